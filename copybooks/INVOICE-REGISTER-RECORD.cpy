      * number (インボイス制度); the per-rate subtotal block splits
      * the invoice's net and tax between the standard 10% rate and
      * the reduced 8% rate so the printed invoice is valid for the
      * customer's input-tax credit.  IR-POINTS-AMOUNT is the yen
      * value of loyalty points redeemed against the invoice; it
      * comes off the amount due, so IR-TOTAL-AMOUNT is the net plus
      * the tax less the points.
      *================================================================
       01  INVOICE-REGISTER-RECORD.
           05  IR-INVOICE-NUMBER   PIC 9(12).
           05  IR-TAX-AT-10        PIC 9(9)V99.
           05  IR-NET-AT-8         PIC 9(9)V99.
           05  IR-TAX-AT-8         PIC 9(9)V99.
           05  IR-POINTS-AMOUNT    PIC 9(9)V99.
