      *     recovered from EDIREF.DAT;
      *   H/D records - the electronic invoice: today's INVREG.DAT
      *     headers for that customer with their INVDETL.DAT lines,
      *     item codes translated the same way.  The header carries
      *     the loyalty points redeemed as well, so the partner can
      *     tie net plus tax less points to the total.
      * A shipped or billed product with no EDIXREF.DAT row goes out
      * with the item code spaces and is counted on the console so
      * the cross-reference gap is fixed - the partner's matching
           05  IH-NET-AMOUNT             PIC 9(9)V99.
           05  IH-TAX-AMOUNT             PIC 9(9)V99.
           05  IH-TOTAL-AMOUNT           PIC 9(9)V99.
           05  IH-POINTS-AMOUNT          PIC 9(9)V99.
           05  FILLER                   PIC X(35) VALUE SPACES.

       01  WS-INV-DETAIL-RECORD.
           05  FILLER                   PIC X(1) VALUE 'D'.
               MOVE IR-NET-AMOUNT TO IH-NET-AMOUNT
               MOVE IR-TAX-AMOUNT TO IH-TAX-AMOUNT
               MOVE IR-TOTAL-AMOUNT TO IH-TOTAL-AMOUNT
               MOVE IR-POINTS-AMOUNT TO IH-POINTS-AMOUNT
               WRITE PARTNER-OUT-RECORD FROM WS-INV-HEADER-RECORD
               ADD 1 TO WS-DOCS-WRITTEN
               PERFORM WRITE-INVOICE-LINES
