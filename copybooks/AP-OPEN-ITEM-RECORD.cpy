      * extract, and flips them to paid.  A mismatched invoice
      * never gets a row here - it sits on the APMATCH.EXC queue
      * until a human clears it, which is the whole point.
      * An invoice billed in a foreign currency (the PO's
      * PO-CURRENCY-CODE) also carries that currency, its foreign
      * original and open amounts, and AP-BOOKED-RATE, the yen rate
      * on the invoice date that AP-ORIGINAL-AMOUNT and
      * AP-OPEN-AMOUNT were booked at.  The yen amounts stay at the
      * booked rate: AP-FX-REVALUATION restates them at month-end
      * only in the ledger (reversed next month), and the payment
      * run settles the foreign amount at the payment-date rate and
      * posts the realised difference.  Yen items, and rows booked
      * before currencies were carried, have spaces here.
      * AP-DUPLICATE-CHECK looks at every open item not yet checked
      * (AP-DUP-CHECK-SW spaces) before the payment run: a likely
      * duplicate is held (AP-ITEM-HELD, never selected for
      * payment) until a reviewer releases it back to open or
      * rejects it as a duplicate (AP-ITEM-DUPLICATE); a clean or
      * released item is marked so it is not checked again.
      *================================================================
       01  AP-OPEN-ITEM-RECORD.
           05  AP-VENDOR-CODE      PIC X(10).
           05  AP-ITEM-STATUS      PIC X(1).
               88  AP-ITEM-OPEN        VALUE 'O'.
               88  AP-ITEM-PAID        VALUE 'P'.
               88  AP-ITEM-HELD        VALUE 'H'.
               88  AP-ITEM-DUPLICATE   VALUE 'D'.
           05  AP-DUE-DATE         PIC 9(8).
           05  AP-CURRENCY-CODE    PIC X(3).
               88  AP-YEN-ITEM         VALUE SPACES 'JPY'.
           05  AP-FOREIGN-ORIGINAL PIC 9(9)V99.
           05  AP-FOREIGN-OPEN     PIC 9(9)V99.
           05  AP-BOOKED-RATE      PIC 9(3)V99.
           05  AP-DUP-CHECK-SW     PIC X(1).
               88  AP-DUP-NOT-CHECKED  VALUE SPACE.
               88  AP-DUP-CHECKED      VALUE 'C'.
               88  AP-DUP-RELEASED     VALUE 'R'.
