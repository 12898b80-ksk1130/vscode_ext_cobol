      *================================================================
      * CASH-SUSPENSE-RECORD.
      *
      * One bank receipt CASH-APPLICATION could not post, kept on the
      * worked suspense file CASHSUSP.DAT (the run writes
      * CASHSUSP.NEW; the carry-forward swap makes it the next
      * run's input).  The receipt travels whole so it can be posted
      * later without going back to the bank file.
      * SX-PROPOSED-CUSTOMER-ID is the remitter-name matcher's best
      * guess (zero when it had none) and SX-REASON why it stopped
      * short of posting.  The cash clerk works a row by keying the
      * payer into SX-WORKED-CUSTOMER-ID; the next run re-applies
      * every worked row through the normal posting path and carries
      * the rest forward untouched.
      *================================================================
       01  CASH-SUSPENSE-RECORD.
           05  SX-RECEIPT-DATE         PIC 9(8).
           05  SX-KEYED-CUSTOMER-ID    PIC 9(8).
           05  SX-RECEIPT-AMOUNT       PIC 9(9)V99.
           05  SX-REFERENCE            PIC X(20).
           05  SX-REMITTER-KANA        PIC X(60).
           05  SX-SUSPENSE-DATE        PIC 9(8).
           05  SX-REASON               PIC X(20).
           05  SX-PROPOSED-CUSTOMER-ID PIC 9(8).
           05  SX-WORKED-CUSTOMER-ID   PIC 9(8).
