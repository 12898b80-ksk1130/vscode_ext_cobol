      * in CUSTOMER.DAT as keyed from the remittance advice;
      * BR-REFERENCE carries whatever free text came with the
      * transfer and is echoed on the suspense listing when the
      * customer cannot be matched.  BR-REMITTER-KANA is the
      * 振込依頼人名 the bank reports with the transfer (half-width
      * katakana as the bank sends it); when BR-CUSTOMER-ID comes in
      * as zero, CASH-APPLICATION tries to identify the payer from
      * it.
      *================================================================
       01  BANK-RECEIPT-RECORD.
           05  BR-RECEIPT-DATE     PIC 9(8).
           05  BR-CUSTOMER-ID      PIC 9(8).
           05  BR-RECEIPT-AMOUNT   PIC 9(9)V99.
           05  BR-REFERENCE        PIC X(20).
           05  BR-REMITTER-KANA    PIC X(60).
