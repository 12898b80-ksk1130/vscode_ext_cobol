      *================================================================
      * FEE-WITHHOLDING-RECORD.
      *
      * One row on PROFWHT.DAT per payment VENDOR-PAYMENT-RUN makes
      * to a withholding payee: the gross fee paid, the income tax
      * withheld from it and the net actually transferred.  The rows
      * for a month add up to that month's remittance to the tax
      * office; the rows for a calendar year are what
      * FEE-WITHHOLDING-STATEMENT prints each payee's 支払調書 from.
      *================================================================
       01  FEE-WITHHOLDING-RECORD.
           05  FW-VENDOR-CODE      PIC X(10).
           05  FW-PAYMENT-DATE     PIC 9(8).
           05  FW-WITHHOLDING-CODE PIC X(1).
           05  FW-GROSS-AMOUNT     PIC 9(11).
           05  FW-WITHHELD-AMOUNT  PIC 9(11).
           05  FW-NET-AMOUNT       PIC 9(11).
