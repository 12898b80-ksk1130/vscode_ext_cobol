      *================================================================
      * FEE-WITHHOLDING-RULES.
      *
      * Statutory 源泉徴収 on fees paid to individuals (報酬・料金),
      * applied by VENDOR-PAYMENT-RUN to each payment to a vendor
      * whose VM-WITHHOLDING-CODE is set: WH-BASE-PCT of the payment
      * up to WH-THRESHOLD, WH-HIGH-PCT of the part above it (the
      * rates include the 復興特別所得税 surcharge), yen fractions
      * dropped.  WH-STATEMENT-MINIMUM is the yearly total above
      * which a payee's 支払調書 must be filed with the tax office;
      * FEE-WITHHOLDING-STATEMENT still prints the others for the
      * payee.  WH-REMIT-DAY is the day of the following month the
      * month's withholding is due at the tax office.
      *================================================================
       01  WS-FEE-WITHHOLDING-RULES.
           05  WH-BASE-PCT            PIC 9(3)V99 VALUE 10.21.
           05  WH-HIGH-PCT            PIC 9(3)V99 VALUE 20.42.
           05  WH-THRESHOLD           PIC 9(9) VALUE 1000000.
           05  WH-STATEMENT-MINIMUM   PIC 9(9) VALUE 50000.
           05  WH-REMIT-DAY           PIC 9(2) VALUE 10.
