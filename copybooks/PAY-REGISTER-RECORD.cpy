      * these rows, and PAYROLL-YTD-UPDATE posts the year's
      * accumulators from them instead of re-deriving pay from the
      * master's flat fields.
      * Arrears for earlier months paid at an old base rate (遡及差額
      * from RETROPAY.DAT) stay out of the month's own figures:
      * PG-ARREARS-PAY holds the taxable arrears, with the extra
      * withholding and social insurance on their own fields.
      * PG-NET-PAY includes the arrears net.
      * PG-EXPENSE-REIMB is approved expense reimbursement paid
      * through the payroll (EXPPAYRL.DAT) - not pay, so outside
      * the taxable gross, but included in PG-NET-PAY.
      * PG-LOAN-REPAYMENT is the month's employee loan instalments
      * (LOANMAST.DAT / LOANLGR.DAT), a deduction of its own rather
      * than part of PG-OTHER-DEDUCTION.
      *================================================================
       01  PAY-REGISTER-RECORD.
           05  PG-EMPLOYEE-ID      PIC 9(8).
           05  PG-RESIDENT-TAX     PIC 9(7)V99.
           05  PG-OTHER-DEDUCTION  PIC 9(7)V99.
           05  PG-NET-PAY          PIC 9(7)V99.
           05  PG-ARREARS-PAY      PIC 9(7)V99.
           05  PG-ARREARS-TAX      PIC 9(7)V99.
           05  PG-ARREARS-SOC-INS  PIC 9(7)V99.
           05  PG-EXPENSE-REIMB    PIC 9(7)V99.
           05  PG-LOAN-REPAYMENT   PIC 9(7)V99.
