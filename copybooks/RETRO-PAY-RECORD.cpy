      *================================================================
      * RETRO-PAY-RECORD.
      *
      * One arrears row (遡及差額) on RETROPAY.DAT per employee per
      * month that was paid at the old 基本給ー金額, written by
      * RETRO-PAY-CALCULATION.  RP-WORKED-MONTH is the month that
      * was recalculated and RP-PAY-MONTH the payroll month that
      * pays the difference.  The base, overtime and late-night
      * differences make up RP-ARREARS-GROSS, which is taxable pay.
      * RP-WITHHOLDING-DIFF and RP-SOCIAL-INS-DIFF are the extra
      * withholding and employee social insurance that the higher
      * pay would have attracted in the worked month.
      * PAYROLL-MONTHLY-RUN pays every row for its run month as a
      * separate arrears line on PAYREG.DAT.  A month whose base
      * pay was lowered is settled by hand; its row carries
      * RP-PAY-MONTH zero and zero differences, only so the month
      * is not listed again.
      *================================================================
       01  RETRO-PAY-RECORD.
           05  RP-EMPLOYEE-ID      PIC 9(8).
           05  RP-WORKED-MONTH     PIC 9(6).
           05  RP-PAY-MONTH        PIC 9(6).
           05  RP-EFFECTIVE-DATE   PIC 9(8).
           05  RP-OLD-BASE-PAY     PIC 9(7)V99.
           05  RP-NEW-BASE-PAY     PIC 9(7)V99.
           05  RP-BASE-DIFF        PIC 9(7)V99.
           05  RP-OVERTIME-DIFF    PIC 9(7)V99.
           05  RP-LATE-NIGHT-DIFF  PIC 9(7)V99.
           05  RP-ARREARS-GROSS    PIC 9(7)V99.
           05  RP-WITHHOLDING-DIFF PIC 9(7)V99.
           05  RP-SOCIAL-INS-DIFF  PIC 9(7)V99.
           05  RP-CALC-DATE        PIC 9(8).
