      *================================================================
      * PAYROLL-VARIANCE-CONTROL.
      *
      * The one-row PAYVAR.CTL left by PAYROLL-VARIANCE-CHECK: the
      * pay month checked, how many employees PAYREG.DAT pays that
      * month, the net total, and how many exceptions PAYVAR.RPT
      * lists.  PAYROLL-RELEASE-GATE holds the bank transfer until a
      * PAYSIGN.DAT sign-off card carries the same month, exception
      * count and net total, so a sign-off given against one run of
      * the check does not release a payroll that has changed since.
      *================================================================
       01  PAYROLL-VARIANCE-CONTROL.
           05  VC-PAY-MONTH        PIC 9(6).
           05  VC-PAID-COUNT       PIC 9(5).
           05  VC-EXCEPTION-COUNT  PIC 9(5).
           05  VC-NET-TOTAL        PIC 9(11)V99.
           05  VC-CHECK-DATE       PIC 9(8).
