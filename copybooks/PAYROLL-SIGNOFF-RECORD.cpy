      *================================================================
      * PAYROLL-SIGNOFF-RECORD.
      *
      * One card per sign-off on PAYSIGN.DAT, keyed by payroll once
      * the PAYVAR.RPT exception list has been worked: the pay month,
      * the exception count and net total printed at the foot of the
      * listing, who signed, and when.  The counts are copied from
      * the listing, not typed from memory - they are what ties the
      * sign-off to the run of the check that was reviewed.
      *================================================================
       01  PAYROLL-SIGNOFF-RECORD.
           05  PF-PAY-MONTH        PIC 9(6).
           05  PF-EXCEPTION-COUNT  PIC 9(5).
           05  PF-NET-TOTAL        PIC 9(11)V99.
           05  PF-SIGNED-BY        PIC X(20).
           05  PF-SIGNED-DATE      PIC 9(8).
