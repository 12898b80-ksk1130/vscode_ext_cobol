      * steps always, month-end-only steps only when the BUSCAL.DAT
      * row for the run date carries the month-end flag, and
      * skip-holiday steps stand down when it marks a holiday.
      * Sign-off-gated steps are daily steps that are held (stood
      * down) at launch time unless PAYROLL-RELEASE-GATE releases
      * the month - the bank transfer waits for payroll's sign-off
      * of the variance exception list.
      * NS-PRED-1/NS-PRED-2 name the step numbers that must have
      * completed before this step may start (zero = none); the
      * driver launches every step whose predecessors are done, so
                   88  NS-FREQ-DAILY           VALUE 'D'.
                   88  NS-FREQ-MONTH-END-ONLY  VALUE 'M'.
                   88  NS-FREQ-SKIP-HOLIDAY    VALUE 'S'.
                   88  NS-FREQ-SIGNOFF-GATED   VALUE 'G'.
               10  NS-PRED-1               PIC 9(3).
               10  NS-PRED-2               PIC 9(3).
               10  NS-START-TIME           PIC 9(6).
                   88  NS-STATE-FAILED         VALUE 'F'.
                   88  NS-STATE-STOOD-DOWN     VALUE 'S'.

       01  WS-NIGHTLY-STEP-COUNT      PIC 9(3) VALUE 10.
