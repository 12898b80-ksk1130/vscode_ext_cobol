      *================================================================
      * PAYROLL-VARIANCE-RULES.
      *
      * Thresholds for the payroll variance pre-check, kept here the
      * way OVERTIME-LIMIT-RULES holds the agreement limits.  An
      * employee's net pay is flagged when it moves from last month
      * by more than VR-NET-SWING-PCT percent AND by more than
      * VR-NET-SWING-AMOUNT yen - the amount floor keeps small
      * salaries from flagging on a few hundred yen.  Overtime and
      * late-night premiums are flagged above VR-OVERTIME-PCT of the
      * month's base pay; total deductions are flagged when they move
      * by more than VR-DEDUCTION-SWING-PCT percent and
      * VR-DEDUCTION-SWING-AMOUNT yen, or take more than
      * VR-DEDUCTION-PCT of the month's pay.
      *================================================================
       01  WS-PAYROLL-VARIANCE-RULES.
           05  VR-NET-SWING-PCT        PIC 9(3)    VALUE 20.
           05  VR-NET-SWING-AMOUNT     PIC 9(7)    VALUE 30000.
           05  VR-OVERTIME-PCT         PIC 9(3)    VALUE 40.
           05  VR-DEDUCTION-SWING-PCT  PIC 9(3)    VALUE 30.
           05  VR-DEDUCTION-SWING-AMOUNT
                                       PIC 9(7)    VALUE 20000.
           05  VR-DEDUCTION-PCT        PIC 9(3)    VALUE 50.
