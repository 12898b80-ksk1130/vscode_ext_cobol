      *================================================================
      * VENDOR-SCORE-RECORD.
      *
      * The figures behind each VENDSCOR.RPT line, one row per
      * VM-VENDOR-CODE on VENDSCOR.DAT, rewritten by every
      * VENDOR-SCORECARD run so other programs can weigh a vendor's
      * record without re-reading the purchase history.  Rates are
      * percentages.  VS-PERFORMANCE-SCORE folds them into one
      * 0-100 figure: the mean of the on-time and fill rates less
      * the defect and reject rates, never below zero.
      * RFQ-COMPARISON ranks quotes on it.
      *================================================================
       01  VENDOR-SCORE-RECORD.
           05  VS-VENDOR-CODE      PIC X(10).
           05  VS-SCORE-DATE       PIC 9(8).
           05  VS-ON-TIME-RATE     PIC 9(3)V9.
           05  VS-FILL-RATE        PIC 9(3)V9.
           05  VS-DEFECT-RATE      PIC 9(3)V9.
           05  VS-REJECT-RATE      PIC 9(3)V9.
           05  VS-PERFORMANCE-SCORE PIC 9(3)V9.
