      *================================================================
      * DATA-QUALITY-HISTORY-RECORD.
      *
      * One row per data quality rule per month on DQHIST.DAT, kept
      * by DATA-QUALITY-SCORECARD: how many master records the rule
      * was applied to, how many failed it, and the score (the
      * percentage that passed, to one decimal).  The scorecard
      * replaces the run month's rows each time it runs and carries
      * every other month forward, so the file is the month-by-
      * month record the trend report is drawn from.
      *================================================================
       01  DATA-QUALITY-HISTORY-RECORD.
           05  QH-SCORE-MONTH      PIC 9(6).
           05  QH-RULE-ID          PIC X(3).
           05  QH-FILE-NAME        PIC X(12).
           05  QH-CHECKED-COUNT    PIC 9(7).
           05  QH-FAILED-COUNT     PIC 9(7).
           05  QH-SCORE            PIC 9(3)V9.
