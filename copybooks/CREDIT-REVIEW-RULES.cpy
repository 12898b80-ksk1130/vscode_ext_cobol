      *================================================================
      * CREDIT-REVIEW-RULES.
      *
      * Scoring rules for the monthly CREDIT-REVIEW-RUN, kept here the
      * way LOYALTY-TIER-RULES holds the tier thresholds.  Every
      * customer starts at 100 points and loses CG-LATE-DAY-POINTS
      * for each day of average lateness past AR-DUE-DATE,
      * CG-WRITE-OFF-POINTS for each item written off and
      * CG-DUNNING-POINTS for each reminder level currently on
      * DUNLEVEL.DAT.  Only items settled within CG-HISTORY-DAYS
      * count.  The score picks a grade from the table below (first
      * row whose minimum it reaches); the grade's raise or cut
      * percentage is applied to the current limit, which is never
      * proposed below CG-LIMIT-FLOOR.
      *================================================================
       01  WS-CREDIT-REVIEW-RULES.
           05  CG-LATE-DAY-POINTS     PIC 9(2)    VALUE 2.
           05  CG-WRITE-OFF-POINTS    PIC 9(3)    VALUE 20.
           05  CG-DUNNING-POINTS      PIC 9(3)    VALUE 15.
           05  CG-HISTORY-DAYS        PIC 9(5)    VALUE 365.
           05  CG-LIMIT-FLOOR         PIC 9(9)V99 VALUE 50000.00.

      *----------------------------------------------------------------
      * Grade, minimum score, raise %, cut %.
      *----------------------------------------------------------------
       01  WS-CREDIT-GRADE-VALUES.
           05  FILLER                 PIC X(10) VALUE 'A090020000'.
           05  FILLER                 PIC X(10) VALUE 'B075010000'.
           05  FILLER                 PIC X(10) VALUE 'C060000000'.
           05  FILLER                 PIC X(10) VALUE 'D040000020'.
           05  FILLER                 PIC X(10) VALUE 'E000000050'.
       01  WS-CREDIT-GRADE-TABLE REDEFINES WS-CREDIT-GRADE-VALUES.
           05  CG-ENTRY               OCCURS 5 TIMES
                                          INDEXED BY CG-IDX.
               10  CG-GRADE               PIC X(1).
               10  CG-MIN-SCORE           PIC 9(3).
               10  CG-RAISE-PCT           PIC 9(3).
               10  CG-CUT-PCT             PIC 9(3).
