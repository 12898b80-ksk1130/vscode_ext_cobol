       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-BUDGET-REPORT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Monthly department expense budget report for the period on
      * the PERIOD.PRM card (CCYYMM).  For every department and GL
      * account budgeted on DEPTBUD.DAT in the fiscal year the
      * report shows the month's budget, what is still reserved
      * (open COMMIT.DAT reservations charged to the month), what has
      * posted (released reservations at their posted amount, plus
      * GLEXTR.DAT rows keyed by the department code itself on that
      * account) and what is left, then the same fiscal year to date
      * through the month, with a subtotal per department.  Lines
      * over budget for the year to date are flagged OVER and give
      * RC 8.  Reservations against a department and account with no
      * budget row are listed after the grand total so unbudgeted
      * spending does not vanish.  Written to DEPTBUD.RPT.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "PERIOD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT SORTED-BUDGET-FILE ASSIGN TO "DEPTBUD.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".
           SELECT COMMITMENT-FILE ASSIGN TO "COMMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO "DEPTBUD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  PP-REPORT-PERIOD         PIC 9(6).

       FD  DEPT-BUDGET-FILE.
       COPY DEPT-BUDGET-RECORD.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-DEPARTMENT-CODE       PIC X(10).
           05  SR-ACCOUNT-CODE          PIC X(8).
           05  SR-BUDGET-MONTH          PIC 9(6).
           05  SR-BUDGET-AMOUNT         PIC 9(11)V99.

       FD  SORTED-BUDGET-FILE.
       01  SORTED-BUDGET-RECORD.
           05  SB2-DEPARTMENT-CODE      PIC X(10).
           05  SB2-ACCOUNT-CODE         PIC X(8).
           05  SB2-BUDGET-MONTH         PIC 9(6).
           05  SB2-BUDGET-AMOUNT        PIC 9(11)V99.

       FD  COMMITMENT-FILE.
       COPY BUDGET-COMMITMENT-RECORD.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  BUDGET-REPORT-FILE.
       01  BUDGET-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY BUDGET-CONTROL-RULES.

       01  WS-PARM-STATUS                PIC XX.
           88  PARM-FILE-OK                  VALUE '00'.
       01  WS-BUD-STATUS                 PIC XX.
           88  BUD-FILE-OK                   VALUE '00'.
       01  WS-SRT-STATUS                 PIC XX.
           88  SRT-FILE-OK                   VALUE '00'.
           88  SRT-FILE-EOF                  VALUE '10'.
       01  WS-CMT-STATUS                 PIC XX.
           88  CMT-FILE-OK                   VALUE '00'.
           88  CMT-FILE-EOF                  VALUE '10'.
       01  WS-GL-STATUS                  PIC XX.
           88  GL-FILE-OK                    VALUE '00'.
           88  GL-FILE-EOF                   VALUE '10'.

       01  WS-REPORT-MONTH               PIC 9(6).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-CCYY                PIC 9(4).
           05  WS-REPORT-MM                  PIC 9(2).
       01  WS-FY-FIRST-MONTH             PIC 9(6).
       01  WS-FY-LAST-MONTH              PIC 9(6).
       01  WS-ROW-MONTH                  PIC 9(6).

      *----------------------------------------------------------------
      * 部署+勘定ごとの集計。予算行のある組合せは部署・勘定順に積み、
      * 予算のない予約は後ろに追加する。
      *----------------------------------------------------------------
       01  WS-LINE-TABLE-MAX             PIC 9(4) VALUE 2000.
       01  WS-LINE-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-LINE-ENTRIES.
           05  WS-LINE-ENTRY             OCCURS 2000 TIMES.
               10  LT-DEPARTMENT-CODE        PIC X(10).
               10  LT-ACCOUNT-CODE           PIC X(8).
               10  LT-BUDGETED-SW            PIC X(1).
                   88  LT-BUDGETED               VALUE 'Y'.
               10  LT-MONTH-BUDGET           PIC S9(11)V99.
               10  LT-MONTH-COMMITTED        PIC S9(11)V99.
               10  LT-MONTH-ACTUAL           PIC S9(11)V99.
               10  LT-YTD-BUDGET             PIC S9(11)V99.
               10  LT-YTD-COMMITTED          PIC S9(11)V99.
               10  LT-YTD-ACTUAL             PIC S9(11)V99.
       01  WS-LINE-SUB                   PIC 9(4) COMP.
       01  WS-LINE-HIT-SUB               PIC 9(4) COMP.
       01  WS-FIND-DEPARTMENT-CODE       PIC X(10).
       01  WS-FIND-ACCOUNT-CODE          PIC X(8).
       01  WS-ADD-AMOUNT                 PIC S9(11)V99.
       01  WS-ADD-KIND                   PIC X(1).
           88  ADD-COMMITTED                 VALUE 'C'.
           88  ADD-ACTUAL                    VALUE 'A'.

       01  WS-PRIOR-DEPARTMENT-CODE      PIC X(10) VALUE SPACES.
       01  WS-FIRST-LINE-SW              PIC X(1) VALUE 'Y'.
           88  FIRST-LINE                    VALUE 'Y'.
       01  WS-UNBUDGETED-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-OVER-COUNT                 PIC 9(4) VALUE ZERO.

       01  WS-LINE-AMOUNTS.
           05  WS-LN-MONTH-BUDGET            PIC S9(11)V99.
           05  WS-LN-MONTH-COMMITTED         PIC S9(11)V99.
           05  WS-LN-MONTH-ACTUAL            PIC S9(11)V99.
           05  WS-LN-MONTH-REMAINING         PIC S9(11)V99.
           05  WS-LN-YTD-BUDGET              PIC S9(11)V99.
           05  WS-LN-YTD-USED                PIC S9(11)V99.
           05  WS-LN-YTD-REMAINING           PIC S9(11)V99.
       01  WS-DEPT-TOTALS.
           05  WS-DT-MONTH-BUDGET            PIC S9(11)V99.
           05  WS-DT-MONTH-COMMITTED         PIC S9(11)V99.
           05  WS-DT-MONTH-ACTUAL            PIC S9(11)V99.
           05  WS-DT-MONTH-REMAINING         PIC S9(11)V99.
           05  WS-DT-YTD-BUDGET              PIC S9(11)V99.
           05  WS-DT-YTD-USED                PIC S9(11)V99.
           05  WS-DT-YTD-REMAINING           PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GT-MONTH-BUDGET            PIC S9(11)V99.
           05  WS-GT-MONTH-COMMITTED         PIC S9(11)V99.
           05  WS-GT-MONTH-ACTUAL            PIC S9(11)V99.
           05  WS-GT-MONTH-REMAINING         PIC S9(11)V99.
           05  WS-GT-YTD-BUDGET              PIC S9(11)V99.
           05  WS-GT-YTD-USED                PIC S9(11)V99.
           05  WS-GT-YTD-REMAINING           PIC S9(11)V99.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(38)
               VALUE 'DEPARTMENT EXPENSE BUDGET - PERIOD:  '.
           05  RH-REPORT-MONTH          PIC 9(6).
           05  FILLER                  PIC X(22)
               VALUE '   FISCAL YEAR FROM: '.
           05  RH-FY-FIRST-MONTH        PIC 9(6).

       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(19)
               VALUE 'DEPARTMENT ACCOUNT'.
           05  FILLER                  PIC X(45)
               VALUE '   MONTH BUDGET      COMMITTED         ACTUAL'.
           05  FILLER                  PIC X(45)
               VALUE '      REMAINING     YTD BUDGET       YTD USED'.
           05  FILLER                  PIC X(15)
               VALUE '  YTD REMAINING'.

       01  WS-BUDGET-DETAIL-LINE.
           05  BD-DEPARTMENT-CODE       PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BD-ACCOUNT-CODE          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BD-MONTH-BUDGET          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BD-MONTH-COMMITTED       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BD-MONTH-ACTUAL          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BD-MONTH-REMAINING       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BD-YTD-BUDGET            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BD-YTD-USED              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BD-YTD-REMAINING         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BD-OVER-FLAG             PIC X(4).

       01  WS-UNBUDGETED-TITLE-LINE.
           05  FILLER                  PIC X(45)
               VALUE 'RESERVED OR POSTED WITH NO BUDGET ROW'.

       01  WS-REPORT-BLANK-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PERIOD-PARM
           PERFORM SET-FISCAL-YEAR-RANGE
           PERFORM LOAD-SORTED-BUDGET
           PERFORM ADD-COMMITMENTS
           PERFORM ADD-DEPARTMENT-POSTINGS
           OPEN OUTPUT BUDGET-REPORT-FILE
           MOVE WS-REPORT-MONTH TO RH-REPORT-MONTH
           MOVE WS-FY-FIRST-MONTH TO RH-FY-FIRST-MONTH
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-HEADER-LINE
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           WRITE BUDGET-REPORT-LINE FROM WS-COLUMN-HEADER-LINE
           INITIALIZE WS-DEPT-TOTALS
           INITIALIZE WS-GRAND-TOTALS
           PERFORM WRITE-BUDGETED-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
           IF NOT FIRST-LINE
               PERFORM WRITE-DEPARTMENT-TOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           IF WS-UNBUDGETED-COUNT > ZERO
               WRITE BUDGET-REPORT-LINE FROM WS-REPORT-BLANK-LINE
               WRITE BUDGET-REPORT-LINE FROM WS-UNBUDGETED-TITLE-LINE
               PERFORM WRITE-UNBUDGETED-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
           END-IF
           CLOSE BUDGET-REPORT-FILE
           IF WS-OVER-COUNT > ZERO OR WS-UNBUDGETED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'DEPT BUDGET REPORT - PERIOD: ' WS-REPORT-MONTH
               ' LINES: ' WS-LINE-COUNT
               ' OVER BUDGET: ' WS-OVER-COUNT
               ' UNBUDGETED: ' WS-UNBUDGETED-COUNT
           STOP RUN.

       READ-PERIOD-PARM.
           OPEN INPUT PERIOD-PARM-FILE
           IF NOT PARM-FILE-OK
               DISPLAY 'PERIOD.PRM PARAMETER CARD MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PERIOD-PARM-FILE
               AT END
                   DISPLAY 'PERIOD.PRM PARAMETER CARD EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PP-REPORT-PERIOD TO WS-REPORT-MONTH
           CLOSE PERIOD-PARM-FILE.

      *----------------------------------------------------------------
      * 報告月を含む会計年度の開始月と最終月。
      *----------------------------------------------------------------
       SET-FISCAL-YEAR-RANGE.
           IF WS-REPORT-MM NOT < BU-FISCAL-FIRST-MONTH
               COMPUTE WS-FY-FIRST-MONTH =
                   WS-REPORT-CCYY * 100 + BU-FISCAL-FIRST-MONTH
           ELSE
               COMPUTE WS-FY-FIRST-MONTH =
                   (WS-REPORT-CCYY - 1) * 100 + BU-FISCAL-FIRST-MONTH
           END-IF
           IF BU-FISCAL-FIRST-MONTH = 1
               COMPUTE WS-FY-LAST-MONTH = WS-FY-FIRST-MONTH + 11
           ELSE
               COMPUTE WS-FY-LAST-MONTH = WS-FY-FIRST-MONTH + 99
           END-IF.

       LOAD-SORTED-BUDGET.
           OPEN INPUT DEPT-BUDGET-FILE
           IF NOT BUD-FILE-OK
               DISPLAY 'DEPTBUD.DAT DEPARTMENT BUDGET FILE MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DEPT-BUDGET-FILE
           SORT SORT-WORK
               ON ASCENDING KEY SR-DEPARTMENT-CODE
                                SR-ACCOUNT-CODE
                                SR-BUDGET-MONTH
               USING DEPT-BUDGET-FILE
               GIVING SORTED-BUDGET-FILE
           OPEN INPUT SORTED-BUDGET-FILE
           PERFORM READ-SORTED-BUDGET
           PERFORM STORE-BUDGET-ROW UNTIL SRT-FILE-EOF
           CLOSE SORTED-BUDGET-FILE.

       READ-SORTED-BUDGET.
           READ SORTED-BUDGET-FILE
               AT END
                   SET SRT-FILE-EOF TO TRUE
           END-READ.

       STORE-BUDGET-ROW.
           IF SB2-BUDGET-MONTH NOT < WS-FY-FIRST-MONTH
               AND SB2-BUDGET-MONTH NOT > WS-FY-LAST-MONTH
               IF WS-LINE-COUNT = ZERO
                   OR SB2-DEPARTMENT-CODE
                       NOT = LT-DEPARTMENT-CODE (WS-LINE-COUNT)
                   OR SB2-ACCOUNT-CODE
                       NOT = LT-ACCOUNT-CODE (WS-LINE-COUNT)
                   MOVE SB2-DEPARTMENT-CODE TO WS-FIND-DEPARTMENT-CODE
                   MOVE SB2-ACCOUNT-CODE TO WS-FIND-ACCOUNT-CODE
                   PERFORM ADD-LINE-ENTRY
                   MOVE 'Y' TO LT-BUDGETED-SW (WS-LINE-COUNT)
               END-IF
               IF SB2-BUDGET-MONTH = WS-REPORT-MONTH
                   ADD SB2-BUDGET-AMOUNT
                       TO LT-MONTH-BUDGET (WS-LINE-COUNT)
               END-IF
               IF SB2-BUDGET-MONTH NOT > WS-REPORT-MONTH
                   ADD SB2-BUDGET-AMOUNT
                       TO LT-YTD-BUDGET (WS-LINE-COUNT)
               END-IF
           END-IF
           PERFORM READ-SORTED-BUDGET.

       ADD-LINE-ENTRY.
           IF WS-LINE-COUNT NOT < WS-LINE-TABLE-MAX
               DISPLAY 'ERROR: BUDGET LINE TABLE FULL AT '
                   WS-LINE-TABLE-MAX ' LINES - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-FIND-DEPARTMENT-CODE
               TO LT-DEPARTMENT-CODE (WS-LINE-COUNT)
           MOVE WS-FIND-ACCOUNT-CODE TO LT-ACCOUNT-CODE (WS-LINE-COUNT)
           MOVE 'N' TO LT-BUDGETED-SW (WS-LINE-COUNT)
           MOVE ZERO TO LT-MONTH-BUDGET (WS-LINE-COUNT)
           MOVE ZERO TO LT-MONTH-COMMITTED (WS-LINE-COUNT)
           MOVE ZERO TO LT-MONTH-ACTUAL (WS-LINE-COUNT)
           MOVE ZERO TO LT-YTD-BUDGET (WS-LINE-COUNT)
           MOVE ZERO TO LT-YTD-COMMITTED (WS-LINE-COUNT)
           MOVE ZERO TO LT-YTD-ACTUAL (WS-LINE-COUNT).

       FIND-LINE-ENTRY.
           MOVE ZERO TO WS-LINE-HIT-SUB
           PERFORM MATCH-LINE-ENTRY
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   OR WS-LINE-HIT-SUB > ZERO.

       MATCH-LINE-ENTRY.
           IF LT-DEPARTMENT-CODE (WS-LINE-SUB) = WS-FIND-DEPARTMENT-CODE
               AND LT-ACCOUNT-CODE (WS-LINE-SUB) = WS-FIND-ACCOUNT-CODE
               MOVE WS-LINE-SUB TO WS-LINE-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * 予約中は予約額を「予約」、計上済みは計上額を「実績」に入れる。
      * 予算月は予約時の月。取消分は数えない。
      *----------------------------------------------------------------
       ADD-COMMITMENTS.
           OPEN INPUT COMMITMENT-FILE
           IF CMT-FILE-OK
               PERFORM READ-COMMITMENT
               PERFORM ADD-ONE-COMMITMENT UNTIL CMT-FILE-EOF
               CLOSE COMMITMENT-FILE
           END-IF.

       READ-COMMITMENT.
           READ COMMITMENT-FILE
               AT END
                   SET CMT-FILE-EOF TO TRUE
           END-READ.

       ADD-ONE-COMMITMENT.
           IF CM-BUDGET-MONTH NOT < WS-FY-FIRST-MONTH
               AND CM-BUDGET-MONTH NOT > WS-REPORT-MONTH
               AND NOT CM-CANCELLED
               MOVE CM-DEPARTMENT-CODE TO WS-FIND-DEPARTMENT-CODE
               MOVE CM-ACCOUNT-CODE TO WS-FIND-ACCOUNT-CODE
               PERFORM FIND-LINE-ENTRY
               IF WS-LINE-HIT-SUB = ZERO
                   PERFORM ADD-LINE-ENTRY
                   MOVE WS-LINE-COUNT TO WS-LINE-HIT-SUB
                   ADD 1 TO WS-UNBUDGETED-COUNT
               END-IF
               MOVE CM-BUDGET-MONTH TO WS-ROW-MONTH
               IF CM-RESERVED
                   SET ADD-COMMITTED TO TRUE
                   MOVE CM-AMOUNT TO WS-ADD-AMOUNT
               ELSE
                   SET ADD-ACTUAL TO TRUE
                   MOVE CM-POSTED-AMOUNT TO WS-ADD-AMOUNT
               END-IF
               PERFORM ADD-TO-LINE
           END-IF
           PERFORM READ-COMMITMENT.

       ADD-TO-LINE.
           IF ADD-COMMITTED
               ADD WS-ADD-AMOUNT TO LT-YTD-COMMITTED (WS-LINE-HIT-SUB)
               IF WS-ROW-MONTH = WS-REPORT-MONTH
                   ADD WS-ADD-AMOUNT
                       TO LT-MONTH-COMMITTED (WS-LINE-HIT-SUB)
               END-IF
           ELSE
               ADD WS-ADD-AMOUNT TO LT-YTD-ACTUAL (WS-LINE-HIT-SUB)
               IF WS-ROW-MONTH = WS-REPORT-MONTH
                   ADD WS-ADD-AMOUNT
                       TO LT-MONTH-ACTUAL (WS-LINE-HIT-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 部署コードをキーに計上された GL 行は、予算のある部署・勘定の
      * ものだけ実績に加える(BUDGET-COMMITMENT-CHECK と同じ扱い)。
      *----------------------------------------------------------------
       ADD-DEPARTMENT-POSTINGS.
           OPEN INPUT GL-INTERFACE-FILE
           IF GL-FILE-OK
               PERFORM READ-GL-ROW
               PERFORM ADD-ONE-GL-ROW UNTIL GL-FILE-EOF
               CLOSE GL-INTERFACE-FILE
           END-IF.

       READ-GL-ROW.
           READ GL-INTERFACE-FILE
               AT END
                   SET GL-FILE-EOF TO TRUE
           END-READ.

       ADD-ONE-GL-ROW.
           MOVE GL-POST-DATE (1:6) TO WS-ROW-MONTH
           IF GL-SOURCE-KEY (11:10) = SPACES
               AND WS-ROW-MONTH NOT < WS-FY-FIRST-MONTH
               AND WS-ROW-MONTH NOT > WS-REPORT-MONTH
               MOVE GL-SOURCE-KEY (1:10) TO WS-FIND-DEPARTMENT-CODE
               MOVE GL-ACCOUNT-CODE TO WS-FIND-ACCOUNT-CODE
               PERFORM FIND-LINE-ENTRY
               IF WS-LINE-HIT-SUB > ZERO
                   IF LT-BUDGETED (WS-LINE-HIT-SUB)
                       SET ADD-ACTUAL TO TRUE
                       IF GL-DEBIT
                           MOVE GL-AMOUNT TO WS-ADD-AMOUNT
                       ELSE
                           COMPUTE WS-ADD-AMOUNT = ZERO - GL-AMOUNT
                       END-IF
                       PERFORM ADD-TO-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-GL-ROW.

       SET-LINE-AMOUNTS.
           MOVE LT-MONTH-BUDGET (WS-LINE-SUB) TO WS-LN-MONTH-BUDGET
           MOVE LT-MONTH-COMMITTED (WS-LINE-SUB)
               TO WS-LN-MONTH-COMMITTED
           MOVE LT-MONTH-ACTUAL (WS-LINE-SUB) TO WS-LN-MONTH-ACTUAL
           COMPUTE WS-LN-MONTH-REMAINING = WS-LN-MONTH-BUDGET
               - WS-LN-MONTH-COMMITTED - WS-LN-MONTH-ACTUAL
           MOVE LT-YTD-BUDGET (WS-LINE-SUB) TO WS-LN-YTD-BUDGET
           COMPUTE WS-LN-YTD-USED = LT-YTD-COMMITTED (WS-LINE-SUB)
               + LT-YTD-ACTUAL (WS-LINE-SUB)
           COMPUTE WS-LN-YTD-REMAINING =
               WS-LN-YTD-BUDGET - WS-LN-YTD-USED.

       MOVE-LINE-AMOUNTS.
           MOVE WS-LN-MONTH-BUDGET TO BD-MONTH-BUDGET
           MOVE WS-LN-MONTH-COMMITTED TO BD-MONTH-COMMITTED
           MOVE WS-LN-MONTH-ACTUAL TO BD-MONTH-ACTUAL
           MOVE WS-LN-MONTH-REMAINING TO BD-MONTH-REMAINING
           MOVE WS-LN-YTD-BUDGET TO BD-YTD-BUDGET
           MOVE WS-LN-YTD-USED TO BD-YTD-USED
           MOVE WS-LN-YTD-REMAINING TO BD-YTD-REMAINING.

       WRITE-BUDGETED-LINE.
           IF LT-BUDGETED (WS-LINE-SUB)
               IF NOT FIRST-LINE
                   AND LT-DEPARTMENT-CODE (WS-LINE-SUB)
                       NOT = WS-PRIOR-DEPARTMENT-CODE
                   PERFORM WRITE-DEPARTMENT-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-LINE-SW
               MOVE LT-DEPARTMENT-CODE (WS-LINE-SUB)
                   TO WS-PRIOR-DEPARTMENT-CODE
               PERFORM SET-LINE-AMOUNTS
               PERFORM MOVE-LINE-AMOUNTS
               MOVE LT-DEPARTMENT-CODE (WS-LINE-SUB)
                   TO BD-DEPARTMENT-CODE
               MOVE LT-ACCOUNT-CODE (WS-LINE-SUB) TO BD-ACCOUNT-CODE
               IF WS-LN-YTD-REMAINING < ZERO
                   MOVE 'OVER' TO BD-OVER-FLAG
                   ADD 1 TO WS-OVER-COUNT
               ELSE
                   MOVE SPACES TO BD-OVER-FLAG
               END-IF
               WRITE BUDGET-REPORT-LINE FROM WS-BUDGET-DETAIL-LINE
               ADD WS-LN-MONTH-BUDGET TO WS-DT-MONTH-BUDGET
               ADD WS-LN-MONTH-COMMITTED TO WS-DT-MONTH-COMMITTED
               ADD WS-LN-MONTH-ACTUAL TO WS-DT-MONTH-ACTUAL
               ADD WS-LN-MONTH-REMAINING TO WS-DT-MONTH-REMAINING
               ADD WS-LN-YTD-BUDGET TO WS-DT-YTD-BUDGET
               ADD WS-LN-YTD-USED TO WS-DT-YTD-USED
               ADD WS-LN-YTD-REMAINING TO WS-DT-YTD-REMAINING
           END-IF.

       WRITE-DEPARTMENT-TOTAL.
           MOVE WS-DT-MONTH-BUDGET TO WS-LN-MONTH-BUDGET
           MOVE WS-DT-MONTH-COMMITTED TO WS-LN-MONTH-COMMITTED
           MOVE WS-DT-MONTH-ACTUAL TO WS-LN-MONTH-ACTUAL
           MOVE WS-DT-MONTH-REMAINING TO WS-LN-MONTH-REMAINING
           MOVE WS-DT-YTD-BUDGET TO WS-LN-YTD-BUDGET
           MOVE WS-DT-YTD-USED TO WS-LN-YTD-USED
           MOVE WS-DT-YTD-REMAINING TO WS-LN-YTD-REMAINING
           PERFORM MOVE-LINE-AMOUNTS
           MOVE WS-PRIOR-DEPARTMENT-CODE TO BD-DEPARTMENT-CODE
           MOVE 'DEPT TOT' TO BD-ACCOUNT-CODE
           MOVE SPACES TO BD-OVER-FLAG
           WRITE BUDGET-REPORT-LINE FROM WS-BUDGET-DETAIL-LINE
           WRITE BUDGET-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           ADD WS-DT-MONTH-BUDGET TO WS-GT-MONTH-BUDGET
           ADD WS-DT-MONTH-COMMITTED TO WS-GT-MONTH-COMMITTED
           ADD WS-DT-MONTH-ACTUAL TO WS-GT-MONTH-ACTUAL
           ADD WS-DT-MONTH-REMAINING TO WS-GT-MONTH-REMAINING
           ADD WS-DT-YTD-BUDGET TO WS-GT-YTD-BUDGET
           ADD WS-DT-YTD-USED TO WS-GT-YTD-USED
           ADD WS-DT-YTD-REMAINING TO WS-GT-YTD-REMAINING
           INITIALIZE WS-DEPT-TOTALS.

       WRITE-GRAND-TOTAL.
           MOVE WS-GT-MONTH-BUDGET TO WS-LN-MONTH-BUDGET
           MOVE WS-GT-MONTH-COMMITTED TO WS-LN-MONTH-COMMITTED
           MOVE WS-GT-MONTH-ACTUAL TO WS-LN-MONTH-ACTUAL
           MOVE WS-GT-MONTH-REMAINING TO WS-LN-MONTH-REMAINING
           MOVE WS-GT-YTD-BUDGET TO WS-LN-YTD-BUDGET
           MOVE WS-GT-YTD-USED TO WS-LN-YTD-USED
           MOVE WS-GT-YTD-REMAINING TO WS-LN-YTD-REMAINING
           PERFORM MOVE-LINE-AMOUNTS
           MOVE 'ALL DEPTS' TO BD-DEPARTMENT-CODE
           MOVE 'TOTAL' TO BD-ACCOUNT-CODE
           MOVE SPACES TO BD-OVER-FLAG
           WRITE BUDGET-REPORT-LINE FROM WS-BUDGET-DETAIL-LINE.

       WRITE-UNBUDGETED-LINE.
           IF NOT LT-BUDGETED (WS-LINE-SUB)
               PERFORM SET-LINE-AMOUNTS
               PERFORM MOVE-LINE-AMOUNTS
               MOVE LT-DEPARTMENT-CODE (WS-LINE-SUB)
                   TO BD-DEPARTMENT-CODE
               MOVE LT-ACCOUNT-CODE (WS-LINE-SUB) TO BD-ACCOUNT-CODE
               MOVE 'OVER' TO BD-OVER-FLAG
               WRITE BUDGET-REPORT-LINE FROM WS-BUDGET-DETAIL-LINE
           END-IF.
