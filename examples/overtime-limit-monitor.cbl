       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERTIME-LIMIT-MONITOR.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Monitoring of the labour agreement (36協定) overtime limits.
      * ATTENDANCE-EDIT and PAYROLL-MONTHLY-RUN price overtime, but
      * nothing measured the hours against the agreement until HR
      * found a breach after the fact.  This run totals the current
      * month's attendance per 在籍中 employee: overtime beyond 8
      * hours on business days, as the payroll run counts it, and
      * all hours worked on BUSCAL.DAT holidays.  The edited
      * ATTCLEAN.DAT is used once the month has been edited;
      * before that the raw ATTEND.DAT keying is read so the run
      * can warn mid-month.  The month replaces its rows on the
      * OTHIST.DAT history, carried forward to OTHIST.NEW, and is
      * measured with the earlier months against the
      * OVERTIME-LIMIT-RULES limits:
      *   - overtime for the month and the agreement year against
      *     the standard limits - over them means the special
      *     clause is in use;
      *   - the special-clause ceilings - overtime for the year,
      *     overtime plus holiday work for the month, the average
      *     of overtime plus holiday work over the last two to six
      *     months, and the number of months in the year over the
      *     monthly limit.
      * Every employee at or past OL-WARNING-PCT of a limit is
      * listed for the managers on OTWARN.RPT, sorted and headed by
      * 部署ーコード.  Every limit passed goes on OTEXCEED.RPT, the
      * exceedance record HR keeps, and the run ends with return
      * code 8.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 社員ーコード
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO WS-ATTENDANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "OTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTORY-OUT-FILE ASSIGN TO "OTHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-WORK-FILE ASSIGN TO "OTALERT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-ALERT-FILE ASSIGN TO "OTALERT.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".
           SELECT WARNING-REPORT-FILE ASSIGN TO "OTWARN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEEDANCE-REPORT-FILE ASSIGN TO "OTEXCEED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY 社員マスター.

       FD  CALENDAR-FILE.
       COPY BUSINESS-CALENDAR-RECORD.

       FD  ATTENDANCE-FILE.
       COPY ATTENDANCE-RECORD.

       FD  HISTORY-FILE.
       COPY OVERTIME-HISTORY-RECORD.

       FD  HISTORY-OUT-FILE.
       01  HISTORY-OUT-RECORD           PIC X(34).

       FD  ALERT-WORK-FILE.
       01  ALERT-WORK-RECORD.
           05  AW-DEPARTMENT-CODE       PIC X(10).
           05  AW-EMPLOYEE-ID           PIC 9(8).
           05  AW-EMPLOYEE-NAME         PIC X(20).
           05  AW-SEVERITY              PIC X(1).
           05  AW-CHECK-NAME            PIC X(30).
           05  AW-MEASURED              PIC 9(5)V9.
           05  AW-LIMIT                 PIC 9(5)V9.
           05  AW-UNIT                  PIC X(6).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-DEPARTMENT-CODE       PIC X(10).
           05  SR-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                   PIC X(69).

       FD  SORTED-ALERT-FILE.
       01  SORTED-ALERT-RECORD.
           05  SA-DEPARTMENT-CODE       PIC X(10).
           05  SA-EMPLOYEE-ID           PIC 9(8).
           05  SA-EMPLOYEE-NAME         PIC X(20).
           05  SA-SEVERITY              PIC X(1).
           05  SA-CHECK-NAME            PIC X(30).
           05  SA-MEASURED              PIC 9(5)V9.
           05  SA-LIMIT                 PIC 9(5)V9.
           05  SA-UNIT                  PIC X(6).

       FD  WARNING-REPORT-FILE.
       01  WARNING-REPORT-LINE          PIC X(120).

       FD  EXCEEDANCE-REPORT-FILE.
       01  EXCEEDANCE-REPORT-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       COPY OVERTIME-LIMIT-RULES.

       01  WS-EMP-STATUS                 PIC XX.
           88  EMP-FILE-OK                   VALUE '00'.
           88  EMP-FILE-EOF                  VALUE '10'.
       01  WS-CAL-STATUS                 PIC XX.
           88  CAL-FILE-OK                   VALUE '00'.
           88  CAL-FILE-EOF                  VALUE '10'.
       01  WS-ATT-STATUS                 PIC XX.
           88  ATT-FILE-OK                   VALUE '00'.
           88  ATT-FILE-EOF                  VALUE '10'.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-SRT-STATUS                 PIC XX.
           88  SRT-FILE-OK                   VALUE '00'.
           88  SRT-FILE-EOF                  VALUE '10'.

       01  WS-ATTENDANCE-FILE-NAME       PIC X(12).

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-RUN-MONTH                  PIC 9(6).
       01  WS-FY-FIRST-MONTH             PIC 9(6).
       01  WS-MONTH-WORK.
           05  WS-MONTH-CCYY              PIC 9(4).
           05  WS-MONTH-MM                PIC 9(2).
       01  WS-RUN-MONTH-INDEX            PIC 9(6).
       01  WS-ROW-MONTH-INDEX            PIC 9(6).
       01  WS-MONTHS-BACK                PIC S9(6).

      *----------------------------------------------------------------
      * 在籍中の社員と当月の残業分・休日労働分(分)。
      *----------------------------------------------------------------
       01  WS-EMP-TABLE-MAX              PIC 9(3) VALUE 500.
       01  WS-EMP-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-EMP-ENTRIES.
           05  WS-EMP-ENTRY              OCCURS 500 TIMES
                                             INDEXED BY EM-IDX.
               10  EM-EMPLOYEE-ID            PIC 9(8).
               10  EM-EMPLOYEE-NAME          PIC X(20).
               10  EM-DEPARTMENT-CODE        PIC X(10).
               10  EM-OVERTIME-MINUTES       PIC 9(5).
               10  EM-HOLIDAY-MINUTES        PIC 9(5).
       01  WS-EMP-SUB                    PIC 9(3) COMP.

      *----------------------------------------------------------------
      * 当月の休日(BUSCAL.DATの休日区分)。
      *----------------------------------------------------------------
       01  WS-HOLIDAY-TABLE-MAX          PIC 9(2) VALUE 31.
       01  WS-HOLIDAY-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-HOLIDAY-ENTRIES.
           05  WS-HOLIDAY-ENTRY          OCCURS 31 TIMES
                                             INDEXED BY HL-IDX.
               10  HLT-DATE                  PIC 9(8).
       01  WS-HOLIDAY-SW                 PIC X(1).
           88  WORKED-ON-HOLIDAY             VALUE 'Y'.

      *----------------------------------------------------------------
      * 過去11か月分の履歴(年度累計と2-6か月平均に使う)。
      *----------------------------------------------------------------
       01  WS-HIST-TABLE-MAX             PIC 9(4) VALUE 6000.
       01  WS-HIST-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-HIST-ENTRIES.
           05  WS-HIST-ENTRY             OCCURS 6000 TIMES.
               10  HT-EMPLOYEE-ID            PIC 9(8).
               10  HT-WORK-MONTH             PIC 9(6).
               10  HT-MONTHS-BACK            PIC 9(2).
               10  HT-OVERTIME-MINUTES       PIC 9(5).
               10  HT-HOLIDAY-MINUTES        PIC 9(5).
       01  WS-HIST-SUB                   PIC 9(4) COMP.

       01  WS-MONTH-ROW-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-WORK-MINUTES               PIC S9(5).
       01  WS-START-MINUTES              PIC 9(5).
       01  WS-END-MINUTES                PIC 9(5).
       01  WS-HHMM-WORK.
           05  WS-HH                      PIC 9(2).
           05  WS-MM                      PIC 9(2).

      *----------------------------------------------------------------
      * 社員1人分の判定の作業域。
      *----------------------------------------------------------------
       01  WS-YEAR-OVERTIME              PIC 9(7).
       01  WS-MONTH-TOTAL                PIC 9(7).
       01  WS-SPECIAL-MONTHS             PIC 9(2).
       01  WS-BACK-TOTALS.
           05  WS-BACK-TOTAL             OCCURS 5 TIMES
                                             PIC 9(7).
       01  WS-BACK-SUB                   PIC 9(2) COMP.
       01  WS-SPAN-MONTHS                PIC 9(2).
       01  WS-SPAN-TOTAL                 PIC 9(7).
       01  WS-SPAN-AVERAGE               PIC 9(7).
       01  WS-WORST-AVERAGE              PIC 9(7).
       01  WS-WORST-SPAN                 PIC 9(2).

       01  WS-CHECK-MEASURED             PIC 9(7).
       01  WS-CHECK-LIMIT                PIC 9(7).
       01  WS-CHECK-OVER-SEVERITY        PIC X(1).
       01  WS-CHECK-REACH-SW             PIC X(1).
           88  LIMIT-BREACHED-ON-REACH       VALUE 'Y'.
       01  WS-CHECK-UNIT-SW              PIC X(1).
           88  CHECK-IN-MONTHS               VALUE 'M'.
           88  CHECK-IN-MINUTES              VALUE 'H'.
       01  WS-CHECK-NAME                 PIC X(30).
       01  WS-CHECK-SEVERITY             PIC X(1).
           88  CHECK-WARNING                 VALUE 'W'.
           88  CHECK-SPECIAL-CLAUSE          VALUE 'S'.
           88  CHECK-LIMIT-BREACHED          VALUE 'V'.
           88  CHECK-WITHIN-LIMIT            VALUE ' '.
       01  WS-PCT-MEASURED               PIC 9(9).
       01  WS-PCT-LIMIT                  PIC 9(9).

       01  WS-AVERAGE-CHECK-NAME.
           05  FILLER                  PIC X(12) VALUE 'OT+HOLIDAY  '.
           05  WS-AVERAGE-SPAN          PIC 9(1).
           05  FILLER                  PIC X(17)
               VALUE '-MONTH AVERAGE   '.

       01  WS-PREV-DEPARTMENT-CODE       PIC X(10).
       01  WS-WARNING-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-SPECIAL-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-BREACH-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ALERT-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-SEVERITY-TEXT              PIC X(14).

       01  WS-REPORT-HEADER-LINE.
           05  WH-TITLE                 PIC X(36).
           05  FILLER                  PIC X(8) VALUE ' MONTH: '.
           05  WH-RUN-MONTH             PIC 9(6).
           05  FILLER                  PIC X(9) VALUE ' SOURCE: '.
           05  WH-SOURCE-FILE           PIC X(12).

       01  WS-DEPARTMENT-HEADER-LINE.
           05  FILLER                  PIC X(12) VALUE 'DEPARTMENT: '.
           05  WD-DEPARTMENT-CODE       PIC X(10).

       01  WS-ALERT-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WA-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WA-EMPLOYEE-NAME         PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WA-DEPARTMENT-CODE       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WA-SEVERITY-TEXT         PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WA-CHECK-NAME            PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WA-MEASURED              PIC ZZZZ9.9.
           05  FILLER                  PIC X(3) VALUE ' / '.
           05  WA-LIMIT                 PIC ZZZZ9.9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WA-UNIT                  PIC X(6).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'WARNINGS: '.
           05  WT-WARNING-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(18)
               VALUE '  SPECIAL CLAUSE: '.
           05  WT-SPECIAL-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(18)
               VALUE '  LIMIT BREACHES: '.
           05  WT-BREACH-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-RUN-MONTH
           MOVE WS-RUN-MONTH TO WS-MONTH-WORK
           COMPUTE WS-RUN-MONTH-INDEX =
               WS-MONTH-CCYY * 12 + WS-MONTH-MM - 1
           IF WS-MONTH-MM < OL-YEAR-FIRST-MONTH
               SUBTRACT 1 FROM WS-MONTH-CCYY
           END-IF
           MOVE OL-YEAR-FIRST-MONTH TO WS-MONTH-MM
           MOVE WS-MONTH-WORK TO WS-FY-FIRST-MONTH
           PERFORM LOAD-ACTIVE-EMPLOYEES
           PERFORM LOAD-MONTH-HOLIDAYS
           PERFORM TOTAL-MONTH-ATTENDANCE
           OPEN OUTPUT HISTORY-OUT-FILE
           PERFORM CARRY-HISTORY-FORWARD
           PERFORM WRITE-MONTH-HISTORY
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
           CLOSE HISTORY-OUT-FILE
           OPEN OUTPUT ALERT-WORK-FILE
           OPEN OUTPUT EXCEEDANCE-REPORT-FILE
           MOVE '36 AGREEMENT OVERTIME EXCEEDANCES' TO WH-TITLE
           MOVE WS-RUN-MONTH TO WH-RUN-MONTH
           MOVE WS-ATTENDANCE-FILE-NAME TO WH-SOURCE-FILE
           WRITE EXCEEDANCE-REPORT-LINE FROM WS-REPORT-HEADER-LINE
           PERFORM CHECK-ONE-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
           CLOSE ALERT-WORK-FILE
           MOVE WS-WARNING-COUNT TO WT-WARNING-COUNT
           MOVE WS-SPECIAL-COUNT TO WT-SPECIAL-COUNT
           MOVE WS-BREACH-COUNT TO WT-BREACH-COUNT
           WRITE EXCEEDANCE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           CLOSE EXCEEDANCE-REPORT-FILE
           PERFORM PRINT-MANAGER-WARNINGS
           DISPLAY 'OVERTIME LIMIT MONITOR - WARNINGS: '
               WS-WARNING-COUNT
               ' SPECIAL CLAUSE: ' WS-SPECIAL-COUNT
               ' LIMIT BREACHES: ' WS-BREACH-COUNT
           IF WS-SPECIAL-COUNT > ZERO
               OR WS-BREACH-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ACTIVE-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           PERFORM READ-EMPLOYEE
           PERFORM STORE-ACTIVE-EMPLOYEE UNTIL EMP-FILE-EOF
           CLOSE EMPLOYEE-FILE.

       READ-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET EMP-FILE-EOF TO TRUE
           END-READ.

       STORE-ACTIVE-EMPLOYEE.
           IF 在籍中
               IF WS-EMP-COUNT < WS-EMP-TABLE-MAX
                   ADD 1 TO WS-EMP-COUNT
                   MOVE 社員ーコード
                       TO EM-EMPLOYEE-ID (WS-EMP-COUNT)
                   MOVE 社員ー氏名
                       TO EM-EMPLOYEE-NAME (WS-EMP-COUNT)
                   MOVE 部署ーコード
                       TO EM-DEPARTMENT-CODE (WS-EMP-COUNT)
                   MOVE ZERO TO EM-OVERTIME-MINUTES (WS-EMP-COUNT)
                   MOVE ZERO TO EM-HOLIDAY-MINUTES (WS-EMP-COUNT)
               ELSE
                   DISPLAY 'ERROR: MORE THAN ' WS-EMP-TABLE-MAX
                       ' ACTIVE EMPLOYEES - RUN ABORTED'
                   CLOSE EMPLOYEE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-EMPLOYEE.

       LOAD-MONTH-HOLIDAYS.
           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-OK
               PERFORM READ-CALENDAR
               PERFORM STORE-MONTH-HOLIDAY UNTIL CAL-FILE-EOF
               CLOSE CALENDAR-FILE
           END-IF.

       READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET CAL-FILE-EOF TO TRUE
           END-READ.

       STORE-MONTH-HOLIDAY.
           IF BC-DATE (1:6) = WS-RUN-MONTH
               AND BC-DAY-HOLIDAY
               AND WS-HOLIDAY-COUNT < WS-HOLIDAY-TABLE-MAX
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE BC-DATE TO HLT-DATE (WS-HOLIDAY-COUNT)
           END-IF
           PERFORM READ-CALENDAR.

      *----------------------------------------------------------------
      * 当月の編集済み勤怠があればそれを、まだ編集前なら入力中の
      * ATTEND.DATを読む(月の途中でも警告を出すため)。
      *----------------------------------------------------------------
       TOTAL-MONTH-ATTENDANCE.
           MOVE 'ATTCLEAN.DAT' TO WS-ATTENDANCE-FILE-NAME
           PERFORM READ-ATTENDANCE-SOURCE
           IF WS-MONTH-ROW-COUNT = ZERO
               MOVE 'ATTEND.DAT' TO WS-ATTENDANCE-FILE-NAME
               PERFORM READ-ATTENDANCE-SOURCE
           END-IF.

       READ-ATTENDANCE-SOURCE.
           OPEN INPUT ATTENDANCE-FILE
           IF ATT-FILE-OK
               PERFORM READ-ATTENDANCE
               PERFORM TOTAL-ONE-DAY UNTIL ATT-FILE-EOF
               CLOSE ATTENDANCE-FILE
           END-IF.

       READ-ATTENDANCE.
           READ ATTENDANCE-FILE
               AT END
                   SET ATT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 平日は1日8時間を超えた分が残業、休日は働いた時間がすべて
      * 休日労働。休憩60分を引く点は給与計算と同じ。
      *----------------------------------------------------------------
       TOTAL-ONE-DAY.
           IF AT-WORK-DATE (1:6) = WS-RUN-MONTH
               AND AT-DAY-WORKED
               AND AT-END-HHMM > AT-START-HHMM
               SET EM-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN EM-EMPLOYEE-ID (EM-IDX) = AT-EMPLOYEE-ID
                       PERFORM ADD-DAY-MINUTES
               END-SEARCH
           END-IF
           PERFORM READ-ATTENDANCE.

       ADD-DAY-MINUTES.
           ADD 1 TO WS-MONTH-ROW-COUNT
           MOVE AT-START-HHMM TO WS-HHMM-WORK
           COMPUTE WS-START-MINUTES = WS-HH * 60 + WS-MM
           MOVE AT-END-HHMM TO WS-HHMM-WORK
           COMPUTE WS-END-MINUTES = WS-HH * 60 + WS-MM
           COMPUTE WS-WORK-MINUTES =
               WS-END-MINUTES - WS-START-MINUTES - 60
           MOVE 'N' TO WS-HOLIDAY-SW
           IF WS-HOLIDAY-COUNT > ZERO
               SET HL-IDX TO 1
               SEARCH WS-HOLIDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN HLT-DATE (HL-IDX) = AT-WORK-DATE
                       SET WORKED-ON-HOLIDAY TO TRUE
               END-SEARCH
           END-IF
           IF WORKED-ON-HOLIDAY
               IF WS-WORK-MINUTES > ZERO
                   ADD WS-WORK-MINUTES
                       TO EM-HOLIDAY-MINUTES (EM-IDX)
               END-IF
           ELSE
               IF WS-WORK-MINUTES > 480
                   COMPUTE WS-WORK-MINUTES = WS-WORK-MINUTES - 480
                   ADD WS-WORK-MINUTES
                       TO EM-OVERTIME-MINUTES (EM-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 当月以外の行はそのままOTHIST.NEWへ引き継ぎ、直近11か月分は
      * 判定用に控える。当月分は今回の集計で置き換える。
      *----------------------------------------------------------------
       CARRY-HISTORY-FORWARD.
           OPEN INPUT HISTORY-FILE
           IF HIST-FILE-OK
               PERFORM READ-HISTORY
               PERFORM CARRY-ONE-HISTORY-ROW UNTIL HIST-FILE-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET HIST-FILE-EOF TO TRUE
           END-READ.

       CARRY-ONE-HISTORY-ROW.
           IF OH-WORK-MONTH NOT = WS-RUN-MONTH
               WRITE HISTORY-OUT-RECORD FROM OVERTIME-HISTORY-RECORD
               MOVE OH-WORK-MONTH TO WS-MONTH-WORK
               COMPUTE WS-ROW-MONTH-INDEX =
                   WS-MONTH-CCYY * 12 + WS-MONTH-MM - 1
               COMPUTE WS-MONTHS-BACK =
                   WS-RUN-MONTH-INDEX - WS-ROW-MONTH-INDEX
               IF WS-MONTHS-BACK > ZERO
                   AND WS-MONTHS-BACK < 12
                   PERFORM STORE-RECENT-HISTORY
               END-IF
           END-IF
           PERFORM READ-HISTORY.

       STORE-RECENT-HISTORY.
           IF WS-HIST-COUNT < WS-HIST-TABLE-MAX
               ADD 1 TO WS-HIST-COUNT
               MOVE OH-EMPLOYEE-ID TO HT-EMPLOYEE-ID (WS-HIST-COUNT)
               MOVE OH-WORK-MONTH TO HT-WORK-MONTH (WS-HIST-COUNT)
               MOVE WS-MONTHS-BACK TO HT-MONTHS-BACK (WS-HIST-COUNT)
               MOVE OH-OVERTIME-MINUTES
                   TO HT-OVERTIME-MINUTES (WS-HIST-COUNT)
               MOVE OH-HOLIDAY-MINUTES
                   TO HT-HOLIDAY-MINUTES (WS-HIST-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-HIST-TABLE-MAX
                   ' RECENT OVERTIME HISTORY ROWS - RUN ABORTED'
               CLOSE HISTORY-FILE
               CLOSE HISTORY-OUT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-MONTH-HISTORY.
           IF EM-OVERTIME-MINUTES (WS-EMP-SUB) > ZERO
               OR EM-HOLIDAY-MINUTES (WS-EMP-SUB) > ZERO
               MOVE EM-EMPLOYEE-ID (WS-EMP-SUB) TO OH-EMPLOYEE-ID
               MOVE WS-RUN-MONTH TO OH-WORK-MONTH
               MOVE EM-DEPARTMENT-CODE (WS-EMP-SUB)
                   TO OH-DEPARTMENT-CODE
               MOVE EM-OVERTIME-MINUTES (WS-EMP-SUB)
                   TO OH-OVERTIME-MINUTES
               MOVE EM-HOLIDAY-MINUTES (WS-EMP-SUB)
                   TO OH-HOLIDAY-MINUTES
               WRITE HISTORY-OUT-RECORD FROM OVERTIME-HISTORY-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 社員1人について、年度累計・特別条項の月数・直前5か月の
      * 合計を履歴から集め、協定の各上限と突き合わせる。
      *----------------------------------------------------------------
       CHECK-ONE-EMPLOYEE.
           MOVE EM-OVERTIME-MINUTES (WS-EMP-SUB) TO WS-YEAR-OVERTIME
           COMPUTE WS-MONTH-TOTAL =
               EM-OVERTIME-MINUTES (WS-EMP-SUB)
               + EM-HOLIDAY-MINUTES (WS-EMP-SUB)
           MOVE ZERO TO WS-SPECIAL-MONTHS
           IF EM-OVERTIME-MINUTES (WS-EMP-SUB) > OL-MONTH-LIMIT
               ADD 1 TO WS-SPECIAL-MONTHS
           END-IF
           MOVE ZERO TO WS-BACK-TOTALS
           PERFORM SCAN-EMPLOYEE-HISTORY
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
           SET CHECK-IN-MINUTES TO TRUE
           MOVE 'N' TO WS-CHECK-REACH-SW
           MOVE 'S' TO WS-CHECK-OVER-SEVERITY
           MOVE 'MONTHLY OVERTIME' TO WS-CHECK-NAME
           MOVE EM-OVERTIME-MINUTES (WS-EMP-SUB)
               TO WS-CHECK-MEASURED
           MOVE OL-MONTH-LIMIT TO WS-CHECK-LIMIT
           PERFORM MEASURE-AGAINST-LIMIT
           MOVE 'ANNUAL OVERTIME' TO WS-CHECK-NAME
           MOVE WS-YEAR-OVERTIME TO WS-CHECK-MEASURED
           MOVE OL-YEAR-LIMIT TO WS-CHECK-LIMIT
           PERFORM MEASURE-AGAINST-LIMIT
           MOVE 'V' TO WS-CHECK-OVER-SEVERITY
           MOVE 'ANNUAL OVERTIME CEILING' TO WS-CHECK-NAME
           MOVE OL-SPECIAL-YEAR-CEILING TO WS-CHECK-LIMIT
           PERFORM MEASURE-AGAINST-LIMIT
           SET LIMIT-BREACHED-ON-REACH TO TRUE
           MOVE 'MONTHLY OT+HOLIDAY CEILING' TO WS-CHECK-NAME
           MOVE WS-MONTH-TOTAL TO WS-CHECK-MEASURED
           MOVE OL-SPECIAL-MONTH-CEILING TO WS-CHECK-LIMIT
           PERFORM MEASURE-AGAINST-LIMIT
           MOVE 'N' TO WS-CHECK-REACH-SW
           PERFORM FIND-WORST-AVERAGE
           MOVE WS-WORST-SPAN TO WS-AVERAGE-SPAN
           MOVE WS-AVERAGE-CHECK-NAME TO WS-CHECK-NAME
           MOVE WS-WORST-AVERAGE TO WS-CHECK-MEASURED
           MOVE OL-AVERAGE-CEILING TO WS-CHECK-LIMIT
           PERFORM MEASURE-AGAINST-LIMIT
           SET CHECK-IN-MONTHS TO TRUE
           MOVE 'MONTHS OVER MONTHLY LIMIT' TO WS-CHECK-NAME
           MOVE WS-SPECIAL-MONTHS TO WS-CHECK-MEASURED
           MOVE OL-SPECIAL-MONTHS-MAX TO WS-CHECK-LIMIT
           PERFORM MEASURE-AGAINST-LIMIT.

       SCAN-EMPLOYEE-HISTORY.
           IF HT-EMPLOYEE-ID (WS-HIST-SUB)
               = EM-EMPLOYEE-ID (WS-EMP-SUB)
               IF HT-MONTHS-BACK (WS-HIST-SUB) < 6
                   MOVE HT-MONTHS-BACK (WS-HIST-SUB) TO WS-BACK-SUB
                   COMPUTE WS-BACK-TOTAL (WS-BACK-SUB) =
                       HT-OVERTIME-MINUTES (WS-HIST-SUB)
                       + HT-HOLIDAY-MINUTES (WS-HIST-SUB)
               END-IF
               IF HT-WORK-MONTH (WS-HIST-SUB)
                   NOT < WS-FY-FIRST-MONTH
                   ADD HT-OVERTIME-MINUTES (WS-HIST-SUB)
                       TO WS-YEAR-OVERTIME
                   IF HT-OVERTIME-MINUTES (WS-HIST-SUB)
                       > OL-MONTH-LIMIT
                       ADD 1 TO WS-SPECIAL-MONTHS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 当月を含む直近2-6か月の平均のうち最も高いものを判定に使う。
      *----------------------------------------------------------------
       FIND-WORST-AVERAGE.
           MOVE ZERO TO WS-WORST-AVERAGE
           MOVE 2 TO WS-WORST-SPAN
           MOVE WS-MONTH-TOTAL TO WS-SPAN-TOTAL
           PERFORM AVERAGE-ONE-SPAN
               VARYING WS-BACK-SUB FROM 1 BY 1
               UNTIL WS-BACK-SUB > 5.

       AVERAGE-ONE-SPAN.
           ADD WS-BACK-TOTAL (WS-BACK-SUB) TO WS-SPAN-TOTAL
           COMPUTE WS-SPAN-MONTHS = WS-BACK-SUB + 1
           COMPUTE WS-SPAN-AVERAGE ROUNDED =
               WS-SPAN-TOTAL / WS-SPAN-MONTHS
           IF WS-SPAN-AVERAGE > WS-WORST-AVERAGE
               MOVE WS-SPAN-AVERAGE TO WS-WORST-AVERAGE
               MOVE WS-SPAN-MONTHS TO WS-WORST-SPAN
           END-IF.

      *----------------------------------------------------------------
      * 上限を超えれば(月100時間は達した時点で)超過、上限の
      * OL-WARNING-PCT以上なら警告。超過は人事保存用の超過報告へも
      * 書く。
      *----------------------------------------------------------------
       MEASURE-AGAINST-LIMIT.
           MOVE SPACE TO WS-CHECK-SEVERITY
           COMPUTE WS-PCT-MEASURED = WS-CHECK-MEASURED * 100
           COMPUTE WS-PCT-LIMIT = WS-CHECK-LIMIT * OL-WARNING-PCT
           IF WS-CHECK-MEASURED > WS-CHECK-LIMIT
               MOVE WS-CHECK-OVER-SEVERITY TO WS-CHECK-SEVERITY
           ELSE
               IF WS-CHECK-MEASURED = WS-CHECK-LIMIT
                   AND LIMIT-BREACHED-ON-REACH
                   MOVE WS-CHECK-OVER-SEVERITY TO WS-CHECK-SEVERITY
               ELSE
                   IF WS-CHECK-MEASURED > ZERO
                       AND WS-PCT-MEASURED NOT < WS-PCT-LIMIT
                       SET CHECK-WARNING TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT CHECK-WITHIN-LIMIT
               PERFORM WRITE-ALERT
           END-IF.

       WRITE-ALERT.
           MOVE EM-DEPARTMENT-CODE (WS-EMP-SUB) TO AW-DEPARTMENT-CODE
           MOVE EM-EMPLOYEE-ID (WS-EMP-SUB) TO AW-EMPLOYEE-ID
           MOVE EM-EMPLOYEE-NAME (WS-EMP-SUB) TO AW-EMPLOYEE-NAME
           MOVE WS-CHECK-SEVERITY TO AW-SEVERITY
           MOVE WS-CHECK-NAME TO AW-CHECK-NAME
           IF CHECK-IN-MONTHS
               MOVE WS-CHECK-MEASURED TO AW-MEASURED
               MOVE WS-CHECK-LIMIT TO AW-LIMIT
               MOVE 'MONTHS' TO AW-UNIT
           ELSE
               COMPUTE AW-MEASURED ROUNDED = WS-CHECK-MEASURED / 60
               COMPUTE AW-LIMIT ROUNDED = WS-CHECK-LIMIT / 60
               MOVE 'HOURS' TO AW-UNIT
           END-IF
           WRITE ALERT-WORK-RECORD
           ADD 1 TO WS-ALERT-COUNT
           EVALUATE TRUE
               WHEN CHECK-WARNING
                   ADD 1 TO WS-WARNING-COUNT
               WHEN CHECK-SPECIAL-CLAUSE
                   ADD 1 TO WS-SPECIAL-COUNT
               WHEN CHECK-LIMIT-BREACHED
                   ADD 1 TO WS-BREACH-COUNT
           END-EVALUATE
           IF NOT CHECK-WARNING
               PERFORM NAME-SEVERITY
               MOVE AW-EMPLOYEE-ID TO WA-EMPLOYEE-ID
               MOVE AW-EMPLOYEE-NAME TO WA-EMPLOYEE-NAME
               MOVE AW-DEPARTMENT-CODE TO WA-DEPARTMENT-CODE
               MOVE WS-SEVERITY-TEXT TO WA-SEVERITY-TEXT
               MOVE AW-CHECK-NAME TO WA-CHECK-NAME
               MOVE AW-MEASURED TO WA-MEASURED
               MOVE AW-LIMIT TO WA-LIMIT
               MOVE AW-UNIT TO WA-UNIT
               WRITE EXCEEDANCE-REPORT-LINE FROM WS-ALERT-DETAIL-LINE
           END-IF.

       NAME-SEVERITY.
           EVALUATE TRUE
               WHEN CHECK-WARNING
                   MOVE 'WARNING' TO WS-SEVERITY-TEXT
               WHEN CHECK-SPECIAL-CLAUSE
                   MOVE 'SPECIAL CLAUSE' TO WS-SEVERITY-TEXT
               WHEN OTHER
                   MOVE 'LIMIT BREACHED' TO WS-SEVERITY-TEXT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 管理者向けの警告一覧は部署順に並べ、部署ごとに見出しを
      * 付ける。
      *----------------------------------------------------------------
       PRINT-MANAGER-WARNINGS.
           OPEN OUTPUT WARNING-REPORT-FILE
           MOVE 'OVERTIME LIMIT WARNINGS BY DEPARTMENT' TO WH-TITLE
           WRITE WARNING-REPORT-LINE FROM WS-REPORT-HEADER-LINE
           IF WS-ALERT-COUNT > ZERO
               SORT SORT-WORK
                   ON ASCENDING KEY SR-DEPARTMENT-CODE
                                    SR-EMPLOYEE-ID
                   USING ALERT-WORK-FILE
                   GIVING SORTED-ALERT-FILE
               MOVE HIGH-VALUES TO WS-PREV-DEPARTMENT-CODE
               OPEN INPUT SORTED-ALERT-FILE
               PERFORM READ-SORTED-ALERT
               PERFORM PRINT-ONE-WARNING UNTIL SRT-FILE-EOF
               CLOSE SORTED-ALERT-FILE
           END-IF
           WRITE WARNING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           CLOSE WARNING-REPORT-FILE.

       READ-SORTED-ALERT.
           READ SORTED-ALERT-FILE
               AT END
                   SET SRT-FILE-EOF TO TRUE
           END-READ.

       PRINT-ONE-WARNING.
           IF SA-DEPARTMENT-CODE NOT = WS-PREV-DEPARTMENT-CODE
               MOVE SA-DEPARTMENT-CODE TO WD-DEPARTMENT-CODE
               WRITE WARNING-REPORT-LINE
                   FROM WS-DEPARTMENT-HEADER-LINE
               MOVE SA-DEPARTMENT-CODE TO WS-PREV-DEPARTMENT-CODE
           END-IF
           MOVE SA-SEVERITY TO WS-CHECK-SEVERITY
           PERFORM NAME-SEVERITY
           MOVE SA-EMPLOYEE-ID TO WA-EMPLOYEE-ID
           MOVE SA-EMPLOYEE-NAME TO WA-EMPLOYEE-NAME
           MOVE SA-DEPARTMENT-CODE TO WA-DEPARTMENT-CODE
           MOVE WS-SEVERITY-TEXT TO WA-SEVERITY-TEXT
           MOVE SA-CHECK-NAME TO WA-CHECK-NAME
           MOVE SA-MEASURED TO WA-MEASURED
           MOVE SA-LIMIT TO WA-LIMIT
           MOVE SA-UNIT TO WA-UNIT
           WRITE WARNING-REPORT-LINE FROM WS-ALERT-DETAIL-LINE
           PERFORM READ-SORTED-ALERT.
