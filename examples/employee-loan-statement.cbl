       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-LOAN-STATEMENT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Month-end reporting on the employee loan and salary advance
      * ledger.  For the report month (LOANSTMT.PRM, CCYYMM; the
      * run month when no card is present, after PAYROLL-MONTHLY-
      * RUN has taken the month's instalments) every loan on
      * LOANMAST.DAT advanced by then is rolled up from the
      * LOANLGR.DAT ledger: principal and interest repaid to date,
      * the month's repayment, and the balance outstanding.
      * LOANBAL.RPT is finance's balance report - one line per loan
      * with a balance or a repayment in the month, and the month's
      * totals, the outstanding principal being the loan receivable
      * to agree to the ledger.
      * At the year end (a December report month, or a Y in the
      * card's annual column for a reprint) LOANSTMT.RPT also gets
      * the annual statement per employee: for each of the
      * employee's loans the balance brought forward at 1 January
      * (or the advance, for a loan made in the year), every
      * repayment of the year - payroll instalment or recovery on
      * separation - with the principal, interest and balance
      * after, and the balance carried forward; and the employee's
      * total repaid and still owed for the year.  The run
      * only reads the ledger, so it can be repeated freely.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "LOANSTMT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LOAN-LEDGER-FILE ASSIGN TO "LOANLGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGR-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS 社員ーコード
               FILE STATUS IS WS-EMP-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "LOANBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "LOANSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  LR-REPORT-MONTH          PIC 9(6).
           05  LR-ANNUAL-SW             PIC X(1).
               88  LR-ANNUAL-REQUESTED      VALUE 'Y'.

       FD  LOAN-MASTER-FILE.
       COPY EMPLOYEE-LOAN-RECORD.

       FD  LOAN-LEDGER-FILE.
       COPY LOAN-LEDGER-RECORD.

       FD  EMPLOYEE-FILE.
       COPY 社員マスター.

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE          PIC X(120).

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-LOAN-STATUS                PIC XX.
           88  LOAN-FILE-OK                  VALUE '00'.
           88  LOAN-FILE-EOF                 VALUE '10'.
       01  WS-LGR-STATUS                 PIC XX.
           88  LGR-FILE-OK                   VALUE '00'.
           88  LGR-FILE-EOF                  VALUE '10'.
       01  WS-EMP-STATUS                 PIC XX.
           88  EMP-FILE-OK                   VALUE '00'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-REPORT-MONTH               PIC 9(6).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR             PIC 9(4).
           05  WS-REPORT-MM               PIC 9(2).
       01  WS-YEAR-FIRST-MONTH           PIC 9(6).
       01  WS-ANNUAL-SW                  PIC X(1) VALUE 'N'.
           88  ANNUAL-STATEMENTS-DUE         VALUE 'Y'.

      *----------------------------------------------------------------
      * 貸付ごとの集計。累計は報告月まで、年初残高は前年末まで、
      * 年間額は報告年の1月から報告月まで。
      *----------------------------------------------------------------
       01  WS-LOAN-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-LOAN-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LOAN-ENTRIES.
           05  WS-LOAN-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY LT-IDX.
               10  LTT-LOAN-NO               PIC X(10).
               10  LTT-EMPLOYEE-ID           PIC 9(8).
               10  LTT-LOAN-TYPE             PIC X(1).
               10  LTT-ADVANCE-MONTH         PIC 9(6).
               10  LTT-PRINCIPAL             PIC 9(7)V99.
               10  LTT-INTEREST-RATE         PIC 9(2)V999.
               10  LTT-INSTALMENT            PIC 9(7)V99.
               10  LTT-PRINCIPAL-TO-DATE     PIC 9(7)V99.
               10  LTT-INTEREST-TO-DATE      PIC 9(7)V99.
               10  LTT-MONTH-PRINCIPAL       PIC 9(7)V99.
               10  LTT-MONTH-INTEREST        PIC 9(7)V99.
               10  LTT-PRIOR-YEARS-PRINCIPAL PIC 9(7)V99.
               10  LTT-YEAR-PRINCIPAL        PIC 9(7)V99.
               10  LTT-YEAR-INTEREST         PIC 9(7)V99.
       01  WS-LOAN-SUB                   PIC 9(3) COMP.
       01  WS-LOAN-FOUND-SW              PIC X(1).
           88  LOAN-ROW-FOUND                VALUE 'Y'.

      *----------------------------------------------------------------
      * 年間明細に載せる報告年の台帳行(貸付表の位置で持つ)。
      *----------------------------------------------------------------
       01  WS-YEAR-ROW-TABLE-MAX         PIC 9(4) VALUE 6000.
       01  WS-YEAR-ROW-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-YEAR-ROW-ENTRIES.
           05  WS-YEAR-ROW-ENTRY         OCCURS 6000 TIMES.
               10  YRT-LOAN-SUB              PIC 9(3).
               10  YRT-ENTRY-TYPE            PIC X(1).
               10  YRT-PAY-MONTH             PIC 9(6).
               10  YRT-PRINCIPAL-PAID        PIC 9(7)V99.
               10  YRT-INTEREST-PAID         PIC 9(7)V99.
               10  YRT-BALANCE-AFTER         PIC 9(7)V99.
       01  WS-YEAR-ROW-SUB               PIC 9(4) COMP.

      *----------------------------------------------------------------
      * 年間明細を社員単位にまとめるための社員一覧(初出順)。
      *----------------------------------------------------------------
       01  WS-HOLDER-TABLE-MAX           PIC 9(3) VALUE 500.
       01  WS-HOLDER-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-HOLDER-ENTRIES.
           05  WS-HOLDER-ENTRY           OCCURS 500 TIMES
                                             INDEXED BY HT-IDX.
               10  HTT-EMPLOYEE-ID           PIC 9(8).
       01  WS-HOLDER-SUB                 PIC 9(3) COMP.
       01  WS-HOLDER-FOUND-SW            PIC X(1).
           88  HOLDER-FOUND                  VALUE 'Y'.

       01  WS-LOOKUP-EMPLOYEE-ID         PIC 9(8).
       01  WS-HOLDER-NAME                PIC X(20).
       01  WS-BALANCE                    PIC S9(7)V99.
       01  WS-OPENING-BALANCE            PIC S9(7)V99.
       01  WS-HOLDER-REPAID              PIC 9(9)V99.
       01  WS-HOLDER-OWED                PIC S9(9)V99.

       01  WS-TOTALS.
           05  TL-LOAN-COUNT             PIC 9(5) VALUE ZERO.
           05  TL-OUTSTANDING            PIC S9(11)V99 VALUE ZERO.
           05  TL-MONTH-PRINCIPAL        PIC 9(11)V99 VALUE ZERO.
           05  TL-MONTH-INTEREST         PIC 9(11)V99 VALUE ZERO.
           05  TL-STATEMENT-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-BALANCE-HEADER-LINE.
           05  FILLER                  PIC X(32)
               VALUE 'EMPLOYEE LOAN BALANCES - MONTH '.
           05  BH-REPORT-MONTH          PIC 9(6).

       01  WS-BALANCE-DETAIL-LINE.
           05  LB-LOAN-NO               PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LB-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LB-EMPLOYEE-NAME         PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LB-LOAN-TYPE             PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LB-PRINCIPAL             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LB-PRINCIPAL-TO-DATE     PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LB-INTEREST-TO-DATE      PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LB-MONTH-REPAYMENT       PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LB-BALANCE               PIC ZZZZZZ9.99-.

       01  WS-BALANCE-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE 'LOANS: '.
           05  BT-LOAN-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE '  OUTSTANDING: '.
           05  BT-OUTSTANDING           PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(14)
               VALUE '  MONTH PRIN: '.
           05  BT-MONTH-PRINCIPAL       PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(13)
               VALUE '  MONTH INT: '.
           05  BT-MONTH-INTEREST        PIC ZZZZZZZZZZ9.99.

       01  WS-STATEMENT-HEADER-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'LOAN STATEMENT YEAR '.
           05  SH-YEAR                  PIC 9(4).
           05  FILLER                  PIC X(3) VALUE ' - '.
           05  SH-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SH-EMPLOYEE-NAME         PIC X(20).

       01  WS-STATEMENT-LOAN-LINE.
           05  FILLER                  PIC X(8) VALUE '  LOAN: '.
           05  SO-LOAN-NO               PIC X(10).
           05  FILLER                  PIC X(7) VALUE ' TYPE: '.
           05  SO-LOAN-TYPE             PIC X(1).
           05  FILLER                  PIC X(8) VALUE ' RATE: '.
           05  SO-INTEREST-RATE         PIC Z9.999.
           05  FILLER                  PIC X(16)
               VALUE '  BROUGHT FWD:  '.
           05  SO-OPENING-BALANCE       PIC ZZZZZZ9.99-.

       01  WS-STATEMENT-ROW-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  SR-PAY-MONTH             PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-ENTRY-NAME            PIC X(10).
           05  FILLER                  PIC X(7) VALUE ' PRIN: '.
           05  SR-PRINCIPAL-PAID        PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' INT: '.
           05  SR-INTEREST-PAID         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE ' BALANCE: '.
           05  SR-BALANCE-AFTER         PIC ZZZZZZ9.99.

       01  WS-STATEMENT-CLOSE-LINE.
           05  FILLER                  PIC X(20)
               VALUE '    CARRIED FORWARD:'.
           05  SC-CLOSING-BALANCE       PIC ZZZZZZ9.99-.

       01  WS-STATEMENT-TOTAL-LINE.
           05  FILLER                  PIC X(22)
               VALUE '  REPAID IN THE YEAR: '.
           05  SY-HOLDER-REPAID         PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(14)
               VALUE '  STILL OWED: '.
           05  SY-HOLDER-OWED           PIC ZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-REPORT-MONTH
           OPEN INPUT PERIOD-PARM-FILE
           IF PRM-FILE-OK
               READ PERIOD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LR-REPORT-MONTH IS NUMERIC
                           AND LR-REPORT-MONTH > ZERO
                           MOVE LR-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
                       IF LR-ANNUAL-REQUESTED
                           SET ANNUAL-STATEMENTS-DUE TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-PARM-FILE
           END-IF
           IF WS-REPORT-MM = 12
               SET ANNUAL-STATEMENTS-DUE TO TRUE
           END-IF
           COMPUTE WS-YEAR-FIRST-MONTH = WS-REPORT-YEAR * 100 + 1
           PERFORM LOAD-LOAN-MASTER
           PERFORM ROLL-UP-LEDGER
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT BALANCE-REPORT-FILE
           MOVE WS-REPORT-MONTH TO BH-REPORT-MONTH
           WRITE BALANCE-REPORT-LINE FROM WS-BALANCE-HEADER-LINE
           PERFORM REPORT-ONE-LOAN
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
           MOVE TL-LOAN-COUNT TO BT-LOAN-COUNT
           MOVE TL-OUTSTANDING TO BT-OUTSTANDING
           MOVE TL-MONTH-PRINCIPAL TO BT-MONTH-PRINCIPAL
           MOVE TL-MONTH-INTEREST TO BT-MONTH-INTEREST
           WRITE BALANCE-REPORT-LINE FROM WS-BALANCE-TOTAL-LINE
           CLOSE BALANCE-REPORT-FILE
           IF ANNUAL-STATEMENTS-DUE
               OPEN OUTPUT STATEMENT-REPORT-FILE
               PERFORM STATE-ONE-HOLDER
                   VARYING WS-HOLDER-SUB FROM 1 BY 1
                   UNTIL WS-HOLDER-SUB > WS-HOLDER-COUNT
               CLOSE STATEMENT-REPORT-FILE
           END-IF
           CLOSE EMPLOYEE-FILE
           DISPLAY 'EMPLOYEE LOAN STATEMENT - MONTH: ' WS-REPORT-MONTH
               ' LOANS: ' TL-LOAN-COUNT
               ' ANNUAL STATEMENTS: ' TL-STATEMENT-COUNT
           STOP RUN.

       LOAD-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-FILE-OK
               PERFORM READ-LOAN-MASTER
               PERFORM STORE-LOAN-MASTER UNTIL LOAN-FILE-EOF
               CLOSE LOAN-MASTER-FILE
           END-IF.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET LOAN-FILE-EOF TO TRUE
           END-READ.

       STORE-LOAN-MASTER.
           IF LN-ADVANCE-DATE (1:6) NOT > WS-REPORT-MONTH
               IF WS-LOAN-COUNT < WS-LOAN-TABLE-MAX
                   ADD 1 TO WS-LOAN-COUNT
                   SET LT-IDX TO WS-LOAN-COUNT
                   MOVE LN-LOAN-NO TO LTT-LOAN-NO (LT-IDX)
                   MOVE LN-EMPLOYEE-ID TO LTT-EMPLOYEE-ID (LT-IDX)
                   MOVE LN-LOAN-TYPE TO LTT-LOAN-TYPE (LT-IDX)
                   MOVE LN-ADVANCE-DATE (1:6)
                       TO LTT-ADVANCE-MONTH (LT-IDX)
                   MOVE LN-PRINCIPAL TO LTT-PRINCIPAL (LT-IDX)
                   MOVE LN-INTEREST-RATE
                       TO LTT-INTEREST-RATE (LT-IDX)
                   MOVE LN-INSTALMENT TO LTT-INSTALMENT (LT-IDX)
                   MOVE ZERO TO LTT-PRINCIPAL-TO-DATE (LT-IDX)
                   MOVE ZERO TO LTT-INTEREST-TO-DATE (LT-IDX)
                   MOVE ZERO TO LTT-MONTH-PRINCIPAL (LT-IDX)
                   MOVE ZERO TO LTT-MONTH-INTEREST (LT-IDX)
                   MOVE ZERO TO LTT-PRIOR-YEARS-PRINCIPAL (LT-IDX)
                   MOVE ZERO TO LTT-YEAR-PRINCIPAL (LT-IDX)
                   MOVE ZERO TO LTT-YEAR-INTEREST (LT-IDX)
                   PERFORM NOTE-LOAN-HOLDER
               ELSE
                   DISPLAY 'ERROR: MORE THAN ' WS-LOAN-TABLE-MAX
                       ' LOANS ON LOANMAST.DAT - RUN ABORTED'
                   CLOSE LOAN-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-LOAN-MASTER.

       NOTE-LOAN-HOLDER.
           MOVE 'N' TO WS-HOLDER-FOUND-SW
           SET HT-IDX TO 1
           SEARCH WS-HOLDER-ENTRY
               AT END
                   CONTINUE
               WHEN HT-IDX > WS-HOLDER-COUNT
                   CONTINUE
               WHEN HTT-EMPLOYEE-ID (HT-IDX) = LN-EMPLOYEE-ID
                   SET HOLDER-FOUND TO TRUE
           END-SEARCH
           IF NOT HOLDER-FOUND
               ADD 1 TO WS-HOLDER-COUNT
               MOVE LN-EMPLOYEE-ID
                   TO HTT-EMPLOYEE-ID (WS-HOLDER-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 台帳を報告月まで積み上げる。報告年の行は年間明細用に控える。
      *----------------------------------------------------------------
       ROLL-UP-LEDGER.
           IF WS-LOAN-COUNT > ZERO
               OPEN INPUT LOAN-LEDGER-FILE
               IF LGR-FILE-OK
                   PERFORM READ-LOAN-LEDGER
                   PERFORM ROLL-UP-LEDGER-ROW UNTIL LGR-FILE-EOF
                   CLOSE LOAN-LEDGER-FILE
               END-IF
           END-IF.

       READ-LOAN-LEDGER.
           READ LOAN-LEDGER-FILE
               AT END
                   SET LGR-FILE-EOF TO TRUE
           END-READ.

       ROLL-UP-LEDGER-ROW.
           IF LJ-PAY-MONTH NOT > WS-REPORT-MONTH
               PERFORM FIND-LEDGER-LOAN
               IF LOAN-ROW-FOUND
                   PERFORM ADD-LEDGER-ROW-TO-LOAN
               END-IF
           END-IF
           PERFORM READ-LOAN-LEDGER.

       FIND-LEDGER-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND-SW
           SET LT-IDX TO 1
           SEARCH WS-LOAN-ENTRY
               AT END
                   CONTINUE
               WHEN LT-IDX > WS-LOAN-COUNT
                   CONTINUE
               WHEN LTT-LOAN-NO (LT-IDX) = LJ-LOAN-NO
                   SET LOAN-ROW-FOUND TO TRUE
           END-SEARCH.

       ADD-LEDGER-ROW-TO-LOAN.
           ADD LJ-PRINCIPAL-PAID TO LTT-PRINCIPAL-TO-DATE (LT-IDX)
           ADD LJ-INTEREST-PAID TO LTT-INTEREST-TO-DATE (LT-IDX)
           IF LJ-PAY-MONTH = WS-REPORT-MONTH
               ADD LJ-PRINCIPAL-PAID TO LTT-MONTH-PRINCIPAL (LT-IDX)
               ADD LJ-INTEREST-PAID TO LTT-MONTH-INTEREST (LT-IDX)
           END-IF
           IF LJ-PAY-MONTH < WS-YEAR-FIRST-MONTH
               ADD LJ-PRINCIPAL-PAID
                   TO LTT-PRIOR-YEARS-PRINCIPAL (LT-IDX)
           ELSE
               ADD LJ-PRINCIPAL-PAID TO LTT-YEAR-PRINCIPAL (LT-IDX)
               ADD LJ-INTEREST-PAID TO LTT-YEAR-INTEREST (LT-IDX)
               IF ANNUAL-STATEMENTS-DUE
                   PERFORM KEEP-YEAR-ROW
               END-IF
           END-IF.

       KEEP-YEAR-ROW.
           IF WS-YEAR-ROW-COUNT < WS-YEAR-ROW-TABLE-MAX
               ADD 1 TO WS-YEAR-ROW-COUNT
               SET WS-LOAN-SUB TO LT-IDX
               MOVE WS-LOAN-SUB TO YRT-LOAN-SUB (WS-YEAR-ROW-COUNT)
               MOVE LJ-ENTRY-TYPE
                   TO YRT-ENTRY-TYPE (WS-YEAR-ROW-COUNT)
               MOVE LJ-PAY-MONTH TO YRT-PAY-MONTH (WS-YEAR-ROW-COUNT)
               MOVE LJ-PRINCIPAL-PAID
                   TO YRT-PRINCIPAL-PAID (WS-YEAR-ROW-COUNT)
               MOVE LJ-INTEREST-PAID
                   TO YRT-INTEREST-PAID (WS-YEAR-ROW-COUNT)
               MOVE LJ-BALANCE-AFTER
                   TO YRT-BALANCE-AFTER (WS-YEAR-ROW-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-YEAR-ROW-TABLE-MAX
                   ' LEDGER ROWS IN THE YEAR - RUN ABORTED'
               CLOSE LOAN-LEDGER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 残高のある貸付と当月に返済のあった貸付を残高表に載せる。
      *----------------------------------------------------------------
       REPORT-ONE-LOAN.
           COMPUTE WS-BALANCE =
               LTT-PRINCIPAL (WS-LOAN-SUB)
               - LTT-PRINCIPAL-TO-DATE (WS-LOAN-SUB)
           IF WS-BALANCE NOT = ZERO
               OR LTT-MONTH-PRINCIPAL (WS-LOAN-SUB) > ZERO
               OR LTT-MONTH-INTEREST (WS-LOAN-SUB) > ZERO
               MOVE LTT-EMPLOYEE-ID (WS-LOAN-SUB)
                   TO WS-LOOKUP-EMPLOYEE-ID
               PERFORM LOOKUP-HOLDER-NAME
               MOVE LTT-LOAN-NO (WS-LOAN-SUB) TO LB-LOAN-NO
               MOVE WS-LOOKUP-EMPLOYEE-ID TO LB-EMPLOYEE-ID
               MOVE WS-HOLDER-NAME TO LB-EMPLOYEE-NAME
               MOVE LTT-LOAN-TYPE (WS-LOAN-SUB) TO LB-LOAN-TYPE
               MOVE LTT-PRINCIPAL (WS-LOAN-SUB) TO LB-PRINCIPAL
               MOVE LTT-PRINCIPAL-TO-DATE (WS-LOAN-SUB)
                   TO LB-PRINCIPAL-TO-DATE
               MOVE LTT-INTEREST-TO-DATE (WS-LOAN-SUB)
                   TO LB-INTEREST-TO-DATE
               COMPUTE LB-MONTH-REPAYMENT =
                   LTT-MONTH-PRINCIPAL (WS-LOAN-SUB)
                   + LTT-MONTH-INTEREST (WS-LOAN-SUB)
               MOVE WS-BALANCE TO LB-BALANCE
               WRITE BALANCE-REPORT-LINE FROM WS-BALANCE-DETAIL-LINE
               ADD 1 TO TL-LOAN-COUNT
               ADD WS-BALANCE TO TL-OUTSTANDING
               ADD LTT-MONTH-PRINCIPAL (WS-LOAN-SUB)
                   TO TL-MONTH-PRINCIPAL
               ADD LTT-MONTH-INTEREST (WS-LOAN-SUB)
                   TO TL-MONTH-INTEREST
           END-IF.

       LOOKUP-HOLDER-NAME.
           MOVE SPACES TO WS-HOLDER-NAME
           MOVE WS-LOOKUP-EMPLOYEE-ID TO 社員ーコード
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 社員ー氏名 TO WS-HOLDER-NAME
           END-READ.

      *----------------------------------------------------------------
      * 年間明細: 社員ごとに、年初残高のある(または年内に返済の
      * あった)貸付を並べ、年内の返済行と年末の繰越残高を出す。
      *----------------------------------------------------------------
       STATE-ONE-HOLDER.
           MOVE HTT-EMPLOYEE-ID (WS-HOLDER-SUB) TO WS-LOOKUP-EMPLOYEE-ID
           MOVE ZERO TO WS-HOLDER-REPAID
           MOVE ZERO TO WS-HOLDER-OWED
           MOVE 'N' TO WS-HOLDER-FOUND-SW
           PERFORM CHECK-HOLDER-ACTIVE
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
           IF HOLDER-FOUND
               PERFORM LOOKUP-HOLDER-NAME
               MOVE WS-REPORT-YEAR TO SH-YEAR
               MOVE WS-LOOKUP-EMPLOYEE-ID TO SH-EMPLOYEE-ID
               MOVE WS-HOLDER-NAME TO SH-EMPLOYEE-NAME
               WRITE STATEMENT-REPORT-LINE
                   FROM WS-STATEMENT-HEADER-LINE
               PERFORM STATE-ONE-LOAN
                   VARYING WS-LOAN-SUB FROM 1 BY 1
                   UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               MOVE WS-HOLDER-REPAID TO SY-HOLDER-REPAID
               MOVE WS-HOLDER-OWED TO SY-HOLDER-OWED
               WRITE STATEMENT-REPORT-LINE
                   FROM WS-STATEMENT-TOTAL-LINE
               ADD 1 TO TL-STATEMENT-COUNT
           END-IF.

       CHECK-HOLDER-ACTIVE.
           IF LTT-EMPLOYEE-ID (WS-LOAN-SUB) = WS-LOOKUP-EMPLOYEE-ID
               COMPUTE WS-OPENING-BALANCE =
                   LTT-PRINCIPAL (WS-LOAN-SUB)
                   - LTT-PRIOR-YEARS-PRINCIPAL (WS-LOAN-SUB)
               IF WS-OPENING-BALANCE NOT = ZERO
                   OR LTT-YEAR-PRINCIPAL (WS-LOAN-SUB) > ZERO
                   OR LTT-YEAR-INTEREST (WS-LOAN-SUB) > ZERO
                   SET HOLDER-FOUND TO TRUE
               END-IF
           END-IF.

       STATE-ONE-LOAN.
           IF LTT-EMPLOYEE-ID (WS-LOAN-SUB) = WS-LOOKUP-EMPLOYEE-ID
               COMPUTE WS-OPENING-BALANCE =
                   LTT-PRINCIPAL (WS-LOAN-SUB)
                   - LTT-PRIOR-YEARS-PRINCIPAL (WS-LOAN-SUB)
               IF WS-OPENING-BALANCE NOT = ZERO
                   OR LTT-YEAR-PRINCIPAL (WS-LOAN-SUB) > ZERO
                   OR LTT-YEAR-INTEREST (WS-LOAN-SUB) > ZERO
                   PERFORM WRITE-LOAN-STATEMENT
               END-IF
           END-IF.

       WRITE-LOAN-STATEMENT.
           MOVE LTT-LOAN-NO (WS-LOAN-SUB) TO SO-LOAN-NO
           MOVE LTT-LOAN-TYPE (WS-LOAN-SUB) TO SO-LOAN-TYPE
           MOVE LTT-INTEREST-RATE (WS-LOAN-SUB) TO SO-INTEREST-RATE
           IF LTT-ADVANCE-MONTH (WS-LOAN-SUB) < WS-YEAR-FIRST-MONTH
               MOVE WS-OPENING-BALANCE TO SO-OPENING-BALANCE
               WRITE STATEMENT-REPORT-LINE FROM WS-STATEMENT-LOAN-LINE
           ELSE
               MOVE ZERO TO SO-OPENING-BALANCE
               WRITE STATEMENT-REPORT-LINE FROM WS-STATEMENT-LOAN-LINE
               MOVE LTT-ADVANCE-MONTH (WS-LOAN-SUB) TO SR-PAY-MONTH
               MOVE 'ADVANCED' TO SR-ENTRY-NAME
               MOVE ZERO TO SR-PRINCIPAL-PAID
               MOVE ZERO TO SR-INTEREST-PAID
               MOVE LTT-PRINCIPAL (WS-LOAN-SUB) TO SR-BALANCE-AFTER
               WRITE STATEMENT-REPORT-LINE
                   FROM WS-STATEMENT-ROW-LINE
           END-IF
           PERFORM WRITE-YEAR-ROW
               VARYING WS-YEAR-ROW-SUB FROM 1 BY 1
               UNTIL WS-YEAR-ROW-SUB > WS-YEAR-ROW-COUNT
           COMPUTE WS-BALANCE =
               LTT-PRINCIPAL (WS-LOAN-SUB)
               - LTT-PRINCIPAL-TO-DATE (WS-LOAN-SUB)
           MOVE WS-BALANCE TO SC-CLOSING-BALANCE
           WRITE STATEMENT-REPORT-LINE FROM WS-STATEMENT-CLOSE-LINE
           ADD LTT-YEAR-PRINCIPAL (WS-LOAN-SUB) TO WS-HOLDER-REPAID
           ADD LTT-YEAR-INTEREST (WS-LOAN-SUB) TO WS-HOLDER-REPAID
           ADD WS-BALANCE TO WS-HOLDER-OWED.

       WRITE-YEAR-ROW.
           IF YRT-LOAN-SUB (WS-YEAR-ROW-SUB) = WS-LOAN-SUB
               MOVE YRT-PAY-MONTH (WS-YEAR-ROW-SUB) TO SR-PAY-MONTH
               IF YRT-ENTRY-TYPE (WS-YEAR-ROW-SUB) = 'S'
                   MOVE 'SEPARATION' TO SR-ENTRY-NAME
               ELSE
                   MOVE 'PAYROLL' TO SR-ENTRY-NAME
               END-IF
               MOVE YRT-PRINCIPAL-PAID (WS-YEAR-ROW-SUB)
                   TO SR-PRINCIPAL-PAID
               MOVE YRT-INTEREST-PAID (WS-YEAR-ROW-SUB)
                   TO SR-INTEREST-PAID
               MOVE YRT-BALANCE-AFTER (WS-YEAR-ROW-SUB)
                   TO SR-BALANCE-AFTER
               WRITE STATEMENT-REPORT-LINE
                   FROM WS-STATEMENT-ROW-LINE
           END-IF.
