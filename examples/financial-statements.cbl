       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCIAL-STATEMENTS.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Monthly profit and loss statement and balance sheet from
      * the in-house GLBAL.DAT ledger, laid out by the FSLAYOUT.DAT
      * master (FIN-STATEMENT-LAYOUT-RECORD) instead of rebuilt in
      * a spreadsheet from the trial balance.  The report month is
      * the run month or the month on FINSTMT.PRM.  The fiscal
      * year ends in the month of the FYEND.PRM period, the card
      * YEAR-END-CLOSE runs from, and starts the month after; the
      * run stops at RC 16 without that card.
      * The P&L prints, per layout line, the month, the fiscal
      * year to date, the same month last year (from GLBAL.DAT, or
      * from the GLBALHST.DAT monthly history once the year-end
      * close has folded that year away) and, on lines flagged for
      * it, the SALESBUD.DAT budget for the month and the fiscal
      * year to date.  The balance sheet prints each line at the
      * month end and at the prior fiscal year end (from
      * GLANNUAL.DAT once that year is closed) with the change.
      * The year-end close carries asset, liability and equity
      * balances forward but posts no closing entry, so the
      * balance sheet shows the earnings of closed years and the
      * current year's earnings to date as lines of their own; the
      * run then proves assets against liabilities, equity and
      * those earnings and sets RC 8 when they differ.  A ledger
      * account on no detail line is listed at the foot so nothing
      * drops off the statements unseen.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "FINSTMT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT YEAR-END-PARM-FILE ASSIGN TO "FYEND.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FYE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "FSLAYOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT GL-HISTORY-FILE ASSIGN TO "GLBALHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT GL-ANNUAL-FILE ASSIGN TO "GLANNUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "SALESBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "FINSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  STATEMENT-PARM-RECORD.
           05  SP-REPORT-PERIOD         PIC 9(6).

       FD  YEAR-END-PARM-FILE.
       01  YEAR-END-PARM-RECORD.
           05  FY-END-PERIOD            PIC 9(6).

       FD  LAYOUT-FILE.
       COPY FIN-STATEMENT-LAYOUT-RECORD.

       FD  GL-BALANCE-FILE.
       COPY GL-BALANCE-RECORD.

       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-RECORD.
           05  GH-ACCOUNT-CODE          PIC X(8).
           05  GH-PERIOD                PIC 9(6).
           05  GH-DEBIT-TOTAL           PIC 9(13)V99.
           05  GH-CREDIT-TOTAL          PIC 9(13)V99.

       FD  GL-ANNUAL-FILE.
       01  GL-ANNUAL-RECORD.
           05  GA-ACCOUNT-CODE          PIC X(8).
           05  GA-FISCAL-YEAR           PIC 9(4).
           05  GA-DEBIT-TOTAL           PIC 9(13)V99.
           05  GA-CREDIT-TOTAL          PIC 9(13)V99.

       FD  BUDGET-FILE.
       COPY SALES-BUDGET-RECORD.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-FYE-STATUS                 PIC XX.
           88  FYE-FILE-OK                   VALUE '00'.
       01  WS-LAY-STATUS                 PIC XX.
           88  LAY-FILE-OK                   VALUE '00'.
           88  LAY-FILE-EOF                  VALUE '10'.
       01  WS-BAL-STATUS                 PIC XX.
           88  BAL-FILE-OK                   VALUE '00'.
           88  BAL-FILE-EOF                  VALUE '10'.
       01  WS-HST-STATUS                 PIC XX.
           88  HST-FILE-OK                   VALUE '00'.
           88  HST-FILE-EOF                  VALUE '10'.
       01  WS-ANN-STATUS                 PIC XX.
           88  ANN-FILE-OK                   VALUE '00'.
           88  ANN-FILE-EOF                  VALUE '10'.
       01  WS-BUD-STATUS                 PIC XX.
           88  BUD-FILE-OK                   VALUE '00'.
           88  BUD-FILE-EOF                  VALUE '10'.

      *----------------------------------------------------------------
      * 会計年度の末月はFYEND.PRMの期間の月、初月はその翌月。
      * 報告月から年度初月・前期末月・前年同月を求める。
      *----------------------------------------------------------------
       01  WS-FISCAL-END-PERIOD          PIC 9(6).
       01  WS-FISCAL-END-SPLIT REDEFINES WS-FISCAL-END-PERIOD.
           05  FILLER                    PIC 9(4).
           05  WS-FISCAL-END-MONTH       PIC 9(2).
       01  WS-FISCAL-FIRST-MONTH         PIC 9(2).
       01  WS-REPORT-PERIOD              PIC 9(6).
       01  WS-REPORT-SPLIT REDEFINES WS-REPORT-PERIOD.
           05  WS-RP-CCYY                PIC 9(4).
           05  WS-RP-MM                  PIC 9(2).
       01  WS-FISCAL-YEAR                PIC 9(4).
       01  WS-PRIOR-FISCAL-YEAR          PIC 9(4).
       01  WS-YEAR-START-PERIOD          PIC 9(6).
       01  WS-PRIOR-YEAR-END-PERIOD      PIC 9(6).
       01  WS-PRIOR-YEAR-START-PERIOD    PIC 9(6).
       01  WS-LAST-YEAR-PERIOD           PIC 9(6).

      *----------------------------------------------------------------
      * 勘定別の金額はすべて貸方マイナス借方で持つ。損益科目(4/5)は
      * 当月・年度累計・前年同月、その他は月末残高と前期末残高。
      *----------------------------------------------------------------
       01  WS-ACCT-TABLE-MAX             PIC 9(3) VALUE 300.
       01  WS-ACCT-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-ACCT-ENTRIES.
           05  WS-ACCT-ENTRY             OCCURS 300 TIMES.
               10  AC-ACCOUNT-CODE           PIC X(8).
               10  AC-ACCOUNT-CLASS REDEFINES AC-ACCOUNT-CODE.
                   15  AC-CLASS-DIGIT        PIC X(1).
                       88  AC-PROFIT-AND-LOSS    VALUE '4' '5'.
                       88  AC-ASSET-ACCOUNT      VALUE '1'.
                   15  FILLER                PIC X(7).
               10  AC-MONTH-AMOUNT           PIC S9(13)V99.
               10  AC-YTD-AMOUNT             PIC S9(13)V99.
               10  AC-LAST-YEAR-AMOUNT       PIC S9(13)V99.
               10  AC-CURRENT-BALANCE        PIC S9(13)V99.
               10  AC-PRIOR-YE-BALANCE       PIC S9(13)V99.
               10  AC-MAPPED-SW              PIC X(1).
                   88  AC-ON-LAYOUT              VALUE 'Y'.
       01  WS-ACCT-SUB                   PIC 9(3) COMP.
       01  WS-ACCT-HIT-SUB               PIC 9(3) COMP.
       01  WS-WANTED-ACCOUNT             PIC X(8).
       01  WS-ROW-NET                    PIC S9(13)V99.

       01  WS-CURRENT-EARNINGS           PIC S9(13)V99 VALUE ZERO.
       01  WS-RETAINED-EARNINGS          PIC S9(13)V99 VALUE ZERO.
       01  WS-PYE-CURRENT-EARNINGS       PIC S9(13)V99 VALUE ZERO.
       01  WS-PYE-RETAINED-EARNINGS      PIC S9(13)V99 VALUE ZERO.

       01  WS-LAYOUT-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-LAYOUT-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-LAYOUT-ENTRIES.
           05  WS-LAYOUT-ENTRY           OCCURS 200 TIMES.
               10  FS-STATEMENT-TYPE         PIC X(1).
               10  FS-LINE-TYPE              PIC X(1).
               10  FS-SUBTOTAL-LEVEL         PIC 9(1).
               10  FS-ACCOUNT-FROM           PIC X(8).
               10  FS-ACCOUNT-TO             PIC X(8).
               10  FS-SIGN                   PIC X(1).
               10  FS-BUDGET-SW              PIC X(1).
               10  FS-BUDGET-CATEGORY        PIC X(10).
               10  FS-DESCRIPTION            PIC X(30).
               10  FS-MONTH-BUDGET           PIC 9(13)V99.
               10  FS-YTD-BUDGET             PIC 9(13)V99.
       01  WS-LAYOUT-SUB                 PIC 9(3) COMP.
       01  WS-LAST-LAYOUT-KEY            PIC X(4) VALUE LOW-VALUES.
       01  WS-THIS-LAYOUT-KEY.
           05  WS-TK-STATEMENT-TYPE      PIC X(1).
           05  WS-TK-LINE-NO             PIC 9(3).
       01  WS-WANTED-STATEMENT           PIC X(1).

      *----------------------------------------------------------------
      * 行金額・小計(3段)・先頭からの累計。列はP&Lで当月/年度累計/
      * 前年同月、B/Sで当月末/前期末。
      *----------------------------------------------------------------
       01  WS-LINE-AMOUNTS.
           05  LA-AMOUNT                 OCCURS 3 TIMES
                                             PIC S9(13)V99.
       01  WS-SUBTOTAL-AMOUNTS.
           05  WS-SUBTOTAL-LEVEL         OCCURS 3 TIMES.
               10  SU-AMOUNT                 OCCURS 3 TIMES
                                             PIC S9(13)V99.
       01  WS-RUNNING-AMOUNTS.
           05  RN-AMOUNT                 OCCURS 3 TIMES
                                             PIC S9(13)V99.
       01  WS-COLUMN-SUB                 PIC 9(1) COMP.
       01  WS-LEVEL-SUB                  PIC 9(1) COMP.
       01  WS-CLEAR-SUB                  PIC 9(1) COMP.

       01  WS-TOTAL-ASSETS               PIC S9(13)V99.
       01  WS-TOTAL-CLAIMS               PIC S9(13)V99.
       01  WS-PYE-TOTAL-ASSETS           PIC S9(13)V99.
       01  WS-PYE-TOTAL-CLAIMS           PIC S9(13)V99.
       01  WS-OUT-OF-BALANCE-SW          PIC X(1) VALUE 'N'.
           88  BALANCE-SHEET-OUT             VALUE 'Y'.
       01  WS-UNMAPPED-COUNT             PIC 9(3) VALUE ZERO.

       01  WS-PL-TITLE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'PROFIT AND LOSS STATEMENT - PERIOD      '.
           05  PT-PERIOD                PIC 9(6).
           05  FILLER                  PIC X(16)
               VALUE '  FISCAL YEAR:  '.
           05  PT-FISCAL-YEAR           PIC 9(4).

       01  WS-PL-COLUMN-LINE.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE '            MONTH'.
           05  FILLER                  PIC X(17)
               VALUE '     YEAR TO DATE'.
           05  FILLER                  PIC X(17)
               VALUE '   SAME MONTH L/Y'.
           05  FILLER                  PIC X(17)
               VALUE '     BUDGET MONTH'.
           05  FILLER                  PIC X(17)
               VALUE '       BUDGET YTD'.

       01  WS-PL-DETAIL-LINE.
           05  PD-DESCRIPTION           PIC X(30).
           05  PD-MONTH-AMOUNT          PIC -ZZZZZZZZZZZZ9.99.
           05  PD-YTD-AMOUNT            PIC -ZZZZZZZZZZZZ9.99.
           05  PD-LAST-YEAR-AMOUNT      PIC -ZZZZZZZZZZZZ9.99.
           05  PD-BUDGET-PART.
               10  PD-MONTH-BUDGET      PIC -ZZZZZZZZZZZZ9.99.
               10  PD-YTD-BUDGET        PIC -ZZZZZZZZZZZZ9.99.

       01  WS-BS-TITLE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'BALANCE SHEET - PERIOD END              '.
           05  BT-PERIOD                PIC 9(6).
           05  FILLER                  PIC X(20)
               VALUE '  PRIOR YEAR END:   '.
           05  BT-PRIOR-YEAR-END        PIC 9(6).

       01  WS-BS-COLUMN-LINE.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE '        THIS YEAR'.
           05  FILLER                  PIC X(17)
               VALUE '   PRIOR YEAR END'.
           05  FILLER                  PIC X(17)
               VALUE '           CHANGE'.

       01  WS-BS-DETAIL-LINE.
           05  BD-DESCRIPTION           PIC X(30).
           05  BD-CURRENT-AMOUNT        PIC -ZZZZZZZZZZZZ9.99.
           05  BD-PRIOR-YE-AMOUNT       PIC -ZZZZZZZZZZZZ9.99.
           05  BD-CHANGE-AMOUNT         PIC -ZZZZZZZZZZZZ9.99.
       01  WS-CHANGE-AMOUNT              PIC S9(13)V99.

       01  WS-HEADING-LINE.
           05  HL-DESCRIPTION           PIC X(30).

       01  WS-CHECK-LINE.
           05  CL-LABEL                 PIC X(30).
           05  CL-CURRENT-AMOUNT        PIC -ZZZZZZZZZZZZ9.99.
           05  CL-PRIOR-YE-AMOUNT       PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-NOTE                  PIC X(20).

       01  WS-UNMAPPED-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'NOT ON LAYOUT:      '.
           05  UL-ACCOUNT-CODE          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UL-AMOUNT-1              PIC -ZZZZZZZZZZZZ9.99.
           05  UL-AMOUNT-2              PIC -ZZZZZZZZZZZZ9.99.

       01  WS-REPORT-BLANK-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-REPORT-PERIOD
           PERFORM READ-REPORT-PARM
           PERFORM READ-YEAR-END-PARM
           PERFORM SET-FISCAL-PERIODS
           PERFORM LOAD-STATEMENT-LAYOUT
           PERFORM LOAD-LEDGER-BALANCES
           PERFORM LOAD-LEDGER-HISTORY
           PERFORM LOAD-ANNUAL-SUMMARY
           PERFORM LOAD-SALES-BUDGET
           OPEN OUTPUT STATEMENT-REPORT-FILE
           PERFORM PRINT-PROFIT-AND-LOSS
           PERFORM PRINT-BALANCE-SHEET
           PERFORM PRINT-BALANCE-CHECK
           PERFORM PRINT-UNMAPPED-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
           CLOSE STATEMENT-REPORT-FILE
           DISPLAY 'FINANCIAL STATEMENTS - PERIOD: '
               WS-REPORT-PERIOD
               ' ACCOUNTS: ' WS-ACCT-COUNT
               ' NOT ON LAYOUT: ' WS-UNMAPPED-COUNT
           IF BALANCE-SHEET-OUT
               DISPLAY 'FINANCIAL STATEMENTS - BALANCE SHEET DOES '
                   'NOT BALANCE'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-REPORT-PARM.
           OPEN INPUT PARM-FILE
           IF PRM-FILE-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-REPORT-PERIOD > ZERO
                           MOVE SP-REPORT-PERIOD
                               TO WS-REPORT-PERIOD
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       READ-YEAR-END-PARM.
           MOVE ZERO TO WS-FISCAL-END-PERIOD
           OPEN INPUT YEAR-END-PARM-FILE
           IF FYE-FILE-OK
               READ YEAR-END-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FY-END-PERIOD TO WS-FISCAL-END-PERIOD
               END-READ
               CLOSE YEAR-END-PARM-FILE
           END-IF
           IF WS-FISCAL-END-MONTH < 1 OR WS-FISCAL-END-MONTH > 12
               DISPLAY 'FINANCIAL STATEMENTS - NO FYEND.PRM CARD - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FISCAL-END-MONTH = 12
               MOVE 1 TO WS-FISCAL-FIRST-MONTH
           ELSE
               COMPUTE WS-FISCAL-FIRST-MONTH = WS-FISCAL-END-MONTH + 1
           END-IF.

      *----------------------------------------------------------------
      * 年度は末月の属する暦年で呼ぶ(YEAR-END-CLOSEと同じ)。
      *----------------------------------------------------------------
       SET-FISCAL-PERIODS.
           IF WS-RP-MM > WS-FISCAL-END-MONTH
               COMPUTE WS-FISCAL-YEAR = WS-RP-CCYY + 1
           ELSE
               MOVE WS-RP-CCYY TO WS-FISCAL-YEAR
           END-IF
           COMPUTE WS-PRIOR-FISCAL-YEAR = WS-FISCAL-YEAR - 1
           IF WS-FISCAL-FIRST-MONTH = 1
               COMPUTE WS-YEAR-START-PERIOD =
                   WS-FISCAL-YEAR * 100 + 1
           ELSE
               COMPUTE WS-YEAR-START-PERIOD =
                   WS-PRIOR-FISCAL-YEAR * 100 + WS-FISCAL-FIRST-MONTH
           END-IF
           COMPUTE WS-PRIOR-YEAR-END-PERIOD =
               WS-PRIOR-FISCAL-YEAR * 100 + WS-FISCAL-END-MONTH
           COMPUTE WS-PRIOR-YEAR-START-PERIOD =
               WS-YEAR-START-PERIOD - 100
           COMPUTE WS-LAST-YEAR-PERIOD = WS-REPORT-PERIOD - 100.

      *----------------------------------------------------------------
      * 様式マスターは表示順。順序が崩れていたり積み切れないと
      * 決算書の行が欠けるので止める。
      *----------------------------------------------------------------
       LOAD-STATEMENT-LAYOUT.
           OPEN INPUT LAYOUT-FILE
           IF NOT LAY-FILE-OK
               DISPLAY 'ERROR: FSLAYOUT.DAT LAYOUT MASTER MISSING - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-LAYOUT-ROW
           PERFORM STORE-LAYOUT-ROW UNTIL LAY-FILE-EOF
           CLOSE LAYOUT-FILE
           IF WS-LAYOUT-COUNT = ZERO
               DISPLAY 'ERROR: FSLAYOUT.DAT LAYOUT MASTER EMPTY - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-LAYOUT-ROW.
           READ LAYOUT-FILE
               AT END
                   SET LAY-FILE-EOF TO TRUE
           END-READ.

       STORE-LAYOUT-ROW.
           MOVE FL-STATEMENT-TYPE TO WS-TK-STATEMENT-TYPE
           MOVE FL-LINE-NO TO WS-TK-LINE-NO
           IF WS-THIS-LAYOUT-KEY NOT > WS-LAST-LAYOUT-KEY
               DISPLAY 'ERROR: FSLAYOUT.DAT OUT OF SEQUENCE AT '
                   WS-THIS-LAYOUT-KEY ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-THIS-LAYOUT-KEY TO WS-LAST-LAYOUT-KEY
           IF WS-LAYOUT-COUNT < WS-LAYOUT-TABLE-MAX
               ADD 1 TO WS-LAYOUT-COUNT
           ELSE
               DISPLAY 'ERROR: LAYOUT TABLE FULL - STATEMENTS '
                   'WOULD BE SHORT - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FL-STATEMENT-TYPE
               TO FS-STATEMENT-TYPE (WS-LAYOUT-COUNT)
           MOVE FL-LINE-TYPE TO FS-LINE-TYPE (WS-LAYOUT-COUNT)
           MOVE FL-SUBTOTAL-LEVEL
               TO FS-SUBTOTAL-LEVEL (WS-LAYOUT-COUNT)
           IF FL-SUBTOTAL-LINE
               AND (FL-SUBTOTAL-LEVEL < 1 OR FL-SUBTOTAL-LEVEL > 3)
               MOVE 1 TO FS-SUBTOTAL-LEVEL (WS-LAYOUT-COUNT)
           END-IF
           MOVE FL-ACCOUNT-FROM TO FS-ACCOUNT-FROM (WS-LAYOUT-COUNT)
           MOVE FL-ACCOUNT-TO TO FS-ACCOUNT-TO (WS-LAYOUT-COUNT)
           MOVE FL-SIGN TO FS-SIGN (WS-LAYOUT-COUNT)
           MOVE FL-BUDGET-SW TO FS-BUDGET-SW (WS-LAYOUT-COUNT)
           MOVE FL-BUDGET-CATEGORY
               TO FS-BUDGET-CATEGORY (WS-LAYOUT-COUNT)
           MOVE FL-DESCRIPTION TO FS-DESCRIPTION (WS-LAYOUT-COUNT)
           MOVE ZERO TO FS-MONTH-BUDGET (WS-LAYOUT-COUNT)
           MOVE ZERO TO FS-YTD-BUDGET (WS-LAYOUT-COUNT)
           PERFORM READ-LAYOUT-ROW.

      *----------------------------------------------------------------
      * 報告月より後の行は読み飛ばす。損益科目は当期分を当月・累計・
      * 当期利益に、前期以前を未処分の過年度利益に畳む。
      *----------------------------------------------------------------
       LOAD-LEDGER-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF BAL-FILE-OK
               PERFORM READ-BALANCE-ROW
               PERFORM FOLD-BALANCE-ROW UNTIL BAL-FILE-EOF
               CLOSE GL-BALANCE-FILE
           END-IF.

       READ-BALANCE-ROW.
           READ GL-BALANCE-FILE
               AT END
                   SET BAL-FILE-EOF TO TRUE
           END-READ.

       FOLD-BALANCE-ROW.
           IF GB-PERIOD NOT > WS-REPORT-PERIOD
               MOVE GB-ACCOUNT-CODE TO WS-WANTED-ACCOUNT
               PERFORM FIND-ACCOUNT-ROW
               COMPUTE WS-ROW-NET = GB-CREDIT-TOTAL - GB-DEBIT-TOTAL
               IF AC-PROFIT-AND-LOSS (WS-ACCT-HIT-SUB)
                   PERFORM FOLD-EARNINGS-ROW
               ELSE
                   ADD WS-ROW-NET
                       TO AC-CURRENT-BALANCE (WS-ACCT-HIT-SUB)
                   IF GB-PERIOD NOT > WS-PRIOR-YEAR-END-PERIOD
                       ADD WS-ROW-NET
                           TO AC-PRIOR-YE-BALANCE (WS-ACCT-HIT-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-BALANCE-ROW.

       FOLD-EARNINGS-ROW.
           IF GB-PERIOD = WS-REPORT-PERIOD
               ADD WS-ROW-NET TO AC-MONTH-AMOUNT (WS-ACCT-HIT-SUB)
           END-IF
           IF GB-PERIOD = WS-LAST-YEAR-PERIOD
               ADD WS-ROW-NET
                   TO AC-LAST-YEAR-AMOUNT (WS-ACCT-HIT-SUB)
           END-IF
           IF GB-PERIOD NOT < WS-YEAR-START-PERIOD
               ADD WS-ROW-NET TO AC-YTD-AMOUNT (WS-ACCT-HIT-SUB)
               ADD WS-ROW-NET TO WS-CURRENT-EARNINGS
           ELSE
               ADD WS-ROW-NET TO WS-RETAINED-EARNINGS
               IF GB-PERIOD NOT < WS-PRIOR-YEAR-START-PERIOD
                   ADD WS-ROW-NET TO WS-PYE-CURRENT-EARNINGS
               ELSE
                   ADD WS-ROW-NET TO WS-PYE-RETAINED-EARNINGS
               END-IF
           END-IF.

       FIND-ACCOUNT-ROW.
           MOVE ZERO TO WS-ACCT-HIT-SUB
           PERFORM MATCH-ACCOUNT-ROW
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   OR WS-ACCT-HIT-SUB > ZERO
           IF WS-ACCT-HIT-SUB = ZERO
               IF WS-ACCT-COUNT < WS-ACCT-TABLE-MAX
                   ADD 1 TO WS-ACCT-COUNT
               ELSE
                   DISPLAY 'ERROR: ACCOUNT TABLE FULL - STATEMENTS '
                       'WOULD BE SHORT - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-WANTED-ACCOUNT
                   TO AC-ACCOUNT-CODE (WS-ACCT-COUNT)
               MOVE ZERO TO AC-MONTH-AMOUNT (WS-ACCT-COUNT)
               MOVE ZERO TO AC-YTD-AMOUNT (WS-ACCT-COUNT)
               MOVE ZERO TO AC-LAST-YEAR-AMOUNT (WS-ACCT-COUNT)
               MOVE ZERO TO AC-CURRENT-BALANCE (WS-ACCT-COUNT)
               MOVE ZERO TO AC-PRIOR-YE-BALANCE (WS-ACCT-COUNT)
               MOVE 'N' TO AC-MAPPED-SW (WS-ACCT-COUNT)
               MOVE WS-ACCT-COUNT TO WS-ACCT-HIT-SUB
           END-IF.

       MATCH-ACCOUNT-ROW.
           IF AC-ACCOUNT-CODE (WS-ACCT-SUB) = WS-WANTED-ACCOUNT
               MOVE WS-ACCT-SUB TO WS-ACCT-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * 年度締めでGLBALから外れた月次行。前年同月の損益だけを使う。
      *----------------------------------------------------------------
       LOAD-LEDGER-HISTORY.
           OPEN INPUT GL-HISTORY-FILE
           IF HST-FILE-OK
               PERFORM READ-HISTORY-ROW
               PERFORM FOLD-HISTORY-ROW UNTIL HST-FILE-EOF
               CLOSE GL-HISTORY-FILE
           END-IF.

       READ-HISTORY-ROW.
           READ GL-HISTORY-FILE
               AT END
                   SET HST-FILE-EOF TO TRUE
           END-READ.

       FOLD-HISTORY-ROW.
           IF GH-PERIOD = WS-LAST-YEAR-PERIOD
               AND (GH-ACCOUNT-CODE (1:1) = '4'
                   OR GH-ACCOUNT-CODE (1:1) = '5')
               MOVE GH-ACCOUNT-CODE TO WS-WANTED-ACCOUNT
               PERFORM FIND-ACCOUNT-ROW
               COMPUTE WS-ROW-NET = GH-CREDIT-TOTAL - GH-DEBIT-TOTAL
               ADD WS-ROW-NET
                   TO AC-LAST-YEAR-AMOUNT (WS-ACCT-HIT-SUB)
           END-IF
           PERFORM READ-HISTORY-ROW.

      *----------------------------------------------------------------
      * 締めた年度の年間集計。損益科目は過年度利益へ、前期の貸借
      * 科目は前期末残高へ(期首繰越しを含むので前期末そのもの)。
      *----------------------------------------------------------------
       LOAD-ANNUAL-SUMMARY.
           OPEN INPUT GL-ANNUAL-FILE
           IF ANN-FILE-OK
               PERFORM READ-ANNUAL-ROW
               PERFORM FOLD-ANNUAL-ROW UNTIL ANN-FILE-EOF
               CLOSE GL-ANNUAL-FILE
           END-IF.

       READ-ANNUAL-ROW.
           READ GL-ANNUAL-FILE
               AT END
                   SET ANN-FILE-EOF TO TRUE
           END-READ.

       FOLD-ANNUAL-ROW.
           IF GA-FISCAL-YEAR < WS-FISCAL-YEAR
               COMPUTE WS-ROW-NET = GA-CREDIT-TOTAL - GA-DEBIT-TOTAL
               IF GA-ACCOUNT-CODE (1:1) = '4'
                   OR GA-ACCOUNT-CODE (1:1) = '5'
                   ADD WS-ROW-NET TO WS-RETAINED-EARNINGS
                   IF GA-FISCAL-YEAR = WS-PRIOR-FISCAL-YEAR
                       ADD WS-ROW-NET TO WS-PYE-CURRENT-EARNINGS
                   ELSE
                       ADD WS-ROW-NET TO WS-PYE-RETAINED-EARNINGS
                   END-IF
               ELSE
                   IF GA-FISCAL-YEAR = WS-PRIOR-FISCAL-YEAR
                       MOVE GA-ACCOUNT-CODE TO WS-WANTED-ACCOUNT
                       PERFORM FIND-ACCOUNT-ROW
                       ADD WS-ROW-NET
                           TO AC-PRIOR-YE-BALANCE (WS-ACCT-HIT-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-ANNUAL-ROW.

      *----------------------------------------------------------------
      * 予算表示の行へ、当月と年度累計の予算を積む。
      *----------------------------------------------------------------
       LOAD-SALES-BUDGET.
           OPEN INPUT BUDGET-FILE
           IF BUD-FILE-OK
               PERFORM READ-BUDGET-ROW
               PERFORM FOLD-BUDGET-ROW UNTIL BUD-FILE-EOF
               CLOSE BUDGET-FILE
           END-IF.

       READ-BUDGET-ROW.
           READ BUDGET-FILE
               AT END
                   SET BUD-FILE-EOF TO TRUE
           END-READ.

       FOLD-BUDGET-ROW.
           IF SB-BUDGET-MONTH NOT < WS-YEAR-START-PERIOD
               AND SB-BUDGET-MONTH NOT > WS-REPORT-PERIOD
               PERFORM ADD-BUDGET-TO-LINE
                   VARYING WS-LAYOUT-SUB FROM 1 BY 1
                   UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT
           END-IF
           PERFORM READ-BUDGET-ROW.

       ADD-BUDGET-TO-LINE.
           IF FS-BUDGET-SW (WS-LAYOUT-SUB) = 'Y'
               AND FS-STATEMENT-TYPE (WS-LAYOUT-SUB) = 'P'
               AND (FS-BUDGET-CATEGORY (WS-LAYOUT-SUB) = SPACES
                   OR FS-BUDGET-CATEGORY (WS-LAYOUT-SUB)
                       = SB-CATEGORY-CODE)
               ADD SB-BUDGET-AMOUNT TO FS-YTD-BUDGET (WS-LAYOUT-SUB)
               IF SB-BUDGET-MONTH = WS-REPORT-PERIOD
                   ADD SB-BUDGET-AMOUNT
                       TO FS-MONTH-BUDGET (WS-LAYOUT-SUB)
               END-IF
           END-IF.

       PRINT-PROFIT-AND-LOSS.
           MOVE WS-REPORT-PERIOD TO PT-PERIOD
           MOVE WS-FISCAL-YEAR TO PT-FISCAL-YEAR
           WRITE STATEMENT-REPORT-LINE FROM WS-PL-TITLE-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-PL-COLUMN-LINE
           MOVE 'P' TO WS-WANTED-STATEMENT
           INITIALIZE WS-SUBTOTAL-AMOUNTS WS-RUNNING-AMOUNTS
           PERFORM PRINT-STATEMENT-LINE
               VARYING WS-LAYOUT-SUB FROM 1 BY 1
               UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

       PRINT-BALANCE-SHEET.
           MOVE WS-REPORT-PERIOD TO BT-PERIOD
           MOVE WS-PRIOR-YEAR-END-PERIOD TO BT-PRIOR-YEAR-END
           WRITE STATEMENT-REPORT-LINE FROM WS-BS-TITLE-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-BS-COLUMN-LINE
           MOVE 'B' TO WS-WANTED-STATEMENT
           INITIALIZE WS-SUBTOTAL-AMOUNTS WS-RUNNING-AMOUNTS
           PERFORM PRINT-STATEMENT-LINE
               VARYING WS-LAYOUT-SUB FROM 1 BY 1
               UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

      *----------------------------------------------------------------
      * 様式の1行を金額化して印字する。金額は貸方マイナス借方で
      * 積み、借方側の行(FS-SIGN D)は印字の時だけ符号を返す。
      *----------------------------------------------------------------
       PRINT-STATEMENT-LINE.
           IF FS-STATEMENT-TYPE (WS-LAYOUT-SUB) = WS-WANTED-STATEMENT
               INITIALIZE WS-LINE-AMOUNTS
               EVALUATE FS-LINE-TYPE (WS-LAYOUT-SUB)
                   WHEN 'H'
                       MOVE FS-DESCRIPTION (WS-LAYOUT-SUB)
                           TO HL-DESCRIPTION
                       WRITE STATEMENT-REPORT-LINE
                           FROM WS-HEADING-LINE
                   WHEN 'D'
                       PERFORM ADD-ACCOUNT-TO-LINE
                           VARYING WS-ACCT-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                       PERFORM ACCUMULATE-LINE-AMOUNTS
                       PERFORM WRITE-AMOUNT-LINE
                   WHEN 'R'
                       MOVE WS-RETAINED-EARNINGS TO LA-AMOUNT (1)
                       MOVE WS-PYE-RETAINED-EARNINGS
                           TO LA-AMOUNT (2)
                       PERFORM ACCUMULATE-LINE-AMOUNTS
                       PERFORM WRITE-AMOUNT-LINE
                   WHEN 'Y'
                       MOVE WS-CURRENT-EARNINGS TO LA-AMOUNT (1)
                       MOVE WS-PYE-CURRENT-EARNINGS
                           TO LA-AMOUNT (2)
                       PERFORM ACCUMULATE-LINE-AMOUNTS
                       PERFORM WRITE-AMOUNT-LINE
                   WHEN 'S'
                       MOVE FS-SUBTOTAL-LEVEL (WS-LAYOUT-SUB)
                           TO WS-LEVEL-SUB
                       PERFORM TAKE-SUBTOTAL-COLUMN
                           VARYING WS-COLUMN-SUB FROM 1 BY 1
                           UNTIL WS-COLUMN-SUB > 3
                       PERFORM WRITE-AMOUNT-LINE
                   WHEN 'T'
                       MOVE WS-RUNNING-AMOUNTS TO WS-LINE-AMOUNTS
                       PERFORM WRITE-AMOUNT-LINE
               END-EVALUATE
           END-IF.

       ADD-ACCOUNT-TO-LINE.
           IF AC-ACCOUNT-CODE (WS-ACCT-SUB)
                   NOT < FS-ACCOUNT-FROM (WS-LAYOUT-SUB)
               AND AC-ACCOUNT-CODE (WS-ACCT-SUB)
                   NOT > FS-ACCOUNT-TO (WS-LAYOUT-SUB)
               IF WS-WANTED-STATEMENT = 'P'
                   AND AC-PROFIT-AND-LOSS (WS-ACCT-SUB)
                   ADD AC-MONTH-AMOUNT (WS-ACCT-SUB) TO LA-AMOUNT (1)
                   ADD AC-YTD-AMOUNT (WS-ACCT-SUB) TO LA-AMOUNT (2)
                   ADD AC-LAST-YEAR-AMOUNT (WS-ACCT-SUB)
                       TO LA-AMOUNT (3)
                   MOVE 'Y' TO AC-MAPPED-SW (WS-ACCT-SUB)
               END-IF
               IF WS-WANTED-STATEMENT = 'B'
                   AND NOT AC-PROFIT-AND-LOSS (WS-ACCT-SUB)
                   ADD AC-CURRENT-BALANCE (WS-ACCT-SUB)
                       TO LA-AMOUNT (1)
                   ADD AC-PRIOR-YE-BALANCE (WS-ACCT-SUB)
                       TO LA-AMOUNT (2)
                   MOVE 'Y' TO AC-MAPPED-SW (WS-ACCT-SUB)
               END-IF
           END-IF.

       ACCUMULATE-LINE-AMOUNTS.
           PERFORM ACCUMULATE-ONE-COLUMN
               VARYING WS-COLUMN-SUB FROM 1 BY 1
               UNTIL WS-COLUMN-SUB > 3.

       ACCUMULATE-ONE-COLUMN.
           ADD LA-AMOUNT (WS-COLUMN-SUB) TO RN-AMOUNT (WS-COLUMN-SUB)
           PERFORM ADD-TO-SUBTOTAL-LEVEL
               VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > 3.

       ADD-TO-SUBTOTAL-LEVEL.
           ADD LA-AMOUNT (WS-COLUMN-SUB)
               TO SU-AMOUNT (WS-LEVEL-SUB WS-COLUMN-SUB).

      *----------------------------------------------------------------
      * 指定段の小計を取り出し、その段と下位の段をクリアする。
      *----------------------------------------------------------------
       TAKE-SUBTOTAL-COLUMN.
           MOVE SU-AMOUNT (WS-LEVEL-SUB WS-COLUMN-SUB)
               TO LA-AMOUNT (WS-COLUMN-SUB)
           PERFORM CLEAR-SUBTOTAL-LEVEL
               VARYING WS-CLEAR-SUB FROM 1 BY 1
               UNTIL WS-CLEAR-SUB > WS-LEVEL-SUB.

       CLEAR-SUBTOTAL-LEVEL.
           MOVE ZERO TO SU-AMOUNT (WS-CLEAR-SUB WS-COLUMN-SUB).

       WRITE-AMOUNT-LINE.
           IF FS-SIGN (WS-LAYOUT-SUB) = 'D'
               COMPUTE LA-AMOUNT (1) = ZERO - LA-AMOUNT (1)
               COMPUTE LA-AMOUNT (2) = ZERO - LA-AMOUNT (2)
               COMPUTE LA-AMOUNT (3) = ZERO - LA-AMOUNT (3)
           END-IF
           IF WS-WANTED-STATEMENT = 'P'
               MOVE FS-DESCRIPTION (WS-LAYOUT-SUB) TO PD-DESCRIPTION
               MOVE LA-AMOUNT (1) TO PD-MONTH-AMOUNT
               MOVE LA-AMOUNT (2) TO PD-YTD-AMOUNT
               MOVE LA-AMOUNT (3) TO PD-LAST-YEAR-AMOUNT
               IF FS-BUDGET-SW (WS-LAYOUT-SUB) = 'Y'
                   AND FS-LINE-TYPE (WS-LAYOUT-SUB) = 'D'
                   MOVE FS-MONTH-BUDGET (WS-LAYOUT-SUB)
                       TO PD-MONTH-BUDGET
                   MOVE FS-YTD-BUDGET (WS-LAYOUT-SUB)
                       TO PD-YTD-BUDGET
               ELSE
                   MOVE SPACES TO PD-BUDGET-PART
               END-IF
               WRITE STATEMENT-REPORT-LINE FROM WS-PL-DETAIL-LINE
           ELSE
               MOVE FS-DESCRIPTION (WS-LAYOUT-SUB) TO BD-DESCRIPTION
               MOVE LA-AMOUNT (1) TO BD-CURRENT-AMOUNT
               MOVE LA-AMOUNT (2) TO BD-PRIOR-YE-AMOUNT
               COMPUTE WS-CHANGE-AMOUNT =
                   LA-AMOUNT (1) - LA-AMOUNT (2)
               MOVE WS-CHANGE-AMOUNT TO BD-CHANGE-AMOUNT
               WRITE STATEMENT-REPORT-LINE FROM WS-BS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 様式に依らず勘定から直接検証する: 資産(1) = 負債・純資産
      * (1以外の貸借科目) + 過年度利益 + 当期利益。
      *----------------------------------------------------------------
       PRINT-BALANCE-CHECK.
           MOVE ZERO TO WS-TOTAL-ASSETS WS-TOTAL-CLAIMS
                        WS-PYE-TOTAL-ASSETS WS-PYE-TOTAL-CLAIMS
           PERFORM ADD-ACCOUNT-TO-CHECK
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
           ADD WS-RETAINED-EARNINGS WS-CURRENT-EARNINGS
               TO WS-TOTAL-CLAIMS
           ADD WS-PYE-RETAINED-EARNINGS WS-PYE-CURRENT-EARNINGS
               TO WS-PYE-TOTAL-CLAIMS
           MOVE SPACES TO CL-NOTE
           MOVE 'TOTAL ASSETS' TO CL-LABEL
           MOVE WS-TOTAL-ASSETS TO CL-CURRENT-AMOUNT
           MOVE WS-PYE-TOTAL-ASSETS TO CL-PRIOR-YE-AMOUNT
           WRITE STATEMENT-REPORT-LINE FROM WS-CHECK-LINE
           MOVE 'LIABILITIES, EQUITY, EARNINGS' TO CL-LABEL
           MOVE WS-TOTAL-CLAIMS TO CL-CURRENT-AMOUNT
           MOVE WS-PYE-TOTAL-CLAIMS TO CL-PRIOR-YE-AMOUNT
           IF WS-TOTAL-ASSETS = WS-TOTAL-CLAIMS
               AND WS-PYE-TOTAL-ASSETS = WS-PYE-TOTAL-CLAIMS
               MOVE 'IN BALANCE' TO CL-NOTE
           ELSE
               MOVE 'OUT OF BALANCE' TO CL-NOTE
               SET BALANCE-SHEET-OUT TO TRUE
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM WS-CHECK-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

       ADD-ACCOUNT-TO-CHECK.
           IF AC-ASSET-ACCOUNT (WS-ACCT-SUB)
               SUBTRACT AC-CURRENT-BALANCE (WS-ACCT-SUB)
                   FROM WS-TOTAL-ASSETS
               SUBTRACT AC-PRIOR-YE-BALANCE (WS-ACCT-SUB)
                   FROM WS-PYE-TOTAL-ASSETS
           ELSE
               IF NOT AC-PROFIT-AND-LOSS (WS-ACCT-SUB)
                   ADD AC-CURRENT-BALANCE (WS-ACCT-SUB)
                       TO WS-TOTAL-CLAIMS
                   ADD AC-PRIOR-YE-BALANCE (WS-ACCT-SUB)
                       TO WS-PYE-TOTAL-CLAIMS
               END-IF
           END-IF.

       PRINT-UNMAPPED-ACCOUNT.
           IF NOT AC-ON-LAYOUT (WS-ACCT-SUB)
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE AC-ACCOUNT-CODE (WS-ACCT-SUB) TO UL-ACCOUNT-CODE
               IF AC-PROFIT-AND-LOSS (WS-ACCT-SUB)
                   MOVE AC-MONTH-AMOUNT (WS-ACCT-SUB) TO UL-AMOUNT-1
                   MOVE AC-YTD-AMOUNT (WS-ACCT-SUB) TO UL-AMOUNT-2
               ELSE
                   MOVE AC-CURRENT-BALANCE (WS-ACCT-SUB)
                       TO UL-AMOUNT-1
                   MOVE AC-PRIOR-YE-BALANCE (WS-ACCT-SUB)
                       TO UL-AMOUNT-2
               END-IF
               WRITE STATEMENT-REPORT-LINE FROM WS-UNMAPPED-LINE
           END-IF.
