       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FLOW-FORECAST.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Weekly treasury forecast for the next thirteen weeks, so the
      * question "how much cash will we have on the 25th" has an
      * answer.  CASHFCST.PRM carries this morning's bank balance
      * and the minimum treasury will run the account down to;
      * without the card nothing is forecast.  Week 1 starts today.
      * Inflows are the open ARITEMS.DAT items, less any amount
      * under open dispute, expected on AR-DUE-DATE (invoice date
      * where zero) moved by the customer's average days paid late
      * on ARPAYHST.DAT - an early payer's average moves it
      * earlier.  Outflows are the open APITEMS.DAT payables on
      * AP-DUE-DATE, net pay from the latest PAYREG.DAT month
      * repeated on each month's pay day, the latest BONUSREG.DAT
      * run's net bonus on its period's pay day, and the
      * withholding/resident tax and social insurance remittances
      * that follow each payroll, dated per CASH-FORECAST-RULES
      * against the BUSCAL.DAT business calendar.  Anything already
      * overdue on either ledger lands in week 1.  CASHFCST.RPT
      * shows each week's flows and running balance, flagging every
      * week whose closing balance falls below the minimum.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-CARD-FILE ASSIGN TO "CASHFCST.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT AP-ITEM-FILE ASSIGN TO "APITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT BONUS-REGISTER-FILE ASSIGN TO "BONUSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUS-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "CASHFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-CARD-FILE.
       01  BALANCE-CARD-RECORD.
           05  FP-OPENING-BALANCE       PIC 9(11)V99.
           05  FP-MINIMUM-BALANCE       PIC 9(11)V99.

       FD  CALENDAR-FILE.
       COPY BUSINESS-CALENDAR-RECORD.

       FD  PAY-HISTORY-FILE.
       COPY AR-PAYMENT-HISTORY-RECORD.

       FD  AR-ITEM-FILE.
       COPY AR-OPEN-ITEM-RECORD.

       FD  AP-ITEM-FILE.
       COPY AP-OPEN-ITEM-RECORD.

       FD  PAY-REGISTER-FILE.
       COPY PAY-REGISTER-RECORD.

       FD  BONUS-REGISTER-FILE.
       COPY BONUS-REGISTER-RECORD.

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS                PIC XX.
           88  CARD-FILE-OK                  VALUE '00'.
       01  WS-CAL-STATUS                 PIC XX.
           88  CAL-FILE-OK                   VALUE '00'.
           88  CAL-FILE-EOF                  VALUE '10'.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-AR-STATUS                  PIC XX.
           88  AR-FILE-OK                    VALUE '00'.
           88  AR-FILE-EOF                   VALUE '10'.
       01  WS-AP-STATUS                  PIC XX.
           88  AP-FILE-OK                    VALUE '00'.
           88  AP-FILE-EOF                   VALUE '10'.
       01  WS-PREG-STATUS                PIC XX.
           88  PREG-FILE-OK                  VALUE '00'.
           88  PREG-FILE-EOF                 VALUE '10'.
       01  WS-BONUS-STATUS               PIC XX.
           88  BONUS-FILE-OK                 VALUE '00'.
           88  BONUS-FILE-EOF                VALUE '10'.

       COPY CASH-FORECAST-RULES.

       01  WS-CARD-READ-SW               PIC X(1) VALUE 'N'.
           88  BALANCE-CARD-READ             VALUE 'Y'.
       01  WS-OPENING-BALANCE            PIC 9(11)V99 VALUE ZERO.
       01  WS-MINIMUM-BALANCE            PIC 9(11)V99 VALUE ZERO.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TODAY-INTEGER              PIC 9(7).
       01  WS-HORIZON-INTEGER            PIC 9(7).
       01  WS-HORIZON-DATE               PIC 9(8).
       01  WS-HORIZON-MONTH              PIC 9(6).
       01  WS-CALENDAR-FROM-DATE         PIC 9(8).
       01  WS-CALENDAR-TO-DATE           PIC 9(8).

      *----------------------------------------------------------------
      * 13週の集計表。1週目は本日から7日間。
      *----------------------------------------------------------------
       01  WS-WEEK-ENTRIES.
           05  WS-WEEK-ENTRY             OCCURS 13 TIMES.
               10  WK-START-DATE             PIC 9(8).
               10  WK-AR-IN                  PIC 9(11)V99.
               10  WK-AP-OUT                 PIC 9(11)V99.
               10  WK-PAY-OUT                PIC 9(11)V99.
               10  WK-SI-OUT                 PIC 9(11)V99.
               10  WK-TAX-OUT                PIC 9(11)V99.
       01  WS-WEEK-SUB                   PIC 9(3) COMP.
       01  WS-RUNNING-BALANCE            PIC S9(13)V99.
       01  WS-SHORT-WEEK-COUNT           PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * 休日の表(BUSCAL.DATのH行)。行のない日は営業日として扱う
      * (NIGHTLY-BATCH-DRIVERと同じ)。
      *----------------------------------------------------------------
       01  WS-HOLIDAY-TABLE-MAX          PIC 9(3) VALUE 200.
       01  WS-HOLIDAY-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-ENTRIES.
           05  WS-HOLIDAY-ENTRY          OCCURS 200 TIMES.
               10  HD-DATE                   PIC 9(8).
       01  WS-HOLIDAY-SUB                PIC 9(3) COMP.
       01  WS-HOLIDAY-SW                 PIC X(1).
           88  DATE-IS-HOLIDAY               VALUE 'Y'.

      *----------------------------------------------------------------
      * 顧客別の遅延実績(支払済み明細の期日からの日数の合計と件数)。
      *----------------------------------------------------------------
       01  WS-LATENESS-TABLE-MAX         PIC 9(3) VALUE 500.
       01  WS-LATENESS-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-LATENESS-ENTRIES.
           05  WS-LATENESS-ENTRY         OCCURS 500 TIMES.
               10  LT-CUSTOMER-ID            PIC 9(8).
               10  LT-DAYS-TOTAL             PIC S9(9).
               10  LT-ITEM-COUNT             PIC 9(5).
       01  WS-LATENESS-SUB               PIC 9(3) COMP.
       01  WS-LATENESS-HIT-SUB           PIC 9(3) COMP.
       01  WS-LATENESS-CUSTOMER-ID       PIC 9(8).
       01  WS-DAYS-LATE                  PIC S9(7).
       01  WS-AVERAGE-DAYS-LATE          PIC S9(7).

       01  WS-LATEST-PAY-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-PAYROLL-NET                PIC 9(11)V99 VALUE ZERO.
       01  WS-PAYROLL-SI-EE              PIC 9(11)V99 VALUE ZERO.
       01  WS-PAYROLL-TAX                PIC 9(11)V99 VALUE ZERO.
       01  WS-LATEST-BONUS-RUN           PIC 9(8) VALUE ZERO.
       01  WS-BONUS-PERIOD               PIC 9(6) VALUE ZERO.
       01  WS-BONUS-NET                  PIC 9(11)V99 VALUE ZERO.
       01  WS-BONUS-TAX                  PIC 9(11)V99 VALUE ZERO.

       01  WS-WORK-MONTH.
           05  WM-YEAR                   PIC 9(4).
           05  WM-MONTH                  PIC 9(2).
       01  WS-WORK-MONTH-NUM REDEFINES WS-WORK-MONTH PIC 9(6).
       01  WS-NEXT-MONTH.
           05  NM-YEAR                   PIC 9(4).
           05  NM-MONTH                  PIC 9(2).
       01  WS-CALC-DATE.
           05  CD-YEAR                   PIC 9(4).
           05  CD-MONTH                  PIC 9(2).
           05  CD-DAY                    PIC 9(2).
       01  WS-CALC-DATE-NUM REDEFINES WS-CALC-DATE PIC 9(8).
       01  WS-CALC-INTEGER               PIC 9(7).

       01  WS-BASE-DATE                  PIC 9(8).
       01  WS-CASH-INTEGER               PIC S9(7).
       01  WS-CASH-AMOUNT                PIC 9(11)V99.
       01  WS-DISPUTED-AMOUNT            PIC 9(9)V99.
       01  WS-EXPECTED-AMOUNT            PIC 9(9)V99.
       01  WS-DAY-OFFSET                 PIC S9(7).
       01  WS-CASH-KIND                  PIC X(1).
           88  CASH-KIND-AR                  VALUE 'R'.
           88  CASH-KIND-AP                  VALUE 'A'.
           88  CASH-KIND-PAY                 VALUE 'P'.
           88  CASH-KIND-SI                  VALUE 'S'.
           88  CASH-KIND-TAX                 VALUE 'T'.

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(22)
               VALUE 'CASH FLOW FORECAST AS '.
           05  FILLER                  PIC X(3) VALUE 'OF '.
           05  HL-TODAY                 PIC 9(8).
           05  FILLER                  PIC X(10) VALUE '  OPENING '.
           05  HL-OPENING-BALANCE       PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  MINIMUM '.
           05  HL-MINIMUM-BALANCE       PIC ZZZZZZZZZZ9.

       01  WS-WEEK-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE 'WEEK '.
           05  WL-WEEK-NO               PIC Z9.
           05  FILLER                  PIC X(6) VALUE ' FROM '.
           05  WL-START-DATE            PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' IN '.
           05  WL-AR-IN                 PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(4) VALUE ' AP '.
           05  WL-AP-OUT                PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE ' PAY '.
           05  WL-PAY-OUT               PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(4) VALUE ' SI '.
           05  WL-SI-OUT                PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE ' TAX '.
           05  WL-TAX-OUT               PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE ' BAL '.
           05  WL-BALANCE               PIC ------------9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WL-FLAG                  PIC X(13).

       01  WS-FOOTER-LINE.
           05  FILLER                  PIC X(26)
               VALUE 'WEEKS BELOW MINIMUM:      '.
           05  FL-SHORT-WEEK-COUNT      PIC Z9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
           PERFORM READ-BALANCE-CARD
           PERFORM SET-FORECAST-HORIZON
           PERFORM SET-UP-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > CF-FORECAST-WEEKS
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-PAYMENT-LATENESS
           PERFORM FORECAST-COLLECTIONS
           PERFORM FORECAST-PAYABLES
           PERFORM FIND-LATEST-PAYROLL
           PERFORM FIND-LATEST-BONUS
           IF WS-LATEST-PAY-MONTH > ZERO
               PERFORM FORECAST-PAYROLL-MONTHS
           END-IF
           IF WS-LATEST-BONUS-RUN > ZERO AND WS-BONUS-PERIOD > ZERO
               PERFORM FORECAST-BONUS
           END-IF
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE WS-TODAY-CCYYMMDD TO HL-TODAY
           MOVE WS-OPENING-BALANCE TO HL-OPENING-BALANCE
           MOVE WS-MINIMUM-BALANCE TO HL-MINIMUM-BALANCE
           WRITE FORECAST-REPORT-LINE FROM WS-HEADER-LINE
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           PERFORM REPORT-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > CF-FORECAST-WEEKS
           MOVE WS-SHORT-WEEK-COUNT TO FL-SHORT-WEEK-COUNT
           WRITE FORECAST-REPORT-LINE FROM WS-FOOTER-LINE
           CLOSE FORECAST-REPORT-FILE
           DISPLAY 'CASH FLOW FORECAST - WEEKS BELOW MINIMUM: '
               WS-SHORT-WEEK-COUNT
           STOP RUN.

       READ-BALANCE-CARD.
           OPEN INPUT BALANCE-CARD-FILE
           IF CARD-FILE-OK
               READ BALANCE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FP-OPENING-BALANCE TO WS-OPENING-BALANCE
                       MOVE FP-MINIMUM-BALANCE TO WS-MINIMUM-BALANCE
                       SET BALANCE-CARD-READ TO TRUE
               END-READ
               CLOSE BALANCE-CARD-FILE
           END-IF
           IF NOT BALANCE-CARD-READ
               DISPLAY 'CASH FLOW FORECAST - NO BALANCE CARD, '
                   'NOTHING FORECAST'
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 予測期間の末日と、休日表に読み込む暦の範囲。月末の社会保険
      * 料納付は期間末の翌月末まで届くので、暦は少し先まで読む。
      *----------------------------------------------------------------
       SET-FORECAST-HORIZON.
           COMPUTE WS-HORIZON-INTEGER = WS-TODAY-INTEGER
               + CF-FORECAST-WEEKS * 7 - 1
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER (WS-HORIZON-INTEGER)
           MOVE WS-HORIZON-DATE (1:6) TO WS-HORIZON-MONTH
           COMPUTE WS-CALENDAR-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-TODAY-INTEGER - 31)
           COMPUTE WS-CALENDAR-TO-DATE =
               FUNCTION DATE-OF-INTEGER (WS-HORIZON-INTEGER + 45).

       SET-UP-ONE-WEEK.
           COMPUTE WK-START-DATE (WS-WEEK-SUB) =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INTEGER + (WS-WEEK-SUB - 1) * 7)
           MOVE ZERO TO WK-AR-IN (WS-WEEK-SUB)
           MOVE ZERO TO WK-AP-OUT (WS-WEEK-SUB)
           MOVE ZERO TO WK-PAY-OUT (WS-WEEK-SUB)
           MOVE ZERO TO WK-SI-OUT (WS-WEEK-SUB)
           MOVE ZERO TO WK-TAX-OUT (WS-WEEK-SUB).

       LOAD-HOLIDAYS.
           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-OK
               PERFORM READ-CALENDAR
               PERFORM STORE-HOLIDAY UNTIL CAL-FILE-EOF
               CLOSE CALENDAR-FILE
           END-IF.

       READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET CAL-FILE-EOF TO TRUE
           END-READ.

       STORE-HOLIDAY.
           IF BC-DAY-HOLIDAY
               AND BC-DATE NOT < WS-CALENDAR-FROM-DATE
               AND BC-DATE NOT > WS-CALENDAR-TO-DATE
               IF WS-HOLIDAY-COUNT < WS-HOLIDAY-TABLE-MAX
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE BC-DATE TO HD-DATE (WS-HOLIDAY-COUNT)
               ELSE
                   DISPLAY 'ERROR: HOLIDAY TABLE FULL - '
                       BC-DATE ' TREATED AS A BUSINESS DAY'
               END-IF
           END-IF
           PERFORM READ-CALENDAR.

       LOAD-PAYMENT-LATENESS.
           OPEN INPUT PAY-HISTORY-FILE
           IF HIST-FILE-OK
               PERFORM READ-PAY-HISTORY
               PERFORM STORE-ONE-LATENESS UNTIL HIST-FILE-EOF
               CLOSE PAY-HISTORY-FILE
           END-IF.

       READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   SET HIST-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 入金で消し込まれた明細だけが支払ぶりを表す。償却分は数えない。
      *----------------------------------------------------------------
       STORE-ONE-LATENESS.
           IF PY-SETTLED-PAID AND PY-DUE-DATE > ZERO
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE (PY-SETTLED-DATE)
                 - FUNCTION INTEGER-OF-DATE (PY-DUE-DATE)
               MOVE PY-CUSTOMER-ID TO WS-LATENESS-CUSTOMER-ID
               PERFORM LOOK-UP-LATENESS
               IF WS-LATENESS-HIT-SUB > ZERO
                   ADD WS-DAYS-LATE
                       TO LT-DAYS-TOTAL (WS-LATENESS-HIT-SUB)
                   ADD 1 TO LT-ITEM-COUNT (WS-LATENESS-HIT-SUB)
               ELSE
                   IF WS-LATENESS-COUNT < WS-LATENESS-TABLE-MAX
                       ADD 1 TO WS-LATENESS-COUNT
                       MOVE PY-CUSTOMER-ID
                           TO LT-CUSTOMER-ID (WS-LATENESS-COUNT)
                       MOVE WS-DAYS-LATE
                           TO LT-DAYS-TOTAL (WS-LATENESS-COUNT)
                       MOVE 1 TO LT-ITEM-COUNT (WS-LATENESS-COUNT)
                   ELSE
                       DISPLAY 'ERROR: LATENESS TABLE FULL - '
                           PY-CUSTOMER-ID ' FORECAST AT DUE DATE'
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PAY-HISTORY.

       LOOK-UP-LATENESS.
           MOVE ZERO TO WS-LATENESS-HIT-SUB
           PERFORM FIND-LATENESS-ENTRY
               VARYING WS-LATENESS-SUB FROM 1 BY 1
               UNTIL WS-LATENESS-SUB > WS-LATENESS-COUNT
                   OR WS-LATENESS-HIT-SUB > ZERO.

       FIND-LATENESS-ENTRY.
           IF LT-CUSTOMER-ID (WS-LATENESS-SUB)
               = WS-LATENESS-CUSTOMER-ID
               MOVE WS-LATENESS-SUB TO WS-LATENESS-HIT-SUB
           END-IF.

       FORECAST-COLLECTIONS.
           OPEN INPUT AR-ITEM-FILE
           IF AR-FILE-OK
               PERFORM READ-AR-ITEM
               PERFORM FORECAST-ONE-RECEIVABLE UNTIL AR-FILE-EOF
               CLOSE AR-ITEM-FILE
           END-IF.

       READ-AR-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET AR-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 係争中の金額は入金を見込まない。入金予定日は期日(期日ゼロ
      * は請求日)に顧客の平均遅延日数を足した日。
      *----------------------------------------------------------------
       FORECAST-ONE-RECEIVABLE.
           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > ZERO
               CALL 'DISPUTE-AMOUNT-LOOKUP' USING AR-INVOICE-NUMBER
                                                  WS-DISPUTED-AMOUNT
               END-CALL
               IF WS-DISPUTED-AMOUNT < AR-OPEN-AMOUNT
                   COMPUTE WS-EXPECTED-AMOUNT =
                       AR-OPEN-AMOUNT - WS-DISPUTED-AMOUNT
                   PERFORM DATE-ONE-RECEIVABLE
               END-IF
           END-IF
           PERFORM READ-AR-ITEM.

       DATE-ONE-RECEIVABLE.
           IF AR-DUE-DATE = ZERO
               MOVE AR-INVOICE-DATE TO WS-BASE-DATE
           ELSE
               MOVE AR-DUE-DATE TO WS-BASE-DATE
           END-IF
           MOVE ZERO TO WS-AVERAGE-DAYS-LATE
           MOVE AR-CUSTOMER-ID TO WS-LATENESS-CUSTOMER-ID
           PERFORM LOOK-UP-LATENESS
           IF WS-LATENESS-HIT-SUB > ZERO
               COMPUTE WS-AVERAGE-DAYS-LATE =
                   LT-DAYS-TOTAL (WS-LATENESS-HIT-SUB)
                       / LT-ITEM-COUNT (WS-LATENESS-HIT-SUB)
           END-IF
           COMPUTE WS-CASH-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BASE-DATE)
                   + WS-AVERAGE-DAYS-LATE
           MOVE WS-EXPECTED-AMOUNT TO WS-CASH-AMOUNT
           SET CASH-KIND-AR TO TRUE
           PERFORM POST-TO-WEEK.

       FORECAST-PAYABLES.
           OPEN INPUT AP-ITEM-FILE
           IF AP-FILE-OK
               PERFORM READ-AP-ITEM
               PERFORM FORECAST-ONE-PAYABLE UNTIL AP-FILE-EOF
               CLOSE AP-ITEM-FILE
           END-IF.

       READ-AP-ITEM.
           READ AP-ITEM-FILE
               AT END
                   SET AP-FILE-EOF TO TRUE
           END-READ.

       FORECAST-ONE-PAYABLE.
           IF AP-ITEM-OPEN AND AP-OPEN-AMOUNT > ZERO
               IF AP-DUE-DATE = ZERO
                   MOVE AP-INVOICE-DATE TO WS-BASE-DATE
               ELSE
                   MOVE AP-DUE-DATE TO WS-BASE-DATE
               END-IF
               COMPUTE WS-CASH-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-BASE-DATE)
               MOVE AP-OPEN-AMOUNT TO WS-CASH-AMOUNT
               SET CASH-KIND-AP TO TRUE
               PERFORM POST-TO-WEEK
           END-IF
           PERFORM READ-AP-ITEM.

      *----------------------------------------------------------------
      * 直近の給与月の合計(差引支給額、本人負担の社会保険料、源泉
      * 所得税と住民税)を以後の各月の見込みとする。
      *----------------------------------------------------------------
       FIND-LATEST-PAYROLL.
           OPEN INPUT PAY-REGISTER-FILE
           IF PREG-FILE-OK
               PERFORM READ-PAY-REGISTER
               PERFORM TOTAL-ONE-PAY-ROW UNTIL PREG-FILE-EOF
               CLOSE PAY-REGISTER-FILE
           END-IF.

       READ-PAY-REGISTER.
           READ PAY-REGISTER-FILE
               AT END
                   SET PREG-FILE-EOF TO TRUE
           END-READ.

       TOTAL-ONE-PAY-ROW.
           IF PG-PAY-MONTH > WS-LATEST-PAY-MONTH
               MOVE PG-PAY-MONTH TO WS-LATEST-PAY-MONTH
               MOVE ZERO TO WS-PAYROLL-NET
               MOVE ZERO TO WS-PAYROLL-SI-EE
               MOVE ZERO TO WS-PAYROLL-TAX
           END-IF
           IF PG-PAY-MONTH = WS-LATEST-PAY-MONTH
               ADD PG-NET-PAY TO WS-PAYROLL-NET
               ADD PG-SOCIAL-INS-EE TO WS-PAYROLL-SI-EE
               ADD PG-WITHHOLDING-TAX TO WS-PAYROLL-TAX
               ADD PG-RESIDENT-TAX TO WS-PAYROLL-TAX
           END-IF
           PERFORM READ-PAY-REGISTER.

       FIND-LATEST-BONUS.
           OPEN INPUT BONUS-REGISTER-FILE
           IF BONUS-FILE-OK
               PERFORM READ-BONUS-REGISTER
               PERFORM TOTAL-ONE-BONUS-ROW UNTIL BONUS-FILE-EOF
               CLOSE BONUS-REGISTER-FILE
           END-IF.

       READ-BONUS-REGISTER.
           READ BONUS-REGISTER-FILE
               AT END
                   SET BONUS-FILE-EOF TO TRUE
           END-READ.

       TOTAL-ONE-BONUS-ROW.
           IF BN-RUN-DATE > WS-LATEST-BONUS-RUN
               MOVE BN-RUN-DATE TO WS-LATEST-BONUS-RUN
               MOVE BN-BONUS-PERIOD TO WS-BONUS-PERIOD
               MOVE ZERO TO WS-BONUS-NET
               MOVE ZERO TO WS-BONUS-TAX
           END-IF
           IF BN-RUN-DATE = WS-LATEST-BONUS-RUN
               ADD BN-NET-AMOUNT TO WS-BONUS-NET
               ADD BN-WITHHELD-AMOUNT TO WS-BONUS-TAX
           END-IF
           PERFORM READ-BONUS-REGISTER.

      *----------------------------------------------------------------
      * 直近の給与月の前月から予測期間末の月まで、各月の給与支給と
      * 翌月の納付を置く。前月から始めるのは、前月分の納付がまだ
      * 先に残っていることがあるため。本日より前の日付は支払済み。
      *----------------------------------------------------------------
       FORECAST-PAYROLL-MONTHS.
           MOVE WS-LATEST-PAY-MONTH TO WS-WORK-MONTH-NUM
           IF WM-MONTH = 1
               MOVE 12 TO WM-MONTH
               SUBTRACT 1 FROM WM-YEAR
           ELSE
               SUBTRACT 1 FROM WM-MONTH
           END-IF
           PERFORM FORECAST-ONE-PAY-MONTH
               UNTIL WS-WORK-MONTH-NUM > WS-HORIZON-MONTH.

       FORECAST-ONE-PAY-MONTH.
           PERFORM SET-PAY-DAY
           MOVE WS-PAYROLL-NET TO WS-CASH-AMOUNT
           SET CASH-KIND-PAY TO TRUE
           PERFORM POST-IF-STILL-AHEAD
           PERFORM SET-TAX-REMIT-DAY
           MOVE WS-PAYROLL-TAX TO WS-CASH-AMOUNT
           SET CASH-KIND-TAX TO TRUE
           PERFORM POST-IF-STILL-AHEAD
           PERFORM SET-SI-REMIT-DAY
           COMPUTE WS-CASH-AMOUNT =
               WS-PAYROLL-SI-EE * CF-SI-EMPLOYER-FACTOR
           SET CASH-KIND-SI TO TRUE
           PERFORM POST-IF-STILL-AHEAD
           MOVE WS-NEXT-MONTH TO WS-WORK-MONTH.

       FORECAST-BONUS.
           MOVE WS-BONUS-PERIOD TO WS-WORK-MONTH-NUM
           PERFORM SET-PAY-DAY
           MOVE WS-BONUS-NET TO WS-CASH-AMOUNT
           SET CASH-KIND-PAY TO TRUE
           PERFORM POST-IF-STILL-AHEAD
           PERFORM SET-TAX-REMIT-DAY
           MOVE WS-BONUS-TAX TO WS-CASH-AMOUNT
           SET CASH-KIND-TAX TO TRUE
           PERFORM POST-IF-STILL-AHEAD.

      *----------------------------------------------------------------
      * 給与支給日: 当月の支給日。休日なら前の営業日に繰り上げる。
      * 併せて翌月(納付月)を求めておく。
      *----------------------------------------------------------------
       SET-PAY-DAY.
           MOVE WS-WORK-MONTH TO WS-NEXT-MONTH
           IF NM-MONTH = 12
               MOVE 1 TO NM-MONTH
               ADD 1 TO NM-YEAR
           ELSE
               ADD 1 TO NM-MONTH
           END-IF
           MOVE WM-YEAR TO CD-YEAR
           MOVE WM-MONTH TO CD-MONTH
           MOVE CF-PAY-DAY TO CD-DAY
           COMPUTE WS-CALC-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CALC-DATE-NUM)
           PERFORM CHECK-HOLIDAY
           PERFORM STEP-BACK-ONE-DAY UNTIL NOT DATE-IS-HOLIDAY.

      *----------------------------------------------------------------
      * 源泉所得税・住民税: 翌月の納付日。休日なら翌営業日。
      *----------------------------------------------------------------
       SET-TAX-REMIT-DAY.
           MOVE NM-YEAR TO CD-YEAR
           MOVE NM-MONTH TO CD-MONTH
           MOVE CF-TAX-REMIT-DAY TO CD-DAY
           COMPUTE WS-CALC-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CALC-DATE-NUM)
           PERFORM CHECK-HOLIDAY
           PERFORM STEP-FORWARD-ONE-DAY UNTIL NOT DATE-IS-HOLIDAY.

      *----------------------------------------------------------------
      * 社会保険料: 翌月末日(翌々月1日の前日)。休日なら翌営業日。
      *----------------------------------------------------------------
       SET-SI-REMIT-DAY.
           MOVE NM-YEAR TO CD-YEAR
           MOVE NM-MONTH TO CD-MONTH
           IF CD-MONTH = 12
               MOVE 1 TO CD-MONTH
               ADD 1 TO CD-YEAR
           ELSE
               ADD 1 TO CD-MONTH
           END-IF
           MOVE 1 TO CD-DAY
           COMPUTE WS-CALC-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CALC-DATE-NUM) - 1
           PERFORM CHECK-HOLIDAY
           PERFORM STEP-FORWARD-ONE-DAY UNTIL NOT DATE-IS-HOLIDAY.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CALC-INTEGER
           PERFORM CHECK-HOLIDAY.

       STEP-FORWARD-ONE-DAY.
           ADD 1 TO WS-CALC-INTEGER
           PERFORM CHECK-HOLIDAY.

       CHECK-HOLIDAY.
           COMPUTE WS-CALC-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-CALC-INTEGER)
           MOVE 'N' TO WS-HOLIDAY-SW
           PERFORM MATCH-HOLIDAY
               VARYING WS-HOLIDAY-SUB FROM 1 BY 1
               UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                   OR DATE-IS-HOLIDAY.

       MATCH-HOLIDAY.
           IF HD-DATE (WS-HOLIDAY-SUB) = WS-CALC-DATE-NUM
               SET DATE-IS-HOLIDAY TO TRUE
           END-IF.

       POST-IF-STILL-AHEAD.
           IF WS-CALC-INTEGER NOT < WS-TODAY-INTEGER
               AND WS-CASH-AMOUNT > ZERO
               MOVE WS-CALC-INTEGER TO WS-CASH-INTEGER
               PERFORM POST-TO-WEEK
           END-IF.

      *----------------------------------------------------------------
      * 日付から週を決めて積む。本日より前(期日超過)は1週目、
      * 予測期間より後は捨てる。
      *----------------------------------------------------------------
       POST-TO-WEEK.
           COMPUTE WS-DAY-OFFSET = WS-CASH-INTEGER - WS-TODAY-INTEGER
           IF WS-DAY-OFFSET < ZERO
               MOVE ZERO TO WS-DAY-OFFSET
           END-IF
           COMPUTE WS-WEEK-SUB = WS-DAY-OFFSET / 7 + 1
           IF WS-WEEK-SUB NOT > CF-FORECAST-WEEKS
               EVALUATE TRUE
                   WHEN CASH-KIND-AR
                       ADD WS-CASH-AMOUNT TO WK-AR-IN (WS-WEEK-SUB)
                   WHEN CASH-KIND-AP
                       ADD WS-CASH-AMOUNT TO WK-AP-OUT (WS-WEEK-SUB)
                   WHEN CASH-KIND-PAY
                       ADD WS-CASH-AMOUNT TO WK-PAY-OUT (WS-WEEK-SUB)
                   WHEN CASH-KIND-SI
                       ADD WS-CASH-AMOUNT TO WK-SI-OUT (WS-WEEK-SUB)
                   WHEN CASH-KIND-TAX
                       ADD WS-CASH-AMOUNT TO WK-TAX-OUT (WS-WEEK-SUB)
               END-EVALUATE
           END-IF.

       REPORT-ONE-WEEK.
           COMPUTE WS-RUNNING-BALANCE = WS-RUNNING-BALANCE
               + WK-AR-IN (WS-WEEK-SUB)
               - WK-AP-OUT (WS-WEEK-SUB)
               - WK-PAY-OUT (WS-WEEK-SUB)
               - WK-SI-OUT (WS-WEEK-SUB)
               - WK-TAX-OUT (WS-WEEK-SUB)
           MOVE WS-WEEK-SUB TO WL-WEEK-NO
           MOVE WK-START-DATE (WS-WEEK-SUB) TO WL-START-DATE
           MOVE WK-AR-IN (WS-WEEK-SUB) TO WL-AR-IN
           MOVE WK-AP-OUT (WS-WEEK-SUB) TO WL-AP-OUT
           MOVE WK-PAY-OUT (WS-WEEK-SUB) TO WL-PAY-OUT
           MOVE WK-SI-OUT (WS-WEEK-SUB) TO WL-SI-OUT
           MOVE WK-TAX-OUT (WS-WEEK-SUB) TO WL-TAX-OUT
           MOVE WS-RUNNING-BALANCE TO WL-BALANCE
           IF WS-RUNNING-BALANCE < WS-MINIMUM-BALANCE
               MOVE 'BELOW MINIMUM' TO WL-FLAG
               ADD 1 TO WS-SHORT-WEEK-COUNT
           ELSE
               MOVE SPACES TO WL-FLAG
           END-IF
           WRITE FORECAST-REPORT-LINE FROM WS-WEEK-DETAIL-LINE.
