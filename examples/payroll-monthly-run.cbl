      * an employee already registered for the run month is skipped,
      * so rerunning after an attendance fix pays only the employees
      * held the first time - nobody is paid or slipped twice.
      * Arrears worked out by RETRO-PAY-CALCULATION for a back-dated
      * raise are paid from the RETROPAY.DAT rows for the run month
      * as a separate line: the taxable arrears, and the extra
      * withholding and social insurance for the recalculated
      * months, go to their own PAYREG.DAT fields rather than into
      * the month's own pay, and the net includes them.  The
      * employer's matching social insurance joins the SOCINS
      * summary.
      * Approved expense reports the employee chose to have repaid
      * with their pay come in as EXPPAYRL.DAT rows from EXPENSE-
      * REIMBURSEMENT for the run month.  The reimbursement is not
      * pay: it stays out of the taxable gross and social
      * insurance, is added to the net, and is carried on
      * PG-EXPENSE-REIMB so the slip shows it as its own line.
      * Employee loans and salary advances on LOANMAST.DAT are
      * repaid through the payroll from their start month: each
      * month the loan's interest on the balance (annual rate over
      * twelve) is taken first and the rest of the instalment
      * reduces the principal, the last instalment being cut to what
      * is left.  Repayments come off the net after everything else
      * and never take it below zero - interest the pay cannot cover
      * is not carried.  Each instalment is appended to the
      * LOANLGR.DAT ledger and the month's total goes to
      * PG-LOAN-REPAYMENT, so loan repayments no longer have to be
      * keyed into 控除ー金額 (and stay out of the deductions the
      * year-end tax adjustment allows).  A loan already on the
      * ledger for the run month is not taken again.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT COMMUTE-FILE ASSIGN TO "COMMUTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STATUS.
           SELECT RETRO-PAY-FILE ASSIGN TO "RETROPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT EXPENSE-PAYROLL-FILE ASSIGN TO "EXPPAYRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XPAY-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LOAN-LEDGER-FILE ASSIGN TO "LOANLGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMUTE-FILE.
       COPY COMMUTE-ALLOWANCE-RECORD.

       FD  RETRO-PAY-FILE.
       COPY RETRO-PAY-RECORD.

       FD  EXPENSE-PAYROLL-FILE.
       COPY EXPENSE-PAYROLL-RECORD.

       FD  LOAN-MASTER-FILE.
       COPY EMPLOYEE-LOAN-RECORD.

       FD  LOAN-LEDGER-FILE.
       COPY LOAN-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS                 PIC XX.
           88  EMP-FILE-OK                   VALUE '00'.
       01  WS-COMM-STATUS                PIC XX.
           88  COMM-FILE-OK                  VALUE '00'.
           88  COMM-FILE-EOF                 VALUE '10'.
       01  WS-RETRO-STATUS               PIC XX.
           88  RETRO-FILE-OK                 VALUE '00'.
           88  RETRO-FILE-EOF                VALUE '10'.
       01  WS-XPAY-STATUS                PIC XX.
           88  XPAY-FILE-OK                  VALUE '00'.
           88  XPAY-FILE-EOF                 VALUE '10'.
       01  WS-LOAN-STATUS                PIC XX.
           88  LOAN-FILE-OK                  VALUE '00'.
           88  LOAN-FILE-EOF                 VALUE '10'.
       01  WS-LGR-STATUS                 PIC XX.
           88  LGR-FILE-OK                   VALUE '00'.
           88  LGR-FILE-EOF                  VALUE '10'.

      *----------------------------------------------------------------
      * 遡及差額: 当月払いのRETROPAY.DAT行を社員別に合計したもの。
      *----------------------------------------------------------------
       01  WS-ARREARS-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-ARREARS-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-ARREARS-ENTRIES.
           05  WS-ARREARS-ENTRY          OCCURS 500 TIMES
                                             INDEXED BY AA-IDX.
               10  AAT-EMPLOYEE-ID           PIC 9(8).
               10  AAT-ARREARS-PAY           PIC 9(7)V99.
               10  AAT-ARREARS-TAX           PIC 9(7)V99.
               10  AAT-ARREARS-SOC-INS       PIC 9(7)V99.
       01  WS-ARREARS-FOUND-SW           PIC X(1).
           88  ARREARS-ROW-FOUND             VALUE 'Y'.
       01  WS-ARREARS-PAY                PIC 9(7)V99.
       01  WS-ARREARS-TAX                PIC 9(7)V99.
       01  WS-ARREARS-SOC-INS            PIC 9(7)V99.
       01  WS-ARREARS-PAID-COUNT         PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * 経費精算: 当月の給与で払うEXPPAYRL.DAT行を社員別に合計。
      *----------------------------------------------------------------
       01  WS-REIMB-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-REIMB-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-REIMB-ENTRIES.
           05  WS-REIMB-ENTRY            OCCURS 500 TIMES
                                             INDEXED BY XR-IDX.
               10  XRT-EMPLOYEE-ID           PIC 9(8).
               10  XRT-REIMBURSE-AMOUNT      PIC 9(7)V99.
       01  WS-REIMB-FOUND-SW             PIC X(1).
           88  REIMB-ROW-FOUND               VALUE 'Y'.
       01  WS-EXPENSE-REIMB              PIC 9(7)V99.
       01  WS-REIMB-PAID-COUNT           PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * 社員貸付: 貸付条件と台帳から求めた残高。当月分を台帳に
      * 計上済みの貸付はLTT-TAKEN-SWが立つ。
      *----------------------------------------------------------------
       01  WS-LOAN-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-LOAN-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LOAN-ENTRIES.
           05  WS-LOAN-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY LT-IDX.
               10  LTT-LOAN-NO               PIC X(10).
               10  LTT-EMPLOYEE-ID           PIC 9(8).
               10  LTT-INTEREST-RATE         PIC 9(2)V999.
               10  LTT-INSTALMENT            PIC 9(7)V99.
               10  LTT-START-MONTH           PIC 9(6).
               10  LTT-BALANCE               PIC S9(7)V99.
               10  LTT-TAKEN-SW              PIC X(1).
                   88  LTT-TAKEN-THIS-MONTH      VALUE 'Y'.
       01  WS-LOAN-SUB                   PIC 9(3) COMP.
       01  WS-LOAN-FOUND-SW              PIC X(1).
           88  LOAN-ROW-FOUND                VALUE 'Y'.
       01  WS-LOAN-ROOM                  PIC S9(7)V99.
       01  WS-LOAN-DUE                   PIC 9(7)V99.
       01  WS-LOAN-INTEREST              PIC 9(7)V99.
       01  WS-LOAN-REPAYMENT             PIC 9(7)V99.
       01  WS-LOAN-TAKEN-COUNT           PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * 通勤手当: 月額換算額と非課税上限(鉄道・バス150,000円、
           05  RG-BASE-PAY              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(5) VALUE ' OT: '.
           05  RG-OVERTIME-PAY          PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE ' ARREARS: '.
           05  RG-ARREARS-PAY           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' NET: '.
           05  RG-NET-PAY               PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           PERFORM LOAD-SI-GRADES
           PERFORM LOAD-SI-RATES
           PERFORM TOTAL-ATTENDANCE-MINUTES
           PERFORM LOAD-MONTH-ARREARS
           PERFORM LOAD-MONTH-REIMBURSEMENTS
           PERFORM LOAD-EMPLOYEE-LOANS
           OPEN EXTEND LOAN-LEDGER-FILE
           IF WS-LGR-STATUS NOT = '00'
               OPEN OUTPUT LOAN-LEDGER-FILE
           END-IF
           OPEN I-O EMPLOYEE-FILE
           OPEN EXTEND PAY-REGISTER-FILE
           IF WS-PREG-STATUS NOT = '00'
           CLOSE EMPLOYEE-FILE
           CLOSE PAY-REGISTER-FILE
           CLOSE PAYROLL-REPORT-FILE
           CLOSE LOAN-LEDGER-FILE
           PERFORM WRITE-EMPLOYER-SI-SUMMARY
           PERFORM RECONCILE-RESIDENT-TAX
           CLOSE RESTAX-REPORT-FILE
           DISPLAY 'PAYROLL MONTHLY RUN - PAID: ' WS-PAID-COUNT
               ' HELD: ' WS-HELD-COUNT
               ' ALREADY PAID: ' WS-ALREADY-COUNT
               ' ARREARS PAID: ' WS-ARREARS-PAID-COUNT
               ' EXPENSES REPAID: ' WS-REIMB-PAID-COUNT
               ' LOAN INSTALMENTS: ' WS-LOAN-TAKEN-COUNT
           STOP RUN.

      *----------------------------------------------------------------
           END-IF
           PERFORM READ-MONTH-REGISTER.

      *----------------------------------------------------------------
      * 当月払いの遡及差額を社員別にまとめる。控えきれない差額を
      * 黙って落とすと未払いになるので、あふれたら打ち切る。
      *----------------------------------------------------------------
       LOAD-MONTH-ARREARS.
           OPEN INPUT RETRO-PAY-FILE
           IF RETRO-FILE-OK
               PERFORM READ-RETRO-PAY
               PERFORM STORE-MONTH-ARREARS UNTIL RETRO-FILE-EOF
               CLOSE RETRO-PAY-FILE
           END-IF.

       READ-RETRO-PAY.
           READ RETRO-PAY-FILE
               AT END
                   SET RETRO-FILE-EOF TO TRUE
           END-READ.

       STORE-MONTH-ARREARS.
           IF RP-PAY-MONTH = WS-RUN-MONTH
               MOVE 'N' TO WS-ARREARS-FOUND-SW
               IF WS-ARREARS-COUNT > ZERO
                   SET AA-IDX TO 1
                   SEARCH WS-ARREARS-ENTRY
                       AT END
                           CONTINUE
                       WHEN AA-IDX > WS-ARREARS-COUNT
                           CONTINUE
                       WHEN AAT-EMPLOYEE-ID (AA-IDX) = RP-EMPLOYEE-ID
                           SET ARREARS-ROW-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT ARREARS-ROW-FOUND
                   IF WS-ARREARS-COUNT < WS-ARREARS-TABLE-MAX
                       ADD 1 TO WS-ARREARS-COUNT
                       SET AA-IDX TO WS-ARREARS-COUNT
                       MOVE RP-EMPLOYEE-ID
                           TO AAT-EMPLOYEE-ID (AA-IDX)
                       MOVE ZERO TO AAT-ARREARS-PAY (AA-IDX)
                       MOVE ZERO TO AAT-ARREARS-TAX (AA-IDX)
                       MOVE ZERO TO AAT-ARREARS-SOC-INS (AA-IDX)
                   ELSE
                       DISPLAY 'ERROR: MORE THAN '
                           WS-ARREARS-TABLE-MAX
                           ' EMPLOYEES WITH ARREARS - RUN ABORTED'
                       CLOSE RETRO-PAY-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               ADD RP-ARREARS-GROSS TO AAT-ARREARS-PAY (AA-IDX)
               ADD RP-WITHHOLDING-DIFF TO AAT-ARREARS-TAX (AA-IDX)
               ADD RP-SOCIAL-INS-DIFF
                   TO AAT-ARREARS-SOC-INS (AA-IDX)
           END-IF
           PERFORM READ-RETRO-PAY.

      *----------------------------------------------------------------
      * 当月の給与で払う経費精算を社員別にまとめる。あふれたら
      * 精算漏れになるので打ち切る。
      *----------------------------------------------------------------
       LOAD-MONTH-REIMBURSEMENTS.
           OPEN INPUT EXPENSE-PAYROLL-FILE
           IF XPAY-FILE-OK
               PERFORM READ-EXPENSE-PAYROLL
               PERFORM STORE-MONTH-REIMBURSEMENT UNTIL XPAY-FILE-EOF
               CLOSE EXPENSE-PAYROLL-FILE
           END-IF.

       READ-EXPENSE-PAYROLL.
           READ EXPENSE-PAYROLL-FILE
               AT END
                   SET XPAY-FILE-EOF TO TRUE
           END-READ.

       STORE-MONTH-REIMBURSEMENT.
           IF XP-PAY-MONTH = WS-RUN-MONTH
               MOVE 'N' TO WS-REIMB-FOUND-SW
               IF WS-REIMB-COUNT > ZERO
                   SET XR-IDX TO 1
                   SEARCH WS-REIMB-ENTRY
                       AT END
                           CONTINUE
                       WHEN XR-IDX > WS-REIMB-COUNT
                           CONTINUE
                       WHEN XRT-EMPLOYEE-ID (XR-IDX) = XP-EMPLOYEE-ID
                           SET REIMB-ROW-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT REIMB-ROW-FOUND
                   IF WS-REIMB-COUNT < WS-REIMB-TABLE-MAX
                       ADD 1 TO WS-REIMB-COUNT
                       SET XR-IDX TO WS-REIMB-COUNT
                       MOVE XP-EMPLOYEE-ID
                           TO XRT-EMPLOYEE-ID (XR-IDX)
                       MOVE ZERO TO XRT-REIMBURSE-AMOUNT (XR-IDX)
                   ELSE
                       DISPLAY 'ERROR: MORE THAN '
                           WS-REIMB-TABLE-MAX
                           ' EMPLOYEES WITH EXPENSES - RUN ABORTED'
                       CLOSE EXPENSE-PAYROLL-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               ADD XP-REIMBURSE-AMOUNT
                   TO XRT-REIMBURSE-AMOUNT (XR-IDX)
           END-IF
           PERFORM READ-EXPENSE-PAYROLL.

      *----------------------------------------------------------------
      * 貸付条件を読み込み、台帳の元金返済額を差し引いて残高を
      * 出す。あふれると返済漏れになるので打ち切る。
      *----------------------------------------------------------------
       LOAD-EMPLOYEE-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-FILE-OK
               PERFORM READ-LOAN-MASTER
               PERFORM STORE-LOAN-MASTER UNTIL LOAN-FILE-EOF
               CLOSE LOAN-MASTER-FILE
           END-IF
           IF WS-LOAN-COUNT > ZERO
               OPEN INPUT LOAN-LEDGER-FILE
               IF LGR-FILE-OK
                   PERFORM READ-LOAN-LEDGER
                   PERFORM APPLY-LOAN-LEDGER-ROW UNTIL LGR-FILE-EOF
                   CLOSE LOAN-LEDGER-FILE
               END-IF
           END-IF.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET LOAN-FILE-EOF TO TRUE
           END-READ.

       STORE-LOAN-MASTER.
           IF WS-LOAN-COUNT < WS-LOAN-TABLE-MAX
               ADD 1 TO WS-LOAN-COUNT
               SET LT-IDX TO WS-LOAN-COUNT
               MOVE LN-LOAN-NO TO LTT-LOAN-NO (LT-IDX)
               MOVE LN-EMPLOYEE-ID TO LTT-EMPLOYEE-ID (LT-IDX)
               MOVE LN-INTEREST-RATE TO LTT-INTEREST-RATE (LT-IDX)
               MOVE LN-INSTALMENT TO LTT-INSTALMENT (LT-IDX)
               MOVE LN-START-MONTH TO LTT-START-MONTH (LT-IDX)
               MOVE LN-PRINCIPAL TO LTT-BALANCE (LT-IDX)
               MOVE 'N' TO LTT-TAKEN-SW (LT-IDX)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-LOAN-TABLE-MAX
                   ' LOANS ON LOANMAST.DAT - RUN ABORTED'
               CLOSE LOAN-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-LOAN-MASTER.

       READ-LOAN-LEDGER.
           READ LOAN-LEDGER-FILE
               AT END
                   SET LGR-FILE-EOF TO TRUE
           END-READ.

       APPLY-LOAN-LEDGER-ROW.
           MOVE 'N' TO WS-LOAN-FOUND-SW
           SET LT-IDX TO 1
           SEARCH WS-LOAN-ENTRY
               AT END
                   CONTINUE
               WHEN LT-IDX > WS-LOAN-COUNT
                   CONTINUE
               WHEN LTT-LOAN-NO (LT-IDX) = LJ-LOAN-NO
                   SET LOAN-ROW-FOUND TO TRUE
           END-SEARCH
           IF LOAN-ROW-FOUND
               SUBTRACT LJ-PRINCIPAL-PAID FROM LTT-BALANCE (LT-IDX)
               IF LJ-PAYROLL-INSTALMENT
                   AND LJ-PAY-MONTH = WS-RUN-MONTH
                   SET LTT-TAKEN-THIS-MONTH (LT-IDX) TO TRUE
               END-IF
           END-IF
           PERFORM READ-LOAN-LEDGER.

       LOAD-COMMUTE-ALLOWANCES.
           OPEN INPUT COMMUTE-FILE
           IF COMM-FILE-OK
               MOVE 社員ー氏名 TO RG-EMPLOYEE-NAME
               MOVE ZERO TO RG-BASE-PAY
               MOVE ZERO TO RG-OVERTIME-PAY
               MOVE ZERO TO RG-ARREARS-PAY
               MOVE ZERO TO RG-NET-PAY
               MOVE 'HELD' TO RG-NOTE
               WRITE PAYROLL-REPORT-LINE
           PERFORM WORK-OUT-WITHHOLDING
           PERFORM WORK-OUT-SOCIAL-INSURANCE
           PERFORM WORK-OUT-RESIDENT-TAX
           PERFORM WORK-OUT-ARREARS
           PERFORM WORK-OUT-REIMBURSEMENT
           COMPUTE WS-NET-PAY ROUNDED MODE IS NEAREST-EVEN =
               WS-TAXABLE-GROSS + WS-COMMUTE-TAXFREE
               - WS-WITHHOLDING-TAX - WS-SI-EMPLOYEE-SHARE
               - WS-RESIDENT-TAX - 控除ー金額
               + WS-ARREARS-PAY - WS-ARREARS-TAX
               - WS-ARREARS-SOC-INS
               + WS-EXPENSE-REIMB
           IF WS-NET-PAY < ZERO
               MOVE ZERO TO WS-NET-PAY
           END-IF
           PERFORM WORK-OUT-LOAN-REPAYMENT
           SUBTRACT WS-LOAN-REPAYMENT FROM WS-NET-PAY
           PERFORM POST-NET-TO-MASTER
           PERFORM WRITE-PAY-REGISTER-ROW
           MOVE 社員ーコード TO RG-EMPLOYEE-ID
           MOVE 社員ー氏名 TO RG-EMPLOYEE-NAME
           MOVE 基本給ー金額 TO RG-BASE-PAY
           MOVE WS-OVERTIME-PAY TO RG-OVERTIME-PAY
           MOVE WS-ARREARS-PAY TO RG-ARREARS-PAY
           MOVE WS-NET-PAY TO RG-NET-PAY
           MOVE SPACES TO RG-NOTE
           WRITE PAYROLL-REPORT-LINE
                       * WS-HOURLY-RATE * 0.25 / 60
           END-IF.

      *----------------------------------------------------------------
      * 遡及差額は当月分の課税支給額に混ぜず別行で払う。源泉と
      * 社会保険の追加分は遡及計算が月ごとに出した差額を控除する。
      * 社会保険の会社負担も同額を上乗せする。
      *----------------------------------------------------------------
       WORK-OUT-ARREARS.
           MOVE ZERO TO WS-ARREARS-PAY
           MOVE ZERO TO WS-ARREARS-TAX
           MOVE ZERO TO WS-ARREARS-SOC-INS
           IF WS-ARREARS-COUNT > ZERO
               SET AA-IDX TO 1
               SEARCH WS-ARREARS-ENTRY
                   AT END
                       CONTINUE
                   WHEN AA-IDX > WS-ARREARS-COUNT
                       CONTINUE
                   WHEN AAT-EMPLOYEE-ID (AA-IDX) = 社員ーコード
                       MOVE AAT-ARREARS-PAY (AA-IDX)
                           TO WS-ARREARS-PAY
                       MOVE AAT-ARREARS-TAX (AA-IDX)
                           TO WS-ARREARS-TAX
                       MOVE AAT-ARREARS-SOC-INS (AA-IDX)
                           TO WS-ARREARS-SOC-INS
                       ADD WS-ARREARS-SOC-INS
                           TO WS-SI-EMPLOYER-TOTAL
                       ADD 1 TO WS-ARREARS-PAID-COUNT
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * 経費精算は支給ではないので課税・社会保険の対象外 - 差引
      * 支給額にだけ加える。
      *----------------------------------------------------------------
       WORK-OUT-REIMBURSEMENT.
           MOVE ZERO TO WS-EXPENSE-REIMB
           IF WS-REIMB-COUNT > ZERO
               SET XR-IDX TO 1
               SEARCH WS-REIMB-ENTRY
                   AT END
                       CONTINUE
                   WHEN XR-IDX > WS-REIMB-COUNT
                       CONTINUE
                   WHEN XRT-EMPLOYEE-ID (XR-IDX) = 社員ーコード
                       MOVE XRT-REIMBURSE-AMOUNT (XR-IDX)
                           TO WS-EXPENSE-REIMB
                       ADD 1 TO WS-REIMB-PAID-COUNT
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * 社員貸付の返済: 開始月に達した残高のある貸付ごとに、月利
      * (年利÷12)を先に充て、残りを元金に充てる。差引支給額を
      * 超えては取らない - 取れなかった利息は繰り越さない。
      *----------------------------------------------------------------
       WORK-OUT-LOAN-REPAYMENT.
           MOVE ZERO TO WS-LOAN-REPAYMENT
           MOVE WS-NET-PAY TO WS-LOAN-ROOM
           PERFORM TAKE-ONE-INSTALMENT
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT.

       TAKE-ONE-INSTALMENT.
           IF LTT-EMPLOYEE-ID (WS-LOAN-SUB) = 社員ーコード
               AND LTT-BALANCE (WS-LOAN-SUB) > ZERO
               AND LTT-START-MONTH (WS-LOAN-SUB) NOT > WS-RUN-MONTH
               AND NOT LTT-TAKEN-THIS-MONTH (WS-LOAN-SUB)
               AND WS-LOAN-ROOM > ZERO
               COMPUTE WS-LOAN-INTEREST ROUNDED =
                   LTT-BALANCE (WS-LOAN-SUB)
                   * LTT-INTEREST-RATE (WS-LOAN-SUB) / 1200
               MOVE LTT-INSTALMENT (WS-LOAN-SUB) TO WS-LOAN-DUE
               IF WS-LOAN-DUE >
                       LTT-BALANCE (WS-LOAN-SUB) + WS-LOAN-INTEREST
                   COMPUTE WS-LOAN-DUE =
                       LTT-BALANCE (WS-LOAN-SUB) + WS-LOAN-INTEREST
               END-IF
               IF WS-LOAN-DUE > WS-LOAN-ROOM
                   MOVE WS-LOAN-ROOM TO WS-LOAN-DUE
               END-IF
               IF WS-LOAN-INTEREST > WS-LOAN-DUE
                   MOVE WS-LOAN-DUE TO WS-LOAN-INTEREST
               END-IF
               MOVE LTT-LOAN-NO (WS-LOAN-SUB) TO LJ-LOAN-NO
               MOVE 社員ーコード TO LJ-EMPLOYEE-ID
               SET LJ-PAYROLL-INSTALMENT TO TRUE
               MOVE WS-RUN-MONTH TO LJ-PAY-MONTH
               MOVE WS-TODAY-CCYYMMDD TO LJ-ENTRY-DATE
               COMPUTE LJ-PRINCIPAL-PAID =
                   WS-LOAN-DUE - WS-LOAN-INTEREST
               MOVE WS-LOAN-INTEREST TO LJ-INTEREST-PAID
               SUBTRACT LJ-PRINCIPAL-PAID
                   FROM LTT-BALANCE (WS-LOAN-SUB)
               MOVE LTT-BALANCE (WS-LOAN-SUB) TO LJ-BALANCE-AFTER
               WRITE LOAN-LEDGER-RECORD
               SET LTT-TAKEN-THIS-MONTH (WS-LOAN-SUB) TO TRUE
               ADD WS-LOAN-DUE TO WS-LOAN-REPAYMENT
               SUBTRACT WS-LOAN-DUE FROM WS-LOAN-ROOM
               ADD 1 TO WS-LOAN-TAKEN-COUNT
           END-IF.

       WORK-OUT-WITHHOLDING.
           SET TW-IDX TO 1
           SEARCH TW-ENTRY
           MOVE WS-RESIDENT-TAX TO PG-RESIDENT-TAX
           MOVE 控除ー金額 TO PG-OTHER-DEDUCTION
           MOVE WS-NET-PAY TO PG-NET-PAY
           MOVE WS-ARREARS-PAY TO PG-ARREARS-PAY
           MOVE WS-ARREARS-TAX TO PG-ARREARS-TAX
           MOVE WS-ARREARS-SOC-INS TO PG-ARREARS-SOC-INS
           MOVE WS-EXPENSE-REIMB TO PG-EXPENSE-REIMB
           MOVE WS-LOAN-REPAYMENT TO PG-LOAN-REPAYMENT
           WRITE PAY-REGISTER-RECORD.
