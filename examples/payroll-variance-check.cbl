       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-VARIANCE-CHECK.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Variance pre-check on the month's payroll before the bank
      * transfer goes out.  This month's PAYREG.DAT row for each
      * employee is held against last month's and against
      * 在籍ー状態 on EMPLOYEE.DAT, and PAYVAR.RPT lists:
      *   - net pay that moved by more than the
      *     PAYROLL-VARIANCE-RULES swing;
      *   - employees paid this month with no row last month (new),
      *     and 在籍中 employees with no row this month (missing);
      *   - rows for employees who are 退職済み or not on the master;
      *   - zero net pay, and deductions that exceed the month's pay
      *     (the payroll run floors such a net at zero);
      *   - overtime premiums above the rules' share of base pay;
      *   - total deductions that swing from last month or take more
      *     than the rules' share of the month's pay.
      * The listing ends with the month's paid count, net total and
      * exception count, and the same figures go to PAYVAR.CTL.
      * PAYROLL-BANK-TRANSFER (and the nightly driver's transfer
      * step) hold the month's transfer until payroll has worked the
      * list and keyed a PAYSIGN.DAT sign-off card carrying those
      * figures - see PAYROLL-RELEASE-GATE.  The check only reads
      * the payroll, so it is safe to run every night; a payroll
      * rerun after the sign-off changes the figures and needs a
      * fresh sign-off.
      * Expense reimbursement paid with the pay (PG-EXPENSE-REIMB)
      * counts with the month's pay when deductions are weighed,
      * since the net includes it.  Employee loan instalments
      * (PG-LOAN-REPAYMENT) count with the deductions.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 社員ーコード
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT VARIANCE-CONTROL-FILE ASSIGN TO "PAYVAR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "PAYVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY 社員マスター.

       FD  PAY-REGISTER-FILE.
       COPY PAY-REGISTER-RECORD.

       FD  VARIANCE-CONTROL-FILE.
       COPY PAYROLL-VARIANCE-CONTROL.

       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS                 PIC XX.
           88  EMP-FILE-OK                   VALUE '00'.
           88  EMP-FILE-EOF                  VALUE '10'.
       01  WS-PREG-STATUS                PIC XX.
           88  PREG-FILE-OK                  VALUE '00'.
           88  PREG-FILE-EOF                 VALUE '10'.

       COPY PAYROLL-VARIANCE-RULES.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-THIS-MONTH                 PIC 9(6).
       01  WS-PRIOR-MONTH                PIC 9(6).
       01  WS-MONTH-WORK.
           05  WS-MONTH-CCYY              PIC 9(4).
           05  WS-MONTH-MM                PIC 9(2).

      *----------------------------------------------------------------
      * 社員マスターの在籍状態と、当月PAYREG.DATに行があったかの印。
      *----------------------------------------------------------------
       01  WS-EMP-TABLE-MAX              PIC 9(3) VALUE 500.
       01  WS-EMP-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-EMP-ENTRIES.
           05  WS-EMP-ENTRY              OCCURS 500 TIMES
                                             INDEXED BY EM-IDX.
               10  EMT-EMPLOYEE-ID           PIC 9(8).
               10  EMT-EMPLOYEE-NAME         PIC X(20).
               10  EMT-ACTIVE-SW             PIC X(1).
                   88  EMT-ACTIVE                VALUE 'Y'.
               10  EMT-PAID-SW               PIC X(1).
                   88  EMT-PAID-THIS-MONTH       VALUE 'Y'.
       01  WS-EMP-FOUND-SW               PIC X(1).
           88  EMPLOYEE-FOUND                VALUE 'Y'.
           88  EMPLOYEE-NOT-FOUND            VALUE 'N'.

      *----------------------------------------------------------------
      * 前月PAYREG.DATの社員別差引支給額と控除合計。
      *----------------------------------------------------------------
       01  WS-PRIOR-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-PRIOR-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-PRIOR-ENTRIES.
           05  WS-PRIOR-ENTRY            OCCURS 500 TIMES
                                             INDEXED BY PR-IDX.
               10  PRT-EMPLOYEE-ID           PIC 9(8).
               10  PRT-NET-PAY               PIC 9(7)V99.
               10  PRT-DEDUCTIONS            PIC 9(9)V99.
       01  WS-PRIOR-FOUND-SW             PIC X(1).
           88  PRIOR-ROW-FOUND               VALUE 'Y'.
           88  PRIOR-ROW-NOT-FOUND           VALUE 'N'.

      *----------------------------------------------------------------
      * 1行分の検査の作業域。
      *----------------------------------------------------------------
       01  WS-CHECK-EMPLOYEE-ID          PIC 9(8).
       01  WS-CHECK-EMPLOYEE-NAME        PIC X(20).
       01  WS-CHECK-NET-PAY              PIC 9(7)V99.
       01  WS-CHECK-PRIOR-NET            PIC 9(7)V99.
       01  WS-CHECK-REASON               PIC X(40).
       01  WS-GROSS-PAY                  PIC 9(9)V99.
       01  WS-DEDUCTIONS                 PIC 9(9)V99.
       01  WS-OVERTIME-PREMIUM           PIC 9(9)V99.
       01  WS-SWING-WORK                 PIC S9(9)V99.
       01  WS-SWING-LIMIT                PIC 9(11)V99.
       01  WS-SHARE-LIMIT                PIC 9(11)V99.

       01  WS-PAID-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-NET-TOTAL                  PIC 9(11)V99 VALUE ZERO.

       01  WS-VARIANCE-HEADING-LINE.
           05  FILLER                  PIC X(32)
               VALUE 'PAYROLL VARIANCE CHECK - MONTH: '.
           05  VH-THIS-MONTH            PIC 9(6).
           05  FILLER                  PIC X(11) VALUE ' AGAINST: '.
           05  VH-PRIOR-MONTH           PIC 9(6).

       01  WS-VARIANCE-DETAIL-LINE.
           05  FILLER                  PIC X(10) VALUE 'VARIANCE: '.
           05  VD-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VD-EMPLOYEE-NAME         PIC X(20).
           05  FILLER                  PIC X(6) VALUE ' NET: '.
           05  VD-NET-PAY               PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE ' LAST: '.
           05  VD-PRIOR-NET             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VD-REASON                PIC X(40).

       01  WS-VARIANCE-NOTE-LINE.
           05  FILLER                  PIC X(10) VALUE 'NOTE:     '.
           05  VN-TEXT                  PIC X(60).

       01  WS-VARIANCE-TOTAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'EMPLOYEES PAID: '.
           05  VT-PAID-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE '  NET TOTAL: '.
           05  VT-NET-TOTAL             PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(14) VALUE '  EXCEPTIONS: '.
           05  VT-EXCEPTION-COUNT       PIC ZZZZ9.

       01  WS-VARIANCE-SIGNOFF-LINE.
           05  FILLER                  PIC X(33)
               VALUE 'TRANSFER HELD UNTIL PAYSIGN.DAT '.
           05  FILLER                  PIC X(36)
               VALUE 'CARRIES THIS MONTH, EXCEPTION COUNT '.
           05  FILLER                  PIC X(13)
               VALUE 'AND NET TOTAL'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-THIS-MONTH
           MOVE WS-THIS-MONTH TO WS-MONTH-WORK
           IF WS-MONTH-MM = 1
               SUBTRACT 1 FROM WS-MONTH-CCYY
               MOVE 12 TO WS-MONTH-MM
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-WORK TO WS-PRIOR-MONTH
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-PRIOR-MONTH
           OPEN OUTPUT VARIANCE-REPORT-FILE
           MOVE WS-THIS-MONTH TO VH-THIS-MONTH
           MOVE WS-PRIOR-MONTH TO VH-PRIOR-MONTH
           WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-HEADING-LINE
           OPEN INPUT PAY-REGISTER-FILE
           IF PREG-FILE-OK
               PERFORM READ-PAY-REGISTER
               PERFORM CHECK-ONE-PAY-ROW UNTIL PREG-FILE-EOF
               CLOSE PAY-REGISTER-FILE
           END-IF
           IF WS-PAID-COUNT > ZERO
               PERFORM CHECK-MISSING-EMPLOYEE
                   VARYING EM-IDX FROM 1 BY 1
                   UNTIL EM-IDX > WS-EMP-COUNT
           ELSE
               MOVE 'NO PAYROLL ON PAYREG.DAT FOR THE MONTH'
                   TO VN-TEXT
               WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-NOTE-LINE
           END-IF
           MOVE WS-PAID-COUNT TO VT-PAID-COUNT
           MOVE WS-NET-TOTAL TO VT-NET-TOTAL
           MOVE WS-EXCEPTION-COUNT TO VT-EXCEPTION-COUNT
           WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-TOTAL-LINE
           WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-SIGNOFF-LINE
           CLOSE VARIANCE-REPORT-FILE
           PERFORM WRITE-VARIANCE-CONTROL
           DISPLAY 'PAYROLL VARIANCE CHECK - PAID: ' WS-PAID-COUNT
               ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
               ' - AWAITING PAYROLL SIGN-OFF'
           STOP RUN.

       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-OK
               PERFORM READ-EMPLOYEE
               PERFORM STORE-EMPLOYEE UNTIL EMP-FILE-EOF
               CLOSE EMPLOYEE-FILE
           END-IF.

       READ-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET EMP-FILE-EOF TO TRUE
           END-READ.

       STORE-EMPLOYEE.
           IF WS-EMP-COUNT < WS-EMP-TABLE-MAX
               ADD 1 TO WS-EMP-COUNT
               MOVE 社員ーコード TO EMT-EMPLOYEE-ID (WS-EMP-COUNT)
               MOVE 社員ー氏名 TO EMT-EMPLOYEE-NAME (WS-EMP-COUNT)
               MOVE 'N' TO EMT-ACTIVE-SW (WS-EMP-COUNT)
               IF 在籍中
                   MOVE 'Y' TO EMT-ACTIVE-SW (WS-EMP-COUNT)
               END-IF
               MOVE 'N' TO EMT-PAID-SW (WS-EMP-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-EMP-TABLE-MAX
                   ' EMPLOYEES ON EMPLOYEE.DAT - RUN ABORTED'
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-EMPLOYEE.

       LOAD-PRIOR-MONTH.
           OPEN INPUT PAY-REGISTER-FILE
           IF PREG-FILE-OK
               PERFORM READ-PAY-REGISTER
               PERFORM STORE-PRIOR-ROW UNTIL PREG-FILE-EOF
               CLOSE PAY-REGISTER-FILE
           END-IF.

       READ-PAY-REGISTER.
           READ PAY-REGISTER-FILE
               AT END
                   SET PREG-FILE-EOF TO TRUE
           END-READ.

       STORE-PRIOR-ROW.
           IF PG-PAY-MONTH = WS-PRIOR-MONTH
               IF WS-PRIOR-COUNT < WS-PRIOR-TABLE-MAX
                   ADD 1 TO WS-PRIOR-COUNT
                   PERFORM SUM-ROW-DEDUCTIONS
                   MOVE PG-EMPLOYEE-ID
                       TO PRT-EMPLOYEE-ID (WS-PRIOR-COUNT)
                   MOVE PG-NET-PAY TO PRT-NET-PAY (WS-PRIOR-COUNT)
                   MOVE WS-DEDUCTIONS
                       TO PRT-DEDUCTIONS (WS-PRIOR-COUNT)
               ELSE
                   DISPLAY 'ERROR: MORE THAN ' WS-PRIOR-TABLE-MAX
                       ' PAYREG.DAT ROWS FOR ' WS-PRIOR-MONTH
                       ' - RUN ABORTED'
                   CLOSE PAY-REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-PAY-REGISTER.

      *----------------------------------------------------------------
      * 控除合計は当月分の源泉・社保・住民税・その他・貸付返済に
      * 遡及差額分の源泉と社保を加えたもの。総支給も遡及差額を
      * 含めて見る - PG-NET-PAYが遡及の手取りを含むのと揃える。
      * 給与で払う経費精算も差引支給額に入るので同じく総支給側に
      * 含める。
      *----------------------------------------------------------------
       SUM-ROW-DEDUCTIONS.
           COMPUTE WS-DEDUCTIONS =
               PG-WITHHOLDING-TAX + PG-SOCIAL-INS-EE
               + PG-RESIDENT-TAX + PG-OTHER-DEDUCTION
               + PG-ARREARS-TAX + PG-ARREARS-SOC-INS
               + PG-LOAN-REPAYMENT
           COMPUTE WS-GROSS-PAY =
               PG-BASE-PAY + PG-ALLOWANCE-PAY + PG-OVERTIME-PAY
               + PG-LATE-NIGHT-PAY + PG-COMMUTE-TAXFREE
               + PG-COMMUTE-TAXABLE + PG-ARREARS-PAY
               + PG-EXPENSE-REIMB.

      *----------------------------------------------------------------
      * 当月行1件の検査。1社員に複数の理由があればそれぞれ1行ずつ
      * 載せる - 例外件数はリストの行数と一致する。
      *----------------------------------------------------------------
       CHECK-ONE-PAY-ROW.
           IF PG-PAY-MONTH = WS-THIS-MONTH
               ADD 1 TO WS-PAID-COUNT
               ADD PG-NET-PAY TO WS-NET-TOTAL
               PERFORM SUM-ROW-DEDUCTIONS
               MOVE PG-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
               MOVE PG-NET-PAY TO WS-CHECK-NET-PAY
               MOVE SPACES TO WS-CHECK-EMPLOYEE-NAME
               PERFORM FIND-EMPLOYEE
               PERFORM FIND-PRIOR-ROW
               IF EMPLOYEE-FOUND
                   MOVE 'Y' TO EMT-PAID-SW (EM-IDX)
                   MOVE EMT-EMPLOYEE-NAME (EM-IDX)
                       TO WS-CHECK-EMPLOYEE-NAME
                   IF NOT EMT-ACTIVE (EM-IDX)
                       MOVE 'PAID BUT RETIRED ON EMPLOYEE.DAT'
                           TO WS-CHECK-REASON
                       PERFORM WRITE-VARIANCE-LINE
                   END-IF
               ELSE
                   MOVE 'PAID BUT NOT ON EMPLOYEE.DAT'
                       TO WS-CHECK-REASON
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
               IF PRIOR-ROW-FOUND
                   PERFORM CHECK-NET-SWING
                   PERFORM CHECK-DEDUCTION-SWING
               ELSE
                   MOVE 'NEW - NOT PAID LAST MONTH'
                       TO WS-CHECK-REASON
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
               PERFORM CHECK-NET-AND-SHARES
           END-IF
           PERFORM READ-PAY-REGISTER.

       FIND-EMPLOYEE.
           SET EMPLOYEE-NOT-FOUND TO TRUE
           SET EM-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN EM-IDX > WS-EMP-COUNT
                   CONTINUE
               WHEN EMT-EMPLOYEE-ID (EM-IDX) = WS-CHECK-EMPLOYEE-ID
                   SET EMPLOYEE-FOUND TO TRUE
           END-SEARCH.

       FIND-PRIOR-ROW.
           SET PRIOR-ROW-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-CHECK-PRIOR-NET
           SET PR-IDX TO 1
           SEARCH WS-PRIOR-ENTRY
               AT END
                   CONTINUE
               WHEN PR-IDX > WS-PRIOR-COUNT
                   CONTINUE
               WHEN PRT-EMPLOYEE-ID (PR-IDX) = WS-CHECK-EMPLOYEE-ID
                   SET PRIOR-ROW-FOUND TO TRUE
                   MOVE PRT-NET-PAY (PR-IDX) TO WS-CHECK-PRIOR-NET
           END-SEARCH.

      *----------------------------------------------------------------
      * 差引支給額の振れは率と金額の両方が閾値を超えたときだけ載せる。
      *----------------------------------------------------------------
       CHECK-NET-SWING.
           COMPUTE WS-SWING-WORK =
               WS-CHECK-NET-PAY - WS-CHECK-PRIOR-NET
           IF WS-SWING-WORK < ZERO
               COMPUTE WS-SWING-WORK = ZERO - WS-SWING-WORK
           END-IF
           COMPUTE WS-SWING-LIMIT =
               WS-CHECK-PRIOR-NET * VR-NET-SWING-PCT / 100
           IF WS-SWING-WORK > VR-NET-SWING-AMOUNT
               AND WS-SWING-WORK > WS-SWING-LIMIT
               IF WS-CHECK-NET-PAY > WS-CHECK-PRIOR-NET
                   MOVE 'NET PAY UP BEYOND SWING LIMIT'
                       TO WS-CHECK-REASON
               ELSE
                   MOVE 'NET PAY DOWN BEYOND SWING LIMIT'
                       TO WS-CHECK-REASON
               END-IF
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       CHECK-DEDUCTION-SWING.
           COMPUTE WS-SWING-WORK =
               WS-DEDUCTIONS - PRT-DEDUCTIONS (PR-IDX)
           IF WS-SWING-WORK < ZERO
               COMPUTE WS-SWING-WORK = ZERO - WS-SWING-WORK
           END-IF
           COMPUTE WS-SWING-LIMIT =
               PRT-DEDUCTIONS (PR-IDX) * VR-DEDUCTION-SWING-PCT / 100
           IF WS-SWING-WORK > VR-DEDUCTION-SWING-AMOUNT
               AND WS-SWING-WORK > WS-SWING-LIMIT
               MOVE 'DEDUCTIONS MOVED BEYOND SWING LIMIT'
                   TO WS-CHECK-REASON
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

      *----------------------------------------------------------------
      * 控除が総支給を超えた月は給与計算が差引支給額をゼロに丸めて
      * いるので、ゼロ支給とは別の理由で載せる。
      *----------------------------------------------------------------
       CHECK-NET-AND-SHARES.
           IF WS-DEDUCTIONS > WS-GROSS-PAY
               MOVE 'DEDUCTIONS EXCEED PAY - NET FLOORED'
                   TO WS-CHECK-REASON
               PERFORM WRITE-VARIANCE-LINE
           ELSE
               IF WS-CHECK-NET-PAY = ZERO
                   MOVE 'ZERO NET PAY' TO WS-CHECK-REASON
                   PERFORM WRITE-VARIANCE-LINE
               ELSE
                   COMPUTE WS-SHARE-LIMIT =
                       WS-GROSS-PAY * VR-DEDUCTION-PCT / 100
                   IF WS-DEDUCTIONS > WS-SHARE-LIMIT
                       MOVE 'DEDUCTIONS ABOVE SHARE OF PAY'
                           TO WS-CHECK-REASON
                       PERFORM WRITE-VARIANCE-LINE
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-OVERTIME-PREMIUM =
               PG-OVERTIME-PAY + PG-LATE-NIGHT-PAY
           COMPUTE WS-SHARE-LIMIT =
               PG-BASE-PAY * VR-OVERTIME-PCT / 100
           IF WS-OVERTIME-PREMIUM > WS-SHARE-LIMIT
               MOVE 'OVERTIME ABOVE SHARE OF BASE PAY'
                   TO WS-CHECK-REASON
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

      *----------------------------------------------------------------
      * 在籍中なのに当月の行が無い社員。前月の支給額を並べて出す。
      *----------------------------------------------------------------
       CHECK-MISSING-EMPLOYEE.
           IF EMT-ACTIVE (EM-IDX)
               AND NOT EMT-PAID-THIS-MONTH (EM-IDX)
               MOVE EMT-EMPLOYEE-ID (EM-IDX) TO WS-CHECK-EMPLOYEE-ID
               MOVE EMT-EMPLOYEE-NAME (EM-IDX)
                   TO WS-CHECK-EMPLOYEE-NAME
               MOVE ZERO TO WS-CHECK-NET-PAY
               PERFORM FIND-PRIOR-ROW
               MOVE 'ACTIVE BUT NOT PAID THIS MONTH'
                   TO WS-CHECK-REASON
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       WRITE-VARIANCE-LINE.
           MOVE WS-CHECK-EMPLOYEE-ID TO VD-EMPLOYEE-ID
           MOVE WS-CHECK-EMPLOYEE-NAME TO VD-EMPLOYEE-NAME
           MOVE WS-CHECK-NET-PAY TO VD-NET-PAY
           MOVE WS-CHECK-PRIOR-NET TO VD-PRIOR-NET
           MOVE WS-CHECK-REASON TO VD-REASON
           WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-DETAIL-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-VARIANCE-CONTROL.
           OPEN OUTPUT VARIANCE-CONTROL-FILE
           MOVE WS-THIS-MONTH TO VC-PAY-MONTH
           MOVE WS-PAID-COUNT TO VC-PAID-COUNT
           MOVE WS-EXCEPTION-COUNT TO VC-EXCEPTION-COUNT
           MOVE WS-NET-TOTAL TO VC-NET-TOTAL
           MOVE WS-TODAY-CCYYMMDD TO VC-CHECK-DATE
           WRITE PAYROLL-VARIANCE-CONTROL
           CLOSE VARIANCE-CONTROL-FILE.
