       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-REIMBURSEMENT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Pays out approved expense reports, replacing petty cash and
      * the hand-keying of reimbursements at the bank terminal.
      * Reads the EXPREG.DAT expense register written by
      * EXPENSE-REPORT-APPROVAL and applies the signed EXPAPPR.DAT
      * approval cards (document number, approve or reject, who
      * signed) to the reports still routed.  Every approved report
      * not yet paid is grouped per employee and paid the way the
      * employee chose on EMPBANK.DAT:
      *   - by transfer: one EXPZENG.DAT record per employee in the
      *     Zengin header/data/trailer/end layout PAYROLL-BANK-
      *     TRANSFER produces, whole yen, the trailer totalling the
      *     yen on the data records (EXPENSE-REPORT-APPROVAL refuses
      *     amounts keyed with sen, so the yen sent is the yen
      *     posted);
      *   - through the payroll: one EXPPAYRL.DAT row per employee
      *     for PAYROLL-MONTHLY-RUN to add to the net as a
      *     non-taxable line - this month's payroll if the employee
      *     has not been paid yet this month, otherwise next month's.
      * An employee with no EMPBANK.DAT row cannot be paid either
      * way; the reports stay approved for the next run and are
      * listed NO BANK.  Each paid report is stamped paid (date,
      * method, payroll month) on the EXPREG.NEW carry-forward for
      * operations to swap in, so a rerun cannot pay it twice, and
      * is posted to GLEXTR.DAT under the EXPREIMB batch source: the
      * report's expense account debited against the bank (transfer)
      * or the payroll payable (through the payroll), keyed by the
      * document number - BUDGET-COMMITMENT-RELEASE then turns the
      * department's budget reservation into actual.  EXPZENG.RPT
      * is the control listing, with the amount posted per
      * 部署ーコード and account at its foot; EXPREMIT.RPT is the
      * remittance advice - per employee, how and when they are
      * paid and which reports the amount covers.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-REGISTER-FILE ASSIGN TO "EXPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EREG-STATUS.
           SELECT EXPENSE-REGISTER-OUT-FILE ASSIGN TO "EXPREG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-CARD-FILE ASSIGN TO "EXPAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS 社員ーコード
               FILE STATUS IS WS-EMP-STATUS.
           SELECT BANK-DETAIL-FILE ASSIGN TO "EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT EXPENSE-PAYROLL-FILE ASSIGN TO "EXPPAYRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XPAY-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ZENGIN-FILE ASSIGN TO "EXPZENG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-LISTING-FILE ASSIGN TO "EXPZENG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMITTANCE-FILE ASSIGN TO "EXPREMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-REGISTER-FILE.
       COPY EXPENSE-REGISTER-RECORD.

       FD  EXPENSE-REGISTER-OUT-FILE.
       01  EXPENSE-REGISTER-OUT-RECORD  PIC X(143).

       FD  APPROVAL-CARD-FILE.
       01  APPROVAL-CARD-RECORD.
           05  XC-DOCUMENT-NO           PIC X(20).
           05  XC-DECISION              PIC X(1).
               88  XC-APPROVE               VALUE 'A'.
               88  XC-REJECT                VALUE 'X'.
           05  XC-SIGNED-BY             PIC X(20).
           05  XC-SIGNED-DATE           PIC 9(8).

       FD  EMPLOYEE-FILE.
       COPY 社員マスター.

       FD  BANK-DETAIL-FILE.
       COPY EMPLOYEE-BANK-RECORD.

       FD  PAY-REGISTER-FILE.
       COPY PAY-REGISTER-RECORD.

       FD  EXPENSE-PAYROLL-FILE.
       COPY EXPENSE-PAYROLL-RECORD.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  ZENGIN-FILE.
       01  ZENGIN-RECORD                PIC X(120).

       FD  CONTROL-LISTING-FILE.
       01  CONTROL-LISTING-LINE         PIC X(90).

       FD  REMITTANCE-FILE.
       01  REMITTANCE-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EREG-STATUS                PIC XX.
           88  EREG-FILE-OK                  VALUE '00'.
           88  EREG-FILE-EOF                 VALUE '10'.
       01  WS-APPR-STATUS                PIC XX.
           88  APPR-FILE-OK                  VALUE '00'.
           88  APPR-FILE-EOF                 VALUE '10'.
       01  WS-EMP-STATUS                 PIC XX.
           88  EMP-FILE-OK                   VALUE '00'.
       01  WS-BANK-STATUS                PIC XX.
           88  BANK-FILE-OK                  VALUE '00'.
           88  BANK-FILE-EOF                 VALUE '10'.
       01  WS-PREG-STATUS                PIC XX.
           88  PREG-FILE-OK                  VALUE '00'.
           88  PREG-FILE-EOF                 VALUE '10'.
       01  WS-XPAY-STATUS                PIC XX.
       01  WS-GL-STATUS                  PIC XX.

       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-THIS-MONTH                 PIC 9(6).
       01  WS-NEXT-MONTH                 PIC 9(6).
       01  WS-MONTH-WORK.
           05  WS-MONTH-CCYY              PIC 9(4).
           05  WS-MONTH-MM                PIC 9(2).

      *----------------------------------------------------------------
      * 署名済みの承認カード(伝票番号・承認/却下・署名者)。
      *----------------------------------------------------------------
       01  WS-APPR-TABLE-MAX             PIC 9(4) VALUE 1000.
       01  WS-APPR-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-APPR-ENTRIES.
           05  WS-APPR-ENTRY             OCCURS 1000 TIMES.
               10  ACT-DOCUMENT-NO           PIC X(20).
               10  ACT-DECISION              PIC X(1).
               10  ACT-SIGNED-BY             PIC X(20).
       01  WS-APPR-SUB                   PIC 9(4) COMP.
       01  WS-APPR-HIT-SUB               PIC 9(4) COMP.

       01  WS-BANK-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-BANK-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-BANK-ENTRIES.
           05  WS-BANK-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY BK-IDX.
               10  BK-EMPLOYEE-ID            PIC 9(8).
               10  BK-BANK-CODE              PIC 9(4).
               10  BK-BRANCH-CODE            PIC 9(3).
               10  BK-ACCOUNT-TYPE           PIC 9(1).
               10  BK-ACCOUNT-NUMBER         PIC 9(7).
               10  BK-ACCOUNT-NAME           PIC X(30).
               10  BK-REIMBURSE-METHOD       PIC X(1).
       01  WS-BANK-FOUND-SW              PIC X(1).
           88  BANK-DETAIL-FOUND             VALUE 'Y'.
           88  BANK-DETAIL-NOT-FOUND         VALUE 'N'.

      *----------------------------------------------------------------
      * 当月の給与が済んだ社員。給与経由の精算は翌月の給与に乗せる。
      *----------------------------------------------------------------
       01  WS-PAID-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-PAID-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-PAID-ENTRIES.
           05  WS-PAID-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY PD-IDX.
               10  PDT-EMPLOYEE-ID           PIC 9(8).
       01  WS-PAID-FOUND-SW              PIC X(1).
           88  PAID-THIS-MONTH               VALUE 'Y'.

      *----------------------------------------------------------------
      * 今回払う(または口座待ちの)承認済み経費と、社員別の支払先。
      *----------------------------------------------------------------
       01  WS-REPORT-TABLE-MAX           PIC 9(4) VALUE 2000.
       01  WS-REPORT-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-REPORT-ENTRIES.
           05  WS-REPORT-ENTRY           OCCURS 2000 TIMES.
               10  PYT-DOCUMENT-NO           PIC X(20).
               10  PYT-EMPLOYEE-ID           PIC 9(8).
               10  PYT-DEPARTMENT-CODE       PIC X(10).
               10  PYT-ACCOUNT-CODE          PIC X(8).
               10  PYT-AMOUNT                PIC 9(7)V99.
               10  PYT-DESCRIPTION           PIC X(30).
       01  WS-REPORT-SUB                 PIC 9(4) COMP.

       01  WS-PAYEE-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-PAYEE-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-PAYEE-ENTRIES.
           05  WS-PAYEE-ENTRY            OCCURS 500 TIMES
                                             INDEXED BY PE-IDX.
               10  PET-EMPLOYEE-ID           PIC 9(8).
               10  PET-PAY-METHOD            PIC X(1).
                   88  PET-BY-TRANSFER           VALUE 'B'.
                   88  PET-BY-PAYROLL            VALUE 'P'.
                   88  PET-NO-BANK               VALUE 'N'.
               10  PET-PAY-MONTH             PIC 9(6).
               10  PET-TOTAL                 PIC 9(9)V99.
               10  PET-REPORT-COUNT          PIC 9(3).
       01  WS-PAYEE-SUB                  PIC 9(3) COMP.
       01  WS-PAYEE-FOUND-SW             PIC X(1).
           88  PAYEE-FOUND                   VALUE 'Y'.

      *----------------------------------------------------------------
      * 部署コード・勘定別の計上額(管理リストの末尾に出す)。
      *----------------------------------------------------------------
       01  WS-DEPT-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-DEPT-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-DEPT-ENTRIES.
           05  WS-DEPT-ENTRY             OCCURS 200 TIMES.
               10  DGT-DEPARTMENT-CODE       PIC X(10).
               10  DGT-ACCOUNT-CODE          PIC X(8).
               10  DGT-AMOUNT                PIC 9(11)V99.
       01  WS-DEPT-SUB                   PIC 9(3) COMP.
       01  WS-DEPT-HIT-SUB               PIC 9(3) COMP.

       01  WS-PAY-METHOD                 PIC X(1).
       01  WS-PAY-MONTH                  PIC 9(6).
       01  WS-LOOKUP-EMPLOYEE-ID         PIC 9(8).
       01  WS-PAYEE-NAME                 PIC X(20).
       01  WS-PAY-IN-YEN                 PIC 9(10).
       01  WS-TRANSFER-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-TRANSFER-TOTAL             PIC 9(12) VALUE ZERO.
       01  WS-PAYROLL-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-UNPAID-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-PAID-REPORT-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-ACCOUNT-CODE            PIC X(8).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-PROGRAM-NAME            PIC X(30)
                                     VALUE 'EXPENSE-REIMBURSEMENT'.

       01  WS-ZENGIN-HEADER.
           05  FILLER                   PIC X(1) VALUE '1'.
           05  FILLER                   PIC X(2) VALUE '21'.
           05  ZH-COMPANY-CODE           PIC X(10)
                                            VALUE '0000000001'.
           05  ZH-COMPANY-NAME           PIC X(40)
               VALUE 'SYSTEMS MAINTENANCE SHOKAI'.
           05  ZH-TRANSFER-DATE          PIC 9(8).
           05  FILLER                   PIC X(59) VALUE SPACES.

       01  WS-ZENGIN-DATA.
           05  FILLER                   PIC X(1) VALUE '2'.
           05  ZD-BANK-CODE              PIC 9(4).
           05  ZD-BRANCH-CODE            PIC 9(3).
           05  ZD-ACCOUNT-TYPE           PIC 9(1).
           05  ZD-ACCOUNT-NUMBER         PIC 9(7).
           05  ZD-ACCOUNT-NAME           PIC X(30).
           05  ZD-TRANSFER-AMOUNT        PIC 9(10).
           05  FILLER                   PIC X(64) VALUE SPACES.

       01  WS-ZENGIN-TRAILER.
           05  FILLER                   PIC X(1) VALUE '8'.
           05  ZT-TRANSFER-COUNT         PIC 9(6).
           05  ZT-TRANSFER-TOTAL         PIC 9(12).
           05  FILLER                   PIC X(101) VALUE SPACES.

       01  WS-ZENGIN-END.
           05  FILLER                   PIC X(1) VALUE '9'.
           05  FILLER                   PIC X(119) VALUE SPACES.

       01  WS-CONTROL-DETAIL-LINE.
           05  FILLER                  PIC X(11) VALUE 'REIMBURSE: '.
           05  CL-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-EMPLOYEE-NAME         PIC X(20).
           05  FILLER                  PIC X(9) VALUE ' AMOUNT: '.
           05  CL-AMOUNT                PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-NOTE                  PIC X(16).

       01  WS-CONTROL-TOTAL-LINE.
           05  FILLER                  PIC X(17)
               VALUE 'TRANSFER COUNT: '.
           05  CT-TRANSFER-COUNT        PIC ZZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  TOTAL: '.
           05  CT-TRANSFER-TOTAL        PIC Z(11)9.
           05  FILLER                  PIC X(11) VALUE '  PAYROLL: '.
           05  CT-PAYROLL-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  NO BANK: '.
           05  CT-UNPAID-COUNT          PIC ZZZZ9.

       01  WS-CONTROL-DEPT-LINE.
           05  FILLER                  PIC X(11) VALUE 'GL POSTED: '.
           05  CD-DEPARTMENT-CODE       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CD-ACCOUNT-CODE          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CD-AMOUNT                PIC ZZZZZZZZZZ9.99.

       01  WS-REMIT-PAYEE-LINE.
           05  FILLER                  PIC X(12) VALUE 'REMITTANCE: '.
           05  RM-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RM-EMPLOYEE-NAME         PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RM-PAID-HOW              PIC X(30).
           05  FILLER                  PIC X(8) VALUE ' TOTAL: '.
           05  RM-TOTAL                 PIC ZZZZZZZZ9.99.

       01  WS-REMIT-REPORT-LINE.
           05  FILLER                  PIC X(14) VALUE '    REPORT:   '.
           05  RR-DOCUMENT-NO           PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RR-DESCRIPTION           PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RR-AMOUNT                PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-THIS-MONTH
           MOVE WS-THIS-MONTH TO WS-MONTH-WORK
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-CCYY
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-WORK TO WS-NEXT-MONTH
           PERFORM LOAD-APPROVAL-CARDS
           PERFORM LOAD-BANK-DETAILS
           PERFORM LOAD-PAID-THIS-MONTH
           PERFORM WORK-EXPENSE-REGISTER
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT ZENGIN-FILE
           OPEN OUTPUT CONTROL-LISTING-FILE
           OPEN OUTPUT REMITTANCE-FILE
           OPEN EXTEND EXPENSE-PAYROLL-FILE
           IF WS-XPAY-STATUS NOT = '00'
               OPEN OUTPUT EXPENSE-PAYROLL-FILE
           END-IF
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           PERFORM WRITE-ZENGIN-HEADER
           PERFORM PAY-ONE-PAYEE
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
           PERFORM WRITE-ZENGIN-TRAILER
           PERFORM WRITE-DEPARTMENT-TOTAL
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           CLOSE EMPLOYEE-FILE
           CLOSE ZENGIN-FILE
           CLOSE CONTROL-LISTING-FILE
           CLOSE REMITTANCE-FILE
           CLOSE EXPENSE-PAYROLL-FILE
           CLOSE GL-INTERFACE-FILE
           DISPLAY 'EXPENSE REIMBURSEMENT - REPORTS PAID: '
               WS-PAID-REPORT-COUNT
               ' TRANSFERS: ' WS-TRANSFER-COUNT
               ' VIA PAYROLL: ' WS-PAYROLL-COUNT
               ' NO BANK DETAIL: ' WS-UNPAID-COUNT
               ' REJECTED: ' WS-REJECTED-COUNT
           STOP RUN.

       LOAD-APPROVAL-CARDS.
           OPEN INPUT APPROVAL-CARD-FILE
           IF APPR-FILE-OK
               PERFORM READ-APPROVAL-CARD
               PERFORM STORE-APPROVAL-CARD UNTIL APPR-FILE-EOF
               CLOSE APPROVAL-CARD-FILE
           END-IF.

       READ-APPROVAL-CARD.
           READ APPROVAL-CARD-FILE
               AT END
                   SET APPR-FILE-EOF TO TRUE
           END-READ.

       STORE-APPROVAL-CARD.
           IF WS-APPR-COUNT < WS-APPR-TABLE-MAX
               ADD 1 TO WS-APPR-COUNT
               MOVE XC-DOCUMENT-NO
                   TO ACT-DOCUMENT-NO (WS-APPR-COUNT)
               MOVE XC-DECISION TO ACT-DECISION (WS-APPR-COUNT)
               MOVE XC-SIGNED-BY TO ACT-SIGNED-BY (WS-APPR-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-APPR-TABLE-MAX
                   ' APPROVAL CARDS ON EXPAPPR.DAT - RUN ABORTED'
               CLOSE APPROVAL-CARD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-APPROVAL-CARD.

       LOAD-BANK-DETAILS.
           OPEN INPUT BANK-DETAIL-FILE
           IF BANK-FILE-OK
               PERFORM READ-BANK-DETAIL
               PERFORM STORE-BANK-DETAIL UNTIL BANK-FILE-EOF
               CLOSE BANK-DETAIL-FILE
           END-IF.

       READ-BANK-DETAIL.
           READ BANK-DETAIL-FILE
               AT END
                   SET BANK-FILE-EOF TO TRUE
           END-READ.

       STORE-BANK-DETAIL.
           IF WS-BANK-COUNT < WS-BANK-TABLE-MAX
               ADD 1 TO WS-BANK-COUNT
               MOVE EB-EMPLOYEE-ID
                   TO BK-EMPLOYEE-ID (WS-BANK-COUNT)
               MOVE EB-BANK-CODE TO BK-BANK-CODE (WS-BANK-COUNT)
               MOVE EB-BRANCH-CODE
                   TO BK-BRANCH-CODE (WS-BANK-COUNT)
               MOVE EB-ACCOUNT-TYPE
                   TO BK-ACCOUNT-TYPE (WS-BANK-COUNT)
               MOVE EB-ACCOUNT-NUMBER
                   TO BK-ACCOUNT-NUMBER (WS-BANK-COUNT)
               MOVE EB-ACCOUNT-NAME
                   TO BK-ACCOUNT-NAME (WS-BANK-COUNT)
               MOVE EB-REIMBURSE-METHOD
                   TO BK-REIMBURSE-METHOD (WS-BANK-COUNT)
           END-IF
           PERFORM READ-BANK-DETAIL.

       LOAD-PAID-THIS-MONTH.
           OPEN INPUT PAY-REGISTER-FILE
           IF PREG-FILE-OK
               PERFORM READ-PAY-REGISTER
               PERFORM STORE-PAID-THIS-MONTH UNTIL PREG-FILE-EOF
               CLOSE PAY-REGISTER-FILE
           END-IF.

       READ-PAY-REGISTER.
           READ PAY-REGISTER-FILE
               AT END
                   SET PREG-FILE-EOF TO TRUE
           END-READ.

       STORE-PAID-THIS-MONTH.
           IF PG-PAY-MONTH = WS-THIS-MONTH
               IF WS-PAID-COUNT < WS-PAID-TABLE-MAX
                   ADD 1 TO WS-PAID-COUNT
                   MOVE PG-EMPLOYEE-ID
                       TO PDT-EMPLOYEE-ID (WS-PAID-COUNT)
               ELSE
                   DISPLAY 'ERROR: MORE THAN ' WS-PAID-TABLE-MAX
                       ' PAYREG.DAT ROWS THIS MONTH - RUN ABORTED'
                   CLOSE PAY-REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-PAY-REGISTER.

      *----------------------------------------------------------------
      * 承認カードで回付中(R)を承認(A)か却下(X)にし、承認済みで
      * 未払いの行を支払表に積む。口座のある社員の分はその場で
      * 支払済み(P)を押して繰り越す - 口座の無い社員の分は承認の
      * まま次回へ。
      *----------------------------------------------------------------
       WORK-EXPENSE-REGISTER.
           OPEN INPUT EXPENSE-REGISTER-FILE
           IF NOT EREG-FILE-OK
               DISPLAY 'EXPENSE REIMBURSEMENT - NO EXPENSE REGISTER'
               STOP RUN
           END-IF
           OPEN OUTPUT EXPENSE-REGISTER-OUT-FILE
           PERFORM READ-EXPENSE-REGISTER
           PERFORM WORK-ONE-EXPENSE-REPORT UNTIL EREG-FILE-EOF
           CLOSE EXPENSE-REGISTER-OUT-FILE
           CLOSE EXPENSE-REGISTER-FILE.

       READ-EXPENSE-REGISTER.
           READ EXPENSE-REGISTER-FILE
               AT END
                   SET EREG-FILE-EOF TO TRUE
           END-READ.

       WORK-ONE-EXPENSE-REPORT.
           IF ER-ROUTED
               PERFORM MATCH-APPROVAL-CARD
               IF WS-APPR-HIT-SUB > ZERO
                   IF ACT-DECISION (WS-APPR-HIT-SUB) = 'A'
                       SET ER-APPROVED TO TRUE
                       MOVE ACT-SIGNED-BY (WS-APPR-HIT-SUB)
                           TO ER-APPROVED-BY
                   END-IF
                   IF ACT-DECISION (WS-APPR-HIT-SUB) = 'X'
                       SET ER-REJECTED TO TRUE
                       MOVE ACT-SIGNED-BY (WS-APPR-HIT-SUB)
                           TO ER-APPROVED-BY
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
               END-IF
           END-IF
           IF ER-APPROVED
               PERFORM STAGE-FOR-PAYMENT
               IF WS-PAY-METHOD NOT = 'N'
                   SET ER-PAID TO TRUE
                   MOVE WS-PAY-METHOD TO ER-PAY-METHOD
                   MOVE WS-TODAY-CCYYMMDD TO ER-PAID-DATE
                   MOVE WS-PAY-MONTH TO ER-PAY-MONTH
                   ADD 1 TO WS-PAID-REPORT-COUNT
               END-IF
           END-IF
           WRITE EXPENSE-REGISTER-OUT-RECORD
               FROM EXPENSE-REGISTER-RECORD
           PERFORM READ-EXPENSE-REGISTER.

       MATCH-APPROVAL-CARD.
           MOVE ZERO TO WS-APPR-HIT-SUB
           PERFORM MATCH-ONE-APPROVAL-CARD
               VARYING WS-APPR-SUB FROM 1 BY 1
               UNTIL WS-APPR-SUB > WS-APPR-COUNT
                   OR WS-APPR-HIT-SUB > ZERO.

       MATCH-ONE-APPROVAL-CARD.
           IF ACT-DOCUMENT-NO (WS-APPR-SUB) = ER-DOCUMENT-NO
               MOVE WS-APPR-SUB TO WS-APPR-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * 支払方法は口座表の選択: P = 給与と一緒、それ以外は振込。
      * 口座の無い社員はどちらでも払えない(N)。給与経由は当月の
      * 給与が済んでいれば翌月分に回す。
      *----------------------------------------------------------------
       STAGE-FOR-PAYMENT.
           MOVE ER-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM FIND-BANK-DETAIL
           MOVE ZERO TO WS-PAY-MONTH
           IF BANK-DETAIL-NOT-FOUND
               MOVE 'N' TO WS-PAY-METHOD
           ELSE
               IF BK-REIMBURSE-METHOD (BK-IDX) = 'P'
                   MOVE 'P' TO WS-PAY-METHOD
                   PERFORM CHECK-PAID-THIS-MONTH
                   IF PAID-THIS-MONTH
                       MOVE WS-NEXT-MONTH TO WS-PAY-MONTH
                   ELSE
                       MOVE WS-THIS-MONTH TO WS-PAY-MONTH
                   END-IF
               ELSE
                   MOVE 'B' TO WS-PAY-METHOD
               END-IF
           END-IF
           IF WS-REPORT-COUNT < WS-REPORT-TABLE-MAX
               ADD 1 TO WS-REPORT-COUNT
               MOVE ER-DOCUMENT-NO
                   TO PYT-DOCUMENT-NO (WS-REPORT-COUNT)
               MOVE ER-EMPLOYEE-ID
                   TO PYT-EMPLOYEE-ID (WS-REPORT-COUNT)
               MOVE ER-DEPARTMENT-CODE
                   TO PYT-DEPARTMENT-CODE (WS-REPORT-COUNT)
               MOVE ER-ACCOUNT-CODE
                   TO PYT-ACCOUNT-CODE (WS-REPORT-COUNT)
               MOVE ER-AMOUNT TO PYT-AMOUNT (WS-REPORT-COUNT)
               MOVE ER-DESCRIPTION
                   TO PYT-DESCRIPTION (WS-REPORT-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-REPORT-TABLE-MAX
                   ' APPROVED EXPENSE REPORTS - RUN ABORTED'
               CLOSE EXPENSE-REGISTER-FILE
               CLOSE EXPENSE-REGISTER-OUT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ADD-TO-PAYEE.

       FIND-BANK-DETAIL.
           SET BANK-DETAIL-NOT-FOUND TO TRUE
           SET BK-IDX TO 1
           SEARCH WS-BANK-ENTRY
               AT END
                   CONTINUE
               WHEN BK-IDX > WS-BANK-COUNT
                   CONTINUE
               WHEN BK-EMPLOYEE-ID (BK-IDX) = WS-LOOKUP-EMPLOYEE-ID
                   SET BANK-DETAIL-FOUND TO TRUE
           END-SEARCH.

       CHECK-PAID-THIS-MONTH.
           MOVE 'N' TO WS-PAID-FOUND-SW
           SET PD-IDX TO 1
           SEARCH WS-PAID-ENTRY
               AT END
                   CONTINUE
               WHEN PD-IDX > WS-PAID-COUNT
                   CONTINUE
               WHEN PDT-EMPLOYEE-ID (PD-IDX) = WS-LOOKUP-EMPLOYEE-ID
                   SET PAID-THIS-MONTH TO TRUE
           END-SEARCH.

       ADD-TO-PAYEE.
           MOVE 'N' TO WS-PAYEE-FOUND-SW
           SET PE-IDX TO 1
           SEARCH WS-PAYEE-ENTRY
               AT END
                   CONTINUE
               WHEN PE-IDX > WS-PAYEE-COUNT
                   CONTINUE
               WHEN PET-EMPLOYEE-ID (PE-IDX) = ER-EMPLOYEE-ID
                   SET PAYEE-FOUND TO TRUE
           END-SEARCH
           IF NOT PAYEE-FOUND
               IF WS-PAYEE-COUNT < WS-PAYEE-TABLE-MAX
                   ADD 1 TO WS-PAYEE-COUNT
                   SET PE-IDX TO WS-PAYEE-COUNT
                   MOVE ER-EMPLOYEE-ID TO PET-EMPLOYEE-ID (PE-IDX)
                   MOVE WS-PAY-METHOD TO PET-PAY-METHOD (PE-IDX)
                   MOVE WS-PAY-MONTH TO PET-PAY-MONTH (PE-IDX)
                   MOVE ZERO TO PET-TOTAL (PE-IDX)
                   MOVE ZERO TO PET-REPORT-COUNT (PE-IDX)
               ELSE
                   DISPLAY 'ERROR: MORE THAN ' WS-PAYEE-TABLE-MAX
                       ' EMPLOYEES TO REIMBURSE - RUN ABORTED'
                   CLOSE EXPENSE-REGISTER-FILE
                   CLOSE EXPENSE-REGISTER-OUT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD ER-AMOUNT TO PET-TOTAL (PE-IDX)
           ADD 1 TO PET-REPORT-COUNT (PE-IDX).

      *----------------------------------------------------------------
      * 社員1人分の支払: 振込か給与行、口座が無ければNO BANK。
      * 送金通知には支払方法と対象の経費伝票を並べる。
      *----------------------------------------------------------------
       PAY-ONE-PAYEE.
           SET PE-IDX TO WS-PAYEE-SUB
           MOVE PET-EMPLOYEE-ID (PE-IDX) TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM LOOKUP-PAYEE-NAME
           MOVE WS-LOOKUP-EMPLOYEE-ID TO CL-EMPLOYEE-ID
           MOVE WS-PAYEE-NAME TO CL-EMPLOYEE-NAME
           MOVE PET-TOTAL (PE-IDX) TO CL-AMOUNT
           MOVE SPACES TO RM-PAID-HOW
           EVALUATE TRUE
               WHEN PET-BY-TRANSFER (PE-IDX)
                   PERFORM FIND-BANK-DETAIL
                   PERFORM WRITE-ZENGIN-DATA-RECORD
                   MOVE SPACES TO CL-NOTE
                   STRING 'BANK TRANSFER ' WS-TODAY-CCYYMMDD
                       DELIMITED BY SIZE INTO RM-PAID-HOW
                   END-STRING
               WHEN PET-BY-PAYROLL (PE-IDX)
                   PERFORM WRITE-EXPENSE-PAYROLL-ROW
                   MOVE 'PAYROLL' TO CL-NOTE
                   STRING 'WITH PAYROLL FOR '
                       PET-PAY-MONTH (PE-IDX)
                       DELIMITED BY SIZE INTO RM-PAID-HOW
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-UNPAID-COUNT
                   MOVE 'NO BANK' TO CL-NOTE
                   MOVE 'HELD - NO BANK DETAIL' TO RM-PAID-HOW
           END-EVALUATE
           WRITE CONTROL-LISTING-LINE FROM WS-CONTROL-DETAIL-LINE
           MOVE WS-LOOKUP-EMPLOYEE-ID TO RM-EMPLOYEE-ID
           MOVE WS-PAYEE-NAME TO RM-EMPLOYEE-NAME
           MOVE PET-TOTAL (PE-IDX) TO RM-TOTAL
           WRITE REMITTANCE-LINE FROM WS-REMIT-PAYEE-LINE
           PERFORM SETTLE-ONE-REPORT
               VARYING WS-REPORT-SUB FROM 1 BY 1
               UNTIL WS-REPORT-SUB > WS-REPORT-COUNT.

       LOOKUP-PAYEE-NAME.
           MOVE SPACES TO WS-PAYEE-NAME
           MOVE WS-LOOKUP-EMPLOYEE-ID TO 社員ーコード
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 社員ー氏名 TO WS-PAYEE-NAME
           END-READ.

      *----------------------------------------------------------------
      * 全銀の金額は円単位。EXPENSE-REPORT-APPROVALが銭付きの金額を
      * 受け付けないので社員合計は円で割り切れ、計上額と一致する。
      *----------------------------------------------------------------
       WRITE-ZENGIN-DATA-RECORD.
           MOVE BK-BANK-CODE (BK-IDX) TO ZD-BANK-CODE
           MOVE BK-BRANCH-CODE (BK-IDX) TO ZD-BRANCH-CODE
           MOVE BK-ACCOUNT-TYPE (BK-IDX) TO ZD-ACCOUNT-TYPE
           MOVE BK-ACCOUNT-NUMBER (BK-IDX) TO ZD-ACCOUNT-NUMBER
           MOVE BK-ACCOUNT-NAME (BK-IDX) TO ZD-ACCOUNT-NAME
           MOVE PET-TOTAL (PE-IDX) TO WS-PAY-IN-YEN
           MOVE WS-PAY-IN-YEN TO ZD-TRANSFER-AMOUNT
           WRITE ZENGIN-RECORD FROM WS-ZENGIN-DATA
           ADD 1 TO WS-TRANSFER-COUNT
           ADD WS-PAY-IN-YEN TO WS-TRANSFER-TOTAL.

       WRITE-EXPENSE-PAYROLL-ROW.
           MOVE PET-EMPLOYEE-ID (PE-IDX) TO XP-EMPLOYEE-ID
           MOVE PET-PAY-MONTH (PE-IDX) TO XP-PAY-MONTH
           MOVE PET-TOTAL (PE-IDX) TO XP-REIMBURSE-AMOUNT
           MOVE PET-REPORT-COUNT (PE-IDX) TO XP-REPORT-COUNT
           MOVE WS-TODAY-CCYYMMDD TO XP-RUN-DATE
           WRITE EXPENSE-PAYROLL-RECORD
           ADD 1 TO WS-PAYROLL-COUNT.

      *----------------------------------------------------------------
      * 伝票1件ごとに送金通知へ1行。支払った伝票は経費勘定の借方と
      * 銀行(振込)か未払給与(給与経由)の貸方を伝票番号キーで計上
      * する - 予算の予約はこのキーで実績に振り替わる。
      *----------------------------------------------------------------
       SETTLE-ONE-REPORT.
           IF PYT-EMPLOYEE-ID (WS-REPORT-SUB) = PET-EMPLOYEE-ID (PE-IDX)
               MOVE PYT-DOCUMENT-NO (WS-REPORT-SUB) TO RR-DOCUMENT-NO
               MOVE PYT-DESCRIPTION (WS-REPORT-SUB) TO RR-DESCRIPTION
               MOVE PYT-AMOUNT (WS-REPORT-SUB) TO RR-AMOUNT
               WRITE REMITTANCE-LINE FROM WS-REMIT-REPORT-LINE
               IF NOT PET-NO-BANK (PE-IDX)
                   PERFORM POST-REPORT-TO-GL
               END-IF
           END-IF.

       POST-REPORT-TO-GL.
           MOVE PYT-ACCOUNT-CODE (WS-REPORT-SUB) TO WS-GL-ACCOUNT-CODE
           MOVE 'D' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           IF PET-BY-TRANSFER (PE-IDX)
               MOVE 'BANK' TO WS-GL-ELEMENT-NAME
           ELSE
               MOVE 'PAYABLE' TO WS-GL-ELEMENT-NAME
           END-IF
           MOVE '99999999' TO WS-GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'EXPREIMB'
                   AND GM-ELEMENT-NAME (GM-IDX)
                       = WS-GL-ELEMENT-NAME
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO WS-GL-ACCOUNT-CODE
           END-SEARCH
           MOVE 'C' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           PERFORM ADD-TO-DEPARTMENT-TOTAL.

       WRITE-GL-ROW.
           MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
           MOVE 'EXPREIMB' TO GL-BATCH-SOURCE
           MOVE WS-GL-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE PYT-AMOUNT (WS-REPORT-SUB) TO GL-AMOUNT
           MOVE WS-GL-PROGRAM-NAME TO GL-SOURCE-PROGRAM
           MOVE PYT-DOCUMENT-NO (WS-REPORT-SUB) TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.

       ADD-TO-DEPARTMENT-TOTAL.
           MOVE ZERO TO WS-DEPT-HIT-SUB
           PERFORM MATCH-DEPARTMENT-TOTAL
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-HIT-SUB > ZERO
           IF WS-DEPT-HIT-SUB = ZERO
               IF WS-DEPT-COUNT < WS-DEPT-TABLE-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-HIT-SUB
                   MOVE PYT-DEPARTMENT-CODE (WS-REPORT-SUB)
                       TO DGT-DEPARTMENT-CODE (WS-DEPT-HIT-SUB)
                   MOVE PYT-ACCOUNT-CODE (WS-REPORT-SUB)
                       TO DGT-ACCOUNT-CODE (WS-DEPT-HIT-SUB)
                   MOVE ZERO TO DGT-AMOUNT (WS-DEPT-HIT-SUB)
               END-IF
           END-IF
           IF WS-DEPT-HIT-SUB > ZERO
               ADD PYT-AMOUNT (WS-REPORT-SUB)
                   TO DGT-AMOUNT (WS-DEPT-HIT-SUB)
           END-IF.

       MATCH-DEPARTMENT-TOTAL.
           IF DGT-DEPARTMENT-CODE (WS-DEPT-SUB)
                   = PYT-DEPARTMENT-CODE (WS-REPORT-SUB)
               AND DGT-ACCOUNT-CODE (WS-DEPT-SUB)
                   = PYT-ACCOUNT-CODE (WS-REPORT-SUB)
               MOVE WS-DEPT-SUB TO WS-DEPT-HIT-SUB
           END-IF.

       WRITE-ZENGIN-HEADER.
           MOVE WS-TODAY-CCYYMMDD TO ZH-TRANSFER-DATE
           WRITE ZENGIN-RECORD FROM WS-ZENGIN-HEADER.

       WRITE-ZENGIN-TRAILER.
           MOVE WS-TRANSFER-COUNT TO ZT-TRANSFER-COUNT
           MOVE WS-TRANSFER-TOTAL TO ZT-TRANSFER-TOTAL
           WRITE ZENGIN-RECORD FROM WS-ZENGIN-TRAILER
           WRITE ZENGIN-RECORD FROM WS-ZENGIN-END
           MOVE WS-TRANSFER-COUNT TO CT-TRANSFER-COUNT
           MOVE WS-TRANSFER-TOTAL TO CT-TRANSFER-TOTAL
           MOVE WS-PAYROLL-COUNT TO CT-PAYROLL-COUNT
           MOVE WS-UNPAID-COUNT TO CT-UNPAID-COUNT
           WRITE CONTROL-LISTING-LINE FROM WS-CONTROL-TOTAL-LINE.

       WRITE-DEPARTMENT-TOTAL.
           MOVE DGT-DEPARTMENT-CODE (WS-DEPT-SUB) TO CD-DEPARTMENT-CODE
           MOVE DGT-ACCOUNT-CODE (WS-DEPT-SUB) TO CD-ACCOUNT-CODE
           MOVE DGT-AMOUNT (WS-DEPT-SUB) TO CD-AMOUNT
           WRITE CONTROL-LISTING-LINE FROM WS-CONTROL-DEPT-LINE.
