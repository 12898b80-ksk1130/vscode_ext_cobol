      * submitter's level in EMPLOYEE-FILE, and uses APPROVAL-ROUTING-
      * TABLE to decide who must approve it.  Writes one line
      * per expense report to EXPAPRVL.RPT.
      * Each expense report is also measured against its department's
      * expense budget (部署ーコード from EMPLOYEE-FILE, the keyed GL
      * account or BU-EXPENSE-ACCOUNT) by
      * BUDGET-COMMITMENT-CHECK, which reserves the amount on
      * COMMIT.DAT under the document number (keyed, or built from
      * the type letter, employee, date and run sequence).  One that
      * goes past what is left of the budget is routed one level up
      * the routing table and flagged OVER BUDGET on the listing.
      * Every routed report is also appended to the EXPREG.DAT
      * expense register under the same document number, with the
      * department, charged account and approver, so that
      * EXPENSE-REIMBURSEMENT can pay it once it is signed off.
      * A report whose document number is already on EXPREG.DAT is
      * listed as ALREADY IN but not registered or queued for
      * approval again, and the entry file is retired to EXPENSE.G1
      * after the run (the VENDOR-INVOICE-MATCH generation swap), so
      * a rerun cannot route the same reports twice.  Reports are
      * paid in whole yen (Zengin transfers carry no sen), so an
      * amount keyed with sen is listed SEN IN AMT and goes no
      * further - no reservation, no register row - until re-keyed.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "APPRPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT EXPENSE-REGISTER-FILE ASSIGN TO "EXPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  EXP-社員ーコード         PIC 9(8).
           05  EXP-金額                 PIC 9(7)V99.
           05  EXP-摘要                 PIC X(30).
           05  EXP-DOCUMENT-NO           PIC X(12).
           05  EXP-ACCOUNT-CODE          PIC X(8).

       FD  EXPENSE-APPROVAL-FILE.
       01  EXPENSE-APPROVAL-LINE        PIC X(80).
       FD  PENDING-APPROVAL-FILE.
       COPY PENDING-APPROVAL-RECORD.

       FD  EXPENSE-REGISTER-FILE.
       COPY EXPENSE-REGISTER-RECORD.

       WORKING-STORAGE SECTION.
       COPY FILE-STATUS-CHECK
           REPLACING ==WS-FILE-STATUS== BY ==WS-EMP-STATUS==
                     ==FILE-STATUS-ERROR== BY ==EXP-FILE-ERROR==.

       01  WS-SUBMITTER-LEVEL             PIC 9(2).
       01  WS-ROUTING-LEVEL               PIC 9(2).
       01  WS-SUBMITTER-DEPARTMENT        PIC X(10).
       01  WS-APPROVER-TITLE              PIC X(14).

       COPY APPROVAL-ROUTING-TABLE.
       COPY BUDGET-CONTROL-RULES.

       01  WS-DOCUMENT-NO                 PIC X(20).
       01  WS-DOCUMENT-SEQ                PIC 9(3) VALUE ZERO.
       01  WS-AMOUNT-IN-YEN               PIC 9(7).
       01  WS-CHARGE-ACCOUNT              PIC X(8).
       01  WS-BUDGET-REMAINING            PIC S9(11)V99.
       01  WS-OVER-BUDGET-SW              PIC X(1).
           88  OVER-BUDGET                    VALUE 'Y'.
       01  WS-PEND-STATUS                 PIC XX.
       01  WS-EREG-STATUS                 PIC XX.
           88  EREG-FILE-OK                   VALUE '00'.
           88  EREG-FILE-EOF                  VALUE '10'.
       01  WS-TODAY-CCYYMMDD              PIC 9(8).

       01  WS-LOGGER-PROGRAM-NAME         PIC X(30)
                                     VALUE 'EXPENSE-REPORT-APPROVAL'.
       01  WS-EMPLOYEE-FILE-NAME          PIC X(20)
                                          VALUE 'EMPLOYEE.DAT'.
       01  WS-EXPENSE-FILE-NAME           PIC X(20) VALUE 'EXPENSE.DAT'.
       01  WS-EXPENSE-GEN-FILE-NAME       PIC X(20) VALUE 'EXPENSE.G1'.

      *----------------------------------------------------------------
      * 経費台帳に登録済みの伝票番号。再実行で二重登録しない。
      *----------------------------------------------------------------
       01  WS-REGISTERED-TABLE-MAX        PIC 9(4) VALUE 5000.
       01  WS-REGISTERED-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-REGISTERED-ENTRIES.
           05  WS-REGISTERED-ENTRY        OCCURS 5000 TIMES.
               10  RG-DOCUMENT-NO             PIC X(20).
       01  WS-REGISTERED-SUB              PIC 9(4) COMP.
       01  WS-REGISTERED-SW               PIC X(1).
           88  ALREADY-REGISTERED             VALUE 'Y'.
       01  WS-ADD-REGISTERED-NO           PIC X(20).

       01  WS-APPROVAL-DETAIL-LINE.
           05  FILLER                  PIC X(13) VALUE 'EXPENSE BY: '.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE '承認者: '.
           05  EA-承認者ー役職          PIC X(14).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  EA-BUDGET-FLAG           PIC X(11).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-REGISTERED-DOCUMENTS
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT EXPENSE-REQUEST-FILE
           OPEN OUTPUT EXPENSE-APPROVAL-FILE
           IF WS-PEND-STATUS NOT = '00'
               OPEN OUTPUT PENDING-APPROVAL-FILE
           END-IF
           OPEN EXTEND EXPENSE-REGISTER-FILE
           IF WS-EREG-STATUS NOT = '00'
               OPEN OUTPUT EXPENSE-REGISTER-FILE
           END-IF
           PERFORM READ-EXPENSE-REQUEST
           PERFORM ROUTE-EXPENSE-REQUEST UNTIL EXP-FILE-EOF
           CLOSE EMPLOYEE-FILE
           CLOSE EXPENSE-REQUEST-FILE
           CLOSE EXPENSE-APPROVAL-FILE
           CLOSE PENDING-APPROVAL-FILE
           CLOSE EXPENSE-REGISTER-FILE
           PERFORM RETIRE-EXPENSE-FILE
           STOP RUN.

       LOAD-REGISTERED-DOCUMENTS.
           OPEN INPUT EXPENSE-REGISTER-FILE
           IF EREG-FILE-OK
               PERFORM READ-EXPENSE-REGISTER
               PERFORM STORE-REGISTERED-DOCUMENT UNTIL EREG-FILE-EOF
               CLOSE EXPENSE-REGISTER-FILE
           END-IF.

       READ-EXPENSE-REGISTER.
           READ EXPENSE-REGISTER-FILE
               AT END
                   SET EREG-FILE-EOF TO TRUE
           END-READ.

       STORE-REGISTERED-DOCUMENT.
           MOVE ER-DOCUMENT-NO TO WS-ADD-REGISTERED-NO
           PERFORM ADD-REGISTERED-DOCUMENT
           PERFORM READ-EXPENSE-REGISTER.

       ADD-REGISTERED-DOCUMENT.
           IF WS-REGISTERED-COUNT NOT < WS-REGISTERED-TABLE-MAX
               DISPLAY 'ERROR: MORE THAN ' WS-REGISTERED-TABLE-MAX
                   ' REGISTERED EXPENSE REPORTS - RUN ABORTED'
               CLOSE EXPENSE-REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REGISTERED-COUNT
           MOVE WS-ADD-REGISTERED-NO
               TO RG-DOCUMENT-NO (WS-REGISTERED-COUNT).

       FIND-REGISTERED-DOCUMENT.
           MOVE 'N' TO WS-REGISTERED-SW
           PERFORM MATCH-REGISTERED-DOCUMENT
               VARYING WS-REGISTERED-SUB FROM 1 BY 1
               UNTIL WS-REGISTERED-SUB > WS-REGISTERED-COUNT
                   OR ALREADY-REGISTERED.

       MATCH-REGISTERED-DOCUMENT.
           IF RG-DOCUMENT-NO (WS-REGISTERED-SUB) = WS-DOCUMENT-NO
               MOVE 'Y' TO WS-REGISTERED-SW
           END-IF.

       RETIRE-EXPENSE-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-EXPENSE-GEN-FILE-NAME
           CALL 'CBL_RENAME_FILE' USING WS-EXPENSE-FILE-NAME
                                         WS-EXPENSE-GEN-FILE-NAME.

       READ-EXPENSE-REQUEST.
           READ EXPENSE-REQUEST-FILE
               AT END
               END-CALL
           END-IF.

      *----------------------------------------------------------------
      * 経費は円単位で払う(全銀振込に銭は載らない)。銭の付いた
      * 金額は打鍵誤りとして一覧に出すだけで、予約も登録もしない。
      *----------------------------------------------------------------
       ROUTE-EXPENSE-REQUEST.
           MOVE EXP-金額 TO WS-AMOUNT-IN-YEN
           IF WS-AMOUNT-IN-YEN NOT = EXP-金額
               PERFORM LIST-SEN-AMOUNT
           ELSE
               PERFORM ROUTE-WHOLE-YEN-REQUEST
           END-IF
           PERFORM READ-EXPENSE-REQUEST.

       LIST-SEN-AMOUNT.
           MOVE EXP-社員ーコード TO EA-社員ーコード
           MOVE EXP-金額 TO EA-金額
           MOVE SPACES TO EA-承認者ー役職
           MOVE 'SEN IN AMT' TO EA-BUDGET-FLAG
           WRITE EXPENSE-APPROVAL-LINE FROM WS-APPROVAL-DETAIL-LINE.

       ROUTE-WHOLE-YEN-REQUEST.
           PERFORM LOOKUP-SUBMITTER-LEVEL
           PERFORM CHECK-DEPARTMENT-BUDGET
           MOVE WS-SUBMITTER-LEVEL TO WS-ROUTING-LEVEL
           IF OVER-BUDGET
               PERFORM RAISE-ROUTING-LEVEL
           END-IF
           CALL 'APPROVAL-ROUTING-LOOKUP' USING WS-ROUTING-LEVEL
                                                 WS-APPROVER-TITLE
           END-CALL
           MOVE EXP-社員ーコード TO EA-社員ーコード
           MOVE EXP-金額 TO EA-金額
           MOVE WS-APPROVER-TITLE TO EA-承認者ー役職
           PERFORM FIND-REGISTERED-DOCUMENT
           IF OVER-BUDGET
               MOVE 'OVER BUDGET' TO EA-BUDGET-FLAG
           ELSE
               MOVE SPACES TO EA-BUDGET-FLAG
           END-IF
           IF ALREADY-REGISTERED
               MOVE 'ALREADY IN' TO EA-BUDGET-FLAG
           END-IF
           WRITE EXPENSE-APPROVAL-LINE FROM WS-APPROVAL-DETAIL-LINE
           IF NOT ALREADY-REGISTERED
               PERFORM WRITE-PENDING-APPROVAL
               PERFORM WRITE-EXPENSE-REGISTER
           END-IF.

       WRITE-PENDING-APPROVAL.
           MOVE 'EXPENSE-REPORT-APPROVAL' TO AP-SOURCE-PROGRAM
           SET AP-PENDING TO TRUE
           WRITE PENDING-APPROVAL-RECORD.

      *----------------------------------------------------------------
      * 経費台帳への登録。承認カードが付くまでは回付中(R)のまま。
      *----------------------------------------------------------------
       WRITE-EXPENSE-REGISTER.
           MOVE WS-DOCUMENT-NO TO ER-DOCUMENT-NO
           MOVE EXP-社員ーコード TO ER-EMPLOYEE-ID
           MOVE WS-SUBMITTER-DEPARTMENT TO ER-DEPARTMENT-CODE
           MOVE WS-CHARGE-ACCOUNT TO ER-ACCOUNT-CODE
           MOVE EXP-金額 TO ER-AMOUNT
           MOVE EXP-摘要 TO ER-DESCRIPTION
           MOVE WS-TODAY-CCYYMMDD TO ER-SUBMIT-DATE
           MOVE WS-APPROVER-TITLE TO ER-APPROVER-TITLE
           SET ER-ROUTED TO TRUE
           MOVE SPACES TO ER-APPROVED-BY
           MOVE SPACES TO ER-PAY-METHOD
           MOVE ZERO TO ER-PAID-DATE
           MOVE ZERO TO ER-PAY-MONTH
           WRITE EXPENSE-REGISTER-RECORD
           MOVE WS-DOCUMENT-NO TO WS-ADD-REGISTERED-NO
           PERFORM ADD-REGISTERED-DOCUMENT.

       LOOKUP-SUBMITTER-LEVEL.
           MOVE ZERO TO WS-SUBMITTER-LEVEL
           MOVE SPACES TO WS-SUBMITTER-DEPARTMENT
           MOVE EXP-社員ーコード TO 社員ーコード
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 役職ーレベル TO WS-SUBMITTER-LEVEL
                   MOVE 部署ーコード TO WS-SUBMITTER-DEPARTMENT
           END-READ
           IF NOT EMP-FILE-OK AND NOT EMP-FILE-NOT-FOUND
               CALL 'FILE-ERROR-LOGGER' USING WS-LOGGER-PROGRAM-NAME
                                               WS-EMP-STATUS
               END-CALL
           END-IF.

      *----------------------------------------------------------------
      * 部署予算の残額チェックと予約。伝票番号が未入力なら種別文字 +
      * 社員コード + 日付 + 連番で採番する。
      *----------------------------------------------------------------
       CHECK-DEPARTMENT-BUDGET.
           IF EXP-DOCUMENT-NO = SPACES
               ADD 1 TO WS-DOCUMENT-SEQ
               MOVE SPACES TO WS-DOCUMENT-NO
               STRING 'E' EXP-社員ーコード WS-TODAY-CCYYMMDD
                   WS-DOCUMENT-SEQ DELIMITED BY SIZE
                   INTO WS-DOCUMENT-NO
               END-STRING
           ELSE
               MOVE EXP-DOCUMENT-NO TO WS-DOCUMENT-NO
           END-IF
           IF EXP-ACCOUNT-CODE = SPACES
               MOVE BU-EXPENSE-ACCOUNT TO WS-CHARGE-ACCOUNT
           ELSE
               MOVE EXP-ACCOUNT-CODE TO WS-CHARGE-ACCOUNT
           END-IF
           CALL 'BUDGET-COMMITMENT-CHECK' USING WS-LOGGER-PROGRAM-NAME
                                                 WS-DOCUMENT-NO
                                                 EXP-社員ーコード
                                                 WS-SUBMITTER-DEPARTMENT
                                                 WS-CHARGE-ACCOUNT
                                                 EXP-金額
                                                 WS-BUDGET-REMAINING
                                                 WS-OVER-BUDGET-SW
           END-CALL.

      *----------------------------------------------------------------
      * 予算超過は承認経路表の一つ上の段へ回す(最上段はそのまま)。
      *----------------------------------------------------------------
       RAISE-ROUTING-LEVEL.
           SET AR-IDX TO 1
           SEARCH AR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SUBMITTER-LEVEL NOT > AR-MAX-LEVEL (AR-IDX)
                   IF AR-IDX < 4
                       SET AR-IDX UP BY 1
                   END-IF
                   MOVE AR-MAX-LEVEL (AR-IDX) TO WS-ROUTING-LEVEL
           END-SEARCH.
