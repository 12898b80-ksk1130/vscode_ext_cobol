      * up each submitter's level in EMPLOYEE-FILE, and uses
      * APPROVAL-ROUTING-TABLE to decide who must approve it.
      * Writes one line per requisition to REQAPRVL.RPT.
      * Each requisition is also measured against its department's
      * expense budget (部署ーコード from EMPLOYEE-FILE, the keyed GL
      * account or BU-REQUISITION-ACCOUNT) by
      * BUDGET-COMMITMENT-CHECK, which reserves the amount on
      * COMMIT.DAT under the document number (keyed, or built from
      * the type letter, employee, date and run sequence).  One that
      * goes past what is left of the budget is routed one level up
      * the routing table and flagged OVER BUDGET on the listing.
      * The document number is printed on the listing: purchasing
      * quotes it on the order, and AP keys it with the vendor's
      * invoice (VI-REQUISITION-NO) so VENDOR-INVOICE-MATCH can have
      * the reservation released as spent once the goods are billed.
      * REQUISIT.DAT is retired to REQUISIT.G1 at the end of the run
      * so a rerun cannot reserve the same requisitions twice.
      *================================================================

       ENVIRONMENT DIVISION.
           05  REQ-社員ーコード         PIC 9(8).
           05  REQ-金額                 PIC 9(7)V99.
           05  REQ-摘要                 PIC X(30).
           05  REQ-DOCUMENT-NO           PIC X(12).
           05  REQ-ACCOUNT-CODE          PIC X(8).

       FD  REQUISITION-APPROVAL-FILE.
       01  REQUISITION-APPROVAL-LINE    PIC X(102).

       FD  PENDING-APPROVAL-FILE.
       COPY PENDING-APPROVAL-RECORD.
                     ==FILE-STATUS-ERROR== BY ==REQ-FILE-ERROR==.

       01  WS-SUBMITTER-LEVEL             PIC 9(2).
       01  WS-ROUTING-LEVEL               PIC 9(2).
       01  WS-SUBMITTER-DEPARTMENT        PIC X(10).
       01  WS-PEND-STATUS                 PIC XX.
       01  WS-TODAY-CCYYMMDD              PIC 9(8).
       01  WS-APPROVER-TITLE              PIC X(14).

       COPY APPROVAL-ROUTING-TABLE.
       COPY BUDGET-CONTROL-RULES.

       01  WS-DOCUMENT-NO                 PIC X(20).
       01  WS-DOCUMENT-SEQ                PIC 9(3) VALUE ZERO.
       01  WS-CHARGE-ACCOUNT              PIC X(8).
       01  WS-BUDGET-REMAINING            PIC S9(11)V99.
       01  WS-OVER-BUDGET-SW              PIC X(1).
           88  OVER-BUDGET                    VALUE 'Y'.

       01  WS-LOGGER-PROGRAM-NAME         PIC X(30)
                               VALUE 'PURCHASE-REQUISITION-APPROVAL'.
       01  WS-EMPLOYEE-FILE-NAME          PIC X(20) VALUE 'EMPLOYEE.DAT'.
       01  WS-REQUISITION-FILE-NAME       PIC X(20) VALUE 'REQUISIT.DAT'.
       01  WS-REQUISITION-GEN-FILE-NAME   PIC X(20) VALUE 'REQUISIT.G1'.

       01  WS-APPROVAL-DETAIL-LINE.
           05  FILLER                  PIC X(13) VALUE 'REQUISITION: '.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE '承認者: '.
           05  RA-承認者ー役職          PIC X(14).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RA-BUDGET-FLAG           PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RA-DOCUMENT-NO           PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CLOSE REQUISITION-FILE
           CLOSE REQUISITION-APPROVAL-FILE
           CLOSE PENDING-APPROVAL-FILE
           PERFORM RETIRE-REQUISITION-FILE
           STOP RUN.

       RETIRE-REQUISITION-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-REQUISITION-GEN-FILE-NAME
           CALL 'CBL_RENAME_FILE' USING WS-REQUISITION-FILE-NAME
                                         WS-REQUISITION-GEN-FILE-NAME.

       READ-REQUISITION.
           READ REQUISITION-FILE
               AT END

       ROUTE-REQUISITION.
           PERFORM LOOKUP-SUBMITTER-LEVEL
           PERFORM CHECK-DEPARTMENT-BUDGET
           MOVE WS-SUBMITTER-LEVEL TO WS-ROUTING-LEVEL
           IF OVER-BUDGET
               PERFORM RAISE-ROUTING-LEVEL
           END-IF
           CALL 'APPROVAL-ROUTING-LOOKUP' USING WS-ROUTING-LEVEL
                                                 WS-APPROVER-TITLE
           END-CALL
           MOVE REQ-社員ーコード TO RA-社員ーコード
           MOVE REQ-金額 TO RA-金額
           MOVE WS-APPROVER-TITLE TO RA-承認者ー役職
           IF OVER-BUDGET
               MOVE 'OVER BUDGET' TO RA-BUDGET-FLAG
           ELSE
               MOVE SPACES TO RA-BUDGET-FLAG
           END-IF
           MOVE WS-DOCUMENT-NO TO RA-DOCUMENT-NO
           WRITE REQUISITION-APPROVAL-LINE FROM WS-APPROVAL-DETAIL-LINE
           PERFORM WRITE-PENDING-APPROVAL
           PERFORM READ-REQUISITION.

       LOOKUP-SUBMITTER-LEVEL.
           MOVE ZERO TO WS-SUBMITTER-LEVEL
           MOVE SPACES TO WS-SUBMITTER-DEPARTMENT
           MOVE REQ-社員ーコード TO 社員ーコード
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
           IF REQ-DOCUMENT-NO = SPACES
               ADD 1 TO WS-DOCUMENT-SEQ
               MOVE SPACES TO WS-DOCUMENT-NO
               STRING 'R' REQ-社員ーコード WS-TODAY-CCYYMMDD
                   WS-DOCUMENT-SEQ DELIMITED BY SIZE
                   INTO WS-DOCUMENT-NO
               END-STRING
           ELSE
               MOVE REQ-DOCUMENT-NO TO WS-DOCUMENT-NO
           END-IF
           IF REQ-ACCOUNT-CODE = SPACES
               MOVE BU-REQUISITION-ACCOUNT TO WS-CHARGE-ACCOUNT
           ELSE
               MOVE REQ-ACCOUNT-CODE TO WS-CHARGE-ACCOUNT
           END-IF
           CALL 'BUDGET-COMMITMENT-CHECK' USING WS-LOGGER-PROGRAM-NAME
                                                 WS-DOCUMENT-NO
                                                 REQ-社員ーコード
                                                 WS-SUBMITTER-DEPARTMENT
                                                 WS-CHARGE-ACCOUNT
                                                 REQ-金額
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
