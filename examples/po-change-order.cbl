       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-CHANGE-ORDER.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Change orders against purchase-order lines already cut by
      * PURCHASE-ORDER-GENERATION.  Until now an OPENPO.DAT line
      * could only be changed by editing the file, so a vendor who
      * agreed a smaller quantity or a new price, or an order the
      * buyer withdrew, left the open commitment, the on-order
      * netting and invoice matching working from the original cut.
      * The buyer keys POCHG.DAT - the line's PO-NUMBER and
      * PO-PRODUCT-CODE, Q with the new quantity, P with the new unit
      * cost, or X to cancel, and who asked - and this run applies
      * each card to the open line:
      *   - a quantity may not go below what has already been
      *     received; cut to exactly that, the line closes;
      *   - a cost must be non-zero (it is what the vendor invoice
      *     is matched against from now on);
      *   - a cancelled line (PO-LINE-CANCELLED) keeps what was
      *     received, and its undelivered remainder is no longer on
      *     order.
      * A closed, cancelled or unknown line is refused.  Every change
      * is logged through MASTER-UPDATE-JOURNAL with its before and
      * after image under the buyer's user ID.  Each PO changed in
      * the run takes the next revision number - one revision per PO
      * per run however many of its lines changed - stamped on all
      * of its lines with the run date, and a revised PO document
      * showing every line of the order, what changed and the
      * revised committed cost is printed on POREV.RPT after the
      * transaction listing.  A drop-ship line changes like any
      * other, but the listing notes the customer whose order it
      * fills so customer service can tell them.  OPENPO.DAT is
      * rewritten only once every card has been applied, and
      * POCHG.DAT is then retired to POCHG.G1.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-TXN-FILE ASSIGN TO "POCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT REVISION-REPORT-FILE ASSIGN TO "POREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-TXN-FILE.
       01  PO-CHANGE-TXN-RECORD.
           05  PC-PO-NUMBER             PIC 9(12).
           05  PC-PRODUCT-CODE          PIC X(20).
           05  PC-ACTION                PIC X(1).
               88  PC-CHANGE-QUANTITY       VALUE 'Q'.
               88  PC-CHANGE-COST           VALUE 'P'.
               88  PC-CANCEL-LINE           VALUE 'X'.
           05  PC-NEW-QUANTITY          PIC 9(5).
           05  PC-NEW-UNIT-COST         PIC 9(7)V99.
           05  PC-REQUESTED-BY          PIC X(8).

       FD  OPEN-PO-FILE.
       COPY OPEN-PO-RECORD.

       FD  VENDOR-FILE.
       COPY VENDOR-MASTER-RECORD.

       FD  REVISION-REPORT-FILE.
       01  REVISION-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS                 PIC XX.
           88  TXN-FILE-OK                   VALUE '00'.
           88  TXN-FILE-EOF                  VALUE '10'.
       01  WS-PO-STATUS                  PIC XX.
           88  PO-FILE-OK                    VALUE '00'.
           88  PO-FILE-EOF                   VALUE '10'.
       01  WS-VEND-STATUS                PIC XX.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TXN-FILE-NAME              PIC X(20)
                                             VALUE 'POCHG.DAT'.
       01  WS-TXN-GEN-FILE-NAME          PIC X(20)
                                             VALUE 'POCHG.G1'.

      *----------------------------------------------------------------
      * OPENPO.DAT is rewritten from this table, so a line that did
      * not fit would be lost - a full table stops the run before
      * anything is written.
      *----------------------------------------------------------------
       01  WS-PO-TABLE-MAX               PIC 9(4) VALUE 2000.
       01  WS-PO-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-PO-ENTRIES.
           05  WS-PO-ENTRY               OCCURS 2000 TIMES
                                             INDEXED BY PT-IDX.
               10  PT-PO-IMAGE               PIC X(120).
               10  PT-PO-NUMBER              PIC 9(12).
               10  PT-PRODUCT-CODE           PIC X(20).
               10  PT-CHANGED-SW             PIC X(1).
                   88  PT-LINE-CHANGED           VALUE 'Y'.
       01  WS-PO-SUB                     PIC 9(4) COMP.

       01  WS-REVISED-TABLE-MAX          PIC 9(3) VALUE 200.
       01  WS-REVISED-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-REVISED-ENTRIES.
           05  WS-REVISED-ENTRY          OCCURS 200 TIMES
                                             INDEXED BY RV-IDX.
               10  RV-PO-NUMBER              PIC 9(12).
               10  RV-VENDOR-CODE            PIC X(10).
               10  RV-ORDER-DATE             PIC 9(8).
       01  WS-REVISED-SUB                PIC 9(3) COMP.
       01  WS-HIGH-REVISION-NO           PIC 9(3).
       01  WS-NEW-REVISION-NO            PIC 9(3).

       01  WS-REFUSAL-REASON             PIC X(40).
       01  WS-LINE-COMMITTED             PIC 9(9)V99.
       01  WS-PO-COMMITTED               PIC 9(11)V99.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                             VALUE 'PO-CHANGE-ORDER'.
       01  WS-JOURNAL-KEY.
           05  WS-JOURNAL-PO-NUMBER      PIC 9(12).
           05  WS-JOURNAL-PRODUCT-CODE   PIC X(8).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8).

       01  WS-CARD-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-TXN-HEADER-LINE.
           05  FILLER                  PIC X(34)
               VALUE 'PO CHANGE TRANSACTIONS  RUN DATE: '.
           05  TH-RUN-DATE              PIC 9(8).
       01  WS-TXN-DETAIL-LINE.
           05  TD-PO-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-ACTION                PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-NEW-QUANTITY          PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-NEW-UNIT-COST         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-REQUESTED-BY          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-RESULT                PIC X(38).

       01  WS-PO-HEADER-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'PURCHASE ORDER NO: '.
           05  RH-PO-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(12) VALUE '  REVISION: '.
           05  RH-REVISION-NO           PIC ZZ9.
           05  FILLER                  PIC X(9) VALUE '  DATE: '.
           05  RH-REVISION-DATE         PIC 9(8).
           05  FILLER                  PIC X(11) VALUE '  ORDERED: '.
           05  RH-ORDER-DATE            PIC 9(8).

       01  WS-PO-VENDOR-LINE.
           05  FILLER                  PIC X(8) VALUE 'VENDOR: '.
           05  RH-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RH-VENDOR-NAME           PIC X(30).

       01  WS-PO-ADDRESS-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  RH-VENDOR-ADDRESS        PIC X(50).

       01  WS-PO-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RL-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(6) VALUE ' QTY: '.
           05  RL-ORDER-QTY             PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE ' RECD: '.
           05  RL-RECEIVED-QTY          PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE ' COST: '.
           05  RL-LINE-COMMITTED        PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-LINE-NOTE             PIC X(9).

       01  WS-PO-TOTAL-LINE.
           05  FILLER                  PIC X(26)
               VALUE '  REVISED COMMITTED COST: '.
           05  RT-PO-COMMITTED          PIC ZZZZZZZZZZ9.99.

       01  WS-PO-BLANK-LINE             PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-PO-LINES
           OPEN OUTPUT REVISION-REPORT-FILE
           MOVE WS-TODAY-CCYYMMDD TO TH-RUN-DATE
           WRITE REVISION-REPORT-LINE FROM WS-TXN-HEADER-LINE
           PERFORM APPLY-CHANGE-CARDS
           OPEN INPUT VENDOR-FILE
           PERFORM ISSUE-ONE-REVISION
               VARYING WS-REVISED-SUB FROM 1 BY 1
               UNTIL WS-REVISED-SUB > WS-REVISED-COUNT
           CLOSE VENDOR-FILE
           CLOSE REVISION-REPORT-FILE
           IF WS-REVISED-COUNT > ZERO
               PERFORM REWRITE-OPEN-PO-FILE
           END-IF
           IF WS-CARD-COUNT > ZERO
               CALL 'CBL_DELETE_FILE' USING WS-TXN-GEN-FILE-NAME
               CALL 'CBL_RENAME_FILE' USING WS-TXN-FILE-NAME
                                             WS-TXN-GEN-FILE-NAME
           END-IF
           DISPLAY 'PO CHANGE ORDERS - CARDS: ' WS-CARD-COUNT
               ' APPLIED: ' WS-APPLIED-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT
               ' POS REVISED: ' WS-REVISED-COUNT
           STOP RUN.

       LOAD-PO-LINES.
           OPEN INPUT OPEN-PO-FILE
           IF PO-FILE-OK
               PERFORM READ-OPEN-PO
               PERFORM STORE-PO-LINE UNTIL PO-FILE-EOF
               CLOSE OPEN-PO-FILE
           END-IF.

       READ-OPEN-PO.
           READ OPEN-PO-FILE
               AT END
                   SET PO-FILE-EOF TO TRUE
           END-READ.

       STORE-PO-LINE.
           IF WS-PO-COUNT < WS-PO-TABLE-MAX
               ADD 1 TO WS-PO-COUNT
               MOVE OPEN-PO-RECORD TO PT-PO-IMAGE (WS-PO-COUNT)
               MOVE PO-NUMBER TO PT-PO-NUMBER (WS-PO-COUNT)
               MOVE PO-PRODUCT-CODE TO PT-PRODUCT-CODE (WS-PO-COUNT)
               MOVE 'N' TO PT-CHANGED-SW (WS-PO-COUNT)
           ELSE
               DISPLAY 'ERROR: PO LINE TABLE FULL - '
                   'OPENPO.DAT WOULD BE TRUNCATED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OPEN-PO.

      *----------------------------------------------------------------
      * 変更カードを該当するPO行へ当てる。未完了の行だけが変更でき、
      * 完了・取消済み・該当無しの行は拒否して一覧に残す。
      *----------------------------------------------------------------
       APPLY-CHANGE-CARDS.
           OPEN INPUT CHANGE-TXN-FILE
           IF TXN-FILE-OK
               PERFORM READ-CHANGE-CARD
               PERFORM APPLY-ONE-CHANGE UNTIL TXN-FILE-EOF
               CLOSE CHANGE-TXN-FILE
           END-IF.

       READ-CHANGE-CARD.
           READ CHANGE-TXN-FILE
               AT END
                   SET TXN-FILE-EOF TO TRUE
           END-READ.

       APPLY-ONE-CHANGE.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO WS-REFUSAL-REASON
           SET PT-IDX TO 1
           SEARCH WS-PO-ENTRY
               AT END
                   MOVE 'PO LINE NOT ON FILE' TO WS-REFUSAL-REASON
               WHEN PT-IDX > WS-PO-COUNT
                   MOVE 'PO LINE NOT ON FILE' TO WS-REFUSAL-REASON
               WHEN PT-PO-NUMBER (PT-IDX) = PC-PO-NUMBER
                   AND PT-PRODUCT-CODE (PT-IDX) = PC-PRODUCT-CODE
                   PERFORM CHANGE-PO-LINE
           END-SEARCH
           IF WS-REFUSAL-REASON NOT = SPACES
               MOVE WS-REFUSAL-REASON TO TD-RESULT
               PERFORM WRITE-TXN-DETAIL-LINE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           PERFORM READ-CHANGE-CARD.

       CHANGE-PO-LINE.
           MOVE PT-PO-IMAGE (PT-IDX) TO OPEN-PO-RECORD
           MOVE OPEN-PO-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           IF NOT PO-LINE-OPEN
               MOVE 'LINE NOT OPEN' TO WS-REFUSAL-REASON
           ELSE
               EVALUATE TRUE
                   WHEN PC-CHANGE-QUANTITY
                       PERFORM CHANGE-LINE-QUANTITY
                   WHEN PC-CHANGE-COST
                       PERFORM CHANGE-LINE-COST
                   WHEN PC-CANCEL-LINE
                       SET PO-LINE-CANCELLED TO TRUE
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION CODE' TO WS-REFUSAL-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               PERFORM STORE-CHANGED-LINE
           END-IF.

      *----------------------------------------------------------------
      * 受入済み数量を下回る変更は不可。ちょうど受入済み数量まで
      * 減らした行はそこで完了とする。
      *----------------------------------------------------------------
       CHANGE-LINE-QUANTITY.
           IF PC-NEW-QUANTITY = ZERO
               MOVE 'ZERO QUANTITY - CANCEL THE LINE INSTEAD'
                   TO WS-REFUSAL-REASON
           ELSE
               IF PC-NEW-QUANTITY < PO-RECEIVED-QTY
                   MOVE 'BELOW QUANTITY ALREADY RECEIVED'
                       TO WS-REFUSAL-REASON
               ELSE
                   MOVE PC-NEW-QUANTITY TO PO-ORDER-QTY
                   IF PO-RECEIVED-QTY = PO-ORDER-QTY
                       SET PO-LINE-CLOSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHANGE-LINE-COST.
           IF PC-NEW-UNIT-COST = ZERO
               MOVE 'ZERO UNIT COST NOT ALLOWED' TO WS-REFUSAL-REASON
           ELSE
               MOVE PC-NEW-UNIT-COST TO PO-UNIT-COST
           END-IF.

       STORE-CHANGED-LINE.
           MOVE OPEN-PO-RECORD TO WS-JOURNAL-AFTER-IMAGE
           MOVE PO-NUMBER TO WS-JOURNAL-PO-NUMBER
           MOVE PO-PRODUCT-CODE TO WS-JOURNAL-PRODUCT-CODE
           MOVE PC-REQUESTED-BY TO WS-JOURNAL-USER-ID
           CALL 'MASTER-UPDATE-JOURNAL'
               USING WS-JOURNAL-PROGRAM-NAME
                     WS-JOURNAL-KEY
                     WS-JOURNAL-BEFORE-IMAGE
                     WS-JOURNAL-AFTER-IMAGE
                     WS-JOURNAL-USER-ID
           END-CALL
           MOVE OPEN-PO-RECORD TO PT-PO-IMAGE (PT-IDX)
           SET PT-LINE-CHANGED (PT-IDX) TO TRUE
           PERFORM NOTE-REVISED-PO
           IF PO-DROP-SHIP
               MOVE SPACES TO TD-RESULT
               STRING 'APPLIED - DROP SHIP FOR CUST '
                   PO-CUSTOMER-ID
                   DELIMITED BY SIZE INTO TD-RESULT
               END-STRING
           ELSE
               MOVE 'APPLIED' TO TD-RESULT
           END-IF
           PERFORM WRITE-TXN-DETAIL-LINE
           ADD 1 TO WS-APPLIED-COUNT.

      *----------------------------------------------------------------
      * 版数はPO単位。同じ実行で何行変わっても1回だけ上げる。
      *----------------------------------------------------------------
       NOTE-REVISED-PO.
           SET RV-IDX TO 1
           SEARCH WS-REVISED-ENTRY
               AT END
                   PERFORM ADD-REVISED-PO
               WHEN RV-IDX > WS-REVISED-COUNT
                   PERFORM ADD-REVISED-PO
               WHEN RV-PO-NUMBER (RV-IDX) = PO-NUMBER
                   CONTINUE
           END-SEARCH.

       ADD-REVISED-PO.
           IF WS-REVISED-COUNT < WS-REVISED-TABLE-MAX
               ADD 1 TO WS-REVISED-COUNT
               MOVE PO-NUMBER TO RV-PO-NUMBER (WS-REVISED-COUNT)
               MOVE PO-VENDOR-CODE TO RV-VENDOR-CODE (WS-REVISED-COUNT)
               MOVE PO-ORDER-DATE TO RV-ORDER-DATE (WS-REVISED-COUNT)
           ELSE
               DISPLAY 'ERROR: REVISED PO TABLE FULL - '
                   'NOTHING WRITTEN - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-TXN-DETAIL-LINE.
           MOVE PC-PO-NUMBER TO TD-PO-NUMBER
           MOVE PC-PRODUCT-CODE TO TD-PRODUCT-CODE
           MOVE PC-ACTION TO TD-ACTION
           MOVE PC-NEW-QUANTITY TO TD-NEW-QUANTITY
           MOVE PC-NEW-UNIT-COST TO TD-NEW-UNIT-COST
           MOVE PC-REQUESTED-BY TO TD-REQUESTED-BY
           WRITE REVISION-REPORT-LINE FROM WS-TXN-DETAIL-LINE.

      *----------------------------------------------------------------
      * 変更のあったPOごとに次の版数を全行へ刻み、改訂発注書を
      * 全行で刷り直す。
      *----------------------------------------------------------------
       ISSUE-ONE-REVISION.
           MOVE ZERO TO WS-HIGH-REVISION-NO
           PERFORM FIND-HIGH-REVISION
               VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT
           COMPUTE WS-NEW-REVISION-NO = WS-HIGH-REVISION-NO + 1
           PERFORM PRINT-REVISION-HEADER
           MOVE ZERO TO WS-PO-COMMITTED
           PERFORM STAMP-AND-PRINT-PO-LINE
               VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT
           MOVE WS-PO-COMMITTED TO RT-PO-COMMITTED
           WRITE REVISION-REPORT-LINE FROM WS-PO-TOTAL-LINE.

       FIND-HIGH-REVISION.
           IF PT-PO-NUMBER (WS-PO-SUB) = RV-PO-NUMBER (WS-REVISED-SUB)
               MOVE PT-PO-IMAGE (WS-PO-SUB) TO OPEN-PO-RECORD
               IF PO-REVISION-NO NUMERIC
                   AND PO-REVISION-NO > WS-HIGH-REVISION-NO
                   MOVE PO-REVISION-NO TO WS-HIGH-REVISION-NO
               END-IF
           END-IF.

       PRINT-REVISION-HEADER.
           MOVE RV-PO-NUMBER (WS-REVISED-SUB) TO RH-PO-NUMBER
           MOVE WS-NEW-REVISION-NO TO RH-REVISION-NO
           MOVE WS-TODAY-CCYYMMDD TO RH-REVISION-DATE
           MOVE RV-ORDER-DATE (WS-REVISED-SUB) TO RH-ORDER-DATE
           MOVE 'VENDOR NOT ON FILE' TO RH-VENDOR-NAME
           MOVE SPACES TO RH-VENDOR-ADDRESS
           MOVE RV-VENDOR-CODE (WS-REVISED-SUB) TO VM-VENDOR-CODE
           READ VENDOR-FILE KEY IS VM-VENDOR-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VM-VENDOR-NAME TO RH-VENDOR-NAME
                   MOVE VM-VENDOR-ADDRESS TO RH-VENDOR-ADDRESS
           END-READ
           MOVE RV-VENDOR-CODE (WS-REVISED-SUB) TO RH-VENDOR-CODE
           WRITE REVISION-REPORT-LINE FROM WS-PO-BLANK-LINE
           WRITE REVISION-REPORT-LINE FROM WS-PO-HEADER-LINE
           WRITE REVISION-REPORT-LINE FROM WS-PO-VENDOR-LINE
           WRITE REVISION-REPORT-LINE FROM WS-PO-ADDRESS-LINE.

      *----------------------------------------------------------------
      * 取消行は受入済み分だけを約定額に残し、未納分を外す。
      *----------------------------------------------------------------
       STAMP-AND-PRINT-PO-LINE.
           IF PT-PO-NUMBER (WS-PO-SUB) = RV-PO-NUMBER (WS-REVISED-SUB)
               MOVE PT-PO-IMAGE (WS-PO-SUB) TO OPEN-PO-RECORD
               MOVE WS-NEW-REVISION-NO TO PO-REVISION-NO
               MOVE WS-TODAY-CCYYMMDD TO PO-REVISION-DATE
               MOVE OPEN-PO-RECORD TO PT-PO-IMAGE (WS-PO-SUB)
               IF PO-LINE-CANCELLED
                   COMPUTE WS-LINE-COMMITTED =
                       PO-UNIT-COST * PO-RECEIVED-QTY
               ELSE
                   COMPUTE WS-LINE-COMMITTED =
                       PO-UNIT-COST * PO-ORDER-QTY
               END-IF
               ADD WS-LINE-COMMITTED TO WS-PO-COMMITTED
               MOVE PO-PRODUCT-CODE TO RL-PRODUCT-CODE
               MOVE PO-ORDER-QTY TO RL-ORDER-QTY
               MOVE PO-RECEIVED-QTY TO RL-RECEIVED-QTY
               MOVE WS-LINE-COMMITTED TO RL-LINE-COMMITTED
               EVALUATE TRUE
                   WHEN PO-LINE-CANCELLED
                       MOVE 'CANCELLED' TO RL-LINE-NOTE
                   WHEN PT-LINE-CHANGED (WS-PO-SUB)
                       MOVE 'REVISED' TO RL-LINE-NOTE
                   WHEN PO-LINE-CLOSED
                       MOVE 'RECEIVED' TO RL-LINE-NOTE
                   WHEN OTHER
                       MOVE SPACES TO RL-LINE-NOTE
               END-EVALUATE
               WRITE REVISION-REPORT-LINE FROM WS-PO-DETAIL-LINE
           END-IF.

       REWRITE-OPEN-PO-FILE.
           OPEN OUTPUT OPEN-PO-FILE
           PERFORM REWRITE-ONE-PO-LINE
               VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT
           CLOSE OPEN-PO-FILE.

       REWRITE-ONE-PO-LINE.
           MOVE PT-PO-IMAGE (WS-PO-SUB) TO OPEN-PO-RECORD
           WRITE OPEN-PO-RECORD.
