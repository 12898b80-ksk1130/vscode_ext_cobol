       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDED-COST-VOUCHER.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Landed cost for imported purchase orders.  PO-UNIT-COST is
      * only what the overseas vendor charges; ocean freight, customs
      * duty, insurance and broker fees arrive later on their own
      * invoices and are keyed to LANDCOST.DAT one voucher per
      * charge.  Each voucher is spread over the OPENPO.DAT lines of
      * its PO - open or closed - in proportion to the line's value
      * (quantity x PO-UNIT-COST restated in yen through
      * CURRENCY-RATE-TABLE), weight (quantity x 重量ーグラム) or
      * quantity, the quantity being what was received, or what was
      * ordered while nothing has arrived yet.  Shares are rounded
      * and the last line takes the remainder, so the lines add up
      * to the voucher exactly.
      * The shares are then gathered by product and worked into
      * 製品マスター in one keyed-REWRITE pass over JPRODUCT.DAT:
      * for a moving-average product (COSTMTHD.DAT) the part of the
      * charge belonging to units still in 在庫数量 is capitalised
      * into 原価, journaled through MASTER-UPDATE-JOURNAL and
      * appended to COSTHIST.DAT (source L), and the part belonging
      * to units already sold goes to cost of sales.  A standard-
      * cost product keeps its 原価 - its share is a landed-cost
      * variance, as a price difference on it would be.
      * GLEXTR.DAT gets the batch (source LANDCOST): inventory, cost
      * of sales and variance debited per product, the landed-charge
      * clearing account credited per voucher.  A voucher whose PO
      * has no lines on file, or nothing to spread by, is listed as
      * held and written back to LANDCOST.DAT for the next run; all
      * others are consumed.  LANDCOST.RPT lists every allocation
      * and every cost change.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO "LANDCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LV-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-PROD-STATUS.
           SELECT COST-METHOD-FILE ASSIGN TO "COSTMTHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMTH-STATUS.
           SELECT COST-HISTORY-FILE ASSIGN TO "COSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHST-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT LANDED-COST-REPORT-FILE ASSIGN TO "LANDCOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
       COPY LANDED-COST-VOUCHER-RECORD.

       FD  OPEN-PO-FILE.
       COPY OPEN-PO-RECORD.

       FD  PRODUCT-FILE.
       COPY 製品マスター.

       FD  COST-METHOD-FILE.
       COPY COST-METHOD-RECORD.

       FD  COST-HISTORY-FILE.
       COPY COST-HISTORY-RECORD.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  LANDED-COST-REPORT-FILE.
       01  LANDED-COST-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LV-STATUS                  PIC XX.
           88  LV-FILE-OK                    VALUE '00'.
           88  LV-FILE-EOF                   VALUE '10'.
       01  WS-PO-STATUS                  PIC XX.
           88  PO-FILE-OK                    VALUE '00'.
           88  PO-FILE-EOF                   VALUE '10'.
       01  WS-PROD-STATUS                PIC XX.
           88  PROD-FILE-OK                  VALUE '00'.
           88  PROD-FILE-EOF                 VALUE '10'.
       01  WS-CMTH-STATUS                PIC XX.
           88  CMTH-FILE-OK                  VALUE '00'.
           88  CMTH-FILE-EOF                 VALUE '10'.
       01  WS-CHST-STATUS                PIC XX.
       01  WS-GL-STATUS                  PIC XX.

       COPY CURRENCY-RATE-TABLE.
       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-RUN-DATE                   PIC 9(8).

      *----------------------------------------------------------------
      * Every voucher is held in storage so the unallocated ones can
      * be written back; one lost for want of room would be a charge
      * never costed, so a full table stops the run.
      *----------------------------------------------------------------
       01  WS-VOUCHER-TABLE-MAX          PIC 9(3) VALUE 200.
       01  WS-VOUCHER-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-VOUCHER-ENTRIES.
           05  WS-VOUCHER-ENTRY          OCCURS 200 TIMES
                                             INDEXED BY VC-IDX.
               10  VC-VOUCHER-IMAGE          PIC X(53).
               10  VC-PO-NUMBER              PIC 9(12).
               10  VC-ALLOCATED-SW           PIC X(1).
                   88  VC-ALLOCATED              VALUE 'Y'.
       01  WS-VOUCHER-SUB                PIC 9(3) COMP.

      *----------------------------------------------------------------
      * 対象発注の明細行。配賦基準は値・重量・数量の3通りを持つ。
      *----------------------------------------------------------------
       01  WS-LINE-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-LINE-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-ENTRIES.
           05  WS-LINE-ENTRY             OCCURS 500 TIMES.
               10  LN-PO-NUMBER              PIC 9(12).
               10  LN-PRODUCT-CODE           PIC X(20).
               10  LN-QUANTITY               PIC 9(5).
               10  LN-VALUE                  PIC 9(11)V99.
               10  LN-WEIGHT                 PIC 9(11).
       01  WS-LINE-SUB                   PIC 9(3) COMP.
       01  WS-LAST-LINE-SUB              PIC 9(3) COMP.
       01  WS-LINE-UNIT-COST             PIC 9(7)V99.

       01  WS-WEIGHT-TABLE-MAX           PIC 9(3) VALUE 500.
       01  WS-WEIGHT-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-WEIGHT-ENTRIES.
           05  WS-WEIGHT-ENTRY           OCCURS 500 TIMES
                                             INDEXED BY WT-IDX.
               10  WT-PRODUCT-CODE           PIC X(20).
               10  WT-WEIGHT-GRAMS           PIC 9(5).

       01  WS-COST-METHOD-TABLE-MAX      PIC 9(3) VALUE 500.
       01  WS-COST-METHOD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-COST-METHOD-ENTRIES.
           05  WS-COST-METHOD-ENTRY      OCCURS 500 TIMES
                                             INDEXED BY CM-IDX.
               10  MA-PRODUCT-CODE           PIC X(20).
       01  WS-MOVING-AVERAGE-SW          PIC X(1).
           88  PRODUCT-MOVING-AVERAGE        VALUE 'Y'.

      *----------------------------------------------------------------
      * 製品別の配賦額合計と対象数量。製品マスタの更新はここから。
      *----------------------------------------------------------------
       01  WS-PRODUCT-TABLE-MAX          PIC 9(3) VALUE 200.
       01  WS-PRODUCT-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PRODUCT-ENTRIES.
           05  WS-PRODUCT-ENTRY          OCCURS 200 TIMES
                                             INDEXED BY AP-IDX.
               10  AP-PRODUCT-CODE           PIC X(20).
               10  AP-QUANTITY               PIC 9(7).
               10  AP-CHARGE                 PIC 9(9)V99.
               10  AP-PO-NUMBER              PIC 9(12).
               10  AP-POSTED-SW              PIC X(1).
                   88  AP-POSTED                 VALUE 'Y'.
       01  WS-PRODUCT-SUB                PIC 9(3) COMP.
       01  WS-PRODUCT-FOUND-SW           PIC X(1).
           88  PRODUCT-FOUND                 VALUE 'Y'.

       01  WS-BASIS-TOTAL                PIC 9(13)V99.
       01  WS-LINE-BASIS                 PIC 9(13)V99.
       01  WS-LINE-SHARE                 PIC 9(9)V99.
       01  WS-ALLOCATED-SO-FAR           PIC 9(9)V99.
       01  WS-CAPITALISED-AMOUNT         PIC 9(9)V99.
       01  WS-COGS-AMOUNT                PIC 9(9)V99.
       01  WS-VARIANCE-AMOUNT            PIC 9(9)V99.
       01  WS-OLD-COST                   PIC 9(7)V99.

       01  WS-ALLOCATED-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-CAPITALISED-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-COGS-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-VARIANCE-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-ALLOCATED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT                 PIC 9(5) VALUE ZERO.

       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-POSTING-AMOUNT          PIC 9(9)V99.
       01  WS-GL-SOURCE-KEY              PIC X(20).

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                           VALUE 'LANDED-COST-VOUCHER'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8) VALUE 'BATCH'.

       01  WS-VOUCHER-LINE.
           05  FILLER                  PIC X(9) VALUE 'VOUCHER: '.
           05  VL-VOUCHER-NO            PIC X(10).
           05  FILLER                  PIC X(6) VALUE '  PO: '.
           05  VL-PO-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(8) VALUE '  TYPE: '.
           05  VL-CHARGE-TYPE           PIC X(1).
           05  FILLER                  PIC X(9) VALUE '  BASIS: '.
           05  VL-BASIS                 PIC X(1).
           05  FILLER                  PIC X(10) VALUE '  AMOUNT: '.
           05  VL-AMOUNT                PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-NOTE                  PIC X(18).

       01  WS-ALLOCATION-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  AL-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(6) VALUE ' QTY: '.
           05  AL-QUANTITY              PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE ' BASIS: '.
           05  AL-BASIS                 PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(8) VALUE ' SHARE: '.
           05  AL-SHARE                 PIC ZZZZZZZZ9.99.

       01  WS-COST-CHANGE-LINE.
           05  FILLER                  PIC X(6) VALUE 'COST: '.
           05  CC-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(6) VALUE ' OLD: '.
           05  CC-OLD-COST              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' NEW: '.
           05  CC-NEW-COST              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE ' CAP: '.
           05  CC-CAPITALISED           PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE ' COGS: '.
           05  CC-COGS                  PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CC-NOTE                  PIC X(8).

       01  WS-TOTAL-LINE.
           05  TL-LABEL                 PIC X(24).
           05  TL-AMOUNT                PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-VOUCHERS
           IF WS-VOUCHER-COUNT = ZERO
               DISPLAY 'LANDED COST - NO VOUCHERS ON FILE'
               STOP RUN
           END-IF
           PERFORM LOAD-COST-METHODS
           PERFORM LOAD-PRODUCT-WEIGHTS
           PERFORM LOAD-PO-LINES
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           OPEN EXTEND COST-HISTORY-FILE
           IF WS-CHST-STATUS NOT = '00'
               OPEN OUTPUT COST-HISTORY-FILE
           END-IF
           OPEN OUTPUT LANDED-COST-REPORT-FILE
           PERFORM ALLOCATE-ONE-VOUCHER
               VARYING WS-VOUCHER-SUB FROM 1 BY 1
               UNTIL WS-VOUCHER-SUB > WS-VOUCHER-COUNT
           MOVE SPACES TO LANDED-COST-REPORT-LINE
           WRITE LANDED-COST-REPORT-LINE
           PERFORM APPLY-TO-PRODUCT-COSTS
           PERFORM POST-UNMATCHED-PRODUCTS
               VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
           PERFORM WRITE-REPORT-TOTALS
           CLOSE GL-INTERFACE-FILE
           CLOSE COST-HISTORY-FILE
           CLOSE LANDED-COST-REPORT-FILE
           PERFORM REWRITE-HELD-VOUCHERS
           DISPLAY 'LANDED COST - VOUCHERS ALLOCATED: '
               WS-ALLOCATED-COUNT ' HELD: ' WS-HELD-COUNT
           STOP RUN.

       LOAD-VOUCHERS.
           OPEN INPUT VOUCHER-FILE
           IF LV-FILE-OK
               PERFORM READ-VOUCHER
               PERFORM STORE-VOUCHER UNTIL LV-FILE-EOF
               CLOSE VOUCHER-FILE
           END-IF.

       READ-VOUCHER.
           READ VOUCHER-FILE
               AT END
                   SET LV-FILE-EOF TO TRUE
           END-READ.

       STORE-VOUCHER.
           IF WS-VOUCHER-COUNT < WS-VOUCHER-TABLE-MAX
               ADD 1 TO WS-VOUCHER-COUNT
               MOVE LANDED-COST-VOUCHER-RECORD
                   TO VC-VOUCHER-IMAGE (WS-VOUCHER-COUNT)
               MOVE LV-PO-NUMBER TO VC-PO-NUMBER (WS-VOUCHER-COUNT)
               MOVE 'N' TO VC-ALLOCATED-SW (WS-VOUCHER-COUNT)
           ELSE
               DISPLAY 'ERROR: VOUCHER TABLE FULL - '
                   'CHARGES WOULD BE LOST - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-VOUCHER.

       LOAD-COST-METHODS.
           OPEN INPUT COST-METHOD-FILE
           IF CMTH-FILE-OK
               PERFORM READ-COST-METHOD
               PERFORM STORE-COST-METHOD UNTIL CMTH-FILE-EOF
               CLOSE COST-METHOD-FILE
           END-IF.

       READ-COST-METHOD.
           READ COST-METHOD-FILE
               AT END
                   SET CMTH-FILE-EOF TO TRUE
           END-READ.

       STORE-COST-METHOD.
           IF CM-MOVING-AVERAGE
               IF WS-COST-METHOD-COUNT < WS-COST-METHOD-TABLE-MAX
                   ADD 1 TO WS-COST-METHOD-COUNT
                   MOVE CM-PRODUCT-CODE
                       TO MA-PRODUCT-CODE (WS-COST-METHOD-COUNT)
               ELSE
                   DISPLAY 'ERROR: COST METHOD TABLE FULL - '
                       'RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-COST-METHOD.

       LOAD-PRODUCT-WEIGHTS.
           OPEN INPUT PRODUCT-FILE
           IF PROD-FILE-OK
               PERFORM READ-PRODUCT
               PERFORM STORE-PRODUCT-WEIGHT UNTIL PROD-FILE-EOF
               CLOSE PRODUCT-FILE
           END-IF.

       READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET PROD-FILE-EOF TO TRUE
           END-READ.

       STORE-PRODUCT-WEIGHT.
           IF WS-WEIGHT-COUNT < WS-WEIGHT-TABLE-MAX
               ADD 1 TO WS-WEIGHT-COUNT
               MOVE 製品ーコード
                   TO WT-PRODUCT-CODE (WS-WEIGHT-COUNT)
               MOVE 重量ーグラム
                   TO WT-WEIGHT-GRAMS (WS-WEIGHT-COUNT)
           ELSE
               DISPLAY 'ERROR: PRODUCT WEIGHT TABLE FULL - '
                   'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PRODUCT.

      *----------------------------------------------------------------
      * 伝票のある発注の行だけを積む。数量は受入済み数量、まだ何も
      * 入っていなければ発注数量。
      *----------------------------------------------------------------
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
           SET VC-IDX TO 1
           SEARCH WS-VOUCHER-ENTRY
               AT END
                   CONTINUE
               WHEN VC-IDX > WS-VOUCHER-COUNT
                   CONTINUE
               WHEN VC-PO-NUMBER (VC-IDX) = PO-NUMBER
                   PERFORM ADD-PO-LINE
           END-SEARCH
           PERFORM READ-OPEN-PO.

       ADD-PO-LINE.
           IF WS-LINE-COUNT < WS-LINE-TABLE-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE PO-NUMBER TO LN-PO-NUMBER (WS-LINE-COUNT)
               MOVE PO-PRODUCT-CODE TO LN-PRODUCT-CODE (WS-LINE-COUNT)
               IF PO-RECEIVED-QTY > ZERO
                   MOVE PO-RECEIVED-QTY TO LN-QUANTITY (WS-LINE-COUNT)
               ELSE
                   MOVE PO-ORDER-QTY TO LN-QUANTITY (WS-LINE-COUNT)
               END-IF
               PERFORM RESTATE-LINE-COST
               COMPUTE LN-VALUE (WS-LINE-COUNT) =
                   LN-QUANTITY (WS-LINE-COUNT) * WS-LINE-UNIT-COST
               MOVE ZERO TO LN-WEIGHT (WS-LINE-COUNT)
               SET WT-IDX TO 1
               SEARCH WS-WEIGHT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WT-IDX > WS-WEIGHT-COUNT
                       CONTINUE
                   WHEN WT-PRODUCT-CODE (WT-IDX) = PO-PRODUCT-CODE
                       COMPUTE LN-WEIGHT (WS-LINE-COUNT) =
                           LN-QUANTITY (WS-LINE-COUNT)
                               * WT-WEIGHT-GRAMS (WT-IDX)
               END-SEARCH
           ELSE
               DISPLAY 'ERROR: PO LINE TABLE FULL - '
                   'ALLOCATION WOULD BE WRONG - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RESTATE-LINE-COST.
           MOVE PO-UNIT-COST TO WS-LINE-UNIT-COST
           IF PO-CURRENCY-CODE NOT = SPACES
               MOVE ZERO TO WS-LINE-UNIT-COST
               SET CR2-IDX TO 1
               SEARCH CR2-ENTRY
                   AT END
                       CONTINUE
                   WHEN CR2-CURRENCY-CODE (CR2-IDX) = PO-CURRENCY-CODE
                       COMPUTE WS-LINE-UNIT-COST ROUNDED =
                           PO-UNIT-COST * CR2-YEN-RATE (CR2-IDX)
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * 基準の合計に対する各行の比で按分し、端数は最後の行へ。
      * 合計がゼロ(行が無い、重量未登録など)の伝票は保留。
      *----------------------------------------------------------------
       ALLOCATE-ONE-VOUCHER.
           MOVE VC-VOUCHER-IMAGE (WS-VOUCHER-SUB)
               TO LANDED-COST-VOUCHER-RECORD
           MOVE ZERO TO WS-BASIS-TOTAL
           MOVE ZERO TO WS-LAST-LINE-SUB
           PERFORM SUM-LINE-BASIS
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
           MOVE LV-VOUCHER-NO TO VL-VOUCHER-NO
           MOVE LV-PO-NUMBER TO VL-PO-NUMBER
           MOVE LV-CHARGE-TYPE TO VL-CHARGE-TYPE
           MOVE LV-ALLOCATION-BASIS TO VL-BASIS
           MOVE LV-CHARGE-AMOUNT TO VL-AMOUNT
           IF WS-BASIS-TOTAL = ZERO
               OR LV-CHARGE-AMOUNT = ZERO
               MOVE 'HELD - NO BASIS' TO VL-NOTE
               WRITE LANDED-COST-REPORT-LINE FROM WS-VOUCHER-LINE
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE SPACES TO VL-NOTE
               WRITE LANDED-COST-REPORT-LINE FROM WS-VOUCHER-LINE
               MOVE ZERO TO WS-ALLOCATED-SO-FAR
               PERFORM SHARE-ONE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               MOVE LV-CHARGE-AMOUNT TO WS-GL-POSTING-AMOUNT
               MOVE 'CLEARING' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               MOVE LV-VOUCHER-NO TO WS-GL-SOURCE-KEY
               PERFORM WRITE-GL-ROW
               SET VC-ALLOCATED (WS-VOUCHER-SUB) TO TRUE
               ADD LV-CHARGE-AMOUNT TO WS-ALLOCATED-TOTAL
               ADD 1 TO WS-ALLOCATED-COUNT
           END-IF.

       SUM-LINE-BASIS.
           IF LN-PO-NUMBER (WS-LINE-SUB) = LV-PO-NUMBER
               PERFORM PICK-LINE-BASIS
               IF WS-LINE-BASIS > ZERO
                   ADD WS-LINE-BASIS TO WS-BASIS-TOTAL
                   MOVE WS-LINE-SUB TO WS-LAST-LINE-SUB
               END-IF
           END-IF.

       PICK-LINE-BASIS.
           EVALUATE TRUE
               WHEN LV-BY-VALUE
                   MOVE LN-VALUE (WS-LINE-SUB) TO WS-LINE-BASIS
               WHEN LV-BY-WEIGHT
                   MOVE LN-WEIGHT (WS-LINE-SUB) TO WS-LINE-BASIS
               WHEN OTHER
                   MOVE LN-QUANTITY (WS-LINE-SUB) TO WS-LINE-BASIS
           END-EVALUATE.

       SHARE-ONE-LINE.
           IF LN-PO-NUMBER (WS-LINE-SUB) = LV-PO-NUMBER
               PERFORM PICK-LINE-BASIS
               IF WS-LINE-BASIS > ZERO
                   IF WS-LINE-SUB = WS-LAST-LINE-SUB
                       COMPUTE WS-LINE-SHARE =
                           LV-CHARGE-AMOUNT - WS-ALLOCATED-SO-FAR
                   ELSE
                       COMPUTE WS-LINE-SHARE ROUNDED =
                           LV-CHARGE-AMOUNT * WS-LINE-BASIS
                               / WS-BASIS-TOTAL
                   END-IF
                   ADD WS-LINE-SHARE TO WS-ALLOCATED-SO-FAR
                   MOVE LN-PRODUCT-CODE (WS-LINE-SUB)
                       TO AL-PRODUCT-CODE
                   MOVE LN-QUANTITY (WS-LINE-SUB) TO AL-QUANTITY
                   MOVE WS-LINE-BASIS TO AL-BASIS
                   MOVE WS-LINE-SHARE TO AL-SHARE
                   WRITE LANDED-COST-REPORT-LINE
                       FROM WS-ALLOCATION-LINE
                   PERFORM ADD-TO-PRODUCT-TABLE
               END-IF
           END-IF.

       ADD-TO-PRODUCT-TABLE.
           MOVE 'N' TO WS-PRODUCT-FOUND-SW
           SET AP-IDX TO 1
           SEARCH WS-PRODUCT-ENTRY
               AT END
                   CONTINUE
               WHEN AP-IDX > WS-PRODUCT-COUNT
                   CONTINUE
               WHEN AP-PRODUCT-CODE (AP-IDX)
                   = LN-PRODUCT-CODE (WS-LINE-SUB)
                   SET PRODUCT-FOUND TO TRUE
           END-SEARCH
           IF NOT PRODUCT-FOUND
               IF WS-PRODUCT-COUNT < WS-PRODUCT-TABLE-MAX
                   ADD 1 TO WS-PRODUCT-COUNT
                   SET AP-IDX TO WS-PRODUCT-COUNT
                   MOVE LN-PRODUCT-CODE (WS-LINE-SUB)
                       TO AP-PRODUCT-CODE (AP-IDX)
                   MOVE ZERO TO AP-QUANTITY (AP-IDX)
                   MOVE ZERO TO AP-CHARGE (AP-IDX)
                   MOVE 'N' TO AP-POSTED-SW (AP-IDX)
               ELSE
                   DISPLAY 'ERROR: PRODUCT TABLE FULL - '
                       'CHARGES WOULD BE LOST - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE LN-PO-NUMBER (WS-LINE-SUB) TO AP-PO-NUMBER (AP-IDX)
           ADD LN-QUANTITY (WS-LINE-SUB) TO AP-QUANTITY (AP-IDX)
           ADD WS-LINE-SHARE TO AP-CHARGE (AP-IDX).

      *----------------------------------------------------------------
      * 製品マスタを一巡して配賦額を原価へ。移動平均の製品は手持ち
      * 分を資産計上して原価を平均し直し、売れた分は売上原価へ。
      * 標準原価の製品は原価を変えず差異へ。
      *----------------------------------------------------------------
       APPLY-TO-PRODUCT-COSTS.
           OPEN I-O PRODUCT-FILE
           IF PROD-FILE-OK
               PERFORM READ-PRODUCT
               PERFORM COST-ONE-PRODUCT UNTIL PROD-FILE-EOF
               CLOSE PRODUCT-FILE
           END-IF.

       COST-ONE-PRODUCT.
           SET AP-IDX TO 1
           SEARCH WS-PRODUCT-ENTRY
               AT END
                   CONTINUE
               WHEN AP-IDX > WS-PRODUCT-COUNT
                   CONTINUE
               WHEN AP-PRODUCT-CODE (AP-IDX) = 製品ーコード
                   PERFORM CAPITALISE-PRODUCT-CHARGE
           END-SEARCH
           PERFORM READ-PRODUCT.

       CAPITALISE-PRODUCT-CHARGE.
           MOVE 'N' TO WS-MOVING-AVERAGE-SW
           SET CM-IDX TO 1
           SEARCH WS-COST-METHOD-ENTRY
               AT END
                   CONTINUE
               WHEN CM-IDX > WS-COST-METHOD-COUNT
                   CONTINUE
               WHEN MA-PRODUCT-CODE (CM-IDX) = 製品ーコード
                   SET PRODUCT-MOVING-AVERAGE TO TRUE
           END-SEARCH
           MOVE ZERO TO WS-CAPITALISED-AMOUNT
           MOVE ZERO TO WS-COGS-AMOUNT
           MOVE ZERO TO WS-VARIANCE-AMOUNT
           MOVE 原価 TO WS-OLD-COST
           IF PRODUCT-MOVING-AVERAGE
               IF 在庫数量 NOT < AP-QUANTITY (AP-IDX)
                   MOVE AP-CHARGE (AP-IDX) TO WS-CAPITALISED-AMOUNT
               ELSE
                   COMPUTE WS-CAPITALISED-AMOUNT ROUNDED =
                       AP-CHARGE (AP-IDX) * 在庫数量
                           / AP-QUANTITY (AP-IDX)
               END-IF
               COMPUTE WS-COGS-AMOUNT =
                   AP-CHARGE (AP-IDX) - WS-CAPITALISED-AMOUNT
               IF WS-CAPITALISED-AMOUNT > ZERO
                   MOVE 製品マスター TO WS-JOURNAL-BEFORE-IMAGE
                   COMPUTE 原価 ROUNDED =
                       (在庫数量 * WS-OLD-COST
                           + WS-CAPITALISED-AMOUNT) / 在庫数量
                   REWRITE 製品マスター
                   MOVE 製品マスター TO WS-JOURNAL-AFTER-IMAGE
                   MOVE 製品ーコード TO WS-JOURNAL-KEY
                   PERFORM WRITE-UPDATE-JOURNAL
                   PERFORM WRITE-COST-HISTORY
               END-IF
               MOVE 'AVERAGE' TO CC-NOTE
           ELSE
               MOVE AP-CHARGE (AP-IDX) TO WS-VARIANCE-AMOUNT
               MOVE 'STANDARD' TO CC-NOTE
           END-IF
           MOVE 製品ーコード TO WS-GL-SOURCE-KEY
           PERFORM POST-PRODUCT-DEBITS
           SET AP-POSTED (AP-IDX) TO TRUE
           MOVE 製品ーコード TO CC-PRODUCT-CODE
           MOVE WS-OLD-COST TO CC-OLD-COST
           MOVE 原価 TO CC-NEW-COST
           MOVE WS-CAPITALISED-AMOUNT TO CC-CAPITALISED
           MOVE WS-COGS-AMOUNT TO CC-COGS
           WRITE LANDED-COST-REPORT-LINE FROM WS-COST-CHANGE-LINE.

      *----------------------------------------------------------------
      * A product on a PO but missing from 製品マスター cannot be
      * costed; its share still has to leave the clearing account,
      * so it goes to the variance and is listed for follow-up.
      *----------------------------------------------------------------
       POST-UNMATCHED-PRODUCTS.
           IF NOT AP-POSTED (WS-PRODUCT-SUB)
               MOVE ZERO TO WS-CAPITALISED-AMOUNT
               MOVE ZERO TO WS-COGS-AMOUNT
               MOVE AP-CHARGE (WS-PRODUCT-SUB) TO WS-VARIANCE-AMOUNT
               MOVE AP-PRODUCT-CODE (WS-PRODUCT-SUB)
                   TO WS-GL-SOURCE-KEY
               PERFORM POST-PRODUCT-DEBITS
               MOVE AP-PRODUCT-CODE (WS-PRODUCT-SUB)
                   TO CC-PRODUCT-CODE
               MOVE ZERO TO CC-OLD-COST
               MOVE ZERO TO CC-NEW-COST
               MOVE ZERO TO CC-CAPITALISED
               MOVE ZERO TO CC-COGS
               MOVE 'NO MASTR' TO CC-NOTE
               WRITE LANDED-COST-REPORT-LINE FROM WS-COST-CHANGE-LINE
           END-IF.

       POST-PRODUCT-DEBITS.
           MOVE 'D' TO WS-GL-DEBIT-CREDIT
           IF WS-CAPITALISED-AMOUNT > ZERO
               MOVE WS-CAPITALISED-AMOUNT TO WS-GL-POSTING-AMOUNT
               MOVE 'INVENTORY' TO WS-GL-ELEMENT-NAME
               PERFORM WRITE-GL-ROW
               ADD WS-CAPITALISED-AMOUNT TO WS-CAPITALISED-TOTAL
           END-IF
           IF WS-COGS-AMOUNT > ZERO
               MOVE WS-COGS-AMOUNT TO WS-GL-POSTING-AMOUNT
               MOVE 'COGS' TO WS-GL-ELEMENT-NAME
               PERFORM WRITE-GL-ROW
               ADD WS-COGS-AMOUNT TO WS-COGS-TOTAL
           END-IF
           IF WS-VARIANCE-AMOUNT > ZERO
               MOVE WS-VARIANCE-AMOUNT TO WS-GL-POSTING-AMOUNT
               MOVE 'VARIANCE' TO WS-GL-ELEMENT-NAME
               PERFORM WRITE-GL-ROW
               ADD WS-VARIANCE-AMOUNT TO WS-VARIANCE-TOTAL
           END-IF.

       WRITE-COST-HISTORY.
           MOVE WS-RUN-DATE TO CS-CHANGE-DATE
           MOVE 製品ーコード TO CS-PRODUCT-CODE
           MOVE AP-PO-NUMBER (AP-IDX) TO CS-PO-NUMBER
           MOVE 在庫数量 TO CS-ON-HAND-QTY
           MOVE ZERO TO CS-RECEIVED-QTY
           MOVE ZERO TO CS-PO-UNIT-COST
           MOVE WS-OLD-COST TO CS-OLD-COST
           MOVE 原価 TO CS-NEW-COST
           MOVE ZERO TO CS-VARIANCE-AMOUNT
           SET CS-FROM-LANDED-COST TO TRUE
           MOVE WS-CAPITALISED-AMOUNT TO CS-CHARGE-AMOUNT
           WRITE COST-HISTORY-RECORD.

       WRITE-GL-ROW.
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE 'LANDCOST' TO GL-BATCH-SOURCE
           MOVE '99999999' TO GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'LANDCOST'
                   AND GM-ELEMENT-NAME (GM-IDX)
                       = WS-GL-ELEMENT-NAME
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO GL-ACCOUNT-CODE
           END-SEARCH
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE WS-GL-POSTING-AMOUNT TO GL-AMOUNT
           MOVE 'LANDED-COST-VOUCHER' TO GL-SOURCE-PROGRAM
           MOVE WS-GL-SOURCE-KEY TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.

       WRITE-UPDATE-JOURNAL.
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LANDED-COST-REPORT-LINE
           WRITE LANDED-COST-REPORT-LINE
           MOVE 'CHARGES ALLOCATED:' TO TL-LABEL
           MOVE WS-ALLOCATED-TOTAL TO TL-AMOUNT
           WRITE LANDED-COST-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CAPITALISED TO STOCK:' TO TL-LABEL
           MOVE WS-CAPITALISED-TOTAL TO TL-AMOUNT
           WRITE LANDED-COST-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TO COST OF SALES:' TO TL-LABEL
           MOVE WS-COGS-TOTAL TO TL-AMOUNT
           WRITE LANDED-COST-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TO VARIANCE:' TO TL-LABEL
           MOVE WS-VARIANCE-TOTAL TO TL-AMOUNT
           WRITE LANDED-COST-REPORT-LINE FROM WS-TOTAL-LINE.

       REWRITE-HELD-VOUCHERS.
           OPEN OUTPUT VOUCHER-FILE
           PERFORM KEEP-HELD-VOUCHER
               VARYING WS-VOUCHER-SUB FROM 1 BY 1
               UNTIL WS-VOUCHER-SUB > WS-VOUCHER-COUNT
           CLOSE VOUCHER-FILE.

       KEEP-HELD-VOUCHER.
           IF NOT VC-ALLOCATED (WS-VOUCHER-SUB)
               MOVE VC-VOUCHER-IMAGE (WS-VOUCHER-SUB)
                   TO LANDED-COST-VOUCHER-RECORD
               WRITE LANDED-COST-VOUCHER-RECORD
           END-IF.
