       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVING-INSPECTION.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Releases inspected goods out of quarantine.  GOODS-RECEIPT
      * parks receipts of INSPPROD.DAT products on QUARANTN.DAT
      * instead of putting them away; the inspector then keys one
      * INSPRSLT.DAT result per PO line (accepted and rejected
      * quantities, reason code).  Each result is worked against
      * the quarantine rows for its PO and product, oldest first:
      * the accepted quantity is added to 在庫数量 and the receiving
      * warehouse's 倉庫ー内訳ー数量 bucket in 製品マスター (keyed
      * REWRITE on JPRODUCT.DAT, a new bucket added the way
      * GOODS-RECEIPT does, movement type QR on the stock ledger),
      * and a lot-carrying row tops up or adds its LOTS.DAT lot
      * (LOTS.NEW carry-forward) - from then on STOCK-ALLOCATION
      * can promise it.  The rejected quantity is appended to the
      * RTV.DAT return-to-vendor file at the quarantine row's yen
      * PO cost for RETURN-TO-VENDOR to ship and settle.
      * GOODS-RECEIPT leaves the cost of a quarantined receipt out
      * of the moving average, so for a product on COSTMTHD.DAT the
      * accepted quantity is averaged into 原価 here as it goes into
      * 在庫数量, at the quarantine row's QS-UNIT-COST, with the same
      * COSTHIST.DAT row and RECEIPT batch PPV pair on GLEXTR.DAT
      * that GOODS-RECEIPT writes.  The rejected quantity never
      * touches 原価.
      * A result that asks for more than is in quarantine, or
      * matches no quarantine row, is refused on INSPECT.RPT and
      * left on INSPRSLT.DAT for correction; applied results are
      * consumed.  QUARANTN.DAT is rewritten with what is still
      * waiting.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "INSPRSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "QUARANTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-PROD-STATUS.
           SELECT LOT-MASTER-FILE ASSIGN TO "LOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.
           SELECT LOT-MASTER-OUT-FILE ASSIGN TO "LOTS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTV-FILE ASSIGN TO "RTV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTV-STATUS.
           SELECT INSPECTION-REPORT-FILE ASSIGN TO "INSPECT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COST-METHOD-FILE ASSIGN TO "COSTMTHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMTH-STATUS.
           SELECT COST-HISTORY-FILE ASSIGN TO "COSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHST-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       COPY INSPECTION-RESULT-RECORD.

       FD  QUARANTINE-FILE.
       COPY QUARANTINE-STOCK-RECORD.

       FD  PRODUCT-FILE.
       COPY 製品マスター.

       FD  LOT-MASTER-FILE.
       COPY LOT-MASTER-RECORD.

       FD  LOT-MASTER-OUT-FILE.
       01  LOT-MASTER-OUT-RECORD        PIC X(48).

       FD  RTV-FILE.
       COPY RETURN-TO-VENDOR-RECORD.

       FD  INSPECTION-REPORT-FILE.
       01  INSPECTION-REPORT-LINE       PIC X(100).

       FD  COST-METHOD-FILE.
       COPY COST-METHOD-RECORD.

       FD  COST-HISTORY-FILE.
       COPY COST-HISTORY-RECORD.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-RSLT-STATUS                PIC XX.
           88  RSLT-FILE-OK                  VALUE '00'.
           88  RSLT-FILE-EOF                 VALUE '10'.
       01  WS-QUAR-STATUS                PIC XX.
           88  QUAR-FILE-OK                  VALUE '00'.
           88  QUAR-FILE-EOF                 VALUE '10'.
       01  WS-PROD-STATUS                PIC XX.
           88  PROD-FILE-OK                  VALUE '00'.
           88  PROD-FILE-EOF                 VALUE '10'.
       01  WS-LOT-STATUS                 PIC XX.
           88  LOT-FILE-OK                   VALUE '00'.
           88  LOT-FILE-EOF                  VALUE '10'.
       01  WS-RTV-STATUS                 PIC XX.
       01  WS-CMTH-STATUS                PIC XX.
           88  CMTH-FILE-OK                  VALUE '00'.
           88  CMTH-FILE-EOF                 VALUE '10'.
       01  WS-CHST-STATUS                PIC XX.
       01  WS-GL-STATUS                  PIC XX.
       01  WS-TODAY-CCYYMMDD             PIC 9(8).

      *----------------------------------------------------------------
      * Both files are rewritten from these tables, so a row that
      * did not fit would be lost from the file - a full table
      * stops the run instead.
      *----------------------------------------------------------------
       01  WS-RESULT-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-RESULT-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-RESULT-ENTRIES.
           05  WS-RESULT-ENTRY           OCCURS 200 TIMES.
               10  RS-RESULT-IMAGE           PIC X(60).
               10  RS-APPLIED-SW             PIC X(1).
                   88  RS-APPLIED                VALUE 'Y'.
       01  WS-RESULT-SUB                 PIC 9(3) COMP.

       01  WS-QUARANTINE-TABLE-MAX       PIC 9(3) VALUE 500.
       01  WS-QUARANTINE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-QUARANTINE-ENTRIES.
           05  WS-QUARANTINE-ENTRY       OCCURS 500 TIMES.
               10  QT-QUARANTINE-IMAGE       PIC X(87).
               10  QT-PO-NUMBER              PIC 9(12).
               10  QT-PRODUCT-CODE           PIC X(20).
               10  QT-QUARANTINE-QTY         PIC 9(5).
       01  WS-QUARANTINE-SUB             PIC 9(3) COMP.

      *----------------------------------------------------------------
      * 合格分の在庫戻し(製品・倉庫・ロット単位)。
      *----------------------------------------------------------------
       01  WS-RELEASE-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-RELEASE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-RELEASE-ENTRIES.
           05  WS-RELEASE-ENTRY          OCCURS 500 TIMES.
               10  RL-PRODUCT-CODE           PIC X(20).
               10  RL-WAREHOUSE-CODE         PIC X(5).
               10  RL-LOT-NUMBER             PIC X(10).
               10  RL-EXPIRY-DATE            PIC 9(8).
               10  RL-RELEASED-QTY           PIC 9(5).
               10  RL-PO-NUMBER              PIC 9(12).
               10  RL-UNIT-COST              PIC 9(7)V99.
               10  RL-STOCK-POSTED-SW        PIC X(1).
               10  RL-LOT-POSTED-SW          PIC X(1).
       01  WS-RELEASE-SUB                PIC 9(3) COMP.

       01  WS-QUARANTINE-ON-HAND         PIC 9(7).
       01  WS-ACCEPT-LEFT                PIC 9(5).
       01  WS-REJECT-LEFT                PIC 9(5).
       01  WS-TAKE-QTY                   PIC 9(5).
       01  WS-PRODUCT-CHANGED-SW         PIC X(1).
           88  PRODUCT-RECORD-CHANGED        VALUE 'Y'.

       01  WS-WAREHOUSE-TABLE-MAX        PIC 9(1) VALUE 5.
       01  WS-BUCKET-CREDIT-QTY          PIC 9(5).
       01  WS-BUCKET-CREDIT-CODE         PIC X(5).
       01  WS-MOVEMENT-TYPE              PIC X(2).
       01  WS-MOVEMENT-QTY               PIC S9(6).
       01  WS-MOVEMENT-BALANCE           PIC 9(6).

      *----------------------------------------------------------------
      * 移動平均の製品(COSTMTHD.DAT)と原価差異の仕訳。
      *----------------------------------------------------------------
       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-COST-METHOD-TABLE-MAX      PIC 9(3) VALUE 500.
       01  WS-COST-METHOD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-COST-METHOD-ENTRIES.
           05  WS-COST-METHOD-ENTRY      OCCURS 500 TIMES
                                             INDEXED BY CM-IDX.
               10  MA-PRODUCT-CODE           PIC X(20).
       01  WS-MOVING-AVERAGE-SW          PIC X(1).
           88  PRODUCT-MOVING-AVERAGE        VALUE 'Y'.
       01  WS-OLD-COST                   PIC 9(7)V99.
       01  WS-RECEIPT-VARIANCE           PIC S9(9)V99.
       01  WS-COST-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-POSTING-AMOUNT          PIC 9(9)V99.
       01  WS-GL-SOURCE-KEY.
           05  GK-PO-NUMBER              PIC 9(12).
           05  FILLER                    PIC X(8) VALUE SPACES.

       01  WS-APPLIED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTED-TOTAL             PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-TOTAL             PIC 9(7) VALUE ZERO.

       01  WS-RESULT-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE 'PO: '.
           05  RD-PO-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RD-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(7) VALUE ' ACPT: '.
           05  RD-ACCEPTED-QTY          PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE ' RJCT: '.
           05  RD-REJECTED-QTY          PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE ' HELD: '.
           05  RD-QUARANTINE-QTY        PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RD-NOTE                  PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-COST-METHODS
           PERFORM LOAD-INSPECTION-RESULTS
           IF WS-RESULT-COUNT = ZERO
               DISPLAY 'RECEIVING INSPECTION - NO RESULTS ON FILE'
               STOP RUN
           END-IF
           PERFORM LOAD-QUARANTINE-STOCK
           OPEN OUTPUT INSPECTION-REPORT-FILE
           OPEN EXTEND RTV-FILE
           IF WS-RTV-STATUS NOT = '00'
               OPEN OUTPUT RTV-FILE
           END-IF
           PERFORM APPLY-ONE-RESULT
               VARYING WS-RESULT-SUB FROM 1 BY 1
               UNTIL WS-RESULT-SUB > WS-RESULT-COUNT
           CLOSE RTV-FILE
           CLOSE INSPECTION-REPORT-FILE
           IF WS-RELEASE-COUNT > ZERO
               PERFORM RELEASE-TO-STOCK
               PERFORM RELEASE-TO-LOTS
           END-IF
           PERFORM REWRITE-QUARANTINE-STOCK
           PERFORM REWRITE-REFUSED-RESULTS
           DISPLAY 'RECEIVING INSPECTION - APPLIED: ' WS-APPLIED-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT
               ' ACCEPTED QTY: ' WS-ACCEPTED-TOTAL
               ' REJECTED QTY: ' WS-REJECTED-TOTAL
               ' COSTS AVERAGED: ' WS-COST-CHANGE-COUNT
           STOP RUN.

       LOAD-INSPECTION-RESULTS.
           OPEN INPUT RESULT-FILE
           IF RSLT-FILE-OK
               PERFORM READ-RESULT
               PERFORM STORE-RESULT UNTIL RSLT-FILE-EOF
               CLOSE RESULT-FILE
           END-IF.

       READ-RESULT.
           READ RESULT-FILE
               AT END
                   SET RSLT-FILE-EOF TO TRUE
           END-READ.

       STORE-RESULT.
           IF WS-RESULT-COUNT < WS-RESULT-TABLE-MAX
               ADD 1 TO WS-RESULT-COUNT
               MOVE INSPECTION-RESULT-RECORD
                   TO RS-RESULT-IMAGE (WS-RESULT-COUNT)
               MOVE 'N' TO RS-APPLIED-SW (WS-RESULT-COUNT)
           ELSE
               DISPLAY 'ERROR: INSPECTION RESULT TABLE FULL - '
                   'RESULTS WOULD BE LOST - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RESULT.

       LOAD-QUARANTINE-STOCK.
           OPEN INPUT QUARANTINE-FILE
           IF QUAR-FILE-OK
               PERFORM READ-QUARANTINE
               PERFORM STORE-QUARANTINE UNTIL QUAR-FILE-EOF
               CLOSE QUARANTINE-FILE
           END-IF.

       READ-QUARANTINE.
           READ QUARANTINE-FILE
               AT END
                   SET QUAR-FILE-EOF TO TRUE
           END-READ.

       STORE-QUARANTINE.
           IF WS-QUARANTINE-COUNT < WS-QUARANTINE-TABLE-MAX
               ADD 1 TO WS-QUARANTINE-COUNT
               MOVE QUARANTINE-STOCK-RECORD
                   TO QT-QUARANTINE-IMAGE (WS-QUARANTINE-COUNT)
               MOVE QS-PO-NUMBER TO QT-PO-NUMBER (WS-QUARANTINE-COUNT)
               MOVE QS-PRODUCT-CODE
                   TO QT-PRODUCT-CODE (WS-QUARANTINE-COUNT)
               MOVE QS-QUARANTINE-QTY
                   TO QT-QUARANTINE-QTY (WS-QUARANTINE-COUNT)
           ELSE
               DISPLAY 'ERROR: QUARANTINE TABLE FULL - '
                   'STOCK WOULD BE LOST - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-QUARANTINE.

      *----------------------------------------------------------------
      * 検査結果1件を隔離行へ当てる。合格+不合格が隔離数量を超える
      * 結果は拒否してファイルに残す。
      *----------------------------------------------------------------
       APPLY-ONE-RESULT.
           MOVE RS-RESULT-IMAGE (WS-RESULT-SUB)
               TO INSPECTION-RESULT-RECORD
           MOVE ZERO TO WS-QUARANTINE-ON-HAND
           PERFORM SUM-QUARANTINE-ROW
               VARYING WS-QUARANTINE-SUB FROM 1 BY 1
               UNTIL WS-QUARANTINE-SUB > WS-QUARANTINE-COUNT
           MOVE IN-PO-NUMBER TO RD-PO-NUMBER
           MOVE IN-PRODUCT-CODE TO RD-PRODUCT-CODE
           MOVE IN-ACCEPTED-QTY TO RD-ACCEPTED-QTY
           MOVE IN-REJECTED-QTY TO RD-REJECTED-QTY
           MOVE WS-QUARANTINE-ON-HAND TO RD-QUARANTINE-QTY
           IF WS-QUARANTINE-ON-HAND = ZERO
               MOVE 'REFUSED - NOT HELD' TO RD-NOTE
               WRITE INSPECTION-REPORT-LINE
                   FROM WS-RESULT-DETAIL-LINE
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF IN-ACCEPTED-QTY + IN-REJECTED-QTY
                   > WS-QUARANTINE-ON-HAND
                   OR IN-ACCEPTED-QTY + IN-REJECTED-QTY = ZERO
                   MOVE 'REFUSED - QTY' TO RD-NOTE
                   WRITE INSPECTION-REPORT-LINE
                       FROM WS-RESULT-DETAIL-LINE
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   MOVE IN-ACCEPTED-QTY TO WS-ACCEPT-LEFT
                   MOVE IN-REJECTED-QTY TO WS-REJECT-LEFT
                   PERFORM WORK-QUARANTINE-ROW
                       VARYING WS-QUARANTINE-SUB FROM 1 BY 1
                       UNTIL WS-QUARANTINE-SUB > WS-QUARANTINE-COUNT
                   MOVE 'APPLIED' TO RD-NOTE
                   WRITE INSPECTION-REPORT-LINE
                       FROM WS-RESULT-DETAIL-LINE
                   SET RS-APPLIED (WS-RESULT-SUB) TO TRUE
                   ADD IN-ACCEPTED-QTY TO WS-ACCEPTED-TOTAL
                   ADD IN-REJECTED-QTY TO WS-REJECTED-TOTAL
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       SUM-QUARANTINE-ROW.
           IF QT-PO-NUMBER (WS-QUARANTINE-SUB) = IN-PO-NUMBER
               AND QT-PRODUCT-CODE (WS-QUARANTINE-SUB)
                   = IN-PRODUCT-CODE
               ADD QT-QUARANTINE-QTY (WS-QUARANTINE-SUB)
                   TO WS-QUARANTINE-ON-HAND
           END-IF.

       WORK-QUARANTINE-ROW.
           IF QT-PO-NUMBER (WS-QUARANTINE-SUB) = IN-PO-NUMBER
               AND QT-PRODUCT-CODE (WS-QUARANTINE-SUB)
                   = IN-PRODUCT-CODE
               AND QT-QUARANTINE-QTY (WS-QUARANTINE-SUB) > ZERO
               MOVE QT-QUARANTINE-IMAGE (WS-QUARANTINE-SUB)
                   TO QUARANTINE-STOCK-RECORD
               IF WS-ACCEPT-LEFT > ZERO
                   IF WS-ACCEPT-LEFT
                       < QT-QUARANTINE-QTY (WS-QUARANTINE-SUB)
                       MOVE WS-ACCEPT-LEFT TO WS-TAKE-QTY
                   ELSE
                       MOVE QT-QUARANTINE-QTY (WS-QUARANTINE-SUB)
                           TO WS-TAKE-QTY
                   END-IF
                   SUBTRACT WS-TAKE-QTY FROM WS-ACCEPT-LEFT
                   SUBTRACT WS-TAKE-QTY
                       FROM QT-QUARANTINE-QTY (WS-QUARANTINE-SUB)
                   PERFORM ADD-TO-RELEASE-TABLE
               END-IF
               IF WS-REJECT-LEFT > ZERO
                   AND QT-QUARANTINE-QTY (WS-QUARANTINE-SUB) > ZERO
                   IF WS-REJECT-LEFT
                       < QT-QUARANTINE-QTY (WS-QUARANTINE-SUB)
                       MOVE WS-REJECT-LEFT TO WS-TAKE-QTY
                   ELSE
                       MOVE QT-QUARANTINE-QTY (WS-QUARANTINE-SUB)
                           TO WS-TAKE-QTY
                   END-IF
                   SUBTRACT WS-TAKE-QTY FROM WS-REJECT-LEFT
                   SUBTRACT WS-TAKE-QTY
                       FROM QT-QUARANTINE-QTY (WS-QUARANTINE-SUB)
                   PERFORM WRITE-RTV-ROW
               END-IF
           END-IF.

       ADD-TO-RELEASE-TABLE.
           IF WS-RELEASE-COUNT < WS-RELEASE-TABLE-MAX
               ADD 1 TO WS-RELEASE-COUNT
               MOVE QS-PRODUCT-CODE
                   TO RL-PRODUCT-CODE (WS-RELEASE-COUNT)
               MOVE QS-WAREHOUSE-CODE
                   TO RL-WAREHOUSE-CODE (WS-RELEASE-COUNT)
               MOVE QS-LOT-NUMBER TO RL-LOT-NUMBER (WS-RELEASE-COUNT)
               MOVE QS-EXPIRY-DATE
                   TO RL-EXPIRY-DATE (WS-RELEASE-COUNT)
               MOVE WS-TAKE-QTY TO RL-RELEASED-QTY (WS-RELEASE-COUNT)
               MOVE QS-PO-NUMBER TO RL-PO-NUMBER (WS-RELEASE-COUNT)
               MOVE QS-UNIT-COST TO RL-UNIT-COST (WS-RELEASE-COUNT)
               MOVE 'N' TO RL-STOCK-POSTED-SW (WS-RELEASE-COUNT)
               MOVE 'N' TO RL-LOT-POSTED-SW (WS-RELEASE-COUNT)
           ELSE
               DISPLAY 'ERROR: RELEASE TABLE FULL - '
                   'STOCK WOULD BE LOST - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-RTV-ROW.
           MOVE QS-PO-NUMBER TO RV-PO-NUMBER
           MOVE QS-PRODUCT-CODE TO RV-PRODUCT-CODE
           MOVE QS-VENDOR-CODE TO RV-VENDOR-CODE
           MOVE QS-WAREHOUSE-CODE TO RV-WAREHOUSE-CODE
           MOVE QS-LOT-NUMBER TO RV-LOT-NUMBER
           MOVE WS-TAKE-QTY TO RV-REJECTED-QTY
           MOVE QS-UNIT-COST TO RV-UNIT-COST
           MOVE IN-REASON-CODE TO RV-REASON-CODE
           MOVE IN-INSPECTION-DATE TO RV-INSPECTION-DATE
           MOVE ZERO TO RV-RETURN-DATE
           SET RV-PENDING TO TRUE
           MOVE ZERO TO RV-CLAIM-NUMBER
           WRITE RETURN-TO-VENDOR-RECORD.

      *----------------------------------------------------------------
      * 合格分を在庫数量と受入倉庫の倉庫ー内訳ー数量へ加算する。
      * 倉庫がまだ内訳にない場合はGOODS-RECEIPTと同じ要領で追加。
      *----------------------------------------------------------------
       RELEASE-TO-STOCK.
           IF WS-COST-METHOD-COUNT > ZERO
               OPEN EXTEND COST-HISTORY-FILE
               IF WS-CHST-STATUS NOT = '00'
                   OPEN OUTPUT COST-HISTORY-FILE
               END-IF
               OPEN EXTEND GL-INTERFACE-FILE
               IF WS-GL-STATUS NOT = '00'
                   OPEN OUTPUT GL-INTERFACE-FILE
               END-IF
           END-IF
           OPEN I-O PRODUCT-FILE
           IF PROD-FILE-OK
               PERFORM READ-PRODUCT
               PERFORM RELEASE-ONE-PRODUCT UNTIL PROD-FILE-EOF
               CLOSE PRODUCT-FILE
           END-IF
           IF WS-COST-METHOD-COUNT > ZERO
               CLOSE COST-HISTORY-FILE
               CLOSE GL-INTERFACE-FILE
           END-IF.

       READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET PROD-FILE-EOF TO TRUE
           END-READ.

       RELEASE-ONE-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-CHANGED-SW
           PERFORM CHECK-COST-METHOD
           PERFORM RELEASE-IF-MATCHED
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
           IF PRODUCT-RECORD-CHANGED
               REWRITE 製品マスター
           END-IF
           PERFORM READ-PRODUCT.

       RELEASE-IF-MATCHED.
           IF RL-PRODUCT-CODE (WS-RELEASE-SUB) = 製品ーコード
               AND RL-STOCK-POSTED-SW (WS-RELEASE-SUB) = 'N'
               IF PRODUCT-MOVING-AVERAGE
                   AND RL-UNIT-COST (WS-RELEASE-SUB) > ZERO
                   PERFORM AVERAGE-IN-RELEASE
               END-IF
               ADD RL-RELEASED-QTY (WS-RELEASE-SUB) TO 在庫数量
               MOVE RL-RELEASED-QTY (WS-RELEASE-SUB)
                   TO WS-BUCKET-CREDIT-QTY
               MOVE RL-WAREHOUSE-CODE (WS-RELEASE-SUB)
                   TO WS-BUCKET-CREDIT-CODE
               PERFORM CREDIT-RECEIVING-BUCKET
               PERFORM WRITE-RELEASE-MOVEMENT
               SET PRODUCT-RECORD-CHANGED TO TRUE
               MOVE 'Y' TO RL-STOCK-POSTED-SW (WS-RELEASE-SUB)
           END-IF.

       CHECK-COST-METHOD.
           MOVE 'N' TO WS-MOVING-AVERAGE-SW
           SET CM-IDX TO 1
           SEARCH WS-COST-METHOD-ENTRY
               AT END
                   CONTINUE
               WHEN CM-IDX > WS-COST-METHOD-COUNT
                   CONTINUE
               WHEN MA-PRODUCT-CODE (CM-IDX) = 製品ーコード
                   SET PRODUCT-MOVING-AVERAGE TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------
      * 移動平均: (在庫数量x旧原価 + 合格数量x発注単価) / 合計数量。
      * GOODS-RECEIPTの受入時の平均と同じ計算・同じ原価履歴と差異。
      * 在庫数量は合格分を加算する前の数量。
      *----------------------------------------------------------------
       AVERAGE-IN-RELEASE.
           MOVE 原価 TO WS-OLD-COST
           COMPUTE WS-RECEIPT-VARIANCE =
               (RL-UNIT-COST (WS-RELEASE-SUB) - WS-OLD-COST)
                   * RL-RELEASED-QTY (WS-RELEASE-SUB)
           COMPUTE 原価 ROUNDED =
               (在庫数量 * WS-OLD-COST
                   + RL-RELEASED-QTY (WS-RELEASE-SUB)
                       * RL-UNIT-COST (WS-RELEASE-SUB))
               / (在庫数量 + RL-RELEASED-QTY (WS-RELEASE-SUB))
           PERFORM WRITE-COST-HISTORY
           PERFORM POST-PRICE-VARIANCE
           ADD 1 TO WS-COST-CHANGE-COUNT.

       WRITE-COST-HISTORY.
           MOVE WS-TODAY-CCYYMMDD TO CS-CHANGE-DATE
           MOVE 製品ーコード TO CS-PRODUCT-CODE
           MOVE RL-PO-NUMBER (WS-RELEASE-SUB) TO CS-PO-NUMBER
           MOVE 在庫数量 TO CS-ON-HAND-QTY
           MOVE RL-RELEASED-QTY (WS-RELEASE-SUB) TO CS-RECEIVED-QTY
           MOVE RL-UNIT-COST (WS-RELEASE-SUB) TO CS-PO-UNIT-COST
           MOVE WS-OLD-COST TO CS-OLD-COST
           MOVE 原価 TO CS-NEW-COST
           MOVE WS-RECEIPT-VARIANCE TO CS-VARIANCE-AMOUNT
           SET CS-FROM-RECEIPT TO TRUE
           MOVE ZERO TO CS-CHARGE-AMOUNT
           WRITE COST-HISTORY-RECORD.

      *----------------------------------------------------------------
      * Same pair GOODS-RECEIPT posts: above the carried cost, debit
      * the variance and credit purchases; below it, the reverse.
      *----------------------------------------------------------------
       POST-PRICE-VARIANCE.
           MOVE RL-PO-NUMBER (WS-RELEASE-SUB) TO GK-PO-NUMBER
           IF WS-RECEIPT-VARIANCE > ZERO
               MOVE WS-RECEIPT-VARIANCE TO WS-GL-POSTING-AMOUNT
               MOVE 'PPV' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-VARIANCE-GL-ROW
               MOVE 'PURCHASES' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-VARIANCE-GL-ROW
           END-IF
           IF WS-RECEIPT-VARIANCE < ZERO
               COMPUTE WS-GL-POSTING-AMOUNT =
                   ZERO - WS-RECEIPT-VARIANCE
               MOVE 'PURCHASES' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-VARIANCE-GL-ROW
               MOVE 'PPV' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-VARIANCE-GL-ROW
           END-IF.

       WRITE-VARIANCE-GL-ROW.
           MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
           MOVE 'RECEIPT' TO GL-BATCH-SOURCE
           MOVE '99999999' TO GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'RECEIPT'
                   AND GM-ELEMENT-NAME (GM-IDX)
                       = WS-GL-ELEMENT-NAME
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO GL-ACCOUNT-CODE
           END-SEARCH
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE WS-GL-POSTING-AMOUNT TO GL-AMOUNT
           MOVE 'RECEIVING-INSPECTION' TO GL-SOURCE-PROGRAM
           MOVE WS-GL-SOURCE-KEY TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.

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
                       'RESULTS NOT APPLIED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-COST-METHOD.

       CREDIT-RECEIVING-BUCKET.
           SET 倉庫ー添字 TO 1
           SEARCH 倉庫ー内訳
               AT END
                   IF 倉庫ー件数 < WS-WAREHOUSE-TABLE-MAX
                       ADD 1 TO 倉庫ー件数
                       MOVE WS-BUCKET-CREDIT-CODE TO
                           倉庫ー内訳ーコード (倉庫ー件数)
                       MOVE WS-BUCKET-CREDIT-QTY TO
                           倉庫ー内訳ー数量 (倉庫ー件数)
                   ELSE
                       DISPLAY 'ERROR: WAREHOUSE TABLE FULL FOR '
                           'PRODUCT ' 製品ーコード
                           ' - RELEASE LEFT IN TOTAL ONLY'
                   END-IF
               WHEN 倉庫ー内訳ーコード (倉庫ー添字)
                       = WS-BUCKET-CREDIT-CODE
                   ADD WS-BUCKET-CREDIT-QTY
                       TO 倉庫ー内訳ー数量 (倉庫ー添字)
           END-SEARCH.

       WRITE-RELEASE-MOVEMENT.
           MOVE 'QR' TO WS-MOVEMENT-TYPE
           MOVE WS-BUCKET-CREDIT-QTY TO WS-MOVEMENT-QTY
           MOVE 在庫数量 TO WS-MOVEMENT-BALANCE
           CALL 'STOCK-MOVEMENT-LEDGER' USING 製品ーコード
               WS-BUCKET-CREDIT-CODE
               WS-MOVEMENT-TYPE
               WS-MOVEMENT-QTY
               WS-MOVEMENT-BALANCE
           END-CALL.

      *----------------------------------------------------------------
      * ロット付きの合格分をLOTS.DATへ。既存の製品/ロット/倉庫の
      * 行には数量を加算し、新しいロットは行を追加する。
      *----------------------------------------------------------------
       RELEASE-TO-LOTS.
           OPEN INPUT LOT-MASTER-FILE
           IF LOT-FILE-OK
               OPEN OUTPUT LOT-MASTER-OUT-FILE
               PERFORM READ-LOT-MASTER
               PERFORM CARRY-ONE-LOT UNTIL LOT-FILE-EOF
               PERFORM APPEND-NEW-LOTS
               CLOSE LOT-MASTER-OUT-FILE
               CLOSE LOT-MASTER-FILE
           ELSE
               OPEN OUTPUT LOT-MASTER-OUT-FILE
               PERFORM APPEND-NEW-LOTS
               CLOSE LOT-MASTER-OUT-FILE
           END-IF.

       READ-LOT-MASTER.
           READ LOT-MASTER-FILE
               AT END
                   SET LOT-FILE-EOF TO TRUE
           END-READ.

       CARRY-ONE-LOT.
           PERFORM TOP-UP-LOT-IF-RELEASED
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
           WRITE LOT-MASTER-OUT-RECORD FROM LOT-MASTER-RECORD
           PERFORM READ-LOT-MASTER.

       TOP-UP-LOT-IF-RELEASED.
           IF RL-LOT-POSTED-SW (WS-RELEASE-SUB) = 'N'
               AND RL-LOT-NUMBER (WS-RELEASE-SUB) NOT = SPACES
               AND LO-PRODUCT-CODE = RL-PRODUCT-CODE (WS-RELEASE-SUB)
               AND LO-LOT-NUMBER = RL-LOT-NUMBER (WS-RELEASE-SUB)
               AND LO-WAREHOUSE-CODE
                   = RL-WAREHOUSE-CODE (WS-RELEASE-SUB)
               ADD RL-RELEASED-QTY (WS-RELEASE-SUB) TO LO-ON-HAND-QTY
               MOVE 'Y' TO RL-LOT-POSTED-SW (WS-RELEASE-SUB)
           END-IF.

       APPEND-NEW-LOTS.
           PERFORM APPEND-ONE-NEW-LOT
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT.

       APPEND-ONE-NEW-LOT.
           IF RL-LOT-POSTED-SW (WS-RELEASE-SUB) = 'N'
               AND RL-LOT-NUMBER (WS-RELEASE-SUB) NOT = SPACES
               MOVE RL-PRODUCT-CODE (WS-RELEASE-SUB)
                   TO LO-PRODUCT-CODE
               MOVE RL-LOT-NUMBER (WS-RELEASE-SUB) TO LO-LOT-NUMBER
               MOVE RL-EXPIRY-DATE (WS-RELEASE-SUB) TO LO-EXPIRY-DATE
               MOVE RL-WAREHOUSE-CODE (WS-RELEASE-SUB)
                   TO LO-WAREHOUSE-CODE
               MOVE RL-RELEASED-QTY (WS-RELEASE-SUB)
                   TO LO-ON-HAND-QTY
               WRITE LOT-MASTER-OUT-RECORD FROM LOT-MASTER-RECORD
               MOVE 'Y' TO RL-LOT-POSTED-SW (WS-RELEASE-SUB)
           END-IF.

       REWRITE-QUARANTINE-STOCK.
           OPEN OUTPUT QUARANTINE-FILE
           PERFORM KEEP-QUARANTINE-ROW
               VARYING WS-QUARANTINE-SUB FROM 1 BY 1
               UNTIL WS-QUARANTINE-SUB > WS-QUARANTINE-COUNT
           CLOSE QUARANTINE-FILE.

       KEEP-QUARANTINE-ROW.
           IF QT-QUARANTINE-QTY (WS-QUARANTINE-SUB) > ZERO
               MOVE QT-QUARANTINE-IMAGE (WS-QUARANTINE-SUB)
                   TO QUARANTINE-STOCK-RECORD
               MOVE QT-QUARANTINE-QTY (WS-QUARANTINE-SUB)
                   TO QS-QUARANTINE-QTY
               WRITE QUARANTINE-STOCK-RECORD
           END-IF.

       REWRITE-REFUSED-RESULTS.
           OPEN OUTPUT RESULT-FILE
           PERFORM KEEP-REFUSED-RESULT
               VARYING WS-RESULT-SUB FROM 1 BY 1
               UNTIL WS-RESULT-SUB > WS-RESULT-COUNT
           CLOSE RESULT-FILE.

       KEEP-REFUSED-RESULT.
           IF NOT RS-APPLIED (WS-RESULT-SUB)
               MOVE RS-RESULT-IMAGE (WS-RESULT-SUB)
                   TO INSPECTION-RESULT-RECORD
               WRITE INSPECTION-RESULT-RECORD
           END-IF.
