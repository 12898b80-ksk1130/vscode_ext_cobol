      * in-stock row on the SERIAL.DAT serial master, so a unit can
      * later be traced from its PO through its shipment to its
      * return.
      * Drop-ship PO lines never come through the dock.  The
      * vendor's shipment confirmations for them are keyed to
      * DSCONF.DAT (PO, product, quantity shipped, ship date) and
      * settled in the same OPENPO.DAT pass: the confirmed quantity
      * counts as received - so VENDOR-INVOICE-MATCH will pay for
      * it - and is queued to ORDSBILL.DAT for the customer's
      * invoice and written to SHIPPED.DAT under warehouse DROP,
      * exactly as SHIPMENT-CONFIRMATION does for our own
      * shipments.  Nothing is put away and 在庫数量 is not
      * touched.  Dock receipts never settle a drop-ship line, and
      * DSCONF.DAT is retired to DSCONF.G1 after the run.
      * Every lot receipt posted to LOTS.DAT is also appended to the
      * LOTRCPT.DAT lot receipt history with its PO number and the
      * PO line's vendor, the backward half of lot traceability
      * (LOT-TRACE-INQUIRY).
      * Products listed as moving average on COSTMTHD.DAT have
      * 原価 re-averaged on every receipt before the put-away: stock
      * on hand at the old cost plus the received quantity at the PO
      * line's PO-UNIT-COST (restated in yen through
      * CURRENCY-RATE-TABLE; a line with no agreed cost leaves 原価
      * alone).  Each change is appended to the COSTHIST.DAT cost
      * history, and the difference between the cost the stock was
      * carried at and the PO cost, times the quantity, is posted to
      * GLEXTR.DAT as a purchase price variance (batch source
      * RECEIPT: PPV against purchases, which the booked invoice
      * carries in full - not against inventory, whose value the
      * new 原価 already carries, nor the GRNI accrual, which
      * nothing would clear).  Products on standard cost
      * are not touched - their 原価 still moves only through
      * COST-REVALUATION.
      * Products listed on INSPPROD.DAT must pass receiving
      * inspection first.  Their receipts still settle the PO line,
      * but the cost is not averaged and nothing is put away: each
      * one is written to the QUARANTN.DAT quarantine file with its
      * PO cost in yen, and it stays out of 在庫数量, 原価, the
      * 倉庫ー内訳 buckets and LOTS.DAT - so STOCK-ALLOCATION cannot
      * promise it - until RECEIVING-INSPECTION releases (and
      * averages in) the accepted quantity.  The put-away listing
      * shows such lines with bin QUARANTN.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT SERIAL-MASTER-FILE ASSIGN TO "SERIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SER-STATUS.
           SELECT DROP-CONFIRM-FILE ASSIGN TO "DSCONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSC-STATUS.
           SELECT BILLING-QUEUE-FILE ASSIGN TO "ORDSBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLQ-STATUS.
           SELECT SHIPPED-FILE ASSIGN TO "SHIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.
           SELECT LOT-RECEIPT-FILE ASSIGN TO "LOTRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTRCPT-STATUS.
           SELECT COST-METHOD-FILE ASSIGN TO "COSTMTHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMTH-STATUS.
           SELECT COST-HISTORY-FILE ASSIGN TO "COSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHST-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT INSPECTION-PRODUCT-FILE ASSIGN TO "INSPPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSP-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "QUARANTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY OPEN-PO-RECORD.

       FD  OPEN-PO-OUT-FILE.
       01  OPEN-PO-OUT-RECORD           PIC X(120).

       FD  PRODUCT-FILE.
       COPY 製品マスター.
       FD  SERIAL-MASTER-FILE.
       COPY SERIAL-MASTER-RECORD.

       FD  DROP-CONFIRM-FILE.
       01  DROP-CONFIRM-RECORD.
           05  DC-PO-NUMBER             PIC 9(12).
           05  DC-PRODUCT-CODE          PIC X(20).
           05  DC-SHIPPED-QTY           PIC 9(5).
           05  DC-SHIP-DATE             PIC 9(8).

       FD  BILLING-QUEUE-FILE.
       01  BILLING-QUEUE-RECORD         PIC X(29).

       FD  SHIPPED-FILE.
       COPY SHIPPED-CONFIRM-RECORD.

       FD  LOT-RECEIPT-FILE.
       COPY LOT-RECEIPT-HISTORY-RECORD.

       FD  COST-METHOD-FILE.
       COPY COST-METHOD-RECORD.

       FD  COST-HISTORY-FILE.
       COPY COST-HISTORY-RECORD.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  INSPECTION-PRODUCT-FILE.
       COPY INSPECTION-PRODUCT-RECORD.

       FD  QUARANTINE-FILE.
       COPY QUARANTINE-STOCK-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-RCPT-STATUS                PIC XX.
           88  RCPT-FILE-OK                  VALUE '00'.
           88  RSER-FILE-OK                  VALUE '00'.
           88  RSER-FILE-EOF                 VALUE '10'.
       01  WS-SER-STATUS                 PIC XX.
       01  WS-DSC-STATUS                 PIC XX.
           88  DSC-FILE-OK                   VALUE '00'.
           88  DSC-FILE-EOF                  VALUE '10'.
       01  WS-BILLQ-STATUS               PIC XX.
       01  WS-SHIP-STATUS                PIC XX.
       01  WS-LOTRCPT-STATUS             PIC XX.
       01  WS-CMTH-STATUS                PIC XX.
           88  CMTH-FILE-OK                  VALUE '00'.
           88  CMTH-FILE-EOF                 VALUE '10'.
       01  WS-CHST-STATUS                PIC XX.
       01  WS-GL-STATUS                  PIC XX.
       01  WS-INSP-STATUS                PIC XX.
           88  INSP-FILE-OK                  VALUE '00'.
           88  INSP-FILE-EOF                 VALUE '10'.
       01  WS-QUAR-STATUS                PIC XX.
       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-PRODUCT-CHANGED-SW         PIC X(1).
           88  PRODUCT-RECORD-CHANGED        VALUE 'Y'.
               10  RC-RECEIPT-DATE           PIC 9(8).
               10  RC-MATCHED-SW             PIC X(1).
               10  RC-LOT-POSTED-SW          PIC X(1).
               10  RC-VENDOR-CODE            PIC X(10).
               10  RC-UNIT-COST              PIC 9(7)V99.
               10  RC-QUARANTINE-SW          PIC X(1).
       01  WS-RECEIPT-SUB                PIC 9(3) COMP.

      *----------------------------------------------------------------
      * 受入検査の要る製品。表が溢れると未検査品を引当可能在庫へ
      * 入れてしまうので中止する。
      *----------------------------------------------------------------
       01  WS-INSPECT-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-INSPECT-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-INSPECT-ENTRIES.
           05  WS-INSPECT-ENTRY          OCCURS 500 TIMES
                                             INDEXED BY IP-IDX.
               10  IQ-PRODUCT-CODE           PIC X(20).
       01  WS-QUARANTINED-COUNT          PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * 移動平均法の製品。ここに無い製品は標準原価のまま。表が
      * 溢れると移動平均の製品を標準扱いしてしまうので中止する。
      *----------------------------------------------------------------
       COPY CURRENCY-RATE-TABLE.
       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-COST-METHOD-TABLE-MAX      PIC 9(3) VALUE 500.
       01  WS-COST-METHOD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-COST-METHOD-ENTRIES.
           05  WS-COST-METHOD-ENTRY      OCCURS 500 TIMES
                                             INDEXED BY CM-IDX.
               10  MA-PRODUCT-CODE           PIC X(20).
       01  WS-MOVING-AVERAGE-SW          PIC X(1).
           88  PRODUCT-MOVING-AVERAGE        VALUE 'Y'.
       01  WS-COST-ON-HAND               PIC 9(7).
       01  WS-OLD-COST                   PIC 9(7)V99.
       01  WS-RECEIPT-VARIANCE           PIC S9(9)V99.
       01  WS-COST-CHANGE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-POSTING-AMOUNT          PIC 9(9)V99.
       01  WS-GL-SOURCE-KEY.
           05  GK-PO-NUMBER              PIC 9(12).
           05  FILLER                    PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------
      * 直送の出荷確認。仕入先が顧客へ出した数量を発注行の受入数量
      * として扱い、同時に請求キューと出荷確定ファイルへ書く。
      *----------------------------------------------------------------
       01  WS-DSCONF-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-DSCONF-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-DSCONF-ENTRIES.
           05  WS-DSCONF-ENTRY           OCCURS 200 TIMES.
               10  DX-PO-NUMBER              PIC 9(12).
               10  DX-PRODUCT-CODE           PIC X(20).
               10  DX-SHIPPED-QTY            PIC 9(5).
               10  DX-SHIP-DATE              PIC 9(8).
               10  DX-MATCHED-SW             PIC X(1).
       01  WS-DSCONF-SUB                 PIC 9(3) COMP.
       01  WS-DROP-SHIPPED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-DSCONF-LOST-SW             PIC X(1) VALUE 'N'.
           88  DSCONF-TABLE-OVERFLOWED       VALUE 'Y'.
       01  WS-DSC-FILE-NAME              PIC X(20)
                                            VALUE 'DSCONF.DAT'.
       01  WS-DSC-GEN-FILE-NAME          PIC X(20)
                                            VALUE 'DSCONF.G1'.

       01  WS-BILLING-LINE-WORK.
           05  BW-CUSTOMER-ID             PIC 9(8).
           05  BW-PRODUCT-ID              PIC 9(8).
           05  BW-QUANTITY                PIC 9(5).
           05  BW-ORDER-DATE              PIC 9(8).

       01  WS-PUTAWAY-TABLE-MAX          PIC 9(3) VALUE 200.
       01  WS-PUTAWAY-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PUTAWAY-ENTRIES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-COST-METHODS
           PERFORM LOAD-INSPECTION-PRODUCTS
           PERFORM LOAD-RECEIPT-TXNS
           PERFORM LOAD-BIN-LOCATIONS
           PERFORM PRINT-PUTAWAY-LISTING
           PERFORM CAPTURE-RECEIVED-SERIALS
           PERFORM LOAD-DROP-SHIP-CONFIRMS
           OPEN OUTPUT DISCREPANCY-FILE
           IF WS-DSCONF-COUNT > ZERO
               OPEN EXTEND BILLING-QUEUE-FILE
               IF WS-BILLQ-STATUS NOT = '00'
                   OPEN OUTPUT BILLING-QUEUE-FILE
               END-IF
               OPEN EXTEND SHIPPED-FILE
               IF WS-SHIP-STATUS NOT = '00'
                   OPEN OUTPUT SHIPPED-FILE
               END-IF
           END-IF
           IF WS-INSPECT-COUNT > ZERO
               OPEN EXTEND QUARANTINE-FILE
               IF WS-QUAR-STATUS NOT = '00'
                   OPEN OUTPUT QUARANTINE-FILE
               END-IF
           END-IF
           PERFORM MATCH-RECEIPTS-TO-PO
           IF WS-INSPECT-COUNT > ZERO
               CLOSE QUARANTINE-FILE
           END-IF
           PERFORM REPORT-UNMATCHED-RECEIPTS
           IF WS-DSCONF-COUNT > ZERO
               CLOSE BILLING-QUEUE-FILE
               CLOSE SHIPPED-FILE
               PERFORM REPORT-UNMATCHED-CONFIRMS
                   VARYING WS-DSCONF-SUB FROM 1 BY 1
                   UNTIL WS-DSCONF-SUB > WS-DSCONF-COUNT
               IF DSCONF-TABLE-OVERFLOWED
                   DISPLAY 'DSCONF.DAT NOT RETIRED - SPLIT IT AND '
                       'RERUN FOR THE LINES NOT LOADED'
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS-DSC-GEN-FILE-NAME
                   CALL 'CBL_RENAME_FILE' USING WS-DSC-FILE-NAME
                                                 WS-DSC-GEN-FILE-NAME
               END-IF
           END-IF
           PERFORM PUT-AWAY-STOCK
           PERFORM UPDATE-LOT-MASTER
           PERFORM RECORD-LOT-RECEIPTS
           CLOSE DISCREPANCY-FILE
           PERFORM CHECK-WAITING-BACKORDERS
           DISPLAY 'GOODS RECEIPT - PO LINES CLOSED: '
               WS-CLOSED-COUNT ' DISCREPANCIES: '
               WS-DISCREPANCY-COUNT
               ' DROP-SHIP CONFIRMED: ' WS-DROP-SHIPPED-COUNT
               ' COSTS AVERAGED: ' WS-COST-CHANGE-COUNT
               ' QUARANTINED: ' WS-QUARANTINED-COUNT
           IF BACKORDERS-WAITING
               DISPLAY 'BACKORDERS WAITING - RUN STOCK-ALLOCATION '
                   'TO RELEASE AGAINST RECEIVED STOCK'
                   MOVE BN-BIN-CODE (BN-IDX)
                       TO WS-FOUND-BIN-CODE
           END-SEARCH
           IF RC-QUARANTINE-SW (WS-RECEIPT-SUB) = 'Y'
               MOVE 'QUARANTN' TO WS-FOUND-BIN-CODE
           END-IF
           MOVE RC-PRODUCT-CODE (WS-RECEIPT-SUB)
               TO PA-PRODUCT-CODE
           MOVE RC-WAREHOUSE-CODE (WS-RECEIPT-SUB)
                   TO RC-RECEIPT-DATE (WS-RECEIPT-COUNT)
               MOVE 'N' TO RC-MATCHED-SW (WS-RECEIPT-COUNT)
               MOVE 'N' TO RC-LOT-POSTED-SW (WS-RECEIPT-COUNT)
               MOVE SPACES TO RC-VENDOR-CODE (WS-RECEIPT-COUNT)
               MOVE ZERO TO RC-UNIT-COST (WS-RECEIPT-COUNT)
               MOVE 'N' TO RC-QUARANTINE-SW (WS-RECEIPT-COUNT)
               SET IP-IDX TO 1
               SEARCH WS-INSPECT-ENTRY
                   AT END
                       CONTINUE
                   WHEN IP-IDX > WS-INSPECT-COUNT
                       CONTINUE
                   WHEN IQ-PRODUCT-CODE (IP-IDX) = GR-PRODUCT-CODE
                       MOVE 'Y' TO RC-QUARANTINE-SW (WS-RECEIPT-COUNT)
               END-SEARCH
           ELSE
               DISPLAY 'ERROR: RECEIPT TABLE FULL - PO '
                   GR-PO-NUMBER ' NOT LOADED'

       RECEIVE-ONE-PO-LINE.
           IF PO-LINE-OPEN
               IF PO-DROP-SHIP
                   PERFORM APPLY-CONFIRMS-TO-LINE
                       VARYING WS-DSCONF-SUB FROM 1 BY 1
                       UNTIL WS-DSCONF-SUB > WS-DSCONF-COUNT
               ELSE
                   PERFORM APPLY-RECEIPTS-TO-LINE
                       VARYING WS-RECEIPT-SUB FROM 1 BY 1
                       UNTIL WS-RECEIPT-SUB > WS-RECEIPT-COUNT
               END-IF
               PERFORM SETTLE-PO-LINE
           END-IF
           WRITE OPEN-PO-OUT-RECORD FROM OPEN-PO-RECORD
               AND RC-PRODUCT-CODE (WS-RECEIPT-SUB) = PO-PRODUCT-CODE
               AND RC-MATCHED-SW (WS-RECEIPT-SUB) = 'N'
               MOVE 'Y' TO RC-MATCHED-SW (WS-RECEIPT-SUB)
               MOVE PO-VENDOR-CODE TO RC-VENDOR-CODE (WS-RECEIPT-SUB)
               PERFORM STAMP-RECEIPT-COST
               ADD RC-RECEIVED-QTY (WS-RECEIPT-SUB)
                   TO PO-RECEIVED-QTY
               IF RC-RECEIPT-DATE (WS-RECEIPT-SUB)
                   MOVE RC-RECEIPT-DATE (WS-RECEIPT-SUB)
                       TO PO-LAST-RECEIPT-DATE
               END-IF
               IF RC-QUARANTINE-SW (WS-RECEIPT-SUB) = 'Y'
                   PERFORM WRITE-QUARANTINE-ROW
               ELSE
                   PERFORM ADD-TO-PUTAWAY-TABLE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 検査待ちの受入は在庫に入れず隔離ファイルへ。検査結果で
      * RECEIVING-INSPECTIONが合格分を在庫へ、不合格分を返品へ回す。
      *----------------------------------------------------------------
       WRITE-QUARANTINE-ROW.
           MOVE RC-PO-NUMBER (WS-RECEIPT-SUB) TO QS-PO-NUMBER
           MOVE RC-PRODUCT-CODE (WS-RECEIPT-SUB) TO QS-PRODUCT-CODE
           MOVE PO-VENDOR-CODE TO QS-VENDOR-CODE
           MOVE RC-WAREHOUSE-CODE (WS-RECEIPT-SUB)
               TO QS-WAREHOUSE-CODE
           MOVE RC-RECEIPT-DATE (WS-RECEIPT-SUB) TO QS-RECEIPT-DATE
           MOVE RC-LOT-NUMBER (WS-RECEIPT-SUB) TO QS-LOT-NUMBER
           MOVE RC-EXPIRY-DATE (WS-RECEIPT-SUB) TO QS-EXPIRY-DATE
           MOVE RC-RECEIVED-QTY (WS-RECEIPT-SUB)
               TO QS-QUARANTINE-QTY
           MOVE RC-UNIT-COST (WS-RECEIPT-SUB) TO QS-UNIT-COST
           WRITE QUARANTINE-STOCK-RECORD
           ADD 1 TO WS-QUARANTINED-COUNT.

      *----------------------------------------------------------------
      * The PO cost in yen for the moving average.  A currency the
      * rate table does not carry cannot be restated, so the receipt
      * is left out of the average rather than costed wrongly.
      *----------------------------------------------------------------
       STAMP-RECEIPT-COST.
           MOVE ZERO TO RC-UNIT-COST (WS-RECEIPT-SUB)
           IF PO-CURRENCY-CODE = SPACES
               MOVE PO-UNIT-COST TO RC-UNIT-COST (WS-RECEIPT-SUB)
           ELSE
               SET CR2-IDX TO 1
               SEARCH CR2-ENTRY
                   AT END
                       DISPLAY 'NO YEN RATE FOR ' PO-CURRENCY-CODE
                           ' - PO ' PO-NUMBER ' NOT AVERAGED'
                   WHEN CR2-CURRENCY-CODE (CR2-IDX) = PO-CURRENCY-CODE
                       COMPUTE RC-UNIT-COST (WS-RECEIPT-SUB) ROUNDED =
                           PO-UNIT-COST * CR2-YEN-RATE (CR2-IDX)
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * 仕入先の出荷確認を直送の発注行へ。確認数量を受入数量とし、
      * 顧客の受注行をSHIPMENT-CONFIRMATIONと同じ形で請求キューと
      * 出荷確定ファイルへ書く。倉庫はDROP、在庫には触れない。
      *----------------------------------------------------------------
       APPLY-CONFIRMS-TO-LINE.
           IF DX-PO-NUMBER (WS-DSCONF-SUB) = PO-NUMBER
               AND DX-PRODUCT-CODE (WS-DSCONF-SUB) = PO-PRODUCT-CODE
               AND DX-MATCHED-SW (WS-DSCONF-SUB) = 'N'
               MOVE 'Y' TO DX-MATCHED-SW (WS-DSCONF-SUB)
               ADD DX-SHIPPED-QTY (WS-DSCONF-SUB)
                   TO PO-RECEIVED-QTY
               IF DX-SHIP-DATE (WS-DSCONF-SUB)
                   > PO-LAST-RECEIPT-DATE
                   MOVE DX-SHIP-DATE (WS-DSCONF-SUB)
                       TO PO-LAST-RECEIPT-DATE
               END-IF
               PERFORM QUEUE-DROP-SHIP-BILLING
           END-IF.

       QUEUE-DROP-SHIP-BILLING.
           IF PO-SHIP-TO-NO NOT NUMERIC
               MOVE ZERO TO PO-SHIP-TO-NO
           END-IF
           MOVE PO-CUSTOMER-ID TO BW-CUSTOMER-ID
           MOVE PO-CUST-PRODUCT-ID TO BW-PRODUCT-ID
           MOVE DX-SHIPPED-QTY (WS-DSCONF-SUB) TO BW-QUANTITY
           MOVE PO-CUST-ORDER-DATE TO BW-ORDER-DATE
           WRITE BILLING-QUEUE-RECORD FROM WS-BILLING-LINE-WORK
           MOVE PO-CUSTOMER-ID TO SP-CUSTOMER-ID
           MOVE PO-CUST-PRODUCT-ID TO SP-PRODUCT-ID
           MOVE 'DROP' TO SP-WAREHOUSE-CODE
           MOVE DX-SHIPPED-QTY (WS-DSCONF-SUB) TO SP-SHIPPED-QTY
           MOVE PO-CUST-ORDER-DATE TO SP-ORDER-DATE
           MOVE DX-SHIP-DATE (WS-DSCONF-SUB) TO SP-SHIP-DATE
           MOVE PO-SHIP-TO-NO TO SP-SHIP-TO-NO
           MOVE SPACES TO SP-LOT-NUMBER
           WRITE SHIPPED-CONFIRM-RECORD
           ADD 1 TO WS-DROP-SHIPPED-COUNT.

       SETTLE-PO-LINE.
           IF PO-RECEIVED-QTY > PO-ORDER-QTY
               MOVE 'OVER-SHIPMENT' TO DS-NOTE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF.

       REPORT-UNMATCHED-CONFIRMS.
           IF DX-MATCHED-SW (WS-DSCONF-SUB) = 'N'
               MOVE DX-PO-NUMBER (WS-DSCONF-SUB) TO DS-PO-NUMBER
               MOVE DX-PRODUCT-CODE (WS-DSCONF-SUB)
                   TO DS-PRODUCT-CODE
               MOVE ZERO TO DS-ORDER-QTY
               MOVE DX-SHIPPED-QTY (WS-DSCONF-SUB)
                   TO DS-RECEIVED-QTY
               MOVE 'NO OPEN DROP-SHIP' TO DS-NOTE
               WRITE DISCREPANCY-LINE FROM WS-DISCREPANCY-DETAIL-LINE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF.

       LOAD-DROP-SHIP-CONFIRMS.
           OPEN INPUT DROP-CONFIRM-FILE
           IF DSC-FILE-OK
               PERFORM READ-DROP-CONFIRM
               PERFORM STORE-DROP-CONFIRM UNTIL DSC-FILE-EOF
               CLOSE DROP-CONFIRM-FILE
           END-IF.

       READ-DROP-CONFIRM.
           READ DROP-CONFIRM-FILE
               AT END
                   SET DSC-FILE-EOF TO TRUE
           END-READ.

       STORE-DROP-CONFIRM.
           IF WS-DSCONF-COUNT < WS-DSCONF-TABLE-MAX
               ADD 1 TO WS-DSCONF-COUNT
               MOVE DC-PO-NUMBER TO DX-PO-NUMBER (WS-DSCONF-COUNT)
               MOVE DC-PRODUCT-CODE
                   TO DX-PRODUCT-CODE (WS-DSCONF-COUNT)
               MOVE DC-SHIPPED-QTY
                   TO DX-SHIPPED-QTY (WS-DSCONF-COUNT)
               MOVE DC-SHIP-DATE TO DX-SHIP-DATE (WS-DSCONF-COUNT)
               MOVE 'N' TO DX-MATCHED-SW (WS-DSCONF-COUNT)
           ELSE
               DISPLAY 'ERROR: DROP-SHIP CONFIRM TABLE FULL - PO '
                   DC-PO-NUMBER ' NOT LOADED'
               SET DSCONF-TABLE-OVERFLOWED TO TRUE
           END-IF
           PERFORM READ-DROP-CONFIRM.

       ADD-TO-PUTAWAY-TABLE.
           SET PUTAWAY-NOT-FOUND TO TRUE
           PERFORM FIND-PUTAWAY-ENTRY
      * と同じ要領で行を追加する。
      *----------------------------------------------------------------
       PUT-AWAY-STOCK.
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
               PERFORM PUT-AWAY-ONE-PRODUCT UNTIL PROD-FILE-EOF
               CLOSE PRODUCT-FILE
           END-IF
           IF WS-COST-METHOD-COUNT > ZERO
               CLOSE COST-HISTORY-FILE
               CLOSE GL-INTERFACE-FILE
           END-IF.

       READ-PRODUCT.

       PUT-AWAY-ONE-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-CHANGED-SW
           PERFORM CHECK-COST-METHOD
           IF PRODUCT-MOVING-AVERAGE
               MOVE 在庫数量 TO WS-COST-ON-HAND
               PERFORM AVERAGE-IN-RECEIPT
                   VARYING WS-RECEIPT-SUB FROM 1 BY 1
                   UNTIL WS-RECEIPT-SUB > WS-RECEIPT-COUNT
           END-IF
           PERFORM PUT-AWAY-IF-MATCHED
               VARYING WS-PUTAWAY-SUB FROM 1 BY 1
               UNTIL WS-PUTAWAY-SUB > WS-PUTAWAY-COUNT
               MOVE ZERO TO PW-PUTAWAY-QTY (WS-PUTAWAY-SUB)
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
      * 移動平均: (手持数量x旧原価 + 受入数量x発注単価) / 合計数量。
      * 受入ごとに順に平均し、原価履歴と仕入価格差異を書く。
      * 手持数量は入庫前の在庫数量から受入ごとに積み上げる。検査
      * 待ちの受入は在庫に入らないので、ここでは平均しない -
      * RECEIVING-INSPECTIONが合格数量を入庫する時に平均する。
      *----------------------------------------------------------------
       AVERAGE-IN-RECEIPT.
           IF RC-MATCHED-SW (WS-RECEIPT-SUB) = 'Y'
               AND RC-PRODUCT-CODE (WS-RECEIPT-SUB) = 製品ーコード
               AND RC-RECEIVED-QTY (WS-RECEIPT-SUB) > ZERO
               AND RC-UNIT-COST (WS-RECEIPT-SUB) > ZERO
               AND RC-QUARANTINE-SW (WS-RECEIPT-SUB) = 'N'
               MOVE 原価 TO WS-OLD-COST
               COMPUTE WS-RECEIPT-VARIANCE =
                   (RC-UNIT-COST (WS-RECEIPT-SUB) - WS-OLD-COST)
                       * RC-RECEIVED-QTY (WS-RECEIPT-SUB)
               COMPUTE 原価 ROUNDED =
                   (WS-COST-ON-HAND * WS-OLD-COST
                       + RC-RECEIVED-QTY (WS-RECEIPT-SUB)
                           * RC-UNIT-COST (WS-RECEIPT-SUB))
                   / (WS-COST-ON-HAND
                       + RC-RECEIVED-QTY (WS-RECEIPT-SUB))
               PERFORM WRITE-COST-HISTORY
               PERFORM POST-PRICE-VARIANCE
               ADD RC-RECEIVED-QTY (WS-RECEIPT-SUB) TO WS-COST-ON-HAND
               IF 原価 NOT = WS-OLD-COST
                   SET PRODUCT-RECORD-CHANGED TO TRUE
               END-IF
               ADD 1 TO WS-COST-CHANGE-COUNT
           END-IF.

       WRITE-COST-HISTORY.
           MOVE WS-TODAY-CCYYMMDD TO CS-CHANGE-DATE
           MOVE 製品ーコード TO CS-PRODUCT-CODE
           MOVE RC-PO-NUMBER (WS-RECEIPT-SUB) TO CS-PO-NUMBER
           MOVE WS-COST-ON-HAND TO CS-ON-HAND-QTY
           MOVE RC-RECEIVED-QTY (WS-RECEIPT-SUB) TO CS-RECEIVED-QTY
           MOVE RC-UNIT-COST (WS-RECEIPT-SUB) TO CS-PO-UNIT-COST
           MOVE WS-OLD-COST TO CS-OLD-COST
           MOVE 原価 TO CS-NEW-COST
           MOVE WS-RECEIPT-VARIANCE TO CS-VARIANCE-AMOUNT
           SET CS-FROM-RECEIPT TO TRUE
           MOVE ZERO TO CS-CHARGE-AMOUNT
           WRITE COST-HISTORY-RECORD.

      *----------------------------------------------------------------
      * Paid above the carried cost: debit the variance, credit
      * purchases.  Paid below it: the reverse.  Purchases carry the
      * receipt in full once the invoice is booked, so the pair
      * moves the difference out of purchases into the variance
      * account and nothing is left on a balance sheet account for
      * anyone to clear.  Inventory is left alone - the re-averaged
      * 原価 already holds the receipt at PO cost, and a posting
      * there would move the GL against the stock ledger.
      *----------------------------------------------------------------
       POST-PRICE-VARIANCE.
           MOVE RC-PO-NUMBER (WS-RECEIPT-SUB) TO GK-PO-NUMBER
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
           MOVE 'GOODS-RECEIPT' TO GL-SOURCE-PROGRAM
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
                       'RECEIPTS NOT POSTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-COST-METHOD.

       LOAD-INSPECTION-PRODUCTS.
           OPEN INPUT INSPECTION-PRODUCT-FILE
           IF INSP-FILE-OK
               PERFORM READ-INSPECTION-PRODUCT
               PERFORM STORE-INSPECTION-PRODUCT UNTIL INSP-FILE-EOF
               CLOSE INSPECTION-PRODUCT-FILE
           END-IF.

       READ-INSPECTION-PRODUCT.
           READ INSPECTION-PRODUCT-FILE
               AT END
                   SET INSP-FILE-EOF TO TRUE
           END-READ.

       STORE-INSPECTION-PRODUCT.
           IF IP-INSPECTION-REQUIRED
               IF WS-INSPECT-COUNT < WS-INSPECT-TABLE-MAX
                   ADD 1 TO WS-INSPECT-COUNT
                   MOVE IP-PRODUCT-CODE
                       TO IQ-PRODUCT-CODE (WS-INSPECT-COUNT)
               ELSE
                   DISPLAY 'ERROR: INSPECTION PRODUCT TABLE FULL - '
                       'RECEIPTS NOT POSTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-INSPECTION-PRODUCT.

       WRITE-RECEIPT-MOVEMENT.
           MOVE 'RC' TO WS-MOVEMENT-TYPE
           MOVE WS-BUCKET-CREDIT-QTY TO WS-MOVEMENT-QTY
           IF RC-MATCHED-SW (WS-RECEIPT-SUB) = 'Y'
               AND RC-LOT-POSTED-SW (WS-RECEIPT-SUB) = 'N'
               AND RC-LOT-NUMBER (WS-RECEIPT-SUB) NOT = SPACES
               AND RC-QUARANTINE-SW (WS-RECEIPT-SUB) = 'N'
               AND LO-PRODUCT-CODE
                   = RC-PRODUCT-CODE (WS-RECEIPT-SUB)
               AND LO-LOT-NUMBER = RC-LOT-NUMBER (WS-RECEIPT-SUB)
           IF RC-MATCHED-SW (WS-RECEIPT-SUB) = 'Y'
               AND RC-LOT-POSTED-SW (WS-RECEIPT-SUB) = 'N'
               AND RC-LOT-NUMBER (WS-RECEIPT-SUB) NOT = SPACES
               AND RC-QUARANTINE-SW (WS-RECEIPT-SUB) = 'N'
               MOVE RC-PRODUCT-CODE (WS-RECEIPT-SUB)
                   TO LO-PRODUCT-CODE
               MOVE RC-LOT-NUMBER (WS-RECEIPT-SUB)
               MOVE 'Y' TO RC-LOT-POSTED-SW (WS-RECEIPT-SUB)
           END-IF.

      *----------------------------------------------------------------
      * 入荷ロットの履歴: 発注番号と仕入先を付けてLOTRCPT.DATへ追記。
      *----------------------------------------------------------------
       RECORD-LOT-RECEIPTS.
           OPEN EXTEND LOT-RECEIPT-FILE
           IF WS-LOTRCPT-STATUS NOT = '00'
               OPEN OUTPUT LOT-RECEIPT-FILE
           END-IF
           PERFORM RECORD-ONE-LOT-RECEIPT
               VARYING WS-RECEIPT-SUB FROM 1 BY 1
               UNTIL WS-RECEIPT-SUB > WS-RECEIPT-COUNT
           CLOSE LOT-RECEIPT-FILE.

       RECORD-ONE-LOT-RECEIPT.
           IF RC-MATCHED-SW (WS-RECEIPT-SUB) = 'Y'
               AND RC-LOT-NUMBER (WS-RECEIPT-SUB) NOT = SPACES
               MOVE RC-PRODUCT-CODE (WS-RECEIPT-SUB)
                   TO LH-PRODUCT-CODE
               MOVE RC-LOT-NUMBER (WS-RECEIPT-SUB) TO LH-LOT-NUMBER
               MOVE RC-EXPIRY-DATE (WS-RECEIPT-SUB) TO LH-EXPIRY-DATE
               MOVE RC-WAREHOUSE-CODE (WS-RECEIPT-SUB)
                   TO LH-WAREHOUSE-CODE
               MOVE RC-PO-NUMBER (WS-RECEIPT-SUB) TO LH-PO-NUMBER
               MOVE RC-VENDOR-CODE (WS-RECEIPT-SUB) TO LH-VENDOR-CODE
               MOVE RC-RECEIPT-DATE (WS-RECEIPT-SUB)
                   TO LH-RECEIPT-DATE
               MOVE RC-RECEIVED-QTY (WS-RECEIPT-SUB)
                   TO LH-RECEIVED-QTY
               WRITE LOT-RECEIPT-HISTORY-RECORD
           END-IF.

       CHECK-WAITING-BACKORDERS.
           OPEN INPUT BACKORDER-FILE
           IF BKO-FILE-OK
