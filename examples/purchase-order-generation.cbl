      * no agreement is on file), and the document shows the
      * committed cost per line and per order, so the open
      * commitment is money, not just quantities.
      * Products flagged 直送品 are never stocked and are left out of
      * the reorder scan; instead every customer line waiting on the
      * ORDDROP.DAT drop-ship queue gets a PO of its own from the
      * product's メーカーコード vendor for exactly the ordered
      * quantity, printed with the customer's delivery address - the
      * SHIPTO.DAT ship-to, or the CUSTOMER.DAT sold-to for ship-to
      * 000 - and written to OPENPO.DAT as a drop-ship line carrying
      * the order it fills.  Drop-ship lines do not count as stock on
      * order.  A queued line whose item cannot be found in
      * 製品マスター is kept on the queue for the next run and the
      * rest of the queue is retired to ORDDROP.G1.
      * PO numbers continue from the highest sequence already on
      * OPENPO.DAT for the run date, so orders raised earlier the
      * same day - blanket-agreement releases from BLANKET-RELEASE -
      * are never numbered over.  Those releases are ordinary open
      * lines and are netted as stock on order like any other.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-VEND-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-PROD-STATUS.
           SELECT CANDIDATE-WORK-FILE ASSIGN TO "POCAND.WRK"
           SELECT VENDOR-PRICE-FILE ASSIGN TO "VENDPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VPRC-STATUS.
           SELECT DROP-QUEUE-FILE ASSIGN TO "ORDDROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROPQ-STATUS.
           SELECT DROP-HOLD-FILE ASSIGN TO "ORDDROP.HLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-PRICE-FILE.
       COPY VENDOR-PRICE-RECORD.

       FD  DROP-QUEUE-FILE.
       COPY ORDER-DATA.

       FD  DROP-HOLD-FILE.
       01  DROP-HOLD-RECORD             PIC X(32).

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  SHIP-TO-FILE.
       COPY SHIP-TO-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-VEND-STATUS                PIC XX.
           88  VEND-FOUND                    VALUE '00'.
       01  WS-VPRC-STATUS                PIC XX.
           88  VPRC-FILE-OK                  VALUE '00'.
           88  VPRC-FILE-EOF                 VALUE '10'.
       01  WS-DROPQ-STATUS               PIC XX.
           88  DROPQ-FILE-OK                 VALUE '00'.
           88  DROPQ-FILE-EOF                VALUE '10'.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-SHIPTO-STATUS              PIC XX.

       01  WS-DROPQ-FILE-NAME            PIC X(20)
                                            VALUE 'ORDDROP.DAT'.
       01  WS-DROPQ-GEN-FILE-NAME        PIC X(20)
                                            VALUE 'ORDDROP.G1'.
       01  WS-DROPQ-HOLD-FILE-NAME       PIC X(20)
                                            VALUE 'ORDDROP.HLD'.
       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).
       01  WS-DROP-PO-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-DROP-HELD-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-PO-SEQ                     PIC 9(4) VALUE ZERO.
       01  WS-PO-NUMBER.
           05  WS-PN-DATE                 PIC 9(8).
           05  WS-PN-SEQ                  PIC 9(4).
       01  WS-SEEN-PO-NUMBER.
           05  WS-SEEN-DATE               PIC 9(8).
           05  WS-SEEN-SEQ                PIC 9(4).
       01  WS-PRIOR-VENDOR-CODE          PIC X(10).
       01  WS-LINE-VENDOR-CODE           PIC X(10).
       01  WS-LINE-PRODUCT-CODE          PIC X(20).
       01  WS-FIRST-VENDOR-SW            PIC X(1) VALUE 'Y'.
           88  FIRST-VENDOR                  VALUE 'Y'.
       01  WS-VENDOR-MINIMUM-QTY         PIC 9(5).

       01  WS-PO-BLANK-LINE             PIC X(90) VALUE SPACES.

       01  WS-PO-DROP-SHIP-LINE.
           05  FILLER                  PIC X(28)
               VALUE 'DROP SHIP - DELIVER TO CUST '.
           05  PS-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  PS-SHIP-TO-NO            PIC 9(3).
           05  FILLER                  PIC X(12)
               VALUE '  ORDER OF: '.
           05  PS-ORDER-DATE            PIC 9(8).

       01  WS-PO-DELIVER-TO-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  PS-DELIVER-TO-TEXT       PIC X(70).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           IF NOT FIRST-VENDOR
               PERFORM CLOSE-OUT-PO-TOTAL
           END-IF
           PERFORM RAISE-DROP-SHIP-ORDERS
           CLOSE VENDOR-FILE
           CLOSE SORTED-CAND-FILE
           CLOSE OPEN-PO-FILE
           CLOSE PO-DOCUMENT-FILE
           DISPLAY 'PO GENERATION - CANDIDATES: ' WS-CANDIDATE-COUNT
               ' PURCHASE ORDERS: ' WS-PO-COUNT
               ' DROP-SHIP: ' WS-DROP-PO-COUNT
               ' HELD ON QUEUE: ' WS-DROP-HELD-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * OPENPO.DATの未納残(発注数-受入数)を製品別に積み上げる。
      * 昨日起こした発注が届くまで毎晩同じ不足を再発注しないための
      * 網である。ファイルが無ければ発注残ゼロで進む。
      * 同じ日に既に起こされたPO番号(包括契約の出荷指示など)の
      * 続きから採番する。
      *----------------------------------------------------------------
       ROLL-UP-OPEN-PO-LINES.
           OPEN INPUT OPEN-PO-FILE
           END-READ.

       ROLL-UP-ONE-PO-LINE.
           MOVE PO-NUMBER TO WS-SEEN-PO-NUMBER
           IF WS-SEEN-DATE = WS-RUN-DATE
               AND WS-SEEN-SEQ > WS-PO-SEQ
               MOVE WS-SEEN-SEQ TO WS-PO-SEQ
           END-IF
           IF PO-LINE-OPEN
               AND NOT PO-DROP-SHIP
               AND PO-ORDER-QTY > PO-RECEIVED-QTY
               COMPUTE WS-OUTSTANDING-QTY =
                   PO-ORDER-QTY - PO-RECEIVED-QTY
      * PRODUCT-REORDER-REPORTと同じ判定: 在庫数量が発注点以下の
      * 製品を候補とし、最大在庫数まで補充する数量を提案する。
      * ただし発注残がある分は差し引き、残り不足が無ければ候補に
      * しない。直送品は在庫を持たないので補充しない。
      *----------------------------------------------------------------
       BUILD-CANDIDATE-FILE.
           OPEN INPUT PRODUCT-FILE
           CLOSE CANDIDATE-WORK-FILE.

       READ-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   SET PROD-FILE-EOF TO TRUE
           END-READ.

       SELECT-CANDIDATE.
           IF 在庫数量 NOT > 発注点
               AND NOT 直送品
               PERFORM LOOK-UP-ON-ORDER-QTY
               COMPUTE WS-NET-SHORTFALL = 最大在庫数 - 在庫数量
                   - WS-OUTSTANDING-QTY
               MOVE 'N' TO WS-FIRST-VENDOR-SW
               PERFORM START-NEW-PURCHASE-ORDER
           END-IF
           MOVE SC-PRODUCT-CODE TO WS-LINE-PRODUCT-CODE
           MOVE SC-SUGGESTED-QTY TO WS-ORDER-QTY
           IF WS-ORDER-QTY < WS-VENDOR-MINIMUM-QTY
               MOVE WS-VENDOR-MINIMUM-QTY TO WS-ORDER-QTY
           END-IF
           PERFORM PRICE-THIS-LINE
           MOVE SPACE TO PO-DROP-SHIP-SW
           MOVE ZERO TO PO-CUSTOMER-ID
           MOVE ZERO TO PO-CUST-PRODUCT-ID
           MOVE ZERO TO PO-CUST-ORDER-DATE
           MOVE ZERO TO PO-SHIP-TO-NO
           PERFORM WRITE-OPEN-PO-LINE
           PERFORM PRINT-PO-DETAIL-LINE
           PERFORM READ-SORTED-CANDIDATE.

       PRINT-PO-DETAIL-LINE.
           MOVE WS-LINE-PRODUCT-CODE TO PL-PRODUCT-CODE
           MOVE WS-ORDER-QTY TO PL-ORDER-QTY
           MOVE WS-LINE-COMMITTED TO PL-LINE-COMMITTED
           IF WS-AGREED-EFFECTIVE = ZERO
           ELSE
               MOVE SPACES TO PL-PRICE-NOTE
           END-IF
           WRITE PO-DOCUMENT-LINE FROM WS-PO-DETAIL-LINE.

       LOAD-AGREED-PRICES.
           OPEN INPUT VENDOR-PRICE-FILE
           ADD WS-LINE-COMMITTED TO WS-PO-COMMITTED.

       PICK-AGREED-PRICE.
           IF PR-VENDOR-CODE (WS-PRICE-SUB) = WS-LINE-VENDOR-CODE
               AND PR-PRODUCT-CODE (WS-PRICE-SUB)
                   = WS-LINE-PRODUCT-CODE
               AND PR-EFFECTIVE-DATE (WS-PRICE-SUB)
                   NOT > WS-RUN-DATE
               AND PR-EFFECTIVE-DATE (WS-PRICE-SUB)
           WRITE PO-DOCUMENT-LINE FROM WS-PO-TOTAL-LINE.

       START-NEW-PURCHASE-ORDER.
           MOVE SC-VENDOR-CODE TO WS-LINE-VENDOR-CODE
           MOVE SC-VENDOR-CODE TO WS-PRIOR-VENDOR-CODE
           PERFORM OPEN-PURCHASE-ORDER.

       OPEN-PURCHASE-ORDER.
           MOVE ZERO TO WS-PO-COMMITTED
           ADD 1 TO WS-PO-SEQ
           MOVE WS-RUN-DATE TO WS-PN-DATE
           MOVE WS-PO-SEQ TO WS-PN-SEQ
           MOVE ZERO TO WS-VENDOR-MINIMUM-QTY
           MOVE 'VENDOR NOT ON FILE' TO PD-VENDOR-NAME
           MOVE SPACES TO PD-VENDOR-ADDRESS
           MOVE WS-LINE-VENDOR-CODE TO VM-VENDOR-CODE
           READ VENDOR-FILE KEY IS VM-VENDOR-CODE
               INVALID KEY
                   CONTINUE
                   MOVE VM-MINIMUM-ORDER-QTY
                       TO WS-VENDOR-MINIMUM-QTY
           END-READ
           MOVE WS-LINE-VENDOR-CODE TO PD-VENDOR-CODE.

       WRITE-OPEN-PO-LINE.
           MOVE WS-PO-NUMBER TO PO-NUMBER
           MOVE WS-LINE-VENDOR-CODE TO PO-VENDOR-CODE
           MOVE WS-LINE-PRODUCT-CODE TO PO-PRODUCT-CODE
           MOVE WS-ORDER-QTY TO PO-ORDER-QTY
           MOVE ZERO TO PO-RECEIVED-QTY
           MOVE WS-RUN-DATE TO PO-ORDER-DATE
           MOVE WS-AGREED-COST TO PO-UNIT-COST
           MOVE WS-AGREED-CURRENCY TO PO-CURRENCY-CODE
           MOVE ZERO TO PO-LAST-RECEIPT-DATE
           MOVE ZERO TO PO-REVISION-NO
           MOVE ZERO TO PO-REVISION-DATE
           WRITE OPEN-PO-RECORD.

      *----------------------------------------------------------------
      * 直送キューの1行ごとに1枚の発注書を起こす。仕入先は製品の
      * メーカーコード、数量は受注どおり(最小発注数は当てない)、
      * 届け先は顧客の出荷先。製品マスターで引けない行はキューに
      * 残して次回に回す。
      *----------------------------------------------------------------
       RAISE-DROP-SHIP-ORDERS.
           OPEN INPUT DROP-QUEUE-FILE
           IF DROPQ-FILE-OK
               OPEN INPUT PRODUCT-FILE
               OPEN INPUT CUSTOMER-FILE
               OPEN INPUT SHIP-TO-FILE
               OPEN OUTPUT DROP-HOLD-FILE
               PERFORM READ-DROP-QUEUE
               PERFORM RAISE-ONE-DROP-SHIP-PO UNTIL DROPQ-FILE-EOF
               CLOSE DROP-QUEUE-FILE
               CLOSE PRODUCT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE SHIP-TO-FILE
               CLOSE DROP-HOLD-FILE
               CALL 'CBL_DELETE_FILE' USING WS-DROPQ-GEN-FILE-NAME
               CALL 'CBL_RENAME_FILE' USING WS-DROPQ-FILE-NAME
                                             WS-DROPQ-GEN-FILE-NAME
               IF WS-DROP-HELD-COUNT > ZERO
                   CALL 'CBL_RENAME_FILE'
                       USING WS-DROPQ-HOLD-FILE-NAME
                             WS-DROPQ-FILE-NAME
               ELSE
                   CALL 'CBL_DELETE_FILE'
                       USING WS-DROPQ-HOLD-FILE-NAME
               END-IF
           END-IF.

       READ-DROP-QUEUE.
           READ DROP-QUEUE-FILE
               AT END
                   SET DROPQ-FILE-EOF TO TRUE
           END-READ.

       RAISE-ONE-DROP-SHIP-PO.
           IF ORDER-SHIP-TO-NO NOT NUMERIC
               MOVE ZERO TO ORDER-SHIP-TO-NO
           END-IF
           MOVE 'F' TO WS-XREF-DIRECTION
           MOVE ORDER-PRODUCT-ID TO WS-XREF-RECORD-ID
           CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                          WS-XREF-RECORD-ID
                                          WS-MAPPED-PRODUCT-CODE
           END-CALL
           MOVE WS-MAPPED-PRODUCT-CODE TO 製品ーコード
           READ PRODUCT-FILE KEY IS 製品ーコード
               INVALID KEY
                   DISPLAY 'DROP-SHIP LINE HELD - ITEM NOT IN '
                       'PRODUCT MASTER: ' ORDER-PRODUCT-ID
                   WRITE DROP-HOLD-RECORD FROM ORDER-RECORD
                   END-WRITE
                   ADD 1 TO WS-DROP-HELD-COUNT
               NOT INVALID KEY
                   PERFORM WRITE-DROP-SHIP-PO
           END-READ
           PERFORM READ-DROP-QUEUE.

       WRITE-DROP-SHIP-PO.
           MOVE メーカーコード TO WS-LINE-VENDOR-CODE
           MOVE 製品ーコード TO WS-LINE-PRODUCT-CODE
           MOVE ORDER-QUANTITY TO WS-ORDER-QTY
           PERFORM OPEN-PURCHASE-ORDER
           PERFORM PRINT-DELIVER-TO-BLOCK
           PERFORM PRICE-THIS-LINE
           SET PO-DROP-SHIP TO TRUE
           MOVE ORDER-CUSTOMER-ID TO PO-CUSTOMER-ID
           MOVE ORDER-PRODUCT-ID TO PO-CUST-PRODUCT-ID
           MOVE ORDER-DATE TO PO-CUST-ORDER-DATE
           MOVE ORDER-SHIP-TO-NO TO PO-SHIP-TO-NO
           PERFORM WRITE-OPEN-PO-LINE
           PERFORM PRINT-PO-DETAIL-LINE
           PERFORM CLOSE-OUT-PO-TOTAL
           ADD 1 TO WS-DROP-PO-COUNT.

      *----------------------------------------------------------------
      * 届け先: 出荷先000は請求先顧客の名称と住所、それ以外は出荷先
      * マスターの届け先(倉庫の納品書と同じ並び)。
      *----------------------------------------------------------------
       PRINT-DELIVER-TO-BLOCK.
           MOVE ORDER-CUSTOMER-ID TO PS-CUSTOMER-ID
           MOVE ORDER-SHIP-TO-NO TO PS-SHIP-TO-NO
           MOVE ORDER-DATE TO PS-ORDER-DATE
           WRITE PO-DOCUMENT-LINE FROM WS-PO-DROP-SHIP-LINE
           IF ORDER-SHIP-TO-NO = ZERO
               PERFORM PRINT-SOLD-TO-ADDRESS
           ELSE
               MOVE ORDER-CUSTOMER-ID TO ST-CUSTOMER-ID
               MOVE ORDER-SHIP-TO-NO TO ST-SHIP-TO-NO
               READ SHIP-TO-FILE KEY IS ST-KEY
                   INVALID KEY
                       MOVE 'SHIP-TO NOT ON FILE'
                           TO PS-DELIVER-TO-TEXT
                       WRITE PO-DOCUMENT-LINE
                           FROM WS-PO-DELIVER-TO-LINE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM PRINT-SHIP-TO-ADDRESS
               END-READ
           END-IF.

       PRINT-SOLD-TO-ADDRESS.
           MOVE ORDER-CUSTOMER-ID TO RECORD-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE KEY IS RECORD-ID OF CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO PS-DELIVER-TO-TEXT
                   WRITE PO-DOCUMENT-LINE FROM WS-PO-DELIVER-TO-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RECORD-NAME OF CUSTOMER-RECORD
                       TO PS-DELIVER-TO-TEXT
                   WRITE PO-DOCUMENT-LINE FROM WS-PO-DELIVER-TO-LINE
                   MOVE CUSTOMER-ADDRESS TO PS-DELIVER-TO-TEXT
                   WRITE PO-DOCUMENT-LINE FROM WS-PO-DELIVER-TO-LINE
                   END-WRITE
           END-READ.

       PRINT-SHIP-TO-ADDRESS.
           MOVE ST-SHIP-TO-NAME TO PS-DELIVER-TO-TEXT
           WRITE PO-DOCUMENT-LINE FROM WS-PO-DELIVER-TO-LINE
           MOVE SPACES TO PS-DELIVER-TO-TEXT
           STRING ST-POSTAL-CODE (1:3) '-' ST-POSTAL-CODE (4:4)
               '  ' ST-PREFECTURE ST-CITY
               DELIMITED BY SIZE INTO PS-DELIVER-TO-TEXT
           END-STRING
           WRITE PO-DOCUMENT-LINE FROM WS-PO-DELIVER-TO-LINE
           MOVE SPACES TO PS-DELIVER-TO-TEXT
           STRING ST-STREET ST-BUILDING
               DELIMITED BY SIZE INTO PS-DELIVER-TO-TEXT
           END-STRING
           WRITE PO-DOCUMENT-LINE FROM WS-PO-DELIVER-TO-LINE
           MOVE SPACES TO PS-DELIVER-TO-TEXT
           STRING 'TEL ' ST-PHONE '  ' ST-DELIVERY-NOTES
               DELIMITED BY SIZE INTO PS-DELIVER-TO-TEXT
           END-STRING
           WRITE PO-DOCUMENT-LINE FROM WS-PO-DELIVER-TO-LINE.
