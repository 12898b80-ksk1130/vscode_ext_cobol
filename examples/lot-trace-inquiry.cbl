       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-TRACE-INQUIRY.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Answers the auditor's two questions about a lot.  LOTTRACE.PRM
      * asks either a forward or a backward trace; the answer prints
      * to LOTTRACE.RPT.
      * A forward trace (direction F) names a 製品ーコード and the
      * vendor's lot number.  It lists the LOTRCPT.DAT receipts that
      * brought the lot in (PO, vendor, date, quantity), what is
      * still on hand per warehouse on LOTS.DAT, and every
      * SHIPPED.DAT line that carried the lot out - customer,
      * ship-to, date and quantity - then one total per customer
      * and ship-to with received, shipped and on-hand totals so the
      * lot can be shown to balance.  Each of those customers and
      * ship-tos is written to the RECALL.DAT recall letter extract
      * with the delivery name and address and, where verified, the
      * e-mail address.
      * A backward trace (direction B) names a customer, optionally
      * narrowed to one product code and one ship date.  It lists
      * the customer's SHIPPED.DAT lines with the lot each was drawn
      * from, and for each distinct lot the receipts it came in on
      * with the purchase order and the vendor.
      * SHIPPED.DAT keys the product by the 8-digit RECORD-ID; the
      * ITEMXREF link maps it to and from the 製品ーコード used by
      * the lot files.  Shipments made before lots were recorded on
      * SHIPPED.DAT show no lot.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "LOTTRACE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT LOT-RECEIPT-FILE ASSIGN TO "LOTRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTRCPT-STATUS.
           SELECT LOT-MASTER-FILE ASSIGN TO "LOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.
           SELECT SHIPPED-FILE ASSIGN TO "SHIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT CUST-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT XREF-FILE ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT JCUSTOMER-FILE ASSIGN TO "JCUSTOMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCUST-STATUS.
           SELECT RECALL-FILE ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRACE-REPORT-FILE ASSIGN TO "LOTTRACE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  TRACE-PARM-RECORD.
           05  LQ-TRACE-DIRECTION       PIC X(1).
               88  LQ-FORWARD-TRACE         VALUE 'F'.
               88  LQ-BACKWARD-TRACE        VALUE 'B'.
           05  LQ-PRODUCT-CODE          PIC X(20).
           05  LQ-LOT-NUMBER            PIC X(10).
           05  LQ-CUSTOMER-ID           PIC 9(8).
           05  LQ-SHIP-DATE             PIC 9(8).

       FD  LOT-RECEIPT-FILE.
       COPY LOT-RECEIPT-HISTORY-RECORD.

       FD  LOT-MASTER-FILE.
       COPY LOT-MASTER-RECORD.

       FD  SHIPPED-FILE.
       COPY SHIPPED-CONFIRM-RECORD.

       FD  VENDOR-FILE.
       COPY VENDOR-MASTER-RECORD.

       FD  CUST-FILE.
       COPY CUSTOMER-DATA.

       FD  SHIP-TO-FILE.
       COPY SHIP-TO-RECORD.

       FD  XREF-FILE.
       COPY CUSTOMER-KEY-XREF-RECORD.

       FD  JCUSTOMER-FILE.
       COPY 顧客データー.

       FD  RECALL-FILE.
       COPY RECALL-NOTICE-RECORD.

       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-LINE            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-LOTRCPT-STATUS             PIC XX.
           88  LOTRCPT-FILE-OK               VALUE '00'.
           88  LOTRCPT-FILE-EOF              VALUE '10'.
       01  WS-LOT-STATUS                 PIC XX.
           88  LOT-FILE-OK                   VALUE '00'.
           88  LOT-FILE-EOF                  VALUE '10'.
       01  WS-SHIP-STATUS                PIC XX.
           88  SHIP-FILE-OK                  VALUE '00'.
           88  SHIP-FILE-EOF                 VALUE '10'.
       01  WS-VEND-STATUS                PIC XX.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-SHIPTO-STATUS              PIC XX.
       01  WS-XREF-STATUS                PIC XX.
           88  XREF-FILE-OK                  VALUE '00'.
           88  XREF-FILE-EOF                 VALUE '10'.
       01  WS-JCUST-STATUS               PIC XX.
           88  JCUST-FILE-OK                 VALUE '00'.
           88  JCUST-FILE-EOF                VALUE '10'.

       01  WS-TRACE-DIRECTION            PIC X(1) VALUE SPACE.
           88  FORWARD-TRACE                 VALUE 'F'.
           88  BACKWARD-TRACE                VALUE 'B'.
       01  WS-TRACE-PRODUCT-CODE         PIC X(20).
       01  WS-TRACE-LOT-NUMBER           PIC X(10).
       01  WS-TRACE-CUSTOMER-ID          PIC 9(8).
       01  WS-TRACE-SHIP-DATE            PIC 9(8).
       01  WS-LINKED-RECORD-ID           PIC 9(8) VALUE ZERO.

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-XREF-CODE-WORK             PIC X(20).
       01  WS-SHIPPED-PRODUCT-CODE       PIC X(20).

       01  WS-RECEIVED-TOTAL             PIC 9(7) VALUE ZERO.
       01  WS-ON-HAND-TOTAL              PIC 9(7) VALUE ZERO.
       01  WS-SHIPPED-TOTAL              PIC 9(7) VALUE ZERO.
       01  WS-RECEIPT-FOUND-SW           PIC X(1).
           88  RECEIPT-FOUND                 VALUE 'Y'.

      *----------------------------------------------------------------
      * 前方追跡: 顧客・納品先毎の出荷合計(リコール通知の単位)。
      *----------------------------------------------------------------
       01  WS-RECIPIENT-TABLE-MAX        PIC 9(3) VALUE 500.
       01  WS-RECIPIENT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-RECIPIENT-ENTRIES.
           05  WS-RECIPIENT-ENTRY        OCCURS 500 TIMES
                                             INDEXED BY RL-IDX.
               10  RL-CUSTOMER-ID            PIC 9(8).
               10  RL-SHIP-TO-NO             PIC 9(3).
               10  RL-SHIPPED-QTY            PIC 9(7).
               10  RL-FIRST-SHIP-DATE        PIC 9(8).
               10  RL-LAST-SHIP-DATE         PIC 9(8).
       01  WS-RECIPIENT-SUB              PIC 9(3) COMP.

      *----------------------------------------------------------------
      * 後方追跡: 顧客が受け取った製品とロットの組(重複なし)。
      *----------------------------------------------------------------
       01  WS-LOT-TABLE-MAX              PIC 9(3) VALUE 200.
       01  WS-LOT-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-LOT-ENTRIES.
           05  WS-LOT-ENTRY              OCCURS 200 TIMES
                                             INDEXED BY BL-IDX.
               10  BL-PRODUCT-CODE           PIC X(20).
               10  BL-LOT-NUMBER             PIC X(10).
       01  WS-LOT-SUB                    PIC 9(3) COMP.

       01  WS-LINK-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-LINK-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LINK-ENTRIES.
           05  WS-LINK-ENTRY             OCCURS 200 TIMES
                                             INDEXED BY LK-IDX.
               10  LK-RECORD-ID              PIC 9(8).
               10  LK-JCUST-ID               PIC 9(10).

       01  WS-ADDR-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-ADDR-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-ADDR-ENTRIES.
           05  WS-ADDR-ENTRY             OCCURS 200 TIMES
                                             INDEXED BY AD-IDX.
               10  AD-JCUST-ID               PIC 9(10).
               10  AD-MAIL-ADDRESS           PIC X(50).
               10  AD-MAIL-STATE             PIC X(1).

       01  WS-MAPPED-JCUST-ID            PIC 9(10).
       01  WS-FOUND-MAIL-ADDRESS         PIC X(50).
       01  WS-FOUND-MAIL-STATE           PIC X(1).

       01  WS-RECALL-COUNT               PIC 9(5) VALUE ZERO.

       01  WS-SECTION-HEADER-LINE        PIC X(110).

       01  WS-TRACE-HEADER-LINE.
           05  TH-TRACE-TITLE           PIC X(16).
           05  FILLER                  PIC X(9) VALUE 'PRODUCT: '.
           05  TH-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(6) VALUE ' LOT: '.
           05  TH-LOT-NUMBER            PIC X(10).
           05  FILLER                  PIC X(11) VALUE ' CUSTOMER: '.
           05  TH-CUSTOMER-ID           PIC X(8).
           05  FILLER                  PIC X(7) VALUE ' DATE: '.
           05  TH-SHIP-DATE             PIC X(8).

       01  WS-RECEIPT-LINE.
           05  FILLER                  PIC X(10) VALUE 'RECEIVED: '.
           05  RR-LOT-NUMBER            PIC X(10).
           05  FILLER                  PIC X(5) VALUE ' PO: '.
           05  RR-PO-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(9) VALUE ' VENDOR: '.
           05  RR-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RR-VENDOR-NAME           PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RR-RECEIPT-DATE          PIC 9(8).
           05  FILLER                  PIC X(5) VALUE ' WH: '.
           05  RR-WAREHOUSE-CODE        PIC X(5).
           05  FILLER                  PIC X(6) VALUE ' QTY: '.
           05  RR-RECEIVED-QTY          PIC ZZZZ9.

       01  WS-ON-HAND-LINE.
           05  FILLER                  PIC X(10) VALUE 'ON HAND:  '.
           05  OH-WAREHOUSE-CODE        PIC X(5).
           05  FILLER                  PIC X(6) VALUE ' QTY: '.
           05  OH-ON-HAND-QTY           PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE ' EXPIRES: '.
           05  OH-EXPIRY-DATE           PIC 9(8).

       01  WS-SHIPPED-LINE.
           05  FILLER                  PIC X(10) VALUE 'SHIPPED:  '.
           05  SL-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  SL-SHIP-TO-NO            PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SL-SHIP-DATE             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SL-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(5) VALUE ' WH: '.
           05  SL-WAREHOUSE-CODE        PIC X(5).
           05  FILLER                  PIC X(6) VALUE ' QTY: '.
           05  SL-SHIPPED-QTY           PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE ' LOT: '.
           05  SL-LOT-NUMBER            PIC X(10).

       01  WS-RECIPIENT-LINE.
           05  FILLER                  PIC X(10) VALUE 'RECALL:   '.
           05  RP-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  RP-SHIP-TO-NO            PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RP-CONTACT-NAME          PIC X(30).
           05  FILLER                  PIC X(6) VALUE ' QTY: '.
           05  RP-SHIPPED-QTY           PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RP-FIRST-SHIP-DATE       PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  RP-LAST-SHIP-DATE        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RP-MAIL-NOTE             PIC X(6).

       01  WS-BALANCE-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'LOT BALANCE - '.
           05  FILLER                  PIC X(10) VALUE 'RECEIVED: '.
           05  BA-RECEIVED-TOTAL        PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  SHIPPED: '.
           05  BA-SHIPPED-TOTAL         PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  ON HAND: '.
           05  BA-ON-HAND-TOTAL         PIC ZZZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE '  RECIPIENTS:  '.
           05  BA-RECIPIENT-COUNT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-TRACE-PARM
           EVALUATE TRUE
               WHEN FORWARD-TRACE
                   AND WS-TRACE-PRODUCT-CODE NOT = SPACES
                   AND WS-TRACE-LOT-NUMBER NOT = SPACES
                   OPEN OUTPUT TRACE-REPORT-FILE
                   PERFORM TRACE-LOT-FORWARD
                   CLOSE TRACE-REPORT-FILE
                   DISPLAY 'LOT TRACE - FORWARD ' WS-TRACE-LOT-NUMBER
                       ' RECIPIENTS: ' WS-RECIPIENT-COUNT
                       ' RECALL NOTICES: ' WS-RECALL-COUNT
               WHEN BACKWARD-TRACE
                   AND WS-TRACE-CUSTOMER-ID > ZERO
                   OPEN OUTPUT TRACE-REPORT-FILE
                   PERFORM TRACE-CUSTOMER-BACKWARD
                   CLOSE TRACE-REPORT-FILE
                   DISPLAY 'LOT TRACE - BACKWARD ' WS-TRACE-CUSTOMER-ID
                       ' LOTS: ' WS-LOT-COUNT
               WHEN OTHER
                   DISPLAY 'LOT TRACE - LOTTRACE.PRM NEEDS F WITH '
                       'PRODUCT AND LOT, OR B WITH A CUSTOMER'
           END-EVALUATE
           STOP RUN.

       READ-TRACE-PARM.
           OPEN INPUT PARM-FILE
           IF PRM-FILE-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LQ-TRACE-DIRECTION TO WS-TRACE-DIRECTION
                       MOVE LQ-PRODUCT-CODE TO WS-TRACE-PRODUCT-CODE
                       MOVE LQ-LOT-NUMBER TO WS-TRACE-LOT-NUMBER
                       MOVE LQ-CUSTOMER-ID TO WS-TRACE-CUSTOMER-ID
                       MOVE LQ-SHIP-DATE TO WS-TRACE-SHIP-DATE
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-TRACE-CUSTOMER-ID NOT NUMERIC
               MOVE ZERO TO WS-TRACE-CUSTOMER-ID
           END-IF
           IF WS-TRACE-SHIP-DATE NOT NUMERIC
               MOVE ZERO TO WS-TRACE-SHIP-DATE
           END-IF.

       WRITE-TRACE-HEADER.
           MOVE WS-TRACE-PRODUCT-CODE TO TH-PRODUCT-CODE
           MOVE WS-TRACE-LOT-NUMBER TO TH-LOT-NUMBER
           MOVE SPACES TO TH-CUSTOMER-ID
           MOVE SPACES TO TH-SHIP-DATE
           IF WS-TRACE-CUSTOMER-ID > ZERO
               MOVE WS-TRACE-CUSTOMER-ID TO TH-CUSTOMER-ID
           END-IF
           IF WS-TRACE-SHIP-DATE > ZERO
               MOVE WS-TRACE-SHIP-DATE TO TH-SHIP-DATE
           END-IF
           WRITE TRACE-REPORT-LINE FROM WS-TRACE-HEADER-LINE.

      *----------------------------------------------------------------
      * Forward: lot in (receipts), lot still here (LOTS.DAT), lot
      * out (shipments), then one recall notice per recipient.
      *----------------------------------------------------------------
       TRACE-LOT-FORWARD.
           MOVE 'FORWARD TRACE  ' TO TH-TRACE-TITLE
           PERFORM WRITE-TRACE-HEADER
           MOVE 'R' TO WS-XREF-DIRECTION
           MOVE WS-TRACE-PRODUCT-CODE TO WS-XREF-CODE-WORK
           CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                          WS-XREF-RECORD-ID
                                          WS-XREF-CODE-WORK
           END-CALL
           MOVE WS-XREF-RECORD-ID TO WS-LINKED-RECORD-ID
           OPEN INPUT VENDOR-FILE
           MOVE WS-TRACE-PRODUCT-CODE TO BL-PRODUCT-CODE (1)
           MOVE WS-TRACE-LOT-NUMBER TO BL-LOT-NUMBER (1)
           MOVE 1 TO WS-LOT-SUB
           PERFORM LIST-LOT-RECEIPTS
           CLOSE VENDOR-FILE
           PERFORM LIST-LOT-ON-HAND
           IF WS-LINKED-RECORD-ID = ZERO
               MOVE 'SHIPMENTS: NO PRODUCT.DAT LINK FOR THIS CODE'
                   TO WS-SECTION-HEADER-LINE
               WRITE TRACE-REPORT-LINE FROM WS-SECTION-HEADER-LINE
           ELSE
               PERFORM LIST-LOT-SHIPMENTS
           END-IF
           PERFORM LOAD-KEY-LINKS
           PERFORM LOAD-MAIL-ADDRESSES
           OPEN INPUT CUST-FILE
           OPEN INPUT SHIP-TO-FILE
           OPEN OUTPUT RECALL-FILE
           PERFORM WRITE-ONE-RECALL-NOTICE
               VARYING WS-RECIPIENT-SUB FROM 1 BY 1
               UNTIL WS-RECIPIENT-SUB > WS-RECIPIENT-COUNT
           CLOSE RECALL-FILE
           CLOSE SHIP-TO-FILE
           CLOSE CUST-FILE
           MOVE WS-RECEIVED-TOTAL TO BA-RECEIVED-TOTAL
           MOVE WS-SHIPPED-TOTAL TO BA-SHIPPED-TOTAL
           MOVE WS-ON-HAND-TOTAL TO BA-ON-HAND-TOTAL
           MOVE WS-RECIPIENT-COUNT TO BA-RECIPIENT-COUNT
           WRITE TRACE-REPORT-LINE FROM WS-BALANCE-LINE.

      *----------------------------------------------------------------
      * LOTRCPT.DAT rows for the product and lot in entry WS-LOT-SUB
      * of the lot table (the forward trace uses entry 1).
      *----------------------------------------------------------------
       LIST-LOT-RECEIPTS.
           MOVE 'N' TO WS-RECEIPT-FOUND-SW
           OPEN INPUT LOT-RECEIPT-FILE
           IF LOTRCPT-FILE-OK
               PERFORM READ-LOT-RECEIPT
               PERFORM SHOW-LOT-RECEIPT UNTIL LOTRCPT-FILE-EOF
               CLOSE LOT-RECEIPT-FILE
           END-IF
           IF NOT RECEIPT-FOUND
               MOVE SPACES TO WS-SECTION-HEADER-LINE
               STRING 'RECEIVED: ' BL-LOT-NUMBER (WS-LOT-SUB)
                   ' NO RECEIPT ON FILE FOR THIS LOT'
                   DELIMITED BY SIZE INTO WS-SECTION-HEADER-LINE
               END-STRING
               WRITE TRACE-REPORT-LINE FROM WS-SECTION-HEADER-LINE
           END-IF.

       READ-LOT-RECEIPT.
           READ LOT-RECEIPT-FILE
               AT END
                   SET LOTRCPT-FILE-EOF TO TRUE
           END-READ.

       SHOW-LOT-RECEIPT.
           IF LH-PRODUCT-CODE = BL-PRODUCT-CODE (WS-LOT-SUB)
               AND LH-LOT-NUMBER = BL-LOT-NUMBER (WS-LOT-SUB)
               MOVE 'Y' TO WS-RECEIPT-FOUND-SW
               ADD LH-RECEIVED-QTY TO WS-RECEIVED-TOTAL
               MOVE LH-LOT-NUMBER TO RR-LOT-NUMBER
               MOVE LH-PO-NUMBER TO RR-PO-NUMBER
               MOVE LH-VENDOR-CODE TO RR-VENDOR-CODE
               MOVE LH-RECEIPT-DATE TO RR-RECEIPT-DATE
               MOVE LH-WAREHOUSE-CODE TO RR-WAREHOUSE-CODE
               MOVE LH-RECEIVED-QTY TO RR-RECEIVED-QTY
               MOVE LH-VENDOR-CODE TO VM-VENDOR-CODE
               READ VENDOR-FILE
                   INVALID KEY
                       MOVE 'VENDOR NOT ON FILE' TO RR-VENDOR-NAME
                   NOT INVALID KEY
                       MOVE VM-VENDOR-NAME TO RR-VENDOR-NAME
               END-READ
               WRITE TRACE-REPORT-LINE FROM WS-RECEIPT-LINE
           END-IF
           PERFORM READ-LOT-RECEIPT.

       LIST-LOT-ON-HAND.
           OPEN INPUT LOT-MASTER-FILE
           IF LOT-FILE-OK
               PERFORM READ-LOT-MASTER
               PERFORM SHOW-LOT-ON-HAND UNTIL LOT-FILE-EOF
               CLOSE LOT-MASTER-FILE
           END-IF.

       READ-LOT-MASTER.
           READ LOT-MASTER-FILE
               AT END
                   SET LOT-FILE-EOF TO TRUE
           END-READ.

       SHOW-LOT-ON-HAND.
           IF LO-PRODUCT-CODE = WS-TRACE-PRODUCT-CODE
               AND LO-LOT-NUMBER = WS-TRACE-LOT-NUMBER
               ADD LO-ON-HAND-QTY TO WS-ON-HAND-TOTAL
               MOVE LO-WAREHOUSE-CODE TO OH-WAREHOUSE-CODE
               MOVE LO-ON-HAND-QTY TO OH-ON-HAND-QTY
               MOVE LO-EXPIRY-DATE TO OH-EXPIRY-DATE
               WRITE TRACE-REPORT-LINE FROM WS-ON-HAND-LINE
           END-IF
           PERFORM READ-LOT-MASTER.

       LIST-LOT-SHIPMENTS.
           OPEN INPUT SHIPPED-FILE
           IF SHIP-FILE-OK
               PERFORM READ-SHIPPED-LINE
               PERFORM SHOW-LOT-SHIPMENT UNTIL SHIP-FILE-EOF
               CLOSE SHIPPED-FILE
           END-IF.

       READ-SHIPPED-LINE.
           READ SHIPPED-FILE
               AT END
                   SET SHIP-FILE-EOF TO TRUE
           END-READ.

       SHOW-LOT-SHIPMENT.
           IF SP-PRODUCT-ID = WS-LINKED-RECORD-ID
               AND SP-LOT-NUMBER = WS-TRACE-LOT-NUMBER
               IF SP-SHIP-TO-NO NOT NUMERIC
                   MOVE ZERO TO SP-SHIP-TO-NO
               END-IF
               ADD SP-SHIPPED-QTY TO WS-SHIPPED-TOTAL
               MOVE WS-TRACE-PRODUCT-CODE TO WS-SHIPPED-PRODUCT-CODE
               PERFORM WRITE-SHIPPED-LINE
               PERFORM ADD-UP-RECIPIENT
           END-IF
           PERFORM READ-SHIPPED-LINE.

       WRITE-SHIPPED-LINE.
           MOVE SP-CUSTOMER-ID TO SL-CUSTOMER-ID
           MOVE SP-SHIP-TO-NO TO SL-SHIP-TO-NO
           MOVE SP-SHIP-DATE TO SL-SHIP-DATE
           MOVE WS-SHIPPED-PRODUCT-CODE TO SL-PRODUCT-CODE
           MOVE SP-WAREHOUSE-CODE TO SL-WAREHOUSE-CODE
           MOVE SP-SHIPPED-QTY TO SL-SHIPPED-QTY
           IF SP-LOT-NUMBER = SPACES
               MOVE 'NONE' TO SL-LOT-NUMBER
           ELSE
               MOVE SP-LOT-NUMBER TO SL-LOT-NUMBER
           END-IF
           WRITE TRACE-REPORT-LINE FROM WS-SHIPPED-LINE.

       ADD-UP-RECIPIENT.
           SET RL-IDX TO 1
           SEARCH WS-RECIPIENT-ENTRY
               AT END
                   PERFORM ADD-RECIPIENT-ROW
               WHEN RL-IDX > WS-RECIPIENT-COUNT
                   PERFORM ADD-RECIPIENT-ROW
               WHEN RL-CUSTOMER-ID (RL-IDX) = SP-CUSTOMER-ID
                   AND RL-SHIP-TO-NO (RL-IDX) = SP-SHIP-TO-NO
                   ADD SP-SHIPPED-QTY TO RL-SHIPPED-QTY (RL-IDX)
                   IF SP-SHIP-DATE < RL-FIRST-SHIP-DATE (RL-IDX)
                       MOVE SP-SHIP-DATE TO RL-FIRST-SHIP-DATE (RL-IDX)
                   END-IF
                   IF SP-SHIP-DATE > RL-LAST-SHIP-DATE (RL-IDX)
                       MOVE SP-SHIP-DATE TO RL-LAST-SHIP-DATE (RL-IDX)
                   END-IF
           END-SEARCH.

       ADD-RECIPIENT-ROW.
           IF WS-RECIPIENT-COUNT < WS-RECIPIENT-TABLE-MAX
               ADD 1 TO WS-RECIPIENT-COUNT
               MOVE SP-CUSTOMER-ID
                   TO RL-CUSTOMER-ID (WS-RECIPIENT-COUNT)
               MOVE SP-SHIP-TO-NO TO RL-SHIP-TO-NO (WS-RECIPIENT-COUNT)
               MOVE SP-SHIPPED-QTY
                   TO RL-SHIPPED-QTY (WS-RECIPIENT-COUNT)
               MOVE SP-SHIP-DATE
                   TO RL-FIRST-SHIP-DATE (WS-RECIPIENT-COUNT)
               MOVE SP-SHIP-DATE
                   TO RL-LAST-SHIP-DATE (WS-RECIPIENT-COUNT)
           ELSE
               DISPLAY 'ERROR: RECIPIENT TABLE FULL - CUSTOMER '
                   SP-CUSTOMER-ID ' HAS NO RECALL NOTICE - '
                   'SEE THE SHIPPED LINES ON LOTTRACE.RPT'
           END-IF.

      *----------------------------------------------------------------
      * 納品先(000は売上先)の名前と住所、確認済みメールアドレスを
      * 付けてリコール通知を1件書く。
      *----------------------------------------------------------------
       WRITE-ONE-RECALL-NOTICE.
           MOVE WS-TRACE-PRODUCT-CODE TO RN-PRODUCT-CODE
           MOVE WS-TRACE-LOT-NUMBER TO RN-LOT-NUMBER
           MOVE RL-CUSTOMER-ID (WS-RECIPIENT-SUB) TO RN-CUSTOMER-ID
           MOVE RL-SHIP-TO-NO (WS-RECIPIENT-SUB) TO RN-SHIP-TO-NO
           MOVE RL-SHIPPED-QTY (WS-RECIPIENT-SUB) TO RN-SHIPPED-QTY
           MOVE RL-FIRST-SHIP-DATE (WS-RECIPIENT-SUB)
               TO RN-FIRST-SHIP-DATE
           MOVE RL-LAST-SHIP-DATE (WS-RECIPIENT-SUB)
               TO RN-LAST-SHIP-DATE
           MOVE SPACES TO RN-CONTACT-NAME
           MOVE SPACES TO RN-ADDRESS-LINE-1
           MOVE SPACES TO RN-ADDRESS-LINE-2
           MOVE SPACES TO RN-PHONE
           IF RN-SHIP-TO-NO = ZERO
               MOVE RN-CUSTOMER-ID TO RECORD-ID OF CUSTOMER-RECORD
               READ CUST-FILE
                   INVALID KEY
                       MOVE 'SOLD-TO NOT ON FILE' TO RN-CONTACT-NAME
                   NOT INVALID KEY
                       MOVE RECORD-NAME TO RN-CONTACT-NAME
                       MOVE CUSTOMER-ADDRESS TO RN-ADDRESS-LINE-1
               END-READ
           ELSE
               MOVE RN-CUSTOMER-ID TO ST-CUSTOMER-ID
               MOVE RN-SHIP-TO-NO TO ST-SHIP-TO-NO
               READ SHIP-TO-FILE
                   INVALID KEY
                       MOVE 'SHIP-TO NOT ON FILE' TO RN-CONTACT-NAME
                   NOT INVALID KEY
                       PERFORM FORMAT-SHIP-TO-ADDRESS
               END-READ
           END-IF
           PERFORM FIND-CUSTOMER-ADDRESS
           IF WS-FOUND-MAIL-STATE = '1'
               MOVE WS-FOUND-MAIL-ADDRESS TO RN-MAIL-ADDRESS
               MOVE 'E-MAIL' TO RP-MAIL-NOTE
           ELSE
               MOVE SPACES TO RN-MAIL-ADDRESS
               MOVE SPACES TO RP-MAIL-NOTE
           END-IF
           WRITE RECALL-NOTICE-RECORD
           ADD 1 TO WS-RECALL-COUNT
           MOVE RN-CUSTOMER-ID TO RP-CUSTOMER-ID
           MOVE RN-SHIP-TO-NO TO RP-SHIP-TO-NO
           MOVE RN-CONTACT-NAME TO RP-CONTACT-NAME
           MOVE RN-SHIPPED-QTY TO RP-SHIPPED-QTY
           MOVE RN-FIRST-SHIP-DATE TO RP-FIRST-SHIP-DATE
           MOVE RN-LAST-SHIP-DATE TO RP-LAST-SHIP-DATE
           WRITE TRACE-REPORT-LINE FROM WS-RECIPIENT-LINE.

       FORMAT-SHIP-TO-ADDRESS.
           MOVE ST-SHIP-TO-NAME TO RN-CONTACT-NAME
           STRING ST-POSTAL-CODE (1:3) '-' ST-POSTAL-CODE (4:4)
               '  ' ST-PREFECTURE ST-CITY
               DELIMITED BY SIZE INTO RN-ADDRESS-LINE-1
           END-STRING
           STRING ST-STREET ST-BUILDING
               DELIMITED BY SIZE INTO RN-ADDRESS-LINE-2
           END-STRING
           MOVE ST-PHONE TO RN-PHONE.

       LOAD-KEY-LINKS.
           OPEN INPUT XREF-FILE
           IF XREF-FILE-OK
               PERFORM READ-XREF
               PERFORM STORE-KEY-LINK UNTIL XREF-FILE-EOF
               CLOSE XREF-FILE
           END-IF.

       READ-XREF.
           READ XREF-FILE
               AT END
                   SET XREF-FILE-EOF TO TRUE
           END-READ.

       STORE-KEY-LINK.
           IF CX-LINK-CONFIRMED
               AND WS-LINK-COUNT < WS-LINK-TABLE-MAX
               ADD 1 TO WS-LINK-COUNT
               MOVE CX-RECORD-ID TO LK-RECORD-ID (WS-LINK-COUNT)
               MOVE CX-JCUST-ID TO LK-JCUST-ID (WS-LINK-COUNT)
           END-IF
           PERFORM READ-XREF.

       LOAD-MAIL-ADDRESSES.
           OPEN INPUT JCUSTOMER-FILE
           IF JCUST-FILE-OK
               PERFORM READ-JCUSTOMER
               PERFORM STORE-MAIL-ADDRESS UNTIL JCUST-FILE-EOF
               CLOSE JCUSTOMER-FILE
           END-IF.

       READ-JCUSTOMER.
           READ JCUSTOMER-FILE
               AT END
                   SET JCUST-FILE-EOF TO TRUE
           END-READ.

       STORE-MAIL-ADDRESS.
           IF WS-ADDR-COUNT < WS-ADDR-TABLE-MAX
               ADD 1 TO WS-ADDR-COUNT
               MOVE 顧客ーID TO AD-JCUST-ID (WS-ADDR-COUNT)
               MOVE メールアドレス
                   TO AD-MAIL-ADDRESS (WS-ADDR-COUNT)
               MOVE メール確認ー状態
                   TO AD-MAIL-STATE (WS-ADDR-COUNT)
           END-IF
           PERFORM READ-JCUSTOMER.

       FIND-CUSTOMER-ADDRESS.
           MOVE ZERO TO WS-MAPPED-JCUST-ID
           MOVE SPACES TO WS-FOUND-MAIL-ADDRESS
           MOVE '0' TO WS-FOUND-MAIL-STATE
           SET LK-IDX TO 1
           SEARCH WS-LINK-ENTRY
               AT END
                   CONTINUE
               WHEN LK-IDX > WS-LINK-COUNT
                   CONTINUE
               WHEN LK-RECORD-ID (LK-IDX) = RN-CUSTOMER-ID
                   MOVE LK-JCUST-ID (LK-IDX)
                       TO WS-MAPPED-JCUST-ID
           END-SEARCH
           IF WS-MAPPED-JCUST-ID > ZERO
               SET AD-IDX TO 1
               SEARCH WS-ADDR-ENTRY
                   AT END
                       CONTINUE
                   WHEN AD-IDX > WS-ADDR-COUNT
                       CONTINUE
                   WHEN AD-JCUST-ID (AD-IDX) = WS-MAPPED-JCUST-ID
                       MOVE AD-MAIL-ADDRESS (AD-IDX)
                           TO WS-FOUND-MAIL-ADDRESS
                       MOVE AD-MAIL-STATE (AD-IDX)
                           TO WS-FOUND-MAIL-STATE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * Backward: the customer's shipment lines with their lots, then
      * for each distinct lot the receipts, PO and vendor it came on.
      *----------------------------------------------------------------
       TRACE-CUSTOMER-BACKWARD.
           MOVE 'BACKWARD TRACE ' TO TH-TRACE-TITLE
           PERFORM WRITE-TRACE-HEADER
           OPEN INPUT SHIPPED-FILE
           IF SHIP-FILE-OK
               PERFORM READ-SHIPPED-LINE
               PERFORM SHOW-CUSTOMER-SHIPMENT UNTIL SHIP-FILE-EOF
               CLOSE SHIPPED-FILE
           END-IF
           OPEN INPUT VENDOR-FILE
           PERFORM LIST-LOT-RECEIPTS
               VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > WS-LOT-COUNT
           CLOSE VENDOR-FILE.

       SHOW-CUSTOMER-SHIPMENT.
           IF SP-CUSTOMER-ID = WS-TRACE-CUSTOMER-ID
               AND (WS-TRACE-SHIP-DATE = ZERO
                    OR SP-SHIP-DATE = WS-TRACE-SHIP-DATE)
               MOVE 'F' TO WS-XREF-DIRECTION
               MOVE SP-PRODUCT-ID TO WS-XREF-RECORD-ID
               CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                              WS-XREF-RECORD-ID
                                              WS-SHIPPED-PRODUCT-CODE
               END-CALL
               IF WS-TRACE-PRODUCT-CODE = SPACES
                   OR WS-SHIPPED-PRODUCT-CODE = WS-TRACE-PRODUCT-CODE
                   IF SP-SHIP-TO-NO NOT NUMERIC
                       MOVE ZERO TO SP-SHIP-TO-NO
                   END-IF
                   PERFORM WRITE-SHIPPED-LINE
                   IF SP-LOT-NUMBER NOT = SPACES
                       PERFORM NOTE-SHIPPED-LOT
                   END-IF
               END-IF
           END-IF
           PERFORM READ-SHIPPED-LINE.

       NOTE-SHIPPED-LOT.
           SET BL-IDX TO 1
           SEARCH WS-LOT-ENTRY
               AT END
                   PERFORM ADD-SHIPPED-LOT
               WHEN BL-IDX > WS-LOT-COUNT
                   PERFORM ADD-SHIPPED-LOT
               WHEN BL-PRODUCT-CODE (BL-IDX) = WS-SHIPPED-PRODUCT-CODE
                   AND BL-LOT-NUMBER (BL-IDX) = SP-LOT-NUMBER
                   CONTINUE
           END-SEARCH.

       ADD-SHIPPED-LOT.
           IF WS-LOT-COUNT < WS-LOT-TABLE-MAX
               ADD 1 TO WS-LOT-COUNT
               MOVE WS-SHIPPED-PRODUCT-CODE
                   TO BL-PRODUCT-CODE (WS-LOT-COUNT)
               MOVE SP-LOT-NUMBER TO BL-LOT-NUMBER (WS-LOT-COUNT)
           ELSE
               DISPLAY 'ERROR: LOT TABLE FULL - LOT ' SP-LOT-NUMBER
                   ' NOT TRACED BACK - NARROW LOTTRACE.PRM'
           END-IF.
