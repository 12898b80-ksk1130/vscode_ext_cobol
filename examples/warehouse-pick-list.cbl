      * customer, giving a packing slip per customer shipment on
      * PACKSLIP.RPT that shows what was picked and, from
      * BACKORDR.NEW, what is still backordered for that customer.
      * A customer with several delivery addresses gets one slip per
      * ship-to: the second sort runs by customer and AL-SHIP-TO-NO,
      * and each slip is headed with the deliver-to name, address
      * and delivery notes from the SHIPTO.DAT ship-to master (the
      * CUSTOMER.DAT sold-to address for ship-to 000).  The pick
      * list shows the ship-to on every line so the packer can
      * stage each destination's goods apart.
      * A draw on a lot-tracked product shows its AL-LOT-NUMBER on
      * the pick line: the picker takes that lot, the one
      * SHIPMENT-CONFIRMATION records as shipped to the customer.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.
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
           SELECT BIN-LOCATION-FILE ASSIGN TO "BINLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-STATUS.
       FD  ALLOCATION-FILE.
       COPY ALLOCATION-RECORD.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  SHIP-TO-FILE.
       COPY SHIP-TO-RECORD.

       FD  BIN-LOCATION-FILE.
       COPY BIN-LOCATION-RECORD.

           05  PW-ALLOCATED-QTY         PIC 9(5).
           05  PW-ORDER-DATE            PIC 9(8).
           05  PW-BIN-CODE              PIC X(8).
           05  PW-SHIP-TO-NO            PIC 9(3).
           05  PW-LOT-NUMBER            PIC X(10).

       FD  BACKORDER-FILE.
       COPY BACKORDER-RECORD.
           05  SR-ALLOCATED-QTY         PIC 9(5).
           05  SR-ORDER-DATE            PIC 9(8).
           05  SR-BIN-CODE              PIC X(8).
           05  SR-SHIP-TO-NO            PIC 9(3).
           05  SR-LOT-NUMBER            PIC X(10).

       FD  SORTED-ALLOC-FILE.
       01  SORTED-ALLOC-RECORD.
           05  SA-ALLOCATED-QTY         PIC 9(5).
           05  SA-ORDER-DATE            PIC 9(8).
           05  SA-BIN-CODE              PIC X(8).
           05  SA-SHIP-TO-NO            PIC 9(3).
           05  SA-LOT-NUMBER            PIC X(10).

       FD  PICK-LIST-FILE.
       01  PICK-LIST-LINE               PIC X(110).

       FD  PACKING-SLIP-FILE.
       01  PACKING-SLIP-LINE            PIC X(90).
       01  WS-ALLOC-STATUS               PIC XX.
           88  ALLOC-FILE-OK                 VALUE '00'.
           88  ALLOC-FILE-EOF                VALUE '10'.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
       01  WS-SHIPTO-STATUS              PIC XX.
           88  SHIPTO-FOUND                  VALUE '00'.
       01  WS-BIN-STATUS                 PIC XX.
           88  BIN-FILE-OK                   VALUE '00'.
           88  BIN-FILE-EOF                  VALUE '10'.
               10  BK-CUSTOMER-ID            PIC 9(8).
               10  BK-PRODUCT-ID             PIC 9(8).
               10  BK-QUANTITY               PIC 9(5).
               10  BK-SHIP-TO-NO             PIC 9(3).
       01  WS-BACKORDER-SUB              PIC 9(3) COMP.

       01  WS-OPC-DIGITS                 PIC 9(8).

       01  WS-PRIOR-WAREHOUSE-CODE      PIC X(5).
       01  WS-PRIOR-CUSTOMER-ID          PIC 9(8).
       01  WS-PRIOR-SHIP-TO-NO           PIC 9(3).
       01  WS-FIRST-GROUP-SW             PIC X(1).
           88  FIRST-GROUP                   VALUE 'Y'.

           05  PK-PRODUCT-NAME          PIC X(40).
           05  FILLER                  PIC X(6) VALUE ' QTY: '.
           05  PK-QUANTITY              PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE '  CUST'.
           05  PK-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  PK-SHIP-TO-NO            PIC 9(3).
           05  FILLER                  PIC X(6) VALUE '  LOT '.
           05  PK-LOT-NUMBER            PIC X(10).

       01  WS-SLIP-HEADER-LINE.
           05  FILLER                  PIC X(24)
               VALUE 'PACKING SLIP - CUSTOMER:'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SH-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(11) VALUE '  SHIP-TO: '.
           05  SH-SHIP-TO-NO            PIC 9(3).

       01  WS-SLIP-DELIVER-TO-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'DELIVER TO: '.
           05  SD-DELIVER-TO-NAME       PIC X(30).

       01  WS-SLIP-ADDRESS-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  SD-ADDRESS-TEXT          PIC X(74).

       01  WS-SLIP-NOTES-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'NOTES:      '.
           05  SD-DELIVERY-NOTES        PIC X(40).

       01  WS-SLIP-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.

           SORT SORT-WORK
               ON ASCENDING KEY SR-CUSTOMER-ID
                                SR-SHIP-TO-NO
                                SR-PRODUCT-ID
               USING PICK-WORK-FILE
               GIVING SORTED-ALLOC-FILE
           MOVE AL-WAREHOUSE-CODE TO PW-WAREHOUSE-CODE
           MOVE AL-ALLOCATED-QTY TO PW-ALLOCATED-QTY
           MOVE AL-ORDER-DATE TO PW-ORDER-DATE
           IF AL-SHIP-TO-NO NUMERIC
               MOVE AL-SHIP-TO-NO TO PW-SHIP-TO-NO
           ELSE
               MOVE ZERO TO PW-SHIP-TO-NO
           END-IF
           MOVE AL-LOT-NUMBER TO PW-LOT-NUMBER
           PERFORM LOOK-UP-LINE-BIN
           WRITE PICK-WORK-RECORD
           PERFORM READ-ALLOCATION.
                   TO BK-PRODUCT-ID (WS-BACKORDER-COUNT)
               MOVE BO-QUANTITY
                   TO BK-QUANTITY (WS-BACKORDER-COUNT)
               IF BO-SHIP-TO-NO NUMERIC
                   MOVE BO-SHIP-TO-NO
                       TO BK-SHIP-TO-NO (WS-BACKORDER-COUNT)
               ELSE
                   MOVE ZERO TO BK-SHIP-TO-NO (WS-BACKORDER-COUNT)
               END-IF
           END-IF
           PERFORM READ-BACKORDER.

           MOVE SA-PRODUCT-ID TO PK-PRODUCT-ID
           MOVE WS-LOOKED-UP-NAME TO PK-PRODUCT-NAME
           MOVE SA-ALLOCATED-QTY TO PK-QUANTITY
           MOVE SA-CUSTOMER-ID TO PK-CUSTOMER-ID
           MOVE SA-SHIP-TO-NO TO PK-SHIP-TO-NO
           MOVE SA-LOT-NUMBER TO PK-LOT-NUMBER
           WRITE PICK-LIST-LINE FROM WS-PICK-DETAIL-LINE
           PERFORM READ-SORTED-ALLOC.

       PRINT-PACKING-SLIPS.
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT SHIP-TO-FILE
           OPEN INPUT SORTED-ALLOC-FILE
           OPEN OUTPUT PACKING-SLIP-FILE
           MOVE 'Y' TO WS-FIRST-GROUP-SW
           IF NOT FIRST-GROUP
               PERFORM PRINT-CUSTOMER-BACKORDERS
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE SHIP-TO-FILE
           CLOSE SORTED-ALLOC-FILE
           CLOSE PACKING-SLIP-FILE.

       PRINT-ONE-SLIP-LINE.
           IF FIRST-GROUP
               OR SA-CUSTOMER-ID NOT = WS-PRIOR-CUSTOMER-ID
               OR SA-SHIP-TO-NO NOT = WS-PRIOR-SHIP-TO-NO
               IF NOT FIRST-GROUP
                   PERFORM PRINT-CUSTOMER-BACKORDERS
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP-SW
               MOVE SA-CUSTOMER-ID TO WS-PRIOR-CUSTOMER-ID
               MOVE SA-SHIP-TO-NO TO WS-PRIOR-SHIP-TO-NO
               MOVE SA-CUSTOMER-ID TO SH-CUSTOMER-ID
               MOVE SA-SHIP-TO-NO TO SH-SHIP-TO-NO
               WRITE PACKING-SLIP-LINE FROM WS-SLIP-HEADER-LINE
               PERFORM PRINT-DELIVER-TO-BLOCK
           END-IF
           MOVE SA-PRODUCT-ID TO WS-OPC-DIGITS
           PERFORM LOOKUP-PRODUCT-NAME
           WRITE PACKING-SLIP-LINE FROM WS-SLIP-DETAIL-LINE
           PERFORM READ-SORTED-ALLOC.

      *----------------------------------------------------------------
      * 届け先: 出荷先000は請求先(CUSTOMER.DAT)の住所、それ以外は
      * 出荷先マスターの構造化住所と配送メモ。マスターに無い番号
      * は受付で弾かれているはずだが、念のため見出しで知らせる。
      *----------------------------------------------------------------
       PRINT-DELIVER-TO-BLOCK.
           MOVE SPACES TO SD-DELIVER-TO-NAME
           MOVE SPACES TO SD-ADDRESS-TEXT
           MOVE SPACES TO SD-DELIVERY-NOTES
           IF SA-SHIP-TO-NO = ZERO
               MOVE SA-CUSTOMER-ID TO RECORD-ID OF CUSTOMER-RECORD
               READ CUSTOMER-FILE
                   KEY IS RECORD-ID OF CUSTOMER-RECORD
                   INVALID KEY
                       MOVE 'SOLD-TO NOT ON FILE'
                           TO SD-DELIVER-TO-NAME
                   NOT INVALID KEY
                       MOVE RECORD-NAME OF CUSTOMER-RECORD
                           TO SD-DELIVER-TO-NAME
                       MOVE CUSTOMER-ADDRESS TO SD-ADDRESS-TEXT
               END-READ
               WRITE PACKING-SLIP-LINE FROM WS-SLIP-DELIVER-TO-LINE
               WRITE PACKING-SLIP-LINE FROM WS-SLIP-ADDRESS-LINE
           ELSE
               MOVE SA-CUSTOMER-ID TO ST-CUSTOMER-ID
               MOVE SA-SHIP-TO-NO TO ST-SHIP-TO-NO
               READ SHIP-TO-FILE KEY IS ST-KEY
                   INVALID KEY
                       MOVE 'SHIP-TO NOT ON FILE'
                           TO SD-DELIVER-TO-NAME
                       WRITE PACKING-SLIP-LINE
                           FROM WS-SLIP-DELIVER-TO-LINE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM PRINT-SHIP-TO-ADDRESS
               END-READ
           END-IF.

       PRINT-SHIP-TO-ADDRESS.
           MOVE ST-SHIP-TO-NAME TO SD-DELIVER-TO-NAME
           WRITE PACKING-SLIP-LINE FROM WS-SLIP-DELIVER-TO-LINE
           STRING ST-POSTAL-CODE (1:3) '-' ST-POSTAL-CODE (4:4)
               '  ' ST-PREFECTURE ST-CITY
               DELIMITED BY SIZE INTO SD-ADDRESS-TEXT
           END-STRING
           WRITE PACKING-SLIP-LINE FROM WS-SLIP-ADDRESS-LINE
           MOVE SPACES TO SD-ADDRESS-TEXT
           STRING ST-STREET ST-BUILDING
               DELIMITED BY SIZE INTO SD-ADDRESS-TEXT
           END-STRING
           WRITE PACKING-SLIP-LINE FROM WS-SLIP-ADDRESS-LINE
           IF ST-DELIVERY-NOTES NOT = SPACES
               MOVE ST-DELIVERY-NOTES TO SD-DELIVERY-NOTES
               WRITE PACKING-SLIP-LINE FROM WS-SLIP-NOTES-LINE
           END-IF.

      *----------------------------------------------------------------
      * After a customer's picked lines, list what is still on
      * backorder for them - for the same ship-to - so the slip
      * shows the whole shipment picture.
      *----------------------------------------------------------------
       PRINT-CUSTOMER-BACKORDERS.
           PERFORM PRINT-ONE-BACKORDER-LINE
       PRINT-ONE-BACKORDER-LINE.
           IF BK-CUSTOMER-ID (WS-BACKORDER-SUB)
               = WS-PRIOR-CUSTOMER-ID
               AND BK-SHIP-TO-NO (WS-BACKORDER-SUB)
                   = WS-PRIOR-SHIP-TO-NO
               MOVE BK-PRODUCT-ID (WS-BACKORDER-SUB)
                   TO WS-OPC-DIGITS
               PERFORM LOOKUP-PRODUCT-NAME
