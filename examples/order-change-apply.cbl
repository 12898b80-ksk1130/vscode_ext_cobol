       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-CHANGE-APPLY.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Quantity changes and cancellations for order lines already
      * accepted by ORDER-INTAKE-EDIT.  Until now a line on ORDERS.DAT
      * could not be touched once it was in, and a customer who cut
      * or cancelled an order still had it allocated, picked and
      * billed.  Customer service keys ORDCHG.DAT - the line's
      * ORDER-CUSTOMER-ID, ORDER-PRODUCT-ID and ORDER-DATE, C with
      * the new quantity or X to cancel, and who asked - and this
      * run finds the line on the indexed ORDERS.DAT history and
      * rewrites its quantity or deletes it, every change logged
      * through MASTER-UPDATE-JOURNAL with its before and after
      * image under the clerk's user ID.  A line with any quantity
      * on SHIPPED.DAT has left the building and is refused (the
      * customer returns it instead), as is a line whose open
      * quantity - still queued on ORDALLOC.DAT, waiting on
      * BACKORDR.DAT, or drawn on ALLOCATE.DAT and not yet
      * confirmed - no longer covers what is to be taken off it.
      * The quantity taken off comes out of the least advanced
      * stage first: the allocation queue, then the backorder, and
      * only then the night's draws, whose stock goes back to the
      * same 倉庫ー内訳 bucket of JPRODUCT.DAT (an OC movement on
      * STOCKMOV.LOG) and, for a lot-tracked draw, to the same
      * LOTS.DAT lot.  A quantity increase is queued on ORDALLOC.DAT
      * as a line of its own under the original order date so the
      * next allocation run draws it with its true age.  The queue,
      * backorder, allocation and lot files are rewritten to .CHG
      * work files and swapped in place once complete, because the
      * very next step of the night reads them.  ORDCHG.RPT lists
      * every transaction with its result and every release of
      * stock; the transaction file is retired to ORDCHG.G1.
      * A line for a 直送品 product is refused outright: its open
      * quantity sits on a vendor PO, not in our queues, so the
      * buyer changes the PO with the vendor first.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-TXN-FILE ASSIGN TO "ORDCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-PRIMARY-KEY
               ALTERNATE RECORD KEY IS OH-ORDER-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT SHIPPED-FILE ASSIGN TO "SHIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.
           SELECT ALLOC-QUEUE-FILE ASSIGN TO "ORDALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCQ-STATUS.
           SELECT ALLOC-QUEUE-OUT-FILE ASSIGN TO "ORDALLOC.CHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.
           SELECT BACKORDER-OUT-FILE ASSIGN TO "BACKORDR.CHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT ALLOCATION-OUT-FILE ASSIGN TO "ALLOCATE.CHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-PROD-STATUS.
           SELECT LOT-MASTER-FILE ASSIGN TO "LOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.
           SELECT LOT-MASTER-OUT-FILE ASSIGN TO "LOTS.CHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "ORDCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-TXN-FILE.
       01  CHANGE-TXN-RECORD.
           05  OC-CUSTOMER-ID           PIC 9(8).
           05  OC-PRODUCT-ID            PIC 9(8).
           05  OC-ORDER-DATE            PIC 9(8).
           05  OC-ACTION                PIC X(1).
               88  OC-CHANGE-QUANTITY       VALUE 'C'.
               88  OC-CANCEL-LINE           VALUE 'X'.
           05  OC-NEW-QUANTITY          PIC 9(5).
           05  OC-REQUESTED-BY          PIC X(8).

       FD  ORDER-FILE.
       COPY ORDER-HISTORY-RECORD.

       FD  SHIPPED-FILE.
       COPY SHIPPED-CONFIRM-RECORD.

       FD  ALLOC-QUEUE-FILE.
       COPY ORDER-DATA.

       FD  ALLOC-QUEUE-OUT-FILE.
       01  ALLOC-QUEUE-OUT-RECORD       PIC X(32).

       FD  BACKORDER-FILE.
       COPY BACKORDER-RECORD.

       FD  BACKORDER-OUT-FILE.
       01  BACKORDER-OUT-RECORD         PIC X(32).

       FD  ALLOCATION-FILE.
       COPY ALLOCATION-RECORD.

       FD  ALLOCATION-OUT-FILE.
       01  ALLOCATION-OUT-RECORD        PIC X(47).

       FD  PRODUCT-FILE.
       COPY 製品マスター.

       FD  LOT-MASTER-FILE.
       COPY LOT-MASTER-RECORD.

       FD  LOT-MASTER-OUT-FILE.
       01  LOT-MASTER-OUT-RECORD        PIC X(48).

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS                 PIC XX.
           88  TXN-FILE-OK                   VALUE '00'.
           88  TXN-FILE-EOF                  VALUE '10'.
       01  WS-ORDER-STATUS               PIC XX.
           88  ORDER-FILE-OK                 VALUE '00'.
           88  ORDER-FILE-EOF                VALUE '10'.
       01  WS-SHIP-STATUS                PIC XX.
           88  SHIP-FILE-OK                  VALUE '00'.
           88  SHIP-FILE-EOF                 VALUE '10'.
       01  WS-ALLOCQ-STATUS              PIC XX.
           88  ALLOCQ-FILE-OK                VALUE '00'.
           88  ALLOCQ-FILE-EOF               VALUE '10'.
       01  WS-BKO-STATUS                 PIC XX.
           88  BKO-FILE-OK                   VALUE '00'.
           88  BKO-FILE-EOF                  VALUE '10'.
       01  WS-ALLOC-STATUS               PIC XX.
           88  ALLOC-FILE-OK                 VALUE '00'.
           88  ALLOC-FILE-EOF                VALUE '10'.
       01  WS-PROD-STATUS                PIC XX.
           88  PROD-FILE-OK                  VALUE '00'.
           88  PROD-FILE-EOF                 VALUE '10'.
       01  WS-LOT-STATUS                 PIC XX.
           88  LOT-FILE-OK                   VALUE '00'.
           88  LOT-FILE-EOF                  VALUE '10'.

      *----------------------------------------------------------------
      * 変更明細。状態は P(処理中)/A(反映済)/R(却下)。CG-TAKE-QTY
      * は注文から減らす数量で、待ち行列・バックオーダー・引当の
      * 順に消し込みながら減っていく。CG-ADD-QTY は増量分。
      *----------------------------------------------------------------
       01  WS-CHANGE-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-CHANGE-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-CHANGE-ENTRIES.
           05  WS-CHANGE-ENTRY           OCCURS 200 TIMES.
               10  CG-CUSTOMER-ID            PIC 9(8).
               10  CG-PRODUCT-ID             PIC 9(8).
               10  CG-ORDER-DATE             PIC 9(8).
               10  CG-ACTION                 PIC X(1).
               10  CG-NEW-QTY                PIC 9(5).
               10  CG-USER-ID                PIC X(8).
               10  CG-LINE-SEQ               PIC 9(5).
               10  CG-OLD-QTY                PIC 9(5).
               10  CG-SHIP-TO-NO             PIC 9(3).
               10  CG-PRODUCT-CODE           PIC X(20).
               10  CG-OPEN-QTY               PIC 9(6).
               10  CG-TAKE-QTY               PIC 9(5).
               10  CG-ADD-QTY                PIC 9(5).
               10  CG-STATE-SW               PIC X(1).
                   88  CG-PENDING                VALUE 'P'.
                   88  CG-APPLIED                VALUE 'A'.
                   88  CG-REJECTED               VALUE 'R'.
               10  CG-REASON                 PIC X(30).
       01  WS-CHANGE-SUB                 PIC 9(3) COMP.

      *----------------------------------------------------------------
      * 取り消した引当。製品ーコード・倉庫・ロット単位で在庫へ戻す。
      *----------------------------------------------------------------
       01  WS-RELEASE-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-RELEASE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-RELEASE-ENTRIES.
           05  WS-RELEASE-ENTRY          OCCURS 500 TIMES.
               10  RL-PRODUCT-CODE           PIC X(20).
               10  RL-WAREHOUSE-CODE         PIC X(5).
               10  RL-LOT-NUMBER             PIC X(10).
               10  RL-QUANTITY               PIC 9(5).
               10  RL-RESTOCKED-SW           PIC X(1).
               10  RL-LOT-RESTORED-SW        PIC X(1).
       01  WS-RELEASE-SUB                PIC 9(3) COMP.

       01  WS-TABLE-LOST-SW              PIC X(1) VALUE 'N'.
           88  WORK-TABLE-OVERFLOWED         VALUE 'Y'.
       01  WS-LINE-FOUND-SW              PIC X(1).
           88  ORDER-LINE-FOUND              VALUE 'Y'.
       01  WS-PRODUCT-CHANGED-SW         PIC X(1).
           88  PRODUCT-RECORD-CHANGED        VALUE 'Y'.
       01  WS-BUCKET-FOUND-SW            PIC X(1).
           88  BUCKET-FOUND                  VALUE 'Y'.

       01  WS-ROW-QTY                    PIC 9(5).
       01  WS-TAKE-QTY                   PIC 9(5).

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).

       01  WS-MOVEMENT-TYPE              PIC X(2).
       01  WS-MOVEMENT-QTY               PIC S9(6).
       01  WS-MOVEMENT-BALANCE           PIC 9(6).
       01  WS-MOVEMENT-WAREHOUSE         PIC X(5).

       01  WS-QUEUE-WORK.
           05  WQ-CUSTOMER-ID             PIC 9(8).
           05  WQ-PRODUCT-ID              PIC 9(8).
           05  WQ-QUANTITY                PIC 9(5).
           05  WQ-ORDER-DATE              PIC 9(8).
           05  WQ-SHIP-TO-NO              PIC 9(3).

       01  WS-APPLIED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-LOT-MISSING-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                           VALUE 'ORDER-CHANGE-APPLY'.
       01  WS-JOURNAL-KEY.
           05  JK-CUSTOMER-ID             PIC 9(8).
           05  JK-PRODUCT-ID              PIC 9(8).
           05  FILLER                     PIC X(4) VALUE SPACES.
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8).

       01  WS-TXN-FILE-NAME              PIC X(20)
                                            VALUE 'ORDCHG.DAT'.
       01  WS-TXN-GEN-FILE-NAME          PIC X(20)
                                            VALUE 'ORDCHG.G1'.
       01  WS-SWAP-FILE-NAME             PIC X(20).
       01  WS-SWAP-WORK-NAME             PIC X(20).

       01  WS-CHANGE-DETAIL-LINE.
           05  CD-ACTION                PIC X(8).
           05  CD-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(7) VALUE '  PROD '.
           05  CD-PRODUCT-ID            PIC 9(8).
           05  FILLER                  PIC X(8) VALUE '  DATED '.
           05  CD-ORDER-DATE            PIC 9(8).
           05  FILLER                  PIC X(6) VALUE '  WAS '.
           05  CD-OLD-QTY               PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE '  NOW '.
           05  CD-NEW-QTY               PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CD-RESULT                PIC X(30).

       01  WS-RELEASE-DETAIL-LINE.
           05  FILLER                  PIC X(13) VALUE '  RELEASED:  '.
           05  RD-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(5) VALUE '  WH '.
           05  RD-WAREHOUSE-CODE        PIC X(5).
           05  FILLER                  PIC X(6) VALUE '  LOT '.
           05  RD-LOT-NUMBER            PIC X(10).
           05  FILLER                  PIC X(6) VALUE '  QTY '.
           05  RD-QUANTITY              PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RD-NOTE                  PIC X(20).

       01  WS-CHANGE-TOTAL-LINE.
           05  FILLER                  PIC X(17)
               VALUE 'CHANGES APPLIED: '.
           05  CS-APPLIED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  CS-REJECTED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(20)
               VALUE '  STOCK RELEASES:   '.
           05  CS-RELEASE-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CHANGES
           IF WS-CHANGE-COUNT = ZERO
               DISPLAY 'ORDER CHANGE APPLY - NO CHANGES WAITING'
               STOP RUN
           END-IF
           IF WORK-TABLE-OVERFLOWED
               DISPLAY 'ORDER CHANGE APPLY - CHANGE TABLE OVERFLOW, '
                   'CHANGES WOULD BE LOST - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REFUSE-SHIPPED-LINES
           PERFORM FIND-ORDER-LINES
           PERFORM REFUSE-DROP-SHIP-LINES
           PERFORM MEASURE-OPEN-QUANTITY
           PERFORM SETTLE-ONE-CHANGE
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           PERFORM APPLY-HISTORY-CHANGES
           PERFORM TAKE-FROM-ALLOC-QUEUE
           PERFORM TAKE-FROM-BACKORDERS
           PERFORM TAKE-FROM-ALLOCATIONS
           IF WORK-TABLE-OVERFLOWED
               DISPLAY 'ORDER CHANGE APPLY - RELEASE TABLE OVERFLOW, '
                   'ALLOCATE.DAT LEFT AS IT WAS - STOCK NOT RETURNED'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RELEASE-COUNT > ZERO
                   PERFORM RESTOCK-RELEASED-DRAWS
                   PERFORM RESTORE-RELEASED-LOTS
               END-IF
           END-IF
           PERFORM WRITE-CHANGE-REPORT
           PERFORM RETIRE-CHANGE-FILE
           DISPLAY 'ORDER CHANGE APPLY - APPLIED: ' WS-APPLIED-COUNT
               ' REJECTED: ' WS-REJECTED-COUNT
               ' STOCK RELEASES: ' WS-RELEASE-COUNT
           IF WS-LOT-MISSING-COUNT > ZERO
               DISPLAY 'ORDER CHANGE APPLY - LOTS NOT ON FILE: '
                   WS-LOT-MISSING-COUNT ' - SEE ORDCHG.RPT'
           END-IF
           STOP RUN.

       LOAD-CHANGES.
           OPEN INPUT CHANGE-TXN-FILE
           IF TXN-FILE-OK
               PERFORM READ-CHANGE-TXN
               PERFORM STORE-CHANGE-TXN UNTIL TXN-FILE-EOF
               CLOSE CHANGE-TXN-FILE
           END-IF.

       READ-CHANGE-TXN.
           READ CHANGE-TXN-FILE
               AT END
                   SET TXN-FILE-EOF TO TRUE
           END-READ.

       STORE-CHANGE-TXN.
           IF WS-CHANGE-COUNT < WS-CHANGE-TABLE-MAX
               ADD 1 TO WS-CHANGE-COUNT
               INITIALIZE WS-CHANGE-ENTRY (WS-CHANGE-COUNT)
               MOVE OC-CUSTOMER-ID
                   TO CG-CUSTOMER-ID (WS-CHANGE-COUNT)
               MOVE OC-PRODUCT-ID TO CG-PRODUCT-ID (WS-CHANGE-COUNT)
               MOVE OC-ORDER-DATE TO CG-ORDER-DATE (WS-CHANGE-COUNT)
               MOVE OC-ACTION TO CG-ACTION (WS-CHANGE-COUNT)
               MOVE OC-NEW-QUANTITY TO CG-NEW-QTY (WS-CHANGE-COUNT)
               MOVE OC-REQUESTED-BY TO CG-USER-ID (WS-CHANGE-COUNT)
               IF OC-REQUESTED-BY = SPACES
                   MOVE 'BATCH' TO CG-USER-ID (WS-CHANGE-COUNT)
               END-IF
               SET CG-PENDING (WS-CHANGE-COUNT) TO TRUE
               IF NOT OC-CHANGE-QUANTITY AND NOT OC-CANCEL-LINE
                   MOVE 'UNKNOWN ACTION CODE'
                       TO CG-REASON (WS-CHANGE-COUNT)
                   SET CG-REJECTED (WS-CHANGE-COUNT) TO TRUE
               END-IF
           ELSE
               DISPLAY 'ERROR: CHANGE TABLE FULL - CHANGE FOR '
                   OC-CUSTOMER-ID ' NOT LOADED'
               SET WORK-TABLE-OVERFLOWED TO TRUE
           END-IF
           PERFORM READ-CHANGE-TXN.

      *----------------------------------------------------------------
      * 出荷確認済みの数量が一つでもある行は変更不可 - 返品で扱う。
      *----------------------------------------------------------------
       REFUSE-SHIPPED-LINES.
           OPEN INPUT SHIPPED-FILE
           IF SHIP-FILE-OK
               PERFORM READ-SHIPPED
               PERFORM MATCH-ONE-SHIPMENT UNTIL SHIP-FILE-EOF
               CLOSE SHIPPED-FILE
           END-IF.

       READ-SHIPPED.
           READ SHIPPED-FILE
               AT END
                   SET SHIP-FILE-EOF TO TRUE
           END-READ.

       MATCH-ONE-SHIPMENT.
           PERFORM REFUSE-IF-SHIPPED
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           PERFORM READ-SHIPPED.

       REFUSE-IF-SHIPPED.
           IF CG-PENDING (WS-CHANGE-SUB)
               AND CG-CUSTOMER-ID (WS-CHANGE-SUB) = SP-CUSTOMER-ID
               AND CG-PRODUCT-ID (WS-CHANGE-SUB) = SP-PRODUCT-ID
               AND CG-ORDER-DATE (WS-CHANGE-SUB) = SP-ORDER-DATE
               MOVE 'LINE ALREADY SHIPPED'
                   TO CG-REASON (WS-CHANGE-SUB)
               SET CG-REJECTED (WS-CHANGE-SUB) TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The history is keyed customer + order date + line sequence,
      * so each line is found by STARTing at the customer's first
      * line of that date and reading forward for the product.
      *----------------------------------------------------------------
       FIND-ORDER-LINES.
           OPEN INPUT ORDER-FILE
           IF ORDER-FILE-OK
               PERFORM FIND-ONE-ORDER-LINE
                   VARYING WS-CHANGE-SUB FROM 1 BY 1
                   UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
               CLOSE ORDER-FILE
           END-IF
           PERFORM REFUSE-IF-NOT-FOUND
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT.

       FIND-ONE-ORDER-LINE.
           IF CG-PENDING (WS-CHANGE-SUB)
               MOVE 'N' TO WS-LINE-FOUND-SW
               MOVE CG-CUSTOMER-ID (WS-CHANGE-SUB) TO OH-CUSTOMER-ID
               MOVE CG-ORDER-DATE (WS-CHANGE-SUB) TO OH-ORDER-DATE
               MOVE ZERO TO OH-LINE-SEQ
               MOVE '00' TO WS-ORDER-STATUS
               START ORDER-FILE
                   KEY IS NOT < OH-PRIMARY-KEY
                   INVALID KEY
                       SET ORDER-FILE-EOF TO TRUE
                   NOT INVALID KEY
                       PERFORM READ-ORDER
               END-START
               PERFORM CHECK-ORDER-LINE
                   UNTIL ORDER-FILE-EOF
                       OR ORDER-LINE-FOUND
                       OR OH-CUSTOMER-ID
                           NOT = CG-CUSTOMER-ID (WS-CHANGE-SUB)
                       OR OH-ORDER-DATE
                           NOT = CG-ORDER-DATE (WS-CHANGE-SUB)
           END-IF.

       READ-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET ORDER-FILE-EOF TO TRUE
           END-READ.

       CHECK-ORDER-LINE.
           IF OH-PRODUCT-ID = CG-PRODUCT-ID (WS-CHANGE-SUB)
               SET ORDER-LINE-FOUND TO TRUE
               MOVE OH-LINE-SEQ TO CG-LINE-SEQ (WS-CHANGE-SUB)
               MOVE OH-QUANTITY TO CG-OLD-QTY (WS-CHANGE-SUB)
               IF OH-SHIP-TO-NO NUMERIC
                   MOVE OH-SHIP-TO-NO TO CG-SHIP-TO-NO (WS-CHANGE-SUB)
               ELSE
                   MOVE ZERO TO CG-SHIP-TO-NO (WS-CHANGE-SUB)
               END-IF
           ELSE
               PERFORM READ-ORDER
           END-IF.

       REFUSE-IF-NOT-FOUND.
           IF CG-PENDING (WS-CHANGE-SUB)
               AND CG-LINE-SEQ (WS-CHANGE-SUB) = ZERO
               MOVE 'ORDER LINE NOT ON FILE'
                   TO CG-REASON (WS-CHANGE-SUB)
               SET CG-REJECTED (WS-CHANGE-SUB) TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 直送品の行は仕入先の発注書の上で動いているので変更不可。
      * 品目相互参照で製品ーコードを控え、製品マスターを一巡して
      * 直送ー区分を見る。
      *----------------------------------------------------------------
       REFUSE-DROP-SHIP-LINES.
           PERFORM MAP-CHANGE-PRODUCT
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           OPEN INPUT PRODUCT-FILE
           IF PROD-FILE-OK
               PERFORM READ-PRODUCT
               PERFORM CHECK-ONE-DROP-SHIP-PRODUCT
                   UNTIL PROD-FILE-EOF
               CLOSE PRODUCT-FILE
           END-IF.

       MAP-CHANGE-PRODUCT.
           IF CG-PENDING (WS-CHANGE-SUB)
               MOVE CG-PRODUCT-ID (WS-CHANGE-SUB)
                   TO WS-XREF-RECORD-ID
               PERFORM MAP-ID-TO-PRODUCT-CODE
               MOVE WS-MAPPED-PRODUCT-CODE
                   TO CG-PRODUCT-CODE (WS-CHANGE-SUB)
           END-IF.

       CHECK-ONE-DROP-SHIP-PRODUCT.
           IF 直送品
               PERFORM REFUSE-IF-DROP-SHIP
                   VARYING WS-CHANGE-SUB FROM 1 BY 1
                   UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           END-IF
           PERFORM READ-PRODUCT.

       REFUSE-IF-DROP-SHIP.
           IF CG-PENDING (WS-CHANGE-SUB)
               AND CG-PRODUCT-CODE (WS-CHANGE-SUB) = 製品ーコード
               MOVE 'DROP-SHIP - CHANGE VENDOR PO'
                   TO CG-REASON (WS-CHANGE-SUB)
               SET CG-REJECTED (WS-CHANGE-SUB) TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * What of the line is still open, wherever it now waits.
      *----------------------------------------------------------------
       MEASURE-OPEN-QUANTITY.
           OPEN INPUT ALLOC-QUEUE-FILE
           IF ALLOCQ-FILE-OK
               PERFORM READ-ALLOC-QUEUE
               PERFORM MEASURE-ONE-QUEUE-ROW UNTIL ALLOCQ-FILE-EOF
               CLOSE ALLOC-QUEUE-FILE
           END-IF
           OPEN INPUT BACKORDER-FILE
           IF BKO-FILE-OK
               PERFORM READ-BACKORDER
               PERFORM MEASURE-ONE-BACKORDER UNTIL BKO-FILE-EOF
               CLOSE BACKORDER-FILE
           END-IF
           OPEN INPUT ALLOCATION-FILE
           IF ALLOC-FILE-OK
               PERFORM READ-ALLOCATION
               PERFORM MEASURE-ONE-ALLOCATION UNTIL ALLOC-FILE-EOF
               CLOSE ALLOCATION-FILE
           END-IF.

       READ-ALLOC-QUEUE.
           READ ALLOC-QUEUE-FILE
               AT END
                   SET ALLOCQ-FILE-EOF TO TRUE
           END-READ.

       READ-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   SET BKO-FILE-EOF TO TRUE
           END-READ.

       READ-ALLOCATION.
           READ ALLOCATION-FILE
               AT END
                   SET ALLOC-FILE-EOF TO TRUE
           END-READ.

       MEASURE-ONE-QUEUE-ROW.
           PERFORM ADD-QUEUE-ROW-TO-OPEN
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           PERFORM READ-ALLOC-QUEUE.

       ADD-QUEUE-ROW-TO-OPEN.
           IF CG-PENDING (WS-CHANGE-SUB)
               AND CG-CUSTOMER-ID (WS-CHANGE-SUB) = ORDER-CUSTOMER-ID
               AND CG-PRODUCT-ID (WS-CHANGE-SUB) = ORDER-PRODUCT-ID
               AND CG-ORDER-DATE (WS-CHANGE-SUB) = ORDER-DATE
               ADD ORDER-QUANTITY TO CG-OPEN-QTY (WS-CHANGE-SUB)
           END-IF.

       MEASURE-ONE-BACKORDER.
           PERFORM ADD-BACKORDER-TO-OPEN
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           PERFORM READ-BACKORDER.

       ADD-BACKORDER-TO-OPEN.
           IF CG-PENDING (WS-CHANGE-SUB)
               AND CG-CUSTOMER-ID (WS-CHANGE-SUB) = BO-CUSTOMER-ID
               AND CG-PRODUCT-ID (WS-CHANGE-SUB) = BO-PRODUCT-ID
               AND CG-ORDER-DATE (WS-CHANGE-SUB) = BO-ORDER-DATE
               ADD BO-QUANTITY TO CG-OPEN-QTY (WS-CHANGE-SUB)
           END-IF.

       MEASURE-ONE-ALLOCATION.
           PERFORM ADD-ALLOCATION-TO-OPEN
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           PERFORM READ-ALLOCATION.

       ADD-ALLOCATION-TO-OPEN.
           IF CG-PENDING (WS-CHANGE-SUB)
               AND CG-CUSTOMER-ID (WS-CHANGE-SUB) = AL-CUSTOMER-ID
               AND CG-PRODUCT-ID (WS-CHANGE-SUB) = AL-PRODUCT-ID
               AND CG-ORDER-DATE (WS-CHANGE-SUB) = AL-ORDER-DATE
               ADD AL-ALLOCATED-QTY TO CG-OPEN-QTY (WS-CHANGE-SUB)
           END-IF.

      *----------------------------------------------------------------
      * 減らす数量が未出荷の数量に収まらない行は却下する。ギフト
      * セットは引当後は構成品の行になるので、待ち行列を出た後の
      * セット行はここで止まる。
      *----------------------------------------------------------------
       SETTLE-ONE-CHANGE.
           IF CG-PENDING (WS-CHANGE-SUB)
               IF CG-ACTION (WS-CHANGE-SUB) = 'X'
                   MOVE CG-OLD-QTY (WS-CHANGE-SUB)
                       TO CG-TAKE-QTY (WS-CHANGE-SUB)
                   MOVE ZERO TO CG-NEW-QTY (WS-CHANGE-SUB)
               ELSE
                   EVALUATE TRUE
                       WHEN CG-NEW-QTY (WS-CHANGE-SUB) = ZERO
                           OR CG-NEW-QTY (WS-CHANGE-SUB)
                               = CG-OLD-QTY (WS-CHANGE-SUB)
                           MOVE 'NEW QUANTITY ZERO OR UNCHANGED'
                               TO CG-REASON (WS-CHANGE-SUB)
                           SET CG-REJECTED (WS-CHANGE-SUB) TO TRUE
                       WHEN CG-NEW-QTY (WS-CHANGE-SUB)
                           < CG-OLD-QTY (WS-CHANGE-SUB)
                           COMPUTE CG-TAKE-QTY (WS-CHANGE-SUB) =
                               CG-OLD-QTY (WS-CHANGE-SUB)
                               - CG-NEW-QTY (WS-CHANGE-SUB)
                       WHEN OTHER
                           COMPUTE CG-ADD-QTY (WS-CHANGE-SUB) =
                               CG-NEW-QTY (WS-CHANGE-SUB)
                               - CG-OLD-QTY (WS-CHANGE-SUB)
                   END-EVALUATE
               END-IF
           END-IF
           IF CG-PENDING (WS-CHANGE-SUB)
               AND CG-TAKE-QTY (WS-CHANGE-SUB)
                   > CG-OPEN-QTY (WS-CHANGE-SUB)
               MOVE 'QUANTITY NO LONGER ALL OPEN'
                   TO CG-REASON (WS-CHANGE-SUB)
               SET CG-REJECTED (WS-CHANGE-SUB) TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 履歴の行を書き換え(取消は削除)し、前後の写しを更新記録へ。
      *----------------------------------------------------------------
       APPLY-HISTORY-CHANGES.
           OPEN I-O ORDER-FILE
           IF ORDER-FILE-OK
               PERFORM APPLY-ONE-HISTORY-CHANGE
                   VARYING WS-CHANGE-SUB FROM 1 BY 1
                   UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
               CLOSE ORDER-FILE
           END-IF
           PERFORM COUNT-ONE-RESULT
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT.

       APPLY-ONE-HISTORY-CHANGE.
           IF CG-PENDING (WS-CHANGE-SUB)
               MOVE CG-CUSTOMER-ID (WS-CHANGE-SUB) TO OH-CUSTOMER-ID
               MOVE CG-ORDER-DATE (WS-CHANGE-SUB) TO OH-ORDER-DATE
               MOVE CG-LINE-SEQ (WS-CHANGE-SUB) TO OH-LINE-SEQ
               READ ORDER-FILE KEY IS OH-PRIMARY-KEY
                   INVALID KEY
                       MOVE 'ORDER LINE NOT ON FILE'
                           TO CG-REASON (WS-CHANGE-SUB)
                       SET CG-REJECTED (WS-CHANGE-SUB) TO TRUE
                   NOT INVALID KEY
                       PERFORM REWRITE-HISTORY-LINE
               END-READ
           END-IF.

       REWRITE-HISTORY-LINE.
           MOVE ORDER-HISTORY-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           IF CG-ACTION (WS-CHANGE-SUB) = 'X'
               DELETE ORDER-FILE RECORD
               MOVE SPACES TO WS-JOURNAL-AFTER-IMAGE
           ELSE
               MOVE CG-NEW-QTY (WS-CHANGE-SUB) TO OH-QUANTITY
               REWRITE ORDER-HISTORY-RECORD
               MOVE ORDER-HISTORY-RECORD TO WS-JOURNAL-AFTER-IMAGE
           END-IF
           SET CG-APPLIED (WS-CHANGE-SUB) TO TRUE
           PERFORM WRITE-UPDATE-JOURNAL.

       COUNT-ONE-RESULT.
           IF CG-APPLIED (WS-CHANGE-SUB)
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       WRITE-UPDATE-JOURNAL.
           MOVE CG-CUSTOMER-ID (WS-CHANGE-SUB) TO JK-CUSTOMER-ID
           MOVE CG-PRODUCT-ID (WS-CHANGE-SUB) TO JK-PRODUCT-ID
           MOVE CG-USER-ID (WS-CHANGE-SUB) TO WS-JOURNAL-USER-ID
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID.

      *----------------------------------------------------------------
      * Queued lines not yet allocated give up their quantity first;
      * an increase is queued after the carried rows under the
      * line's own order date.
      *----------------------------------------------------------------
       TAKE-FROM-ALLOC-QUEUE.
           OPEN OUTPUT ALLOC-QUEUE-OUT-FILE
           OPEN INPUT ALLOC-QUEUE-FILE
           IF ALLOCQ-FILE-OK
               PERFORM READ-ALLOC-QUEUE
               PERFORM CARRY-ONE-QUEUE-ROW UNTIL ALLOCQ-FILE-EOF
               CLOSE ALLOC-QUEUE-FILE
           END-IF
           PERFORM QUEUE-ONE-INCREASE
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           CLOSE ALLOC-QUEUE-OUT-FILE
           MOVE 'ORDALLOC.DAT' TO WS-SWAP-FILE-NAME
           MOVE 'ORDALLOC.CHG' TO WS-SWAP-WORK-NAME
           PERFORM SWAP-CHANGED-FILE.

       CARRY-ONE-QUEUE-ROW.
           MOVE ORDER-QUANTITY TO WS-ROW-QTY
           PERFORM TAKE-QUEUE-ROW-QTY
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           IF WS-ROW-QTY > ZERO
               MOVE WS-ROW-QTY TO ORDER-QUANTITY
               WRITE ALLOC-QUEUE-OUT-RECORD FROM ORDER-RECORD
           END-IF
           PERFORM READ-ALLOC-QUEUE.

       TAKE-QUEUE-ROW-QTY.
           IF CG-APPLIED (WS-CHANGE-SUB)
               AND CG-TAKE-QTY (WS-CHANGE-SUB) > ZERO
               AND CG-CUSTOMER-ID (WS-CHANGE-SUB) = ORDER-CUSTOMER-ID
               AND CG-PRODUCT-ID (WS-CHANGE-SUB) = ORDER-PRODUCT-ID
               AND CG-ORDER-DATE (WS-CHANGE-SUB) = ORDER-DATE
               PERFORM TAKE-FROM-ROW
           END-IF.

      *----------------------------------------------------------------
      * 行の数量と変更の残り減量の小さい方を行から差し引く。
      *----------------------------------------------------------------
       TAKE-FROM-ROW.
           IF CG-TAKE-QTY (WS-CHANGE-SUB) < WS-ROW-QTY
               MOVE CG-TAKE-QTY (WS-CHANGE-SUB) TO WS-TAKE-QTY
           ELSE
               MOVE WS-ROW-QTY TO WS-TAKE-QTY
           END-IF
           SUBTRACT WS-TAKE-QTY FROM WS-ROW-QTY
           SUBTRACT WS-TAKE-QTY FROM CG-TAKE-QTY (WS-CHANGE-SUB).

       QUEUE-ONE-INCREASE.
           IF CG-APPLIED (WS-CHANGE-SUB)
               AND CG-ADD-QTY (WS-CHANGE-SUB) > ZERO
               MOVE CG-CUSTOMER-ID (WS-CHANGE-SUB) TO WQ-CUSTOMER-ID
               MOVE CG-PRODUCT-ID (WS-CHANGE-SUB) TO WQ-PRODUCT-ID
               MOVE CG-ADD-QTY (WS-CHANGE-SUB) TO WQ-QUANTITY
               MOVE CG-ORDER-DATE (WS-CHANGE-SUB) TO WQ-ORDER-DATE
               MOVE CG-SHIP-TO-NO (WS-CHANGE-SUB) TO WQ-SHIP-TO-NO
               WRITE ALLOC-QUEUE-OUT-RECORD FROM WS-QUEUE-WORK
           END-IF.

       TAKE-FROM-BACKORDERS.
           OPEN INPUT BACKORDER-FILE
           IF BKO-FILE-OK
               OPEN OUTPUT BACKORDER-OUT-FILE
               PERFORM READ-BACKORDER
               PERFORM CARRY-ONE-BACKORDER UNTIL BKO-FILE-EOF
               CLOSE BACKORDER-FILE
               CLOSE BACKORDER-OUT-FILE
               MOVE 'BACKORDR.DAT' TO WS-SWAP-FILE-NAME
               MOVE 'BACKORDR.CHG' TO WS-SWAP-WORK-NAME
               PERFORM SWAP-CHANGED-FILE
           END-IF.

       CARRY-ONE-BACKORDER.
           MOVE BO-QUANTITY TO WS-ROW-QTY
           PERFORM TAKE-BACKORDER-QTY
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           IF WS-ROW-QTY > ZERO
               MOVE WS-ROW-QTY TO BO-QUANTITY
               WRITE BACKORDER-OUT-RECORD FROM BACKORDER-RECORD
           END-IF
           PERFORM READ-BACKORDER.

       TAKE-BACKORDER-QTY.
           IF CG-APPLIED (WS-CHANGE-SUB)
               AND CG-TAKE-QTY (WS-CHANGE-SUB) > ZERO
               AND CG-CUSTOMER-ID (WS-CHANGE-SUB) = BO-CUSTOMER-ID
               AND CG-PRODUCT-ID (WS-CHANGE-SUB) = BO-PRODUCT-ID
               AND CG-ORDER-DATE (WS-CHANGE-SUB) = BO-ORDER-DATE
               PERFORM TAKE-FROM-ROW
           END-IF.

      *----------------------------------------------------------------
      * Only now is drawn stock given back: each draw reduced or
      * dropped becomes a release row carrying its bucket and lot.
      * If the release table cannot hold them all, ALLOCATE.DAT is
      * left exactly as it was so the stock is not lost sight of.
      *----------------------------------------------------------------
       TAKE-FROM-ALLOCATIONS.
           OPEN INPUT ALLOCATION-FILE
           IF ALLOC-FILE-OK
               OPEN OUTPUT ALLOCATION-OUT-FILE
               PERFORM READ-ALLOCATION
               PERFORM CARRY-ONE-ALLOCATION UNTIL ALLOC-FILE-EOF
               CLOSE ALLOCATION-FILE
               CLOSE ALLOCATION-OUT-FILE
               IF NOT WORK-TABLE-OVERFLOWED
                   MOVE 'ALLOCATE.DAT' TO WS-SWAP-FILE-NAME
                   MOVE 'ALLOCATE.CHG' TO WS-SWAP-WORK-NAME
                   PERFORM SWAP-CHANGED-FILE
               END-IF
           END-IF.

       CARRY-ONE-ALLOCATION.
           MOVE AL-ALLOCATED-QTY TO WS-ROW-QTY
           PERFORM TAKE-ALLOCATION-QTY
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           IF WS-ROW-QTY < AL-ALLOCATED-QTY
               PERFORM RECORD-RELEASE
           END-IF
           IF WS-ROW-QTY > ZERO
               MOVE WS-ROW-QTY TO AL-ALLOCATED-QTY
               WRITE ALLOCATION-OUT-RECORD FROM ALLOCATION-RECORD
           END-IF
           PERFORM READ-ALLOCATION.

       TAKE-ALLOCATION-QTY.
           IF CG-APPLIED (WS-CHANGE-SUB)
               AND CG-TAKE-QTY (WS-CHANGE-SUB) > ZERO
               AND CG-CUSTOMER-ID (WS-CHANGE-SUB) = AL-CUSTOMER-ID
               AND CG-PRODUCT-ID (WS-CHANGE-SUB) = AL-PRODUCT-ID
               AND CG-ORDER-DATE (WS-CHANGE-SUB) = AL-ORDER-DATE
               PERFORM TAKE-FROM-ROW
           END-IF.

       RECORD-RELEASE.
           IF WS-RELEASE-COUNT < WS-RELEASE-TABLE-MAX
               ADD 1 TO WS-RELEASE-COUNT
               MOVE AL-PRODUCT-ID TO WS-XREF-RECORD-ID
               PERFORM MAP-ID-TO-PRODUCT-CODE
               MOVE WS-MAPPED-PRODUCT-CODE
                   TO RL-PRODUCT-CODE (WS-RELEASE-COUNT)
               MOVE AL-WAREHOUSE-CODE
                   TO RL-WAREHOUSE-CODE (WS-RELEASE-COUNT)
               MOVE AL-LOT-NUMBER TO RL-LOT-NUMBER (WS-RELEASE-COUNT)
               COMPUTE RL-QUANTITY (WS-RELEASE-COUNT) =
                   AL-ALLOCATED-QTY - WS-ROW-QTY
               MOVE 'N' TO RL-RESTOCKED-SW (WS-RELEASE-COUNT)
               MOVE 'N' TO RL-LOT-RESTORED-SW (WS-RELEASE-COUNT)
           ELSE
               DISPLAY 'ERROR: RELEASE TABLE FULL - DRAW FOR '
                   AL-CUSTOMER-ID ' NOT RELEASED'
               SET WORK-TABLE-OVERFLOWED TO TRUE
           END-IF.

       MAP-ID-TO-PRODUCT-CODE.
           MOVE 'F' TO WS-XREF-DIRECTION
           CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                          WS-XREF-RECORD-ID
                                          WS-MAPPED-PRODUCT-CODE
           END-CALL.

      *----------------------------------------------------------------
      * 取り消した引当数量を、引き当てた倉庫ー内訳バケットと在庫数量
      * へ戻す。バケットが無くなっていれば先頭のバケットへ(返品と
      * 同じ扱い)。
      *----------------------------------------------------------------
       RESTOCK-RELEASED-DRAWS.
           OPEN I-O PRODUCT-FILE
           IF PROD-FILE-OK
               PERFORM READ-PRODUCT
               PERFORM RESTOCK-ONE-PRODUCT UNTIL PROD-FILE-EOF
               CLOSE PRODUCT-FILE
           END-IF.

       READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET PROD-FILE-EOF TO TRUE
           END-READ.

       RESTOCK-ONE-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-CHANGED-SW
           PERFORM RESTOCK-IF-MATCHED
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
           IF PRODUCT-RECORD-CHANGED
               REWRITE 製品マスター
           END-IF
           PERFORM READ-PRODUCT.

       RESTOCK-IF-MATCHED.
           IF RL-PRODUCT-CODE (WS-RELEASE-SUB) = 製品ーコード
               AND RL-RESTOCKED-SW (WS-RELEASE-SUB) = 'N'
               SET PRODUCT-RECORD-CHANGED TO TRUE
               MOVE 'Y' TO RL-RESTOCKED-SW (WS-RELEASE-SUB)
               ADD RL-QUANTITY (WS-RELEASE-SUB) TO 在庫数量
               MOVE 'N' TO WS-BUCKET-FOUND-SW
               SET 倉庫ー添字 TO 1
               PERFORM FIND-RELEASE-BUCKET 倉庫ー件数 TIMES
               IF NOT BUCKET-FOUND AND 倉庫ー件数 > ZERO
                   SET 倉庫ー添字 TO 1
                   SET BUCKET-FOUND TO TRUE
               END-IF
               MOVE SPACES TO WS-MOVEMENT-WAREHOUSE
               IF BUCKET-FOUND
                   ADD RL-QUANTITY (WS-RELEASE-SUB)
                       TO 倉庫ー内訳ー数量 (倉庫ー添字)
                   MOVE 倉庫ー内訳ーコード (倉庫ー添字)
                       TO WS-MOVEMENT-WAREHOUSE
               END-IF
               PERFORM WRITE-RELEASE-MOVEMENT
           END-IF.

       FIND-RELEASE-BUCKET.
           IF NOT BUCKET-FOUND
               IF 倉庫ー内訳ーコード (倉庫ー添字)
                   = RL-WAREHOUSE-CODE (WS-RELEASE-SUB)
                   SET BUCKET-FOUND TO TRUE
               ELSE
                   SET 倉庫ー添字 UP BY 1
               END-IF
           END-IF.

       WRITE-RELEASE-MOVEMENT.
           MOVE 'OC' TO WS-MOVEMENT-TYPE
           MOVE RL-QUANTITY (WS-RELEASE-SUB) TO WS-MOVEMENT-QTY
           MOVE 在庫数量 TO WS-MOVEMENT-BALANCE
           CALL 'STOCK-MOVEMENT-LEDGER' USING 製品ーコード
               WS-MOVEMENT-WAREHOUSE
               WS-MOVEMENT-TYPE
               WS-MOVEMENT-QTY
               WS-MOVEMENT-BALANCE
           END-CALL.

      *----------------------------------------------------------------
      * ロット付きの引当はそのロットの在庫へ戻す。
      *----------------------------------------------------------------
       RESTORE-RELEASED-LOTS.
           OPEN INPUT LOT-MASTER-FILE
           IF LOT-FILE-OK
               OPEN OUTPUT LOT-MASTER-OUT-FILE
               PERFORM READ-LOT-MASTER
               PERFORM RESTORE-ONE-LOT UNTIL LOT-FILE-EOF
               CLOSE LOT-MASTER-FILE
               CLOSE LOT-MASTER-OUT-FILE
               MOVE 'LOTS.DAT' TO WS-SWAP-FILE-NAME
               MOVE 'LOTS.CHG' TO WS-SWAP-WORK-NAME
               PERFORM SWAP-CHANGED-FILE
           END-IF.

       READ-LOT-MASTER.
           READ LOT-MASTER-FILE
               AT END
                   SET LOT-FILE-EOF TO TRUE
           END-READ.

       RESTORE-ONE-LOT.
           PERFORM RESTORE-IF-SAME-LOT
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
           WRITE LOT-MASTER-OUT-RECORD FROM LOT-MASTER-RECORD
           PERFORM READ-LOT-MASTER.

       RESTORE-IF-SAME-LOT.
           IF RL-LOT-NUMBER (WS-RELEASE-SUB) NOT = SPACES
               AND RL-LOT-RESTORED-SW (WS-RELEASE-SUB) = 'N'
               AND RL-PRODUCT-CODE (WS-RELEASE-SUB) = LO-PRODUCT-CODE
               AND RL-LOT-NUMBER (WS-RELEASE-SUB) = LO-LOT-NUMBER
               ADD RL-QUANTITY (WS-RELEASE-SUB) TO LO-ON-HAND-QTY
               MOVE 'Y' TO RL-LOT-RESTORED-SW (WS-RELEASE-SUB)
           END-IF.

      *----------------------------------------------------------------
      * 書き上がった作業ファイルを正に差し替える(RPTCAT と同じ並び:
      * 書き切ってから入れ替え)。
      *----------------------------------------------------------------
       SWAP-CHANGED-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-SWAP-FILE-NAME
           CALL 'CBL_RENAME_FILE' USING WS-SWAP-WORK-NAME
                                         WS-SWAP-FILE-NAME.

       WRITE-CHANGE-REPORT.
           OPEN OUTPUT CHANGE-REPORT-FILE
           PERFORM WRITE-ONE-CHANGE-LINE
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           PERFORM WRITE-ONE-RELEASE-LINE
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
           MOVE WS-APPLIED-COUNT TO CS-APPLIED-COUNT
           MOVE WS-REJECTED-COUNT TO CS-REJECTED-COUNT
           MOVE WS-RELEASE-COUNT TO CS-RELEASE-COUNT
           WRITE CHANGE-REPORT-LINE FROM WS-CHANGE-TOTAL-LINE
           CLOSE CHANGE-REPORT-FILE.

       WRITE-ONE-CHANGE-LINE.
           IF CG-ACTION (WS-CHANGE-SUB) = 'X'
               MOVE 'CANCEL  ' TO CD-ACTION
           ELSE
               MOVE 'CHANGE  ' TO CD-ACTION
           END-IF
           MOVE CG-CUSTOMER-ID (WS-CHANGE-SUB) TO CD-CUSTOMER-ID
           MOVE CG-PRODUCT-ID (WS-CHANGE-SUB) TO CD-PRODUCT-ID
           MOVE CG-ORDER-DATE (WS-CHANGE-SUB) TO CD-ORDER-DATE
           MOVE CG-OLD-QTY (WS-CHANGE-SUB) TO CD-OLD-QTY
           MOVE CG-NEW-QTY (WS-CHANGE-SUB) TO CD-NEW-QTY
           IF CG-APPLIED (WS-CHANGE-SUB)
               MOVE 'APPLIED' TO CD-RESULT
           ELSE
               MOVE CG-REASON (WS-CHANGE-SUB) TO CD-RESULT
           END-IF
           WRITE CHANGE-REPORT-LINE FROM WS-CHANGE-DETAIL-LINE.

       WRITE-ONE-RELEASE-LINE.
           MOVE RL-PRODUCT-CODE (WS-RELEASE-SUB) TO RD-PRODUCT-CODE
           MOVE RL-WAREHOUSE-CODE (WS-RELEASE-SUB)
               TO RD-WAREHOUSE-CODE
           MOVE RL-LOT-NUMBER (WS-RELEASE-SUB) TO RD-LOT-NUMBER
           MOVE RL-QUANTITY (WS-RELEASE-SUB) TO RD-QUANTITY
           EVALUATE TRUE
               WHEN RL-RESTOCKED-SW (WS-RELEASE-SUB) = 'N'
                   MOVE 'PRODUCT NOT ON FILE' TO RD-NOTE
               WHEN RL-LOT-NUMBER (WS-RELEASE-SUB) NOT = SPACES
                   AND RL-LOT-RESTORED-SW (WS-RELEASE-SUB) = 'N'
                   MOVE 'LOT NOT ON FILE' TO RD-NOTE
                   ADD 1 TO WS-LOT-MISSING-COUNT
               WHEN OTHER
                   MOVE 'RESTOCKED' TO RD-NOTE
           END-EVALUATE
           WRITE CHANGE-REPORT-LINE FROM WS-RELEASE-DETAIL-LINE.

      *----------------------------------------------------------------
      * The transaction file is spent; retire it to its generation
      * so a rerun cannot apply the same change twice.
      *----------------------------------------------------------------
       RETIRE-CHANGE-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-TXN-GEN-FILE-NAME
           CALL 'CBL_RENAME_FILE' USING WS-TXN-FILE-NAME
                                         WS-TXN-GEN-FILE-NAME.
