       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-EXPEDITE.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Daily chase of purchase-order lines the vendor is late on.
      * An OPENPO.DAT line is overdue when it is still open, short of
      * its order quantity, and PO-ORDER-DATE plus the vendor's
      * VM-LEAD-TIME-DAYS from the indexed VENDOR.DAT is before the
      * run date (a vendor not on file is taken at zero lead time).
      * Cancelled and fully received lines are never chased.  Each
      * overdue line is listed on EXPEDITE.RPT by vendor with its
      * outstanding quantity, due date and days late, followed by
      * the customer demand waiting on it: every BACKORDR.DAT line
      * for the same product (order item IDs mapped to product codes
      * through ITEM-XREF-LOOKUP), oldest first as the file holds
      * them, or for a drop-ship line the customer order it was
      * raised for.  One expedite letter per vendor with anything
      * overdue goes on EXPLTR.RPT, addressed from VENDOR.DAT,
      * listing its late lines - those with customers waiting marked
      * first call - and asking for a confirmed ship date.  Nothing
      * is updated; the run can be repeated.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT EXPEDITE-REPORT-FILE ASSIGN TO "EXPEDITE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPEDITE-LETTER-FILE ASSIGN TO "EXPLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PO-FILE.
       COPY OPEN-PO-RECORD.

       FD  BACKORDER-FILE.
       COPY BACKORDER-RECORD.

       FD  VENDOR-FILE.
       COPY VENDOR-MASTER-RECORD.

       FD  EXPEDITE-REPORT-FILE.
       01  EXPEDITE-REPORT-LINE         PIC X(100).

       FD  EXPEDITE-LETTER-FILE.
       01  EXPEDITE-LETTER-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PO-STATUS                  PIC XX.
           88  PO-FILE-OK                    VALUE '00'.
           88  PO-FILE-EOF                   VALUE '10'.
       01  WS-BKO-STATUS                 PIC XX.
           88  BKO-FILE-OK                   VALUE '00'.
           88  BKO-FILE-EOF                  VALUE '10'.
       01  WS-VEND-STATUS                PIC XX.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-LEAD-TIME-DAYS             PIC 9(3).
       01  WS-DUE-DATE                   PIC 9(8).
       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).

      *----------------------------------------------------------------
      * 入荷待ちの受注残。BACKORDR.DATの並び(古い順)のまま持つ。
      *----------------------------------------------------------------
       01  WS-BKO-TABLE-MAX              PIC 9(4) VALUE 1000.
       01  WS-BKO-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-BKO-ENTRIES.
           05  WS-BKO-ENTRY              OCCURS 1000 TIMES.
               10  BK-PRODUCT-CODE           PIC X(20).
               10  BK-CUSTOMER-ID            PIC 9(8).
               10  BK-SHIP-TO-NO             PIC 9(3).
               10  BK-ORDER-DATE             PIC 9(8).
               10  BK-QUANTITY               PIC 9(5).
       01  WS-BKO-SUB                    PIC 9(4) COMP.

       01  WS-LATE-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-LATE-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LATE-ENTRIES.
           05  WS-LATE-ENTRY             OCCURS 500 TIMES.
               10  LT-VENDOR-CODE            PIC X(10).
               10  LT-PO-NUMBER              PIC 9(12).
               10  LT-PRODUCT-CODE           PIC X(20).
               10  LT-ORDER-QTY              PIC 9(5).
               10  LT-RECEIVED-QTY           PIC 9(5).
               10  LT-ORDER-DATE             PIC 9(8).
               10  LT-DUE-DATE               PIC 9(8).
               10  LT-DAYS-LATE              PIC 9(5).
               10  LT-DROP-SHIP-SW           PIC X(1).
                   88  LT-DROP-SHIP              VALUE 'D'.
               10  LT-CUSTOMER-ID            PIC 9(8).
               10  LT-SHIP-TO-NO             PIC 9(3).
               10  LT-CUST-ORDER-DATE        PIC 9(8).
               10  LT-WAITING-COUNT          PIC 9(4).
       01  WS-LATE-SUB                   PIC 9(3) COMP.

       01  WS-LATE-VENDOR-MAX            PIC 9(3) VALUE 200.
       01  WS-LATE-VENDOR-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-LATE-VENDOR-ENTRIES.
           05  WS-LATE-VENDOR-ENTRY      OCCURS 200 TIMES
                                             INDEXED BY LV-IDX.
               10  LV-VENDOR-CODE            PIC X(10).
       01  WS-VENDOR-SUB                 PIC 9(3) COMP.

       01  WS-VENDOR-LINE-COUNT          PIC 9(5).
       01  WS-OUTSTANDING-QTY            PIC 9(5).
       01  WS-OPEN-LINE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-WAITING-TOTAL              PIC 9(5) VALUE ZERO.
       01  WS-LETTER-COUNT               PIC 9(5) VALUE ZERO.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'OVERDUE PURCHASE ORDER LINES  RUN DATE: '.
           05  EH-RUN-DATE              PIC 9(8).
       01  WS-REPORT-VENDOR-LINE.
           05  FILLER                  PIC X(8) VALUE 'VENDOR: '.
           05  EV-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EV-VENDOR-NAME           PIC X(30).
           05  FILLER                  PIC X(8) VALUE '  LEAD: '.
           05  EV-LEAD-TIME-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(5) VALUE ' DAYS'.
       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40)
               VALUE '  PO NUMBER    PRODUCT               ORD'.
           05  FILLER                  PIC X(40)
               VALUE 'ERED  RECD  SHORT  ORDERED     DUE  LATE'.
       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ED-PO-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ED-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ED-ORDER-QTY             PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ED-RECEIVED-QTY          PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ED-OUTSTANDING-QTY       PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ED-ORDER-DATE            PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ED-DUE-DATE              PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ED-DAYS-LATE             PIC ZZZZ9.
       01  WS-REPORT-WAITING-LINE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  EW-WAITING-TEXT          PIC X(14).
           05  EW-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  EW-SHIP-TO-NO            PIC 9(3).
           05  FILLER                  PIC X(12) VALUE '  ORDERED: '.
           05  EW-ORDER-DATE            PIC 9(8).
           05  FILLER                  PIC X(7) VALUE '  QTY: '.
           05  EW-QUANTITY              PIC ZZZZ9.
       01  WS-REPORT-VENDOR-TOTAL-LINE.
           05  FILLER                  PIC X(22)
               VALUE '  OVERDUE LINES:      '.
           05  ET-LINE-COUNT            PIC ZZZZ9.
       01  WS-REPORT-RUN-TOTAL-LINE.
           05  FILLER                  PIC X(22)
               VALUE 'OPEN LINES CHECKED:   '.
           05  ER-OPEN-LINE-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  OVERDUE: '.
           05  ER-LATE-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(21)
               VALUE '  CUSTOMERS WAITING: '.
           05  ER-WAITING-TOTAL         PIC ZZZZ9.
       01  WS-REPORT-BLANK-LINE         PIC X(100) VALUE SPACES.

       01  WS-LETTER-HEADER-LINE.
           05  FILLER                  PIC X(24)
               VALUE 'EXPEDITE REQUEST        '.
           05  FILLER                  PIC X(6) VALUE 'DATE: '.
           05  LH-LETTER-DATE           PIC 9(8).
       01  WS-LETTER-VENDOR-LINE.
           05  FILLER                  PIC X(4) VALUE 'TO: '.
           05  LV-LETTER-VENDOR-CODE    PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LV-VENDOR-NAME           PIC X(30).
       01  WS-LETTER-ADDRESS-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  LA-VENDOR-ADDRESS        PIC X(50).
       01  WS-LETTER-OPENING-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'THE FOLLOWING PURCHASE ORDER LINES ARE P'.
           05  FILLER                  PIC X(40)
               VALUE 'AST THEIR DUE DATE AND NOT YET RECEIVED:'.
       01  WS-LETTER-COLUMN-LINE.
           05  FILLER                  PIC X(40)
               VALUE '  PO NUMBER    PRODUCT               OUT'.
           05  FILLER                  PIC X(40)
               VALUE 'STANDING      DUE  DAYS LATE            '.
       01  WS-LETTER-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LD-PO-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LD-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  LD-OUTSTANDING-QTY       PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LD-DUE-DATE              PIC 9(8).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  LD-DAYS-LATE             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LD-PRIORITY-NOTE         PIC X(10).
       01  WS-LETTER-CLOSING-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'PLEASE CONFIRM A SHIP DATE FOR EACH LINE'.
           05  FILLER                  PIC X(40)
               VALUE ' BY RETURN. FIRST CALL LINES HAVE CUSTOM'.
           05  FILLER                  PIC X(20)
               VALUE 'ERS WAITING.        '.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-BACKORDERS
           OPEN INPUT VENDOR-FILE
           PERFORM FIND-OVERDUE-LINES
           OPEN OUTPUT EXPEDITE-REPORT-FILE
           OPEN OUTPUT EXPEDITE-LETTER-FILE
           MOVE WS-TODAY-CCYYMMDD TO EH-RUN-DATE
           WRITE EXPEDITE-REPORT-LINE FROM WS-REPORT-HEADER-LINE
           PERFORM CHASE-ONE-VENDOR
               VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-LATE-VENDOR-COUNT
           MOVE WS-OPEN-LINE-COUNT TO ER-OPEN-LINE-COUNT
           MOVE WS-LATE-COUNT TO ER-LATE-COUNT
           MOVE WS-WAITING-TOTAL TO ER-WAITING-TOTAL
           WRITE EXPEDITE-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           WRITE EXPEDITE-REPORT-LINE FROM WS-REPORT-RUN-TOTAL-LINE
           CLOSE VENDOR-FILE
           CLOSE EXPEDITE-REPORT-FILE
           CLOSE EXPEDITE-LETTER-FILE
           DISPLAY 'PO EXPEDITE - OPEN LINES: ' WS-OPEN-LINE-COUNT
               ' OVERDUE: ' WS-LATE-COUNT
               ' LETTERS: ' WS-LETTER-COUNT
           STOP RUN.

       LOAD-BACKORDERS.
           OPEN INPUT BACKORDER-FILE
           IF BKO-FILE-OK
               PERFORM READ-BACKORDER
               PERFORM STORE-BACKORDER UNTIL BKO-FILE-EOF
               CLOSE BACKORDER-FILE
           END-IF.

       READ-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   SET BKO-FILE-EOF TO TRUE
           END-READ.

       STORE-BACKORDER.
           IF WS-BKO-COUNT < WS-BKO-TABLE-MAX
               MOVE 'F' TO WS-XREF-DIRECTION
               MOVE BO-PRODUCT-ID TO WS-XREF-RECORD-ID
               CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                              WS-XREF-RECORD-ID
                                              WS-MAPPED-PRODUCT-CODE
               END-CALL
               IF WS-MAPPED-PRODUCT-CODE NOT = SPACES
                   ADD 1 TO WS-BKO-COUNT
                   MOVE WS-MAPPED-PRODUCT-CODE
                       TO BK-PRODUCT-CODE (WS-BKO-COUNT)
                   MOVE BO-CUSTOMER-ID TO BK-CUSTOMER-ID (WS-BKO-COUNT)
                   IF BO-SHIP-TO-NO NOT NUMERIC
                       MOVE ZERO TO BK-SHIP-TO-NO (WS-BKO-COUNT)
                   ELSE
                       MOVE BO-SHIP-TO-NO
                           TO BK-SHIP-TO-NO (WS-BKO-COUNT)
                   END-IF
                   MOVE BO-ORDER-DATE TO BK-ORDER-DATE (WS-BKO-COUNT)
                   MOVE BO-QUANTITY TO BK-QUANTITY (WS-BKO-COUNT)
               END-IF
           ELSE
               DISPLAY 'BACKORDER TABLE FULL - LATER BACKORDERS '
                   'NOT SHOWN AS WAITING'
           END-IF
           PERFORM READ-BACKORDER.

      *----------------------------------------------------------------
      * 未完了で残数量のあるPO行のうち、発注日+メーカーのリード
      * タイムが実行日より前のものを遅延とする。
      *----------------------------------------------------------------
       FIND-OVERDUE-LINES.
           OPEN INPUT OPEN-PO-FILE
           IF PO-FILE-OK
               PERFORM READ-OPEN-PO
               PERFORM CHECK-ONE-PO-LINE UNTIL PO-FILE-EOF
               CLOSE OPEN-PO-FILE
           END-IF.

       READ-OPEN-PO.
           READ OPEN-PO-FILE
               AT END
                   SET PO-FILE-EOF TO TRUE
           END-READ.

       CHECK-ONE-PO-LINE.
           IF PO-LINE-OPEN
               AND PO-ORDER-QTY > PO-RECEIVED-QTY
               AND PO-ORDER-DATE > ZERO
               ADD 1 TO WS-OPEN-LINE-COUNT
               MOVE ZERO TO WS-LEAD-TIME-DAYS
               MOVE PO-VENDOR-CODE TO VM-VENDOR-CODE
               READ VENDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VM-LEAD-TIME-DAYS TO WS-LEAD-TIME-DAYS
               END-READ
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE)
                    + WS-LEAD-TIME-DAYS)
               IF WS-DUE-DATE < WS-TODAY-CCYYMMDD
                   PERFORM STORE-LATE-LINE
               END-IF
           END-IF
           PERFORM READ-OPEN-PO.

       STORE-LATE-LINE.
           IF WS-LATE-COUNT < WS-LATE-TABLE-MAX
               ADD 1 TO WS-LATE-COUNT
               MOVE PO-VENDOR-CODE TO LT-VENDOR-CODE (WS-LATE-COUNT)
               MOVE PO-NUMBER TO LT-PO-NUMBER (WS-LATE-COUNT)
               MOVE PO-PRODUCT-CODE TO LT-PRODUCT-CODE (WS-LATE-COUNT)
               MOVE PO-ORDER-QTY TO LT-ORDER-QTY (WS-LATE-COUNT)
               MOVE PO-RECEIVED-QTY TO LT-RECEIVED-QTY (WS-LATE-COUNT)
               MOVE PO-ORDER-DATE TO LT-ORDER-DATE (WS-LATE-COUNT)
               MOVE WS-DUE-DATE TO LT-DUE-DATE (WS-LATE-COUNT)
               COMPUTE LT-DAYS-LATE (WS-LATE-COUNT) =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
               MOVE PO-DROP-SHIP-SW TO LT-DROP-SHIP-SW (WS-LATE-COUNT)
               MOVE ZERO TO LT-CUSTOMER-ID (WS-LATE-COUNT)
               MOVE ZERO TO LT-SHIP-TO-NO (WS-LATE-COUNT)
               MOVE ZERO TO LT-CUST-ORDER-DATE (WS-LATE-COUNT)
               MOVE ZERO TO LT-WAITING-COUNT (WS-LATE-COUNT)
               IF PO-DROP-SHIP
                   MOVE PO-CUSTOMER-ID
                       TO LT-CUSTOMER-ID (WS-LATE-COUNT)
                   MOVE PO-SHIP-TO-NO TO LT-SHIP-TO-NO (WS-LATE-COUNT)
                   MOVE PO-CUST-ORDER-DATE
                       TO LT-CUST-ORDER-DATE (WS-LATE-COUNT)
                   MOVE 1 TO LT-WAITING-COUNT (WS-LATE-COUNT)
               ELSE
                   MOVE WS-LATE-COUNT TO WS-LATE-SUB
                   PERFORM COUNT-WAITING-BACKORDER
                       VARYING WS-BKO-SUB FROM 1 BY 1
                       UNTIL WS-BKO-SUB > WS-BKO-COUNT
               END-IF
               ADD LT-WAITING-COUNT (WS-LATE-COUNT) TO WS-WAITING-TOTAL
               PERFORM NOTE-LATE-VENDOR
           ELSE
               DISPLAY 'OVERDUE LINE TABLE FULL - PO ' PO-NUMBER
                   ' ' PO-PRODUCT-CODE ' NOT CHASED'
           END-IF.

       COUNT-WAITING-BACKORDER.
           IF BK-PRODUCT-CODE (WS-BKO-SUB)
               = LT-PRODUCT-CODE (WS-LATE-SUB)
               ADD 1 TO LT-WAITING-COUNT (WS-LATE-SUB)
           END-IF.

       NOTE-LATE-VENDOR.
           SET LV-IDX TO 1
           SEARCH WS-LATE-VENDOR-ENTRY
               AT END
                   PERFORM ADD-LATE-VENDOR
               WHEN LV-IDX > WS-LATE-VENDOR-COUNT
                   PERFORM ADD-LATE-VENDOR
               WHEN LV-VENDOR-CODE (LV-IDX) = PO-VENDOR-CODE
                   CONTINUE
           END-SEARCH.

       ADD-LATE-VENDOR.
           IF WS-LATE-VENDOR-COUNT < WS-LATE-VENDOR-MAX
               ADD 1 TO WS-LATE-VENDOR-COUNT
               MOVE PO-VENDOR-CODE
                   TO LV-VENDOR-CODE (WS-LATE-VENDOR-COUNT)
           ELSE
               DISPLAY 'LATE VENDOR TABLE FULL - ' PO-VENDOR-CODE
                   ' NOT CHASED'
           END-IF.

      *----------------------------------------------------------------
      * メーカー毎に一覧の1区画と督促状1通。
      *----------------------------------------------------------------
       CHASE-ONE-VENDOR.
           MOVE LV-VENDOR-CODE (WS-VENDOR-SUB) TO VM-VENDOR-CODE
           MOVE 'VENDOR NOT ON FILE' TO EV-VENDOR-NAME
           MOVE 'VENDOR NOT ON FILE' TO LV-VENDOR-NAME
           MOVE SPACES TO LA-VENDOR-ADDRESS
           MOVE ZERO TO EV-LEAD-TIME-DAYS
           READ VENDOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VM-VENDOR-NAME TO EV-VENDOR-NAME
                   MOVE VM-VENDOR-NAME TO LV-VENDOR-NAME
                   MOVE VM-VENDOR-ADDRESS TO LA-VENDOR-ADDRESS
                   MOVE VM-LEAD-TIME-DAYS TO EV-LEAD-TIME-DAYS
           END-READ
           MOVE LV-VENDOR-CODE (WS-VENDOR-SUB) TO EV-VENDOR-CODE
           MOVE LV-VENDOR-CODE (WS-VENDOR-SUB) TO LV-LETTER-VENDOR-CODE
           WRITE EXPEDITE-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           WRITE EXPEDITE-REPORT-LINE FROM WS-REPORT-VENDOR-LINE
           WRITE EXPEDITE-REPORT-LINE FROM WS-REPORT-COLUMN-LINE
           MOVE WS-TODAY-CCYYMMDD TO LH-LETTER-DATE
           WRITE EXPEDITE-LETTER-LINE FROM WS-LETTER-HEADER-LINE
           WRITE EXPEDITE-LETTER-LINE FROM WS-LETTER-VENDOR-LINE
           WRITE EXPEDITE-LETTER-LINE FROM WS-LETTER-ADDRESS-LINE
           MOVE SPACES TO EXPEDITE-LETTER-LINE
           WRITE EXPEDITE-LETTER-LINE
           WRITE EXPEDITE-LETTER-LINE FROM WS-LETTER-OPENING-LINE
           WRITE EXPEDITE-LETTER-LINE FROM WS-LETTER-COLUMN-LINE
           MOVE ZERO TO WS-VENDOR-LINE-COUNT
           PERFORM LIST-ONE-LATE-LINE
               VARYING WS-LATE-SUB FROM 1 BY 1
               UNTIL WS-LATE-SUB > WS-LATE-COUNT
           MOVE WS-VENDOR-LINE-COUNT TO ET-LINE-COUNT
           WRITE EXPEDITE-REPORT-LINE FROM WS-REPORT-VENDOR-TOTAL-LINE
           MOVE SPACES TO EXPEDITE-LETTER-LINE
           WRITE EXPEDITE-LETTER-LINE
           WRITE EXPEDITE-LETTER-LINE FROM WS-LETTER-CLOSING-LINE
           MOVE SPACES TO EXPEDITE-LETTER-LINE
           WRITE EXPEDITE-LETTER-LINE
           ADD 1 TO WS-LETTER-COUNT.

       LIST-ONE-LATE-LINE.
           IF LT-VENDOR-CODE (WS-LATE-SUB)
               = LV-VENDOR-CODE (WS-VENDOR-SUB)
               ADD 1 TO WS-VENDOR-LINE-COUNT
               COMPUTE WS-OUTSTANDING-QTY =
                   LT-ORDER-QTY (WS-LATE-SUB)
                   - LT-RECEIVED-QTY (WS-LATE-SUB)
               MOVE LT-PO-NUMBER (WS-LATE-SUB) TO ED-PO-NUMBER
               MOVE LT-PRODUCT-CODE (WS-LATE-SUB) TO ED-PRODUCT-CODE
               MOVE LT-ORDER-QTY (WS-LATE-SUB) TO ED-ORDER-QTY
               MOVE LT-RECEIVED-QTY (WS-LATE-SUB) TO ED-RECEIVED-QTY
               MOVE WS-OUTSTANDING-QTY TO ED-OUTSTANDING-QTY
               MOVE LT-ORDER-DATE (WS-LATE-SUB) TO ED-ORDER-DATE
               MOVE LT-DUE-DATE (WS-LATE-SUB) TO ED-DUE-DATE
               MOVE LT-DAYS-LATE (WS-LATE-SUB) TO ED-DAYS-LATE
               WRITE EXPEDITE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
               IF LT-DROP-SHIP (WS-LATE-SUB)
                   PERFORM LIST-DROP-SHIP-CUSTOMER
               ELSE
                   PERFORM LIST-WAITING-BACKORDER
                       VARYING WS-BKO-SUB FROM 1 BY 1
                       UNTIL WS-BKO-SUB > WS-BKO-COUNT
               END-IF
               MOVE LT-PO-NUMBER (WS-LATE-SUB) TO LD-PO-NUMBER
               MOVE LT-PRODUCT-CODE (WS-LATE-SUB) TO LD-PRODUCT-CODE
               MOVE WS-OUTSTANDING-QTY TO LD-OUTSTANDING-QTY
               MOVE LT-DUE-DATE (WS-LATE-SUB) TO LD-DUE-DATE
               MOVE LT-DAYS-LATE (WS-LATE-SUB) TO LD-DAYS-LATE
               IF LT-WAITING-COUNT (WS-LATE-SUB) > ZERO
                   MOVE 'FIRST CALL' TO LD-PRIORITY-NOTE
               ELSE
                   MOVE SPACES TO LD-PRIORITY-NOTE
               END-IF
               WRITE EXPEDITE-LETTER-LINE FROM WS-LETTER-DETAIL-LINE
           END-IF.

       LIST-DROP-SHIP-CUSTOMER.
           MOVE 'DROP SHIP TO ' TO EW-WAITING-TEXT
           MOVE LT-CUSTOMER-ID (WS-LATE-SUB) TO EW-CUSTOMER-ID
           MOVE LT-SHIP-TO-NO (WS-LATE-SUB) TO EW-SHIP-TO-NO
           MOVE LT-CUST-ORDER-DATE (WS-LATE-SUB) TO EW-ORDER-DATE
           MOVE WS-OUTSTANDING-QTY TO EW-QUANTITY
           WRITE EXPEDITE-REPORT-LINE FROM WS-REPORT-WAITING-LINE.

       LIST-WAITING-BACKORDER.
           IF BK-PRODUCT-CODE (WS-BKO-SUB)
               = LT-PRODUCT-CODE (WS-LATE-SUB)
               MOVE 'WAITING: CUST ' TO EW-WAITING-TEXT
               MOVE BK-CUSTOMER-ID (WS-BKO-SUB) TO EW-CUSTOMER-ID
               MOVE BK-SHIP-TO-NO (WS-BKO-SUB) TO EW-SHIP-TO-NO
               MOVE BK-ORDER-DATE (WS-BKO-SUB) TO EW-ORDER-DATE
               MOVE BK-QUANTITY (WS-BKO-SUB) TO EW-QUANTITY
               WRITE EXPEDITE-REPORT-LINE FROM WS-REPORT-WAITING-LINE
           END-IF.
