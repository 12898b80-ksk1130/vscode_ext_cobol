      * the tax summary reports separately.  The entry file is retired
      * to VINVOICE.G1 (the POSTAL-MASTER-LOAD generation swap) so
      * a rerun cannot book an invoice twice.
      * A drop-ship PO line never reaches our dock: its received
      * quantity is what the vendor has confirmed shipping to the
      * customer (GOODS-RECEIPT settles DSCONF.DAT against it), so
      * the line is payable as soon as that confirmation is in, and
      * an invoice running ahead of it is held as not yet shipped.
      * An invoice against a PO quoted in a foreign currency is
      * billed in that currency: the open item keeps the foreign
      * amount and is booked in yen at the EXCHANGE-RATE-LOOKUP rate
      * for the invoice date, the rate it stays at on APITEMS.DAT
      * until it is paid.  A currency with no rate at all is held on
      * the exception queue rather than booked at a guess.
      * An invoice line that quotes the purchase requisition it
      * fills (VI-REQUISITION-NO, the document number the
      * requisition was reserved under) also gets a COMMREL.DAT
      * card with the yen booked, so BUDGET-COMMITMENT-RELEASE
      * turns that budget reservation into actual spending.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT NOQUAL-FILE ASSIGN TO "APNOQUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOQ-STATUS.
           SELECT RELEASE-CARD-FILE ASSIGN TO "COMMREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  VI-UNIT-COST             PIC 9(7)V99.
           05  VI-INVOICE-DATE          PIC 9(8).
           05  VI-DUE-DATE              PIC 9(8).
           05  VI-REQUISITION-NO        PIC X(20).

       FD  OPEN-PO-FILE.
       COPY OPEN-PO-RECORD.
           05  NQ-INVOICE-DATE          PIC 9(8).
           05  NQ-INVOICE-AMOUNT        PIC 9(9)V99.

       FD  RELEASE-CARD-FILE.
       COPY BUDGET-RELEASE-CARD-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-VINV-STATUS                PIC XX.
           88  VINV-FILE-OK                  VALUE '00'.
           88  VEND-NOT-FOUND                VALUE '23'.
       01  WS-NOQ-STATUS                 PIC XX.
       01  WS-NOQUAL-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-CARD-STATUS                PIC XX.
       01  WS-RELEASE-CARD-COUNT         PIC 9(5) VALUE ZERO.

       01  WS-PO-TABLE-MAX               PIC 9(3) VALUE 500.
       01  WS-PO-COUNT                   PIC 9(3) VALUE ZERO.
               10  PT-PRODUCT-CODE           PIC X(20).
               10  PT-ORDER-QTY              PIC 9(5).
               10  PT-RECEIVED-QTY           PIC 9(5).
               10  PT-DROP-SHIP-SW           PIC X(1).
                   88  PT-DROP-SHIP              VALUE 'D'.
               10  PT-CURRENCY-CODE          PIC X(3).

       01  WS-PRICE-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-PRICE-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-AGREED-COST                PIC 9(7)V99.
       01  WS-AGREED-EFFECTIVE           PIC 9(8).
       01  WS-INVOICE-AMOUNT             PIC 9(9)V99.
       01  WS-FOREIGN-AMOUNT             PIC 9(9)V99.
       01  WS-INVOICE-CURRENCY           PIC X(3).
       01  WS-BOOKING-RATE               PIC 9(3)V99.

       01  WS-MATCHED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-MISMATCHED-COUNT           PIC 9(5) VALUE ZERO.
           IF WS-NOQ-STATUS NOT = '00'
               OPEN OUTPUT NOQUAL-FILE
           END-IF
           OPEN EXTEND RELEASE-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               OPEN OUTPUT RELEASE-CARD-FILE
           END-IF
           OPEN OUTPUT MATCH-EXCEPTION-FILE
           PERFORM READ-VENDOR-INVOICE
           PERFORM MATCH-ONE-INVOICE UNTIL VINV-FILE-EOF
           CLOSE AP-ITEM-FILE
           CLOSE VENDOR-FILE
           CLOSE NOQUAL-FILE
           CLOSE RELEASE-CARD-FILE
           CLOSE MATCH-EXCEPTION-FILE
           PERFORM RETIRE-INVOICE-FILE
           DISPLAY 'VENDOR INVOICE MATCH - BOOKED: '
               WS-MATCHED-COUNT
               ' HELD: ' WS-MISMATCHED-COUNT
               ' NON-QUALIFIED: ' WS-NOQUAL-COUNT
               ' REQUISITIONS BILLED: ' WS-RELEASE-CARD-COUNT
           STOP RUN.

       LOAD-OPEN-PO-TABLE.
               MOVE PO-ORDER-QTY TO PT-ORDER-QTY (WS-PO-COUNT)
               MOVE PO-RECEIVED-QTY
                   TO PT-RECEIVED-QTY (WS-PO-COUNT)
               MOVE PO-DROP-SHIP-SW
                   TO PT-DROP-SHIP-SW (WS-PO-COUNT)
               MOVE PO-CURRENCY-CODE
                   TO PT-CURRENCY-CODE (WS-PO-COUNT)
           ELSE
               DISPLAY 'ERROR: PO TABLE FULL - ' PO-NUMBER
                   ' NOT LOADED'
           IF INVOICE-MATCHED
               PERFORM CHECK-AGREED-PRICE
           END-IF
           IF INVOICE-MATCHED
               PERFORM SET-BOOKING-RATE
           END-IF
           IF INVOICE-MATCHED
               PERFORM BOOK-AP-OPEN-ITEM
           ELSE

      *----------------------------------------------------------------
      * 三面照合: PO行の存在、発注数量以内、受入数量以内。受け入れて
      * いない分は払わない - 入荷すれば次の請求で合う。直送の行は
      * 仕入先の出荷確認数量が受入数量になる。
      *----------------------------------------------------------------
       MATCH-TO-PO-LINE.
           SET PO-IDX TO 1
           ELSE
               IF VI-INVOICE-QTY > PT-RECEIVED-QTY (PO-IDX)
                   SET INVOICE-MISMATCHED TO TRUE
                   IF PT-DROP-SHIP (PO-IDX)
                       MOVE 'QTY EXCEEDS VENDOR-CONFIRMED'
                           TO WS-MISMATCH-REASON
                   ELSE
                       MOVE 'QTY EXCEEDS RECEIVED'
                           TO WS-MISMATCH-REASON
                   END-IF
               END-IF
           END-IF.

               MOVE PR-UNIT-COST (WS-PRICE-SUB) TO WS-AGREED-COST
           END-IF.

      *----------------------------------------------------------------
      * 外貨建ての発注への請求は発注の通貨で請求される。請求日の
      * レートで円に換算して計上し、そのレートを明細に残す。
      * レートの無い通貨は推測で計上せず保留にする。
      *----------------------------------------------------------------
       SET-BOOKING-RATE.
           MOVE PT-CURRENCY-CODE (PO-IDX) TO WS-INVOICE-CURRENCY
           IF WS-INVOICE-CURRENCY = 'JPY'
               MOVE SPACES TO WS-INVOICE-CURRENCY
           END-IF
           IF WS-INVOICE-CURRENCY = SPACES
               MOVE 1 TO WS-BOOKING-RATE
           ELSE
               CALL 'EXCHANGE-RATE-LOOKUP' USING WS-INVOICE-CURRENCY
                                                  VI-INVOICE-DATE
                                                  WS-BOOKING-RATE
               IF WS-BOOKING-RATE = ZERO
                   SET INVOICE-MISMATCHED TO TRUE
                   MOVE 'NO YEN RATE FOR CURRENCY'
                       TO WS-MISMATCH-REASON
               END-IF
           END-IF.

       BOOK-AP-OPEN-ITEM.
           IF WS-INVOICE-CURRENCY = SPACES
               COMPUTE WS-INVOICE-AMOUNT =
                   VI-INVOICE-QTY * VI-UNIT-COST
               MOVE ZERO TO WS-FOREIGN-AMOUNT
               MOVE ZERO TO AP-BOOKED-RATE
           ELSE
               COMPUTE WS-FOREIGN-AMOUNT =
                   VI-INVOICE-QTY * VI-UNIT-COST
               COMPUTE WS-INVOICE-AMOUNT ROUNDED =
                   WS-FOREIGN-AMOUNT * WS-BOOKING-RATE
               MOVE WS-BOOKING-RATE TO AP-BOOKED-RATE
           END-IF
           MOVE WS-INVOICE-CURRENCY TO AP-CURRENCY-CODE
           MOVE WS-FOREIGN-AMOUNT TO AP-FOREIGN-ORIGINAL
           MOVE WS-FOREIGN-AMOUNT TO AP-FOREIGN-OPEN
           MOVE VI-VENDOR-CODE TO AP-VENDOR-CODE
           MOVE VI-VENDOR-INV-NO TO AP-VENDOR-INV-NO
           MOVE VI-INVOICE-DATE TO AP-INVOICE-DATE
           MOVE WS-INVOICE-AMOUNT TO AP-OPEN-AMOUNT
           MOVE 'O' TO AP-ITEM-STATUS
           MOVE VI-DUE-DATE TO AP-DUE-DATE
           MOVE SPACE TO AP-DUP-CHECK-SW
           WRITE AP-OPEN-ITEM-RECORD
           PERFORM CHECK-VENDOR-QUALIFIED
           IF VI-REQUISITION-NO NOT = SPACES
               PERFORM WRITE-REQUISITION-RELEASE
           END-IF
           ADD 1 TO WS-MATCHED-COUNT.

      *----------------------------------------------------------------
      * 購買依頼番号付きの請求は、その依頼の予算予約を請求額で
      * 計上済みにするカードをCOMMREL.DATへ書く。
      *----------------------------------------------------------------
       WRITE-REQUISITION-RELEASE.
           MOVE VI-REQUISITION-NO TO RC-DOCUMENT-NO
           MOVE WS-INVOICE-AMOUNT TO RC-ACTUAL-AMOUNT
           WRITE RELEASE-CARD-RECORD
           ADD 1 TO WS-RELEASE-CARD-COUNT.

      *----------------------------------------------------------------
      * 未登録(登録番号なし)のベンダーからの請求は仕入税額控除の
      * 対象外として別建てに控える。
