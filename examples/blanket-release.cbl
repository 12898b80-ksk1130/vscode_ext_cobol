       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLANKET-RELEASE.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Blanket purchase agreements and the releases called off
      * against them.  High-volume consumables are bought on an
      * annual quantity and price agreed with one vendor, delivered
      * in monthly call-offs; until now each call-off was cut by
      * PURCHASE-ORDER-GENERATION as an unrelated PO at whatever
      * VENDPRC.DAT said, and nobody could see how much of the
      * agreement was left.  BLKTXN.DAT carries two kinds of card:
      *   A - a new agreement for BLANKET.DAT (see
      *       BLANKET-AGREEMENT-RECORD): vendor, product, committed
      *       quantity, unit cost and currency, validity period;
      *   R - a release: agreement number, release date and
      *       quantity.  A whole year's schedule may be keyed at
      *       once - a release dated after the run date is held on
      *       the card file until its date comes round.
      * A new agreement is refused when its number is already on
      * file, the vendor is not on VENDOR.DAT, the product is not on
      * 製品マスター, the currency is not on CURRENCY-RATE-TABLE, the
      * quantity is zero or the period runs backwards.  A release
      * due today or earlier raises one OPENPO.DAT line - a PO of its
      * own, numbered on from the day's highest PO number and priced
      * at the agreement's cost - provided its date is within the
      * agreement's period and its quantity does not exceed what is
      * still to be called off; otherwise it is refused.  Each
      * release adds to BA-RELEASED-QTY, and an agreement fully
      * released closes.  The release PO documents go on RELPODOC.RPT
      * for the vendor.  BLKREL.RPT lists every card with its result
      * and then every open agreement with its released and
      * remaining quantity, warning (BLANKET-AGREEMENT-RULES) when an
      * agreement is nearly used up or is expiring with quantity
      * still not called off; an agreement past its end date is
      * reported EXPIRED with what was never released, and closed.
      * BLANKET.DAT is rewritten; the processed cards are retired to
      * BLKTXN.G1 and the held releases become the new BLKTXN.DAT.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLANKET-FILE ASSIGN TO "BLANKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLANKET-STATUS.
           SELECT BLANKET-TXN-FILE ASSIGN TO "BLKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT BLANKET-HOLD-FILE ASSIGN TO "BLKTXN.HLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT RELEASE-REPORT-FILE ASSIGN TO "BLKREL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PO-DOCUMENT-FILE ASSIGN TO "RELPODOC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BLANKET-FILE.
       COPY BLANKET-AGREEMENT-RECORD.

       FD  BLANKET-TXN-FILE.
       01  BLANKET-TXN-RECORD.
           05  BT-TXN-TYPE              PIC X(1).
               88  BT-ADD-AGREEMENT         VALUE 'A'.
               88  BT-RELEASE               VALUE 'R'.
           05  BT-AGREEMENT-NUMBER      PIC X(10).
           05  BT-DETAIL                PIC X(73).
       01  BLANKET-ADD-CARD.
           05  FILLER                   PIC X(11).
           05  BN-VENDOR-CODE           PIC X(10).
           05  BN-PRODUCT-CODE          PIC X(20).
           05  BN-COMMITTED-QTY         PIC 9(7).
           05  BN-UNIT-COST             PIC 9(7)V99.
           05  BN-CURRENCY-CODE         PIC X(3).
           05  BN-START-DATE            PIC 9(8).
           05  BN-END-DATE              PIC 9(8).
           05  BN-ADDED-BY              PIC X(8).
       01  BLANKET-RELEASE-CARD.
           05  FILLER                   PIC X(11).
           05  BR-RELEASE-DATE          PIC 9(8).
           05  BR-RELEASE-QTY           PIC 9(7).
           05  BR-REQUESTED-BY          PIC X(8).

       FD  BLANKET-HOLD-FILE.
       01  BLANKET-HOLD-RECORD          PIC X(84).

       FD  OPEN-PO-FILE.
       COPY OPEN-PO-RECORD.

       FD  VENDOR-FILE.
       COPY VENDOR-MASTER-RECORD.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-LINE          PIC X(100).

       FD  PO-DOCUMENT-FILE.
       01  PO-DOCUMENT-LINE             PIC X(90).

       WORKING-STORAGE SECTION.
       COPY BLANKET-AGREEMENT-RULES.
       COPY CURRENCY-RATE-TABLE.

       01  WS-BLANKET-STATUS             PIC XX.
           88  BLANKET-FILE-OK               VALUE '00'.
           88  BLANKET-FILE-EOF              VALUE '10'.
       01  WS-TXN-STATUS                 PIC XX.
           88  TXN-FILE-OK                   VALUE '00'.
           88  TXN-FILE-EOF                  VALUE '10'.
       01  WS-PO-STATUS                  PIC XX.
           88  PO-FILE-OK                    VALUE '00'.
           88  PO-FILE-EOF                   VALUE '10'.
       01  WS-VEND-STATUS                PIC XX.
       01  WS-JPROD-STATUS               PIC XX.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TXN-FILE-NAME              PIC X(20)
                                             VALUE 'BLKTXN.DAT'.
       01  WS-TXN-GEN-FILE-NAME          PIC X(20)
                                             VALUE 'BLKTXN.G1'.
       01  WS-TXN-HOLD-FILE-NAME         PIC X(20)
                                             VALUE 'BLKTXN.HLD'.

      *----------------------------------------------------------------
      * BLANKET.DAT is rewritten from this table, so an agreement
      * that did not fit would be lost - a full table stops the run.
      *----------------------------------------------------------------
       01  WS-AGREEMENT-TABLE-MAX        PIC 9(3) VALUE 500.
       01  WS-AGREEMENT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-AGREEMENT-ENTRIES.
           05  WS-AGREEMENT-ENTRY        OCCURS 500 TIMES
                                             INDEXED BY AG-IDX.
               10  AG-AGREEMENT-IMAGE        PIC X(102).
               10  AG-AGREEMENT-NUMBER       PIC X(10).
               10  AG-RELEASED-TODAY-SW      PIC X(1).
                   88  AG-RELEASED-TODAY         VALUE 'Y'.
       01  WS-AGREEMENT-SUB              PIC 9(3) COMP.
       01  WS-AGREEMENT-FOUND-SW         PIC X(1).
           88  AGREEMENT-FOUND               VALUE 'Y'.
           88  AGREEMENT-NOT-FOUND           VALUE 'N'.

       01  WS-PO-SEQ                     PIC 9(4) VALUE ZERO.
       01  WS-PO-NUMBER.
           05  WS-PN-DATE                 PIC 9(8).
           05  WS-PN-SEQ                  PIC 9(4).
       01  WS-SEEN-PO-NUMBER.
           05  WS-SEEN-DATE               PIC 9(8).
           05  WS-SEEN-SEQ                PIC 9(4).

       01  WS-REMAINING-QTY              PIC 9(7).
       01  WS-DAYS-TO-END                PIC S9(5).
       01  WS-USED-PCT                   PIC 9(3)V9.
       01  WS-USED-PCT-EDIT              PIC ZZ9.9.
       01  WS-REMAINING-QTY-EDIT         PIC ZZZZZZ9.
       01  WS-LINE-COMMITTED             PIC 9(11)V99.
       01  WS-RESULT-TEXT                PIC X(40).
       01  WS-RATE-FOUND-SW              PIC X(1).
           88  RATE-FOUND                    VALUE 'Y'.

       01  WS-CARD-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-ADDED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-RELEASED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-WARNING-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-TXN-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'BLANKET AGREEMENT TRANSACTIONS  RUN DATE'.
           05  FILLER                  PIC X(2) VALUE ': '.
           05  TH-RUN-DATE              PIC 9(8).
       01  WS-TXN-DETAIL-LINE.
           05  TD-TXN-TYPE              PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-AGREEMENT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-CARD-DATE             PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-CARD-QTY              PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TD-RESULT                PIC X(40).

       01  WS-STATUS-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'OPEN BLANKET AGREEMENTS                 '.
       01  WS-STATUS-COLUMN-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'AGREEMENT  VENDOR     PRODUCT           '.
           05  FILLER                  PIC X(40)
               VALUE '   COMMITTED RELEASED REMAINING  ENDS   '.
           05  FILLER                  PIC X(10)
               VALUE ' RELEASES '.
       01  WS-STATUS-DETAIL-LINE.
           05  SD-AGREEMENT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-COMMITTED-QTY         PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SD-RELEASED-QTY          PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-REMAINING-QTY         PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SD-END-DATE              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SD-RELEASE-COUNT         PIC ZZ9.
       01  WS-STATUS-WARNING-LINE.
           05  FILLER                  PIC X(11) VALUE '    ** '.
           05  SW-WARNING-TEXT          PIC X(60).
       01  WS-RUN-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE 'CARDS: '.
           05  RT-CARD-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  ADDED: '.
           05  RT-ADDED-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  RELEASED: '.
           05  RT-RELEASED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE '  HELD: '.
           05  RT-HELD-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REFUSED: '.
           05  RT-REFUSED-COUNT         PIC ZZZZ9.
       01  WS-REPORT-BLANK-LINE         PIC X(100) VALUE SPACES.

       01  WS-PO-HEADER-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'PURCHASE ORDER NO: '.
           05  PD-PO-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(9) VALUE '  DATE: '.
           05  PD-ORDER-DATE            PIC 9(8).
       01  WS-PO-RELEASE-LINE.
           05  FILLER                  PIC X(8) VALUE 'RELEASE '.
           05  PR-RELEASE-NO            PIC ZZ9.
           05  FILLER                  PIC X(30)
               VALUE ' AGAINST BLANKET AGREEMENT    '.
           05  PR-AGREEMENT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(7) VALUE ' VALID '.
           05  PR-START-DATE            PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  PR-END-DATE              PIC 9(8).
       01  WS-PO-VENDOR-LINE.
           05  FILLER                  PIC X(8) VALUE 'VENDOR: '.
           05  PD-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PD-VENDOR-NAME           PIC X(30).
       01  WS-PO-ADDRESS-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  PD-VENDOR-ADDRESS        PIC X(50).
       01  WS-PO-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  PL-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(6) VALUE ' QTY: '.
           05  PL-ORDER-QTY             PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE ' COST: '.
           05  PL-LINE-COMMITTED        PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PL-CURRENCY-CODE         PIC X(3).
       01  WS-PO-REMAINING-LINE.
           05  FILLER                  PIC X(32)
               VALUE '  AGREEMENT QUANTITY REMAINING: '.
           05  PM-REMAINING-QTY         PIC ZZZZZZ9.
       01  WS-PO-BLANK-LINE             PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-AGREEMENTS
           PERFORM FIND-LAST-PO-SEQUENCE
           OPEN OUTPUT RELEASE-REPORT-FILE
           MOVE WS-TODAY-CCYYMMDD TO TH-RUN-DATE
           WRITE RELEASE-REPORT-LINE FROM WS-TXN-HEADER-LINE
           PERFORM APPLY-BLANKET-CARDS
           WRITE RELEASE-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           WRITE RELEASE-REPORT-LINE FROM WS-STATUS-HEADER-LINE
           WRITE RELEASE-REPORT-LINE FROM WS-STATUS-COLUMN-LINE
           PERFORM REVIEW-ONE-AGREEMENT
               VARYING WS-AGREEMENT-SUB FROM 1 BY 1
               UNTIL WS-AGREEMENT-SUB > WS-AGREEMENT-COUNT
           MOVE WS-CARD-COUNT TO RT-CARD-COUNT
           MOVE WS-ADDED-COUNT TO RT-ADDED-COUNT
           MOVE WS-RELEASED-COUNT TO RT-RELEASED-COUNT
           MOVE WS-HELD-COUNT TO RT-HELD-COUNT
           MOVE WS-REFUSED-COUNT TO RT-REFUSED-COUNT
           WRITE RELEASE-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           WRITE RELEASE-REPORT-LINE FROM WS-RUN-TOTAL-LINE
           CLOSE RELEASE-REPORT-FILE
           PERFORM REWRITE-BLANKET-FILE
           DISPLAY 'BLANKET RELEASE - CARDS: ' WS-CARD-COUNT
               ' ADDED: ' WS-ADDED-COUNT
               ' RELEASED: ' WS-RELEASED-COUNT
               ' HELD: ' WS-HELD-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT
               ' WARNINGS: ' WS-WARNING-COUNT
           STOP RUN.

       LOAD-AGREEMENTS.
           OPEN INPUT BLANKET-FILE
           IF BLANKET-FILE-OK
               PERFORM READ-AGREEMENT
               PERFORM STORE-AGREEMENT UNTIL BLANKET-FILE-EOF
               CLOSE BLANKET-FILE
           END-IF.

       READ-AGREEMENT.
           READ BLANKET-FILE
               AT END
                   SET BLANKET-FILE-EOF TO TRUE
           END-READ.

       STORE-AGREEMENT.
           PERFORM ADD-AGREEMENT-ROW
           PERFORM READ-AGREEMENT.

       ADD-AGREEMENT-ROW.
           IF WS-AGREEMENT-COUNT < WS-AGREEMENT-TABLE-MAX
               ADD 1 TO WS-AGREEMENT-COUNT
               MOVE BLANKET-AGREEMENT-RECORD
                   TO AG-AGREEMENT-IMAGE (WS-AGREEMENT-COUNT)
               MOVE BA-AGREEMENT-NUMBER
                   TO AG-AGREEMENT-NUMBER (WS-AGREEMENT-COUNT)
               MOVE 'N' TO AG-RELEASED-TODAY-SW (WS-AGREEMENT-COUNT)
           ELSE
               DISPLAY 'ERROR: AGREEMENT TABLE FULL - '
                   'BLANKET.DAT WOULD BE TRUNCATED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * PURCHASE-ORDER-GENERATIONと番号が重ならないよう、当日分の
      * 最大PO番号の続きから採番する。
      *----------------------------------------------------------------
       FIND-LAST-PO-SEQUENCE.
           OPEN INPUT OPEN-PO-FILE
           IF PO-FILE-OK
               PERFORM READ-OPEN-PO
               PERFORM NOTE-PO-SEQUENCE UNTIL PO-FILE-EOF
               CLOSE OPEN-PO-FILE
           END-IF.

       READ-OPEN-PO.
           READ OPEN-PO-FILE
               AT END
                   SET PO-FILE-EOF TO TRUE
           END-READ.

       NOTE-PO-SEQUENCE.
           MOVE PO-NUMBER TO WS-SEEN-PO-NUMBER
           IF WS-SEEN-DATE = WS-TODAY-CCYYMMDD
               AND WS-SEEN-SEQ > WS-PO-SEQ
               MOVE WS-SEEN-SEQ TO WS-PO-SEQ
           END-IF
           PERFORM READ-OPEN-PO.

       APPLY-BLANKET-CARDS.
           OPEN INPUT BLANKET-TXN-FILE
           IF TXN-FILE-OK
               OPEN INPUT VENDOR-FILE
               OPEN INPUT JPRODUCT-FILE
               OPEN EXTEND OPEN-PO-FILE
               IF WS-PO-STATUS NOT = '00'
                   OPEN OUTPUT OPEN-PO-FILE
               END-IF
               OPEN OUTPUT PO-DOCUMENT-FILE
               OPEN OUTPUT BLANKET-HOLD-FILE
               PERFORM READ-BLANKET-CARD
               PERFORM APPLY-ONE-CARD UNTIL TXN-FILE-EOF
               CLOSE BLANKET-TXN-FILE
               CLOSE VENDOR-FILE
               CLOSE JPRODUCT-FILE
               CLOSE OPEN-PO-FILE
               CLOSE PO-DOCUMENT-FILE
               CLOSE BLANKET-HOLD-FILE
               CALL 'CBL_DELETE_FILE' USING WS-TXN-GEN-FILE-NAME
               CALL 'CBL_RENAME_FILE' USING WS-TXN-FILE-NAME
                                             WS-TXN-GEN-FILE-NAME
               IF WS-HELD-COUNT > ZERO
                   CALL 'CBL_RENAME_FILE'
                       USING WS-TXN-HOLD-FILE-NAME
                             WS-TXN-FILE-NAME
               ELSE
                   CALL 'CBL_DELETE_FILE'
                       USING WS-TXN-HOLD-FILE-NAME
               END-IF
           END-IF.

       READ-BLANKET-CARD.
           READ BLANKET-TXN-FILE
               AT END
                   SET TXN-FILE-EOF TO TRUE
           END-READ.

       APPLY-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM FIND-AGREEMENT
           EVALUATE TRUE
               WHEN BT-ADD-AGREEMENT
                   MOVE BN-START-DATE TO TD-CARD-DATE
                   MOVE BN-COMMITTED-QTY TO TD-CARD-QTY
                   PERFORM ADD-NEW-AGREEMENT
               WHEN BT-RELEASE
                   MOVE BR-RELEASE-DATE TO TD-CARD-DATE
                   MOVE BR-RELEASE-QTY TO TD-CARD-QTY
                   PERFORM RELEASE-AGAINST-AGREEMENT
               WHEN OTHER
                   MOVE ZERO TO TD-CARD-DATE
                   MOVE ZERO TO TD-CARD-QTY
                   MOVE 'REFUSED - UNKNOWN CARD TYPE'
                       TO WS-RESULT-TEXT
           END-EVALUATE
           IF WS-RESULT-TEXT (1:7) = 'REFUSED'
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           MOVE BT-TXN-TYPE TO TD-TXN-TYPE
           MOVE BT-AGREEMENT-NUMBER TO TD-AGREEMENT-NUMBER
           MOVE WS-RESULT-TEXT TO TD-RESULT
           WRITE RELEASE-REPORT-LINE FROM WS-TXN-DETAIL-LINE
           PERFORM READ-BLANKET-CARD.

       FIND-AGREEMENT.
           SET AGREEMENT-NOT-FOUND TO TRUE
           SET AG-IDX TO 1
           SEARCH WS-AGREEMENT-ENTRY
               AT END
                   CONTINUE
               WHEN AG-IDX > WS-AGREEMENT-COUNT
                   CONTINUE
               WHEN AG-AGREEMENT-NUMBER (AG-IDX) = BT-AGREEMENT-NUMBER
                   SET AGREEMENT-FOUND TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------
      * 新規契約: 番号の重複、仕入先・製品・通貨の存在、数量と
      * 有効期間を確かめてから表に加える。
      *----------------------------------------------------------------
       ADD-NEW-AGREEMENT.
           MOVE 'N' TO WS-RATE-FOUND-SW
           SET CR2-IDX TO 1
           SEARCH CR2-ENTRY
               AT END
                   CONTINUE
               WHEN CR2-CURRENCY-CODE (CR2-IDX) = BN-CURRENCY-CODE
                   SET RATE-FOUND TO TRUE
           END-SEARCH
           MOVE BN-VENDOR-CODE TO VM-VENDOR-CODE
           READ VENDOR-FILE
               INVALID KEY
                   MOVE 'REFUSED - VENDOR NOT ON FILE'
                       TO WS-RESULT-TEXT
           END-READ
           MOVE BN-PRODUCT-CODE TO 製品ーコード
           READ JPRODUCT-FILE
               INVALID KEY
                   MOVE 'REFUSED - PRODUCT NOT ON FILE'
                       TO WS-RESULT-TEXT
           END-READ
           EVALUATE TRUE
               WHEN AGREEMENT-FOUND
                   MOVE 'REFUSED - AGREEMENT NUMBER ALREADY USED'
                       TO WS-RESULT-TEXT
               WHEN WS-RESULT-TEXT NOT = SPACES
                   CONTINUE
               WHEN NOT RATE-FOUND
                   MOVE 'REFUSED - CURRENCY NOT ON RATE TABLE'
                       TO WS-RESULT-TEXT
               WHEN BN-COMMITTED-QTY = ZERO
                   MOVE 'REFUSED - ZERO COMMITTED QUANTITY'
                       TO WS-RESULT-TEXT
               WHEN BN-END-DATE < BN-START-DATE
                   MOVE 'REFUSED - PERIOD ENDS BEFORE IT STARTS'
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM STORE-NEW-AGREEMENT
           END-EVALUATE.

       STORE-NEW-AGREEMENT.
           MOVE BT-AGREEMENT-NUMBER TO BA-AGREEMENT-NUMBER
           MOVE BN-VENDOR-CODE TO BA-VENDOR-CODE
           MOVE BN-PRODUCT-CODE TO BA-PRODUCT-CODE
           MOVE BN-COMMITTED-QTY TO BA-COMMITTED-QTY
           MOVE BN-UNIT-COST TO BA-UNIT-COST
           MOVE BN-CURRENCY-CODE TO BA-CURRENCY-CODE
           MOVE BN-START-DATE TO BA-START-DATE
           MOVE BN-END-DATE TO BA-END-DATE
           MOVE ZERO TO BA-RELEASED-QTY
           MOVE ZERO TO BA-RELEASE-COUNT
           MOVE ZERO TO BA-LAST-RELEASE-DATE
           SET BA-ACTIVE TO TRUE
           MOVE BN-ADDED-BY TO BA-ADDED-BY
           PERFORM ADD-AGREEMENT-ROW
           MOVE 'AGREEMENT ADDED' TO WS-RESULT-TEXT
           ADD 1 TO WS-ADDED-COUNT.

      *----------------------------------------------------------------
      * 出荷指示: 指示日が先のものは保留ファイルへ戻し、期日の来た
      * ものだけを契約の有効期間と残数量で確かめて発注する。
      *----------------------------------------------------------------
       RELEASE-AGAINST-AGREEMENT.
           IF BR-RELEASE-DATE > WS-TODAY-CCYYMMDD
               WRITE BLANKET-HOLD-RECORD FROM BLANKET-TXN-RECORD
               ADD 1 TO WS-HELD-COUNT
               MOVE 'HELD UNTIL RELEASE DATE' TO WS-RESULT-TEXT
           ELSE
               IF AGREEMENT-NOT-FOUND
                   MOVE 'REFUSED - AGREEMENT NOT ON FILE'
                       TO WS-RESULT-TEXT
               ELSE
                   MOVE AG-AGREEMENT-IMAGE (AG-IDX)
                       TO BLANKET-AGREEMENT-RECORD
                   COMPUTE WS-REMAINING-QTY =
                       BA-COMMITTED-QTY - BA-RELEASED-QTY
                   EVALUATE TRUE
                       WHEN BA-CLOSED
                           MOVE 'REFUSED - AGREEMENT CLOSED'
                               TO WS-RESULT-TEXT
                       WHEN BR-RELEASE-DATE < BA-START-DATE
                           OR BR-RELEASE-DATE > BA-END-DATE
                           MOVE 'REFUSED - OUTSIDE AGREEMENT PERIOD'
                               TO WS-RESULT-TEXT
                       WHEN BR-RELEASE-QTY = ZERO
                           MOVE 'REFUSED - ZERO RELEASE QUANTITY'
                               TO WS-RESULT-TEXT
                       WHEN BR-RELEASE-QTY > WS-REMAINING-QTY
                           MOVE WS-REMAINING-QTY
                               TO WS-REMAINING-QTY-EDIT
                           MOVE SPACES TO WS-RESULT-TEXT
                           STRING 'REFUSED - ONLY '
                               WS-REMAINING-QTY-EDIT
                               ' LEFT TO RELEASE'
                               DELIMITED BY SIZE INTO WS-RESULT-TEXT
                           END-STRING
                       WHEN OTHER
                           PERFORM RAISE-RELEASE-PO
                   END-EVALUATE
               END-IF
           END-IF.

       RAISE-RELEASE-PO.
           ADD 1 TO WS-PO-SEQ
           MOVE WS-TODAY-CCYYMMDD TO WS-PN-DATE
           MOVE WS-PO-SEQ TO WS-PN-SEQ
           ADD BR-RELEASE-QTY TO BA-RELEASED-QTY
           ADD 1 TO BA-RELEASE-COUNT
           MOVE WS-TODAY-CCYYMMDD TO BA-LAST-RELEASE-DATE
           SUBTRACT BR-RELEASE-QTY FROM WS-REMAINING-QTY
           IF WS-REMAINING-QTY = ZERO
               SET BA-CLOSED TO TRUE
           END-IF
           MOVE BLANKET-AGREEMENT-RECORD TO AG-AGREEMENT-IMAGE (AG-IDX)
           SET AG-RELEASED-TODAY (AG-IDX) TO TRUE
           MOVE WS-PO-NUMBER TO PO-NUMBER
           MOVE BA-VENDOR-CODE TO PO-VENDOR-CODE
           MOVE BA-PRODUCT-CODE TO PO-PRODUCT-CODE
           MOVE BR-RELEASE-QTY TO PO-ORDER-QTY
           MOVE ZERO TO PO-RECEIVED-QTY
           MOVE WS-TODAY-CCYYMMDD TO PO-ORDER-DATE
           SET PO-LINE-OPEN TO TRUE
           MOVE BA-UNIT-COST TO PO-UNIT-COST
           MOVE BA-CURRENCY-CODE TO PO-CURRENCY-CODE
           MOVE ZERO TO PO-LAST-RECEIPT-DATE
           MOVE SPACE TO PO-DROP-SHIP-SW
           MOVE ZERO TO PO-CUSTOMER-ID
           MOVE ZERO TO PO-CUST-PRODUCT-ID
           MOVE ZERO TO PO-CUST-ORDER-DATE
           MOVE ZERO TO PO-SHIP-TO-NO
           MOVE ZERO TO PO-REVISION-NO
           MOVE ZERO TO PO-REVISION-DATE
           WRITE OPEN-PO-RECORD
           PERFORM PRINT-RELEASE-PO
           MOVE SPACES TO WS-RESULT-TEXT
           STRING 'RELEASED ON PO ' WS-PO-NUMBER
               DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-STRING
           ADD 1 TO WS-RELEASED-COUNT.

       PRINT-RELEASE-PO.
           MOVE WS-PO-NUMBER TO PD-PO-NUMBER
           MOVE WS-TODAY-CCYYMMDD TO PD-ORDER-DATE
           MOVE BA-RELEASE-COUNT TO PR-RELEASE-NO
           MOVE BA-AGREEMENT-NUMBER TO PR-AGREEMENT-NUMBER
           MOVE BA-START-DATE TO PR-START-DATE
           MOVE BA-END-DATE TO PR-END-DATE
           MOVE BA-VENDOR-CODE TO PD-VENDOR-CODE
           MOVE 'VENDOR NOT ON FILE' TO PD-VENDOR-NAME
           MOVE SPACES TO PD-VENDOR-ADDRESS
           MOVE BA-VENDOR-CODE TO VM-VENDOR-CODE
           READ VENDOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VM-VENDOR-NAME TO PD-VENDOR-NAME
                   MOVE VM-VENDOR-ADDRESS TO PD-VENDOR-ADDRESS
           END-READ
           COMPUTE WS-LINE-COMMITTED = BA-UNIT-COST * BR-RELEASE-QTY
           MOVE BA-PRODUCT-CODE TO PL-PRODUCT-CODE
           MOVE BR-RELEASE-QTY TO PL-ORDER-QTY
           MOVE WS-LINE-COMMITTED TO PL-LINE-COMMITTED
           MOVE BA-CURRENCY-CODE TO PL-CURRENCY-CODE
           MOVE WS-REMAINING-QTY TO PM-REMAINING-QTY
           WRITE PO-DOCUMENT-LINE FROM WS-PO-BLANK-LINE
           WRITE PO-DOCUMENT-LINE FROM WS-PO-HEADER-LINE
           WRITE PO-DOCUMENT-LINE FROM WS-PO-RELEASE-LINE
           WRITE PO-DOCUMENT-LINE FROM WS-PO-VENDOR-LINE
           WRITE PO-DOCUMENT-LINE FROM WS-PO-ADDRESS-LINE
           WRITE PO-DOCUMENT-LINE FROM WS-PO-DETAIL-LINE
           WRITE PO-DOCUMENT-LINE FROM WS-PO-REMAINING-LINE.

      *----------------------------------------------------------------
      * 未完了の契約と本日完了した契約を一覧に出し、消化間近・
      * 期限間近・期限切れを警告する。期限切れは未消化数量を示して
      * 閉じる。
      *----------------------------------------------------------------
       REVIEW-ONE-AGREEMENT.
           MOVE AG-AGREEMENT-IMAGE (WS-AGREEMENT-SUB)
               TO BLANKET-AGREEMENT-RECORD
           IF BA-ACTIVE
               OR AG-RELEASED-TODAY (WS-AGREEMENT-SUB)
               COMPUTE WS-REMAINING-QTY =
                   BA-COMMITTED-QTY - BA-RELEASED-QTY
               MOVE BA-AGREEMENT-NUMBER TO SD-AGREEMENT-NUMBER
               MOVE BA-VENDOR-CODE TO SD-VENDOR-CODE
               MOVE BA-PRODUCT-CODE TO SD-PRODUCT-CODE
               MOVE BA-COMMITTED-QTY TO SD-COMMITTED-QTY
               MOVE BA-RELEASED-QTY TO SD-RELEASED-QTY
               MOVE WS-REMAINING-QTY TO SD-REMAINING-QTY
               MOVE BA-END-DATE TO SD-END-DATE
               MOVE BA-RELEASE-COUNT TO SD-RELEASE-COUNT
               WRITE RELEASE-REPORT-LINE FROM WS-STATUS-DETAIL-LINE
               IF BA-ACTIVE
                   PERFORM WARN-ON-AGREEMENT
               ELSE
                   MOVE 'FULLY RELEASED - AGREEMENT CLOSED'
                       TO SW-WARNING-TEXT
                   WRITE RELEASE-REPORT-LINE
                       FROM WS-STATUS-WARNING-LINE
               END-IF
               MOVE BLANKET-AGREEMENT-RECORD
                   TO AG-AGREEMENT-IMAGE (WS-AGREEMENT-SUB)
           END-IF.

       WARN-ON-AGREEMENT.
           COMPUTE WS-USED-PCT ROUNDED =
               BA-RELEASED-QTY * 100 / BA-COMMITTED-QTY
           COMPUTE WS-DAYS-TO-END =
               FUNCTION INTEGER-OF-DATE (BA-END-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
           MOVE WS-USED-PCT TO WS-USED-PCT-EDIT
           MOVE WS-REMAINING-QTY TO WS-REMAINING-QTY-EDIT
           IF WS-USED-PCT NOT < BL-USED-UP-WARNING-PCT
               MOVE SPACES TO SW-WARNING-TEXT
               STRING 'NEARLY USED UP - ' WS-USED-PCT-EDIT
                   ' PCT RELEASED'
                   DELIMITED BY SIZE INTO SW-WARNING-TEXT
               END-STRING
               WRITE RELEASE-REPORT-LINE FROM WS-STATUS-WARNING-LINE
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF WS-DAYS-TO-END < ZERO
               MOVE SPACES TO SW-WARNING-TEXT
               STRING 'EXPIRED WITH ' WS-REMAINING-QTY-EDIT
                   ' NEVER RELEASED - AGREEMENT CLOSED'
                   DELIMITED BY SIZE INTO SW-WARNING-TEXT
               END-STRING
               WRITE RELEASE-REPORT-LINE FROM WS-STATUS-WARNING-LINE
               SET BA-CLOSED TO TRUE
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               IF WS-DAYS-TO-END NOT > BL-EXPIRY-WARNING-DAYS
                   MOVE SPACES TO SW-WARNING-TEXT
                   STRING 'EXPIRING ' BA-END-DATE ' WITH '
                       WS-REMAINING-QTY-EDIT ' NOT YET RELEASED'
                       DELIMITED BY SIZE INTO SW-WARNING-TEXT
                   END-STRING
                   WRITE RELEASE-REPORT-LINE
                       FROM WS-STATUS-WARNING-LINE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.

       REWRITE-BLANKET-FILE.
           OPEN OUTPUT BLANKET-FILE
           PERFORM REWRITE-ONE-AGREEMENT
               VARYING WS-AGREEMENT-SUB FROM 1 BY 1
               UNTIL WS-AGREEMENT-SUB > WS-AGREEMENT-COUNT
           CLOSE BLANKET-FILE.

       REWRITE-ONE-AGREEMENT.
           MOVE AG-AGREEMENT-IMAGE (WS-AGREEMENT-SUB)
               TO BLANKET-AGREEMENT-RECORD
           WRITE BLANKET-AGREEMENT-RECORD.
