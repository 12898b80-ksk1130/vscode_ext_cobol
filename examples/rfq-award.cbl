       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQ-AWARD.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Awards the RFQs RFQ-COMPARISON ranked.  Purchasing keys one
      * RFQAWARD.DAT card per decision - RFQ number, the vendor
      * chosen (not necessarily rank 1; RFQCOMP.RPT is advice) and
      * who decided.  The chosen row on RFQ.DAT becomes A, stamped
      * with the date and the decider, every other quote on the RFQ
      * becomes L, and the quoted price and currency are appended
      * to VENDPRC.DAT for that vendor and product from
      * RQ-EFFECTIVE-DATE (today when none was asked for) - the
      * latest-effective-row rule there brings it in on the day.
      * A card for a vendor that has not quoted, or for an RFQ
      * already awarded, is refused and listed on RFQAWARD.RPT.
      * Purchase orders go to the product's メーカーコード, so once
      * an award's effective date has come, a product sourced from
      * another vendor is switched to the winner in 製品マスター,
      * journaled through MASTER-UPDATE-JOURNAL under the decider's
      * ID, and the whole RFQ - winning, losing, declined and
      * unanswered rows alike - moves to RFQHIST.DAT for audit.
      * Awards still in the future stay on RFQ.DAT and are switched
      * by the run on or after their date.  RFQAWARD.DAT is retired
      * to RFQAWARD.G1.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFQ-FILE ASSIGN TO "RFQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFQ-STATUS.
           SELECT RFQ-HISTORY-FILE ASSIGN TO "RFQHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFQH-STATUS.
           SELECT AWARD-FILE ASSIGN TO "RFQAWARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.
           SELECT VENDOR-PRICE-FILE ASSIGN TO "VENDPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VPRC-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT AWARD-REPORT-FILE ASSIGN TO "RFQAWARD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RFQ-FILE.
       COPY RFQ-RECORD.

       FD  RFQ-HISTORY-FILE.
       01  RFQ-HISTORY-RECORD           PIC X(150).

       FD  AWARD-FILE.
       01  RFQ-AWARD-CARD.
           05  AC-RFQ-NUMBER            PIC 9(12).
           05  AC-VENDOR-CODE           PIC X(10).
           05  AC-AWARDED-BY            PIC X(8).

       FD  VENDOR-PRICE-FILE.
       COPY VENDOR-PRICE-RECORD.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  AWARD-REPORT-FILE.
       01  AWARD-REPORT-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-RFQ-STATUS                 PIC XX.
           88  RFQ-FILE-OK                   VALUE '00'.
           88  RFQ-FILE-EOF                  VALUE '10'.
       01  WS-RFQH-STATUS                PIC XX.
       01  WS-AWARD-STATUS               PIC XX.
           88  AWARD-FILE-OK                 VALUE '00'.
           88  AWARD-FILE-EOF                VALUE '10'.
       01  WS-VPRC-STATUS                PIC XX.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FOUND                   VALUE '00'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-AWARD-FILE-NAME            PIC X(20)
                                             VALUE 'RFQAWARD.DAT'.
       01  WS-AWARD-GEN-FILE-NAME        PIC X(20)
                                             VALUE 'RFQAWARD.G1'.

      *----------------------------------------------------------------
      * RFQ.DAT is rewritten from this table, so a row that did not
      * fit would be lost - a full table stops the run.
      *----------------------------------------------------------------
       01  WS-RFQ-TABLE-MAX              PIC 9(3) VALUE 300.
       01  WS-RFQ-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-RFQ-ENTRIES.
           05  WS-RFQ-ENTRY              OCCURS 300 TIMES
                                             INDEXED BY RT-IDX.
               10  RT-RFQ-IMAGE              PIC X(150).
               10  RT-RFQ-NUMBER             PIC 9(12).
               10  RT-VENDOR-CODE            PIC X(10).
               10  RT-STATUS                 PIC X(1).
               10  RT-HISTORY-SW             PIC X(1).
                   88  RT-TO-HISTORY             VALUE 'Y'.
       01  WS-RFQ-SUB                    PIC 9(3) COMP.
       01  WS-OTHER-SUB                  PIC 9(3) COMP.
       01  WS-AWARD-SUB                  PIC 9(3) COMP.
       01  WS-ALREADY-AWARDED-SW         PIC X(1).
           88  ALREADY-AWARDED               VALUE 'Y'.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                             VALUE 'RFQ-AWARD'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8).

       01  WS-CARD-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-AWARDED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-SWITCHED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-CLOSED-RFQ-COUNT           PIC 9(5) VALUE ZERO.

       01  WS-AWARD-LINE.
           05  FILLER                  PIC X(9) VALUE 'AWARDED: '.
           05  AL-RFQ-NUMBER            PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AL-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AL-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AL-UNIT-COST             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AL-CURRENCY-CODE         PIC X(3).
           05  FILLER                  PIC X(7) VALUE '  RANK '.
           05  AL-RANK                  PIC Z9.
           05  FILLER                  PIC X(7) VALUE '  FROM '.
           05  AL-EFFECTIVE-DATE        PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  AL-EXPIRY-DATE           PIC 9(8).
           05  FILLER                  PIC X(5) VALUE '  BY '.
           05  AL-AWARDED-BY            PIC X(8).
       01  WS-SWITCH-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'SOURCE SWITCHED:  '.
           05  SW-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(6) VALUE ' FROM '.
           05  SW-OLD-VENDOR-CODE       PIC X(10).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  SW-NEW-VENDOR-CODE       PIC X(10).
       01  WS-REFUSAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'AWARD REFUSED:  '.
           05  RL-RFQ-NUMBER            PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-REASON                PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-RFQ-ROWS
           OPEN OUTPUT AWARD-REPORT-FILE
           PERFORM APPLY-AWARD-CARDS
           OPEN I-O JPRODUCT-FILE
           PERFORM SETTLE-ONE-AWARD
               VARYING WS-RFQ-SUB FROM 1 BY 1
               UNTIL WS-RFQ-SUB > WS-RFQ-COUNT
           CLOSE JPRODUCT-FILE
           CLOSE AWARD-REPORT-FILE
           PERFORM FILE-RFQ-ROWS
           DISPLAY 'RFQ AWARD - CARDS: ' WS-CARD-COUNT
               ' AWARDED: ' WS-AWARDED-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT
               ' SOURCE SWITCHED: ' WS-SWITCHED-COUNT
               ' TO HISTORY: ' WS-CLOSED-RFQ-COUNT
           STOP RUN.

       LOAD-RFQ-ROWS.
           OPEN INPUT RFQ-FILE
           IF RFQ-FILE-OK
               PERFORM READ-RFQ
               PERFORM STORE-RFQ-ROW UNTIL RFQ-FILE-EOF
               CLOSE RFQ-FILE
           END-IF.

       READ-RFQ.
           READ RFQ-FILE
               AT END
                   SET RFQ-FILE-EOF TO TRUE
           END-READ.

       STORE-RFQ-ROW.
           IF WS-RFQ-COUNT < WS-RFQ-TABLE-MAX
               ADD 1 TO WS-RFQ-COUNT
               MOVE RFQ-RECORD TO RT-RFQ-IMAGE (WS-RFQ-COUNT)
               MOVE RQ-RFQ-NUMBER TO RT-RFQ-NUMBER (WS-RFQ-COUNT)
               MOVE RQ-VENDOR-CODE TO RT-VENDOR-CODE (WS-RFQ-COUNT)
               MOVE RQ-STATUS TO RT-STATUS (WS-RFQ-COUNT)
               MOVE 'N' TO RT-HISTORY-SW (WS-RFQ-COUNT)
           ELSE
               DISPLAY 'ERROR: RFQ TABLE FULL - '
                   'RFQ.DAT WOULD BE TRUNCATED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RFQ.

       APPLY-AWARD-CARDS.
           OPEN INPUT AWARD-FILE
           IF AWARD-FILE-OK
               OPEN EXTEND VENDOR-PRICE-FILE
               IF WS-VPRC-STATUS NOT = '00'
                   OPEN OUTPUT VENDOR-PRICE-FILE
               END-IF
               PERFORM READ-AWARD-CARD
               PERFORM APPLY-ONE-AWARD UNTIL AWARD-FILE-EOF
               CLOSE AWARD-FILE
               CLOSE VENDOR-PRICE-FILE
               CALL 'CBL_DELETE_FILE' USING WS-AWARD-GEN-FILE-NAME
               CALL 'CBL_RENAME_FILE' USING WS-AWARD-FILE-NAME
                                             WS-AWARD-GEN-FILE-NAME
           END-IF.

       READ-AWARD-CARD.
           READ AWARD-FILE
               AT END
                   SET AWARD-FILE-EOF TO TRUE
           END-READ.

       APPLY-ONE-AWARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'N' TO WS-ALREADY-AWARDED-SW
           PERFORM CHECK-ALREADY-AWARDED
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > WS-RFQ-COUNT
           SET RT-IDX TO 1
           SEARCH WS-RFQ-ENTRY
               AT END
                   MOVE 'NO SUCH RFQ AND VENDOR ON RFQ.DAT'
                       TO RL-REASON
                   PERFORM WRITE-AWARD-REFUSAL
               WHEN RT-IDX > WS-RFQ-COUNT
                   MOVE 'NO SUCH RFQ AND VENDOR ON RFQ.DAT'
                       TO RL-REASON
                   PERFORM WRITE-AWARD-REFUSAL
               WHEN RT-RFQ-NUMBER (RT-IDX) = AC-RFQ-NUMBER
                   AND RT-VENDOR-CODE (RT-IDX) = AC-VENDOR-CODE
                   EVALUATE TRUE
                       WHEN ALREADY-AWARDED
                           MOVE 'RFQ ALREADY AWARDED' TO RL-REASON
                           PERFORM WRITE-AWARD-REFUSAL
                       WHEN RT-STATUS (RT-IDX) NOT = 'Q'
                           MOVE 'VENDOR HAS NOT QUOTED' TO RL-REASON
                           PERFORM WRITE-AWARD-REFUSAL
                       WHEN OTHER
                           SET WS-AWARD-SUB TO RT-IDX
                           PERFORM AWARD-THIS-QUOTE
                   END-EVALUATE
           END-SEARCH
           PERFORM READ-AWARD-CARD.

       CHECK-ALREADY-AWARDED.
           IF RT-RFQ-NUMBER (WS-OTHER-SUB) = AC-RFQ-NUMBER
               AND RT-STATUS (WS-OTHER-SUB) = 'A'
               SET ALREADY-AWARDED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 落札行をA、同じRFQの他の見積をLにし、落札単価を発効日付で
      * VENDPRC.DATへ追加する。
      *----------------------------------------------------------------
       AWARD-THIS-QUOTE.
           MOVE RT-RFQ-IMAGE (WS-AWARD-SUB) TO RFQ-RECORD
           SET RQ-AWARDED TO TRUE
           MOVE WS-TODAY-CCYYMMDD TO RQ-AWARD-DATE
           MOVE AC-AWARDED-BY TO RQ-AWARDED-BY
           IF RQ-EFFECTIVE-DATE = ZERO
               MOVE WS-TODAY-CCYYMMDD TO RQ-EFFECTIVE-DATE
           END-IF
           MOVE RFQ-RECORD TO RT-RFQ-IMAGE (WS-AWARD-SUB)
           MOVE 'A' TO RT-STATUS (WS-AWARD-SUB)
           MOVE RQ-VENDOR-CODE TO VP-VENDOR-CODE
           MOVE RQ-PRODUCT-CODE TO VP-PRODUCT-CODE
           MOVE RQ-QUOTED-UNIT-COST TO VP-UNIT-COST
           MOVE RQ-EFFECTIVE-DATE TO VP-EFFECTIVE-DATE
           MOVE RQ-CURRENCY-CODE TO VP-CURRENCY-CODE
           WRITE VENDOR-PRICE-RECORD
           MOVE RQ-RFQ-NUMBER TO AL-RFQ-NUMBER
           MOVE RQ-PRODUCT-CODE TO AL-PRODUCT-CODE
           MOVE RQ-VENDOR-CODE TO AL-VENDOR-CODE
           MOVE RQ-QUOTED-UNIT-COST TO AL-UNIT-COST
           MOVE RQ-CURRENCY-CODE TO AL-CURRENCY-CODE
           MOVE RQ-RANK TO AL-RANK
           MOVE RQ-EFFECTIVE-DATE TO AL-EFFECTIVE-DATE
           MOVE RQ-EXPIRY-DATE TO AL-EXPIRY-DATE
           MOVE RQ-AWARDED-BY TO AL-AWARDED-BY
           WRITE AWARD-REPORT-LINE FROM WS-AWARD-LINE
           ADD 1 TO WS-AWARDED-COUNT
           PERFORM MARK-LOSING-QUOTE
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > WS-RFQ-COUNT.

       MARK-LOSING-QUOTE.
           IF RT-RFQ-NUMBER (WS-OTHER-SUB) = AC-RFQ-NUMBER
               AND RT-STATUS (WS-OTHER-SUB) = 'Q'
               MOVE RT-RFQ-IMAGE (WS-OTHER-SUB) TO RFQ-RECORD
               SET RQ-LOST TO TRUE
               MOVE WS-TODAY-CCYYMMDD TO RQ-AWARD-DATE
               MOVE AC-AWARDED-BY TO RQ-AWARDED-BY
               MOVE RFQ-RECORD TO RT-RFQ-IMAGE (WS-OTHER-SUB)
               MOVE 'L' TO RT-STATUS (WS-OTHER-SUB)
           END-IF.

       WRITE-AWARD-REFUSAL.
           MOVE AC-RFQ-NUMBER TO RL-RFQ-NUMBER
           MOVE AC-VENDOR-CODE TO RL-VENDOR-CODE
           WRITE AWARD-REPORT-LINE FROM WS-REFUSAL-LINE
           ADD 1 TO WS-REFUSED-COUNT.

      *----------------------------------------------------------------
      * 発効日が来た落札: 製品の仕入先(メーカーコード)を落札先へ
      * 切り替え、RFQ全体を履歴へ回す。
      *----------------------------------------------------------------
       SETTLE-ONE-AWARD.
           IF RT-STATUS (WS-RFQ-SUB) = 'A'
               MOVE RT-RFQ-IMAGE (WS-RFQ-SUB) TO RFQ-RECORD
               IF RQ-EFFECTIVE-DATE NOT > WS-TODAY-CCYYMMDD
                   PERFORM SWITCH-PRODUCT-SOURCE
                   PERFORM MARK-RFQ-FOR-HISTORY
                       VARYING WS-OTHER-SUB FROM 1 BY 1
                       UNTIL WS-OTHER-SUB > WS-RFQ-COUNT
                   ADD 1 TO WS-CLOSED-RFQ-COUNT
               END-IF
           END-IF.

       SWITCH-PRODUCT-SOURCE.
           MOVE RQ-PRODUCT-CODE TO 製品ーコード
           READ JPRODUCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF メーカーコード NOT = RQ-VENDOR-CODE
                       MOVE 製品マスター
                           TO WS-JOURNAL-BEFORE-IMAGE
                       MOVE メーカーコード
                           TO SW-OLD-VENDOR-CODE
                       MOVE RQ-VENDOR-CODE TO メーカーコード
                       REWRITE 製品マスター
                       MOVE 製品マスター
                           TO WS-JOURNAL-AFTER-IMAGE
                       MOVE 製品ーコード TO WS-JOURNAL-KEY
                       MOVE RQ-AWARDED-BY TO WS-JOURNAL-USER-ID
                       CALL 'MASTER-UPDATE-JOURNAL'
                           USING WS-JOURNAL-PROGRAM-NAME
                                 WS-JOURNAL-KEY
                                 WS-JOURNAL-BEFORE-IMAGE
                                 WS-JOURNAL-AFTER-IMAGE
                                 WS-JOURNAL-USER-ID
                       MOVE RQ-PRODUCT-CODE TO SW-PRODUCT-CODE
                       MOVE RQ-VENDOR-CODE TO SW-NEW-VENDOR-CODE
                       WRITE AWARD-REPORT-LINE FROM WS-SWITCH-LINE
                       ADD 1 TO WS-SWITCHED-COUNT
                   END-IF
           END-READ.

       MARK-RFQ-FOR-HISTORY.
           IF RT-RFQ-NUMBER (WS-OTHER-SUB) = RT-RFQ-NUMBER (WS-RFQ-SUB)
               SET RT-TO-HISTORY (WS-OTHER-SUB) TO TRUE
           END-IF.

       FILE-RFQ-ROWS.
           OPEN EXTEND RFQ-HISTORY-FILE
           IF WS-RFQH-STATUS NOT = '00'
               OPEN OUTPUT RFQ-HISTORY-FILE
           END-IF
           OPEN OUTPUT RFQ-FILE
           PERFORM FILE-ONE-RFQ-ROW
               VARYING WS-RFQ-SUB FROM 1 BY 1
               UNTIL WS-RFQ-SUB > WS-RFQ-COUNT
           CLOSE RFQ-HISTORY-FILE
           CLOSE RFQ-FILE.

       FILE-ONE-RFQ-ROW.
           IF RT-TO-HISTORY (WS-RFQ-SUB)
               WRITE RFQ-HISTORY-RECORD FROM RT-RFQ-IMAGE (WS-RFQ-SUB)
           ELSE
               MOVE RT-RFQ-IMAGE (WS-RFQ-SUB) TO RFQ-RECORD
               WRITE RFQ-RECORD
           END-IF.
