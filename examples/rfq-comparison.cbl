       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQ-COMPARISON.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Loads vendors' replies to the requests RFQ-ISSUE sent and
      * ranks them.  Each RFQQUOTE.DAT card carries one vendor's
      * reply to one RFQ number - unit price and currency, freight
      * per unit in yen, lead time and minimum order quantity, or a
      * decline - and is put onto that vendor's RFQ.DAT row (status
      * Q, or D for a decline; a later card replaces an earlier
      * quote).  A card for a row not on RFQ.DAT, or in a currency
      * CURRENCY-RATE-TABLE does not hold, is refused and listed.
      * Every quote is then costed as it would land:
      *   - the price restated in yen at CURRENCY-RATE-TABLE;
      *   - plus RF-IMPORT-UPLIFT-PCT (RFQ-RULES) when it is not a
      *     yen price, for the freight, duty and broker charges
      *     LANDED-COST-VOUCHER will capitalise on import;
      *   - plus the quoted freight per unit;
      * and, where the minimum order exceeds the quantity asked
      * for, spread over the quantity asked for - the extra units
      * have to be bought too.  Each quote scores RF-COST-WEIGHT
      * parts cost (the cheapest on the RFQ scores 100) and
      * RF-PERFORMANCE-WEIGHT parts the vendor's VENDSCOR.DAT
      * performance score from VENDOR-SCORECARD, and the quotes on
      * each RFQ are ranked on the total.  RFQCOMP.RPT shows every
      * open RFQ with its quotes best first and the vendors yet to
      * reply; an RFQ already awarded and waiting for its effective
      * date takes no more quotes and is not shown.  RFQ.DAT is
      * rewritten with the landed cost, scores and rank for
      * RFQ-AWARD.  RFQQUOTE.DAT is retired to RFQQUOTE.G1.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFQ-FILE ASSIGN TO "RFQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFQ-STATUS.
           SELECT QUOTE-FILE ASSIGN TO "RFQQUOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT VENDOR-SCORE-FILE ASSIGN TO "VENDSCOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
           SELECT COMPARISON-REPORT-FILE ASSIGN TO "RFQCOMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RFQ-FILE.
       COPY RFQ-RECORD.

       FD  QUOTE-FILE.
       01  RFQ-QUOTE-CARD.
           05  QC-RFQ-NUMBER            PIC 9(12).
           05  QC-VENDOR-CODE           PIC X(10).
           05  QC-RESPONSE              PIC X(1).
               88  QC-DECLINED              VALUE 'D'.
           05  QC-UNIT-COST             PIC 9(7)V99.
           05  QC-CURRENCY-CODE         PIC X(3).
           05  QC-FREIGHT-PER-UNIT      PIC 9(5)V99.
           05  QC-LEAD-TIME-DAYS        PIC 9(3).
           05  QC-MINIMUM-ORDER-QTY     PIC 9(5).
           05  QC-QUOTE-DATE            PIC 9(8).

       FD  VENDOR-SCORE-FILE.
       COPY VENDOR-SCORE-RECORD.

       FD  COMPARISON-REPORT-FILE.
       01  COMPARISON-REPORT-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       COPY RFQ-RULES.
       COPY CURRENCY-RATE-TABLE.

       01  WS-RFQ-STATUS                 PIC XX.
           88  RFQ-FILE-OK                   VALUE '00'.
           88  RFQ-FILE-EOF                  VALUE '10'.
       01  WS-QUOTE-STATUS               PIC XX.
           88  QUOTE-FILE-OK                 VALUE '00'.
           88  QUOTE-FILE-EOF                VALUE '10'.
       01  WS-SCORE-STATUS               PIC XX.
           88  SCORE-FILE-OK                 VALUE '00'.
           88  SCORE-FILE-EOF                VALUE '10'.

       01  WS-QUOTE-FILE-NAME            PIC X(20)
                                             VALUE 'RFQQUOTE.DAT'.
       01  WS-QUOTE-GEN-FILE-NAME        PIC X(20)
                                             VALUE 'RFQQUOTE.G1'.

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
               10  RT-EFFECTIVE-COST         PIC 9(9)V99.
               10  RT-RANKING-SCORE          PIC 9(3)V9.
               10  RT-RANK                   PIC 9(2).
               10  RT-AWARDED-SW             PIC X(1).
                   88  RT-RFQ-AWARDED            VALUE 'Y'.
       01  WS-RFQ-SUB                    PIC 9(3) COMP.
       01  WS-OTHER-SUB                  PIC 9(3) COMP.

       01  WS-VSCORE-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-VSCORE-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-VSCORE-ENTRIES.
           05  WS-VSCORE-ENTRY           OCCURS 200 TIMES
                                             INDEXED BY VS-IDX.
               10  VT-VENDOR-CODE            PIC X(10).
               10  VT-PERFORMANCE-SCORE      PIC 9(3)V9.

       01  WS-YEN-UNIT-COST              PIC 9(9)V99.
       01  WS-LANDED-UNIT-COST           PIC 9(9)V99.
       01  WS-BUY-QTY                    PIC 9(5).
       01  WS-LOWEST-COST                PIC 9(9)V99.
       01  WS-COST-INDEX                 PIC 9(3)V9.
       01  WS-RANK                       PIC 9(2).
       01  WS-QUOTED-ON-RFQ              PIC 9(2).
       01  WS-PREVIOUS-RFQ-NUMBER        PIC 9(12).
       01  WS-RATE-FOUND-SW              PIC X(1).
           88  RATE-FOUND                    VALUE 'Y'.

       01  WS-QUOTE-CARD-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-QUOTE-LOADED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-QUOTE-REFUSED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-OPEN-RFQ-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-RFQ-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE 'RFQ: '.
           05  CH-RFQ-NUMBER            PIC 9(12).
           05  FILLER                  PIC X(11) VALUE '  PRODUCT: '.
           05  CH-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(7) VALUE '  QTY: '.
           05  CH-REQUEST-QTY           PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  REPLY BY: '.
           05  CH-RESPONSE-DUE-DATE     PIC 9(8).
           05  FILLER                  PIC X(10) VALUE '  PERIOD: '.
           05  CH-EFFECTIVE-DATE        PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  CH-EXPIRY-DATE           PIC 9(8).
       01  WS-RFQ-COLUMN-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'RANK VENDOR     CUR      QUOTED  FREIGHT'.
           05  FILLER                  PIC X(40)
               VALUE '   LANDED YEN   MOQ  EFFECTIVE YEN LEAD '.
           05  FILLER                  PIC X(20)
               VALUE '  PERF  SCORE       '.
       01  WS-QUOTE-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CD-RANK                  PIC Z9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CD-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CD-CURRENCY-CODE         PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CD-QUOTED-UNIT-COST      PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CD-FREIGHT-PER-UNIT      PIC ZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CD-LANDED-UNIT-COST      PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CD-MINIMUM-ORDER-QTY     PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CD-EFFECTIVE-COST        PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CD-LEAD-TIME-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CD-PERFORMANCE-SCORE     PIC ZZ9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CD-RANKING-SCORE         PIC ZZ9.9.
       01  WS-NO-QUOTE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  NQ-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NQ-STATUS-TEXT           PIC X(20).
       01  WS-REFUSAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'QUOTE REFUSED:  '.
           05  RL-RFQ-NUMBER            PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-REASON                PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-RFQ-ROWS
           PERFORM NOTE-AWARDED-RFQ
               VARYING WS-RFQ-SUB FROM 1 BY 1
               UNTIL WS-RFQ-SUB > WS-RFQ-COUNT
           PERFORM LOAD-VENDOR-SCORES
           OPEN OUTPUT COMPARISON-REPORT-FILE
           PERFORM APPLY-QUOTE-CARDS
           PERFORM COST-ONE-QUOTE
               VARYING WS-RFQ-SUB FROM 1 BY 1
               UNTIL WS-RFQ-SUB > WS-RFQ-COUNT
           PERFORM SCORE-ONE-QUOTE
               VARYING WS-RFQ-SUB FROM 1 BY 1
               UNTIL WS-RFQ-SUB > WS-RFQ-COUNT
           PERFORM RANK-ONE-QUOTE
               VARYING WS-RFQ-SUB FROM 1 BY 1
               UNTIL WS-RFQ-SUB > WS-RFQ-COUNT
           MOVE ZERO TO WS-PREVIOUS-RFQ-NUMBER
           PERFORM PRINT-ONE-RFQ
               VARYING WS-RFQ-SUB FROM 1 BY 1
               UNTIL WS-RFQ-SUB > WS-RFQ-COUNT
           CLOSE COMPARISON-REPORT-FILE
           PERFORM REWRITE-RFQ-FILE
           DISPLAY 'RFQ COMPARISON - QUOTES: ' WS-QUOTE-CARD-COUNT
               ' LOADED: ' WS-QUOTE-LOADED-COUNT
               ' REFUSED: ' WS-QUOTE-REFUSED-COUNT
               ' OPEN RFQS: ' WS-OPEN-RFQ-COUNT
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
               MOVE ZERO TO RT-EFFECTIVE-COST (WS-RFQ-COUNT)
               MOVE ZERO TO RT-RANKING-SCORE (WS-RFQ-COUNT)
               MOVE ZERO TO RT-RANK (WS-RFQ-COUNT)
               MOVE 'N' TO RT-AWARDED-SW (WS-RFQ-COUNT)
           ELSE
               DISPLAY 'ERROR: RFQ TABLE FULL - '
                   'RFQ.DAT WOULD BE TRUNCATED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RFQ.

      *----------------------------------------------------------------
      * 発効待ちで残っている決定済みRFQは、見積も比較ももう受けない。
      *----------------------------------------------------------------
       NOTE-AWARDED-RFQ.
           IF RT-STATUS (WS-RFQ-SUB) = 'A'
               PERFORM FLAG-AWARDED-ROW
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-RFQ-COUNT
           END-IF.

       FLAG-AWARDED-ROW.
           IF RT-RFQ-NUMBER (WS-OTHER-SUB) = RT-RFQ-NUMBER (WS-RFQ-SUB)
               SET RT-RFQ-AWARDED (WS-OTHER-SUB) TO TRUE
           END-IF.

       LOAD-VENDOR-SCORES.
           OPEN INPUT VENDOR-SCORE-FILE
           IF SCORE-FILE-OK
               PERFORM READ-VENDOR-SCORE
               PERFORM STORE-VENDOR-SCORE UNTIL SCORE-FILE-EOF
               CLOSE VENDOR-SCORE-FILE
           END-IF.

       READ-VENDOR-SCORE.
           READ VENDOR-SCORE-FILE
               AT END
                   SET SCORE-FILE-EOF TO TRUE
           END-READ.

       STORE-VENDOR-SCORE.
           IF WS-VSCORE-COUNT < WS-VSCORE-TABLE-MAX
               ADD 1 TO WS-VSCORE-COUNT
               MOVE VS-VENDOR-CODE TO VT-VENDOR-CODE (WS-VSCORE-COUNT)
               MOVE VS-PERFORMANCE-SCORE
                   TO VT-PERFORMANCE-SCORE (WS-VSCORE-COUNT)
           ELSE
               DISPLAY 'VENDOR SCORE TABLE FULL - LATER VENDORS '
                   'RANKED ON THE NO-HISTORY SCORE'
           END-IF
           PERFORM READ-VENDOR-SCORE.

      *----------------------------------------------------------------
      * 見積カードを該当するRFQ行へ載せる。決定済み(RFQHIST行き)
      * の行はRFQ.DATに無いので、遅れて来た見積は拒否される。
      *----------------------------------------------------------------
       APPLY-QUOTE-CARDS.
           OPEN INPUT QUOTE-FILE
           IF QUOTE-FILE-OK
               PERFORM READ-QUOTE-CARD
               PERFORM APPLY-ONE-QUOTE UNTIL QUOTE-FILE-EOF
               CLOSE QUOTE-FILE
               CALL 'CBL_DELETE_FILE' USING WS-QUOTE-GEN-FILE-NAME
               CALL 'CBL_RENAME_FILE' USING WS-QUOTE-FILE-NAME
                                             WS-QUOTE-GEN-FILE-NAME
           END-IF.

       READ-QUOTE-CARD.
           READ QUOTE-FILE
               AT END
                   SET QUOTE-FILE-EOF TO TRUE
           END-READ.

       APPLY-ONE-QUOTE.
           ADD 1 TO WS-QUOTE-CARD-COUNT
           SET RT-IDX TO 1
           SEARCH WS-RFQ-ENTRY
               AT END
                   MOVE 'NO OPEN RFQ FOR THIS VENDOR' TO RL-REASON
                   PERFORM WRITE-QUOTE-REFUSAL
               WHEN RT-IDX > WS-RFQ-COUNT
                   MOVE 'NO OPEN RFQ FOR THIS VENDOR' TO RL-REASON
                   PERFORM WRITE-QUOTE-REFUSAL
               WHEN RT-RFQ-NUMBER (RT-IDX) = QC-RFQ-NUMBER
                   AND RT-VENDOR-CODE (RT-IDX) = QC-VENDOR-CODE
                   IF RT-RFQ-AWARDED (RT-IDX)
                       MOVE 'RFQ ALREADY AWARDED' TO RL-REASON
                       PERFORM WRITE-QUOTE-REFUSAL
                   ELSE
                       PERFORM LOAD-QUOTE-ONTO-ROW
                   END-IF
           END-SEARCH
           PERFORM READ-QUOTE-CARD.

       LOAD-QUOTE-ONTO-ROW.
           MOVE RT-RFQ-IMAGE (RT-IDX) TO RFQ-RECORD
           IF QC-DECLINED
               SET RQ-DECLINED TO TRUE
               MOVE ZERO TO RQ-QUOTED-UNIT-COST
               MOVE QC-QUOTE-DATE TO RQ-QUOTE-DATE
               PERFORM STORE-QUOTED-ROW
           ELSE
               PERFORM FIND-CURRENCY-RATE
               IF RATE-FOUND
                   SET RQ-QUOTED TO TRUE
                   MOVE QC-UNIT-COST TO RQ-QUOTED-UNIT-COST
                   MOVE QC-CURRENCY-CODE TO RQ-CURRENCY-CODE
                   MOVE QC-FREIGHT-PER-UNIT TO RQ-FREIGHT-PER-UNIT
                   MOVE QC-LEAD-TIME-DAYS TO RQ-LEAD-TIME-DAYS
                   MOVE QC-MINIMUM-ORDER-QTY TO RQ-MINIMUM-ORDER-QTY
                   MOVE QC-QUOTE-DATE TO RQ-QUOTE-DATE
                   PERFORM STORE-QUOTED-ROW
               ELSE
                   MOVE 'CURRENCY NOT ON RATE TABLE' TO RL-REASON
                   PERFORM WRITE-QUOTE-REFUSAL
               END-IF
           END-IF.

       STORE-QUOTED-ROW.
           MOVE RFQ-RECORD TO RT-RFQ-IMAGE (RT-IDX)
           MOVE RQ-STATUS TO RT-STATUS (RT-IDX)
           ADD 1 TO WS-QUOTE-LOADED-COUNT.

       FIND-CURRENCY-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           SET CR2-IDX TO 1
           SEARCH CR2-ENTRY
               AT END
                   CONTINUE
               WHEN CR2-CURRENCY-CODE (CR2-IDX) = QC-CURRENCY-CODE
                   SET RATE-FOUND TO TRUE
           END-SEARCH.

       WRITE-QUOTE-REFUSAL.
           MOVE QC-RFQ-NUMBER TO RL-RFQ-NUMBER
           MOVE QC-VENDOR-CODE TO RL-VENDOR-CODE
           WRITE COMPARISON-REPORT-LINE FROM WS-REFUSAL-LINE
           ADD 1 TO WS-QUOTE-REFUSED-COUNT.

      *----------------------------------------------------------------
      * 円換算の着地原価。外貨建ては輸入諸掛の見込みを上乗せし、
      * 最低発注数量が依頼数量を超える時は余分に買う分も依頼数量
      * で割り戻した実質単価で比べる。
      *----------------------------------------------------------------
       COST-ONE-QUOTE.
           IF RT-STATUS (WS-RFQ-SUB) = 'Q'
               MOVE RT-RFQ-IMAGE (WS-RFQ-SUB) TO RFQ-RECORD
               MOVE RQ-CURRENCY-CODE TO QC-CURRENCY-CODE
               PERFORM FIND-CURRENCY-RATE
               MOVE RQ-QUOTED-UNIT-COST TO WS-YEN-UNIT-COST
               IF RATE-FOUND
                   COMPUTE WS-YEN-UNIT-COST ROUNDED =
                       RQ-QUOTED-UNIT-COST * CR2-YEN-RATE (CR2-IDX)
               END-IF
               IF RQ-CURRENCY-CODE NOT = 'JPY'
                   COMPUTE WS-YEN-UNIT-COST ROUNDED =
                       WS-YEN-UNIT-COST
                       * (100 + RF-IMPORT-UPLIFT-PCT) / 100
               END-IF
               COMPUTE WS-LANDED-UNIT-COST =
                   WS-YEN-UNIT-COST + RQ-FREIGHT-PER-UNIT
               MOVE WS-LANDED-UNIT-COST TO RQ-LANDED-UNIT-COST
               MOVE RQ-REQUEST-QTY TO WS-BUY-QTY
               IF RQ-MINIMUM-ORDER-QTY > WS-BUY-QTY
                   MOVE RQ-MINIMUM-ORDER-QTY TO WS-BUY-QTY
               END-IF
               IF RQ-REQUEST-QTY > ZERO
                   COMPUTE RT-EFFECTIVE-COST (WS-RFQ-SUB) ROUNDED =
                       WS-LANDED-UNIT-COST * WS-BUY-QTY
                       / RQ-REQUEST-QTY
               ELSE
                   MOVE WS-LANDED-UNIT-COST
                       TO RT-EFFECTIVE-COST (WS-RFQ-SUB)
               END-IF
               MOVE RF-NO-HISTORY-SCORE TO RQ-PERFORMANCE-SCORE
               SET VS-IDX TO 1
               SEARCH WS-VSCORE-ENTRY
                   AT END
                       CONTINUE
                   WHEN VS-IDX > WS-VSCORE-COUNT
                       CONTINUE
                   WHEN VT-VENDOR-CODE (VS-IDX) = RQ-VENDOR-CODE
                       MOVE VT-PERFORMANCE-SCORE (VS-IDX)
                           TO RQ-PERFORMANCE-SCORE
               END-SEARCH
               MOVE RFQ-RECORD TO RT-RFQ-IMAGE (WS-RFQ-SUB)
           END-IF.

       SCORE-ONE-QUOTE.
           IF RT-STATUS (WS-RFQ-SUB) = 'Q'
               MOVE RT-EFFECTIVE-COST (WS-RFQ-SUB) TO WS-LOWEST-COST
               PERFORM FIND-LOWEST-COST
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-RFQ-COUNT
               IF RT-EFFECTIVE-COST (WS-RFQ-SUB) > ZERO
                   COMPUTE WS-COST-INDEX ROUNDED =
                       WS-LOWEST-COST * 100
                       / RT-EFFECTIVE-COST (WS-RFQ-SUB)
               ELSE
                   MOVE 100 TO WS-COST-INDEX
               END-IF
               MOVE RT-RFQ-IMAGE (WS-RFQ-SUB) TO RFQ-RECORD
               COMPUTE RT-RANKING-SCORE (WS-RFQ-SUB) ROUNDED =
                   (WS-COST-INDEX * RF-COST-WEIGHT
                   + RQ-PERFORMANCE-SCORE * RF-PERFORMANCE-WEIGHT)
                   / 100
           END-IF.

       FIND-LOWEST-COST.
           IF RT-RFQ-NUMBER (WS-OTHER-SUB) = RT-RFQ-NUMBER (WS-RFQ-SUB)
               AND RT-STATUS (WS-OTHER-SUB) = 'Q'
               AND RT-EFFECTIVE-COST (WS-OTHER-SUB) < WS-LOWEST-COST
               MOVE RT-EFFECTIVE-COST (WS-OTHER-SUB) TO WS-LOWEST-COST
           END-IF.

      *----------------------------------------------------------------
      * 順位 = 同じRFQで点数が上回る見積の数 + 1(同点は先に載った
      * 行を上にする)。
      *----------------------------------------------------------------
       RANK-ONE-QUOTE.
           IF RT-STATUS (WS-RFQ-SUB) = 'Q'
               MOVE 1 TO RT-RANK (WS-RFQ-SUB)
               PERFORM COUNT-BETTER-QUOTE
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-RFQ-COUNT
               MOVE RT-RFQ-IMAGE (WS-RFQ-SUB) TO RFQ-RECORD
               MOVE RT-RANKING-SCORE (WS-RFQ-SUB) TO RQ-RANKING-SCORE
               MOVE RT-RANK (WS-RFQ-SUB) TO RQ-RANK
               MOVE RFQ-RECORD TO RT-RFQ-IMAGE (WS-RFQ-SUB)
           END-IF.

       COUNT-BETTER-QUOTE.
           IF RT-RFQ-NUMBER (WS-OTHER-SUB) = RT-RFQ-NUMBER (WS-RFQ-SUB)
               AND RT-STATUS (WS-OTHER-SUB) = 'Q'
               IF RT-RANKING-SCORE (WS-OTHER-SUB)
                   > RT-RANKING-SCORE (WS-RFQ-SUB)
                   OR (RT-RANKING-SCORE (WS-OTHER-SUB)
                       = RT-RANKING-SCORE (WS-RFQ-SUB)
                       AND WS-OTHER-SUB < WS-RFQ-SUB)
                   ADD 1 TO RT-RANK (WS-RFQ-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * RFQ番号が変わる最初の行で見出しを刷り、見積を順位順に、
      * 続いて未回答・辞退の仕入先を刷る。
      *----------------------------------------------------------------
       PRINT-ONE-RFQ.
           IF RT-RFQ-NUMBER (WS-RFQ-SUB) NOT = WS-PREVIOUS-RFQ-NUMBER
               AND NOT RT-RFQ-AWARDED (WS-RFQ-SUB)
               MOVE RT-RFQ-NUMBER (WS-RFQ-SUB)
                   TO WS-PREVIOUS-RFQ-NUMBER
               ADD 1 TO WS-OPEN-RFQ-COUNT
               MOVE RT-RFQ-IMAGE (WS-RFQ-SUB) TO RFQ-RECORD
               MOVE RQ-RFQ-NUMBER TO CH-RFQ-NUMBER
               MOVE RQ-PRODUCT-CODE TO CH-PRODUCT-CODE
               MOVE RQ-REQUEST-QTY TO CH-REQUEST-QTY
               MOVE RQ-RESPONSE-DUE-DATE TO CH-RESPONSE-DUE-DATE
               MOVE RQ-EFFECTIVE-DATE TO CH-EFFECTIVE-DATE
               MOVE RQ-EXPIRY-DATE TO CH-EXPIRY-DATE
               MOVE SPACES TO COMPARISON-REPORT-LINE
               WRITE COMPARISON-REPORT-LINE
               WRITE COMPARISON-REPORT-LINE FROM WS-RFQ-HEADER-LINE
               WRITE COMPARISON-REPORT-LINE FROM WS-RFQ-COLUMN-LINE
               MOVE ZERO TO WS-QUOTED-ON-RFQ
               PERFORM COUNT-QUOTED-ON-RFQ
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-RFQ-COUNT
               PERFORM PRINT-RANKED-QUOTES
                   VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-QUOTED-ON-RFQ
               PERFORM PRINT-UNQUOTED-VENDOR
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-RFQ-COUNT
           END-IF.

       COUNT-QUOTED-ON-RFQ.
           IF RT-RFQ-NUMBER (WS-OTHER-SUB) = WS-PREVIOUS-RFQ-NUMBER
               AND RT-STATUS (WS-OTHER-SUB) = 'Q'
               ADD 1 TO WS-QUOTED-ON-RFQ
           END-IF.

       PRINT-RANKED-QUOTES.
           PERFORM PRINT-QUOTE-AT-RANK
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > WS-RFQ-COUNT.

       PRINT-QUOTE-AT-RANK.
           IF RT-RFQ-NUMBER (WS-OTHER-SUB) = WS-PREVIOUS-RFQ-NUMBER
               AND RT-STATUS (WS-OTHER-SUB) = 'Q'
               AND RT-RANK (WS-OTHER-SUB) = WS-RANK
               MOVE RT-RFQ-IMAGE (WS-OTHER-SUB) TO RFQ-RECORD
               MOVE RQ-RANK TO CD-RANK
               MOVE RQ-VENDOR-CODE TO CD-VENDOR-CODE
               MOVE RQ-CURRENCY-CODE TO CD-CURRENCY-CODE
               MOVE RQ-QUOTED-UNIT-COST TO CD-QUOTED-UNIT-COST
               MOVE RQ-FREIGHT-PER-UNIT TO CD-FREIGHT-PER-UNIT
               MOVE RQ-LANDED-UNIT-COST TO CD-LANDED-UNIT-COST
               MOVE RQ-MINIMUM-ORDER-QTY TO CD-MINIMUM-ORDER-QTY
               MOVE RT-EFFECTIVE-COST (WS-OTHER-SUB)
                   TO CD-EFFECTIVE-COST
               MOVE RQ-LEAD-TIME-DAYS TO CD-LEAD-TIME-DAYS
               MOVE RQ-PERFORMANCE-SCORE TO CD-PERFORMANCE-SCORE
               MOVE RQ-RANKING-SCORE TO CD-RANKING-SCORE
               WRITE COMPARISON-REPORT-LINE FROM WS-QUOTE-DETAIL-LINE
           END-IF.

       PRINT-UNQUOTED-VENDOR.
           IF RT-RFQ-NUMBER (WS-OTHER-SUB) = WS-PREVIOUS-RFQ-NUMBER
               AND RT-STATUS (WS-OTHER-SUB) NOT = 'Q'
               MOVE RT-VENDOR-CODE (WS-OTHER-SUB) TO NQ-VENDOR-CODE
               IF RT-STATUS (WS-OTHER-SUB) = 'D'
                   MOVE 'DECLINED' TO NQ-STATUS-TEXT
               ELSE
                   MOVE 'NO REPLY YET' TO NQ-STATUS-TEXT
               END-IF
               WRITE COMPARISON-REPORT-LINE FROM WS-NO-QUOTE-LINE
           END-IF.

       REWRITE-RFQ-FILE.
           OPEN OUTPUT RFQ-FILE
           PERFORM REWRITE-ONE-RFQ-ROW
               VARYING WS-RFQ-SUB FROM 1 BY 1
               UNTIL WS-RFQ-SUB > WS-RFQ-COUNT
           CLOSE RFQ-FILE.

       REWRITE-ONE-RFQ-ROW.
           MOVE RT-RFQ-IMAGE (WS-RFQ-SUB) TO RFQ-RECORD
           WRITE RFQ-RECORD.
