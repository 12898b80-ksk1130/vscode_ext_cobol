       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-AFFINITY-RUN.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Which products are bought together, for sales to build
      * bundles and cross-sell lists from.  ORDERS.DAT is read in
      * primary key order, so each customer's lines arrive grouped
      * by order date; the lines of one customer on one date are
      * one basket, counted once per product however many lines or
      * units it holds.  Only baskets from the last
      * WS-LOOKBACK-DAYS days are used, so the figures follow what
      * customers buy now rather than years ago.
      * For every pair of products found in the same basket the
      * run counts the baskets holding both, and from that
      *   support    = pair baskets / all baskets
      *   confidence = pair baskets / baskets holding the first
      *                product (how often the second follows)
      *   lift       = confidence / share of baskets holding the
      *                second product (above 1 means more than
      *                chance)
      * Pairs seen in fewer than WS-MIN-PAIR-BASKETS baskets are
      * ignored as noise.  AFFINITY.RPT lists, for each
      * カテゴリーコード, the top pairs led by a product of that
      * category, best lift first; AFFINITY.DAT gets the
      * "frequently bought with" rows per product
      * (PRODUCT-AFFINITY-RECORD) for bundle proposals on
      * KITCOMP.DAT and the quotation screen.  Order-history
      * RECORD-IDs are mapped to 製品ーコード through
      * ITEM-XREF-LOOKUP, as SERVICE-LEVEL-REPORT does.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-PRIMARY-KEY
               ALTERNATE RECORD KEY IS OH-ORDER-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-PROD-STATUS.
           SELECT AFFINITY-REPORT-FILE ASSIGN TO "AFFINITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AFFINITY-EXTRACT-FILE ASSIGN TO "AFFINITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       COPY ORDER-HISTORY-RECORD.

       FD  PRODUCT-FILE.
       COPY 製品マスター.

       FD  AFFINITY-REPORT-FILE.
       01  AFFINITY-REPORT-LINE         PIC X(132).

       FD  AFFINITY-EXTRACT-FILE.
       COPY PRODUCT-AFFINITY-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS               PIC XX.
           88  ORDER-FILE-OK                 VALUE '00'.
           88  ORDER-FILE-EOF                VALUE '10'.
       01  WS-PROD-STATUS                PIC XX.
           88  PROD-FOUND                    VALUE '00'.

       01  WS-LOOKBACK-DAYS              PIC 9(4) VALUE 730.
       01  WS-MIN-PAIR-BASKETS           PIC 9(3) VALUE 3.
       01  WS-TOP-PAIRS-PER-CATEGORY     PIC 9(2) VALUE 10.
       01  WS-WITH-PER-PRODUCT           PIC 9(2) VALUE 5.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-CUTOFF-DATE                PIC 9(8).

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).

      *----------------------------------------------------------------
      * 製品表: 期間内の注文に出た製品と、その製品を含む注文の数。
      *----------------------------------------------------------------
       01  WS-PRODUCT-TABLE-MAX          PIC 9(4) VALUE 3000.
       01  WS-PRODUCT-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PRODUCT-ENTRIES.
           05  WS-PRODUCT-ENTRY          OCCURS 3000 TIMES
                                             INDEXED BY AI-IDX.
               10  AI-PRODUCT-ID             PIC 9(8).
               10  AI-PRODUCT-CODE           PIC X(20).
               10  AI-CATEGORY-CODE          PIC X(10).
               10  AI-BASKETS                PIC 9(7) COMP.

      *----------------------------------------------------------------
      * 組合せ表: 製品表の添字の小さい方・大きい方と、両方を
      * 含む注文の数。
      *----------------------------------------------------------------
       01  WS-PAIR-TABLE-MAX             PIC 9(5) VALUE 20000.
       01  WS-PAIR-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-PAIR-ENTRIES.
           05  WS-PAIR-ENTRY             OCCURS 20000 TIMES
                                             INDEXED BY AQ-IDX.
               10  AQ-LOW-SUB                PIC 9(4) COMP.
               10  AQ-HIGH-SUB               PIC 9(4) COMP.
               10  AQ-BASKETS                PIC 9(7) COMP.

       01  WS-CATEGORY-TABLE-MAX         PIC 9(3) VALUE 300.
       01  WS-CATEGORY-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-CATEGORY-ENTRIES.
           05  WS-CATEGORY-ENTRY         OCCURS 300 TIMES
                                             INDEXED BY AK-IDX.
               10  AK-CATEGORY-CODE          PIC X(10).
               10  AK-PRODUCTS               PIC 9(4).

      *----------------------------------------------------------------
      * いま組み立て中の注文(同じ顧客・同じ注文日)に含まれる製品。
      *----------------------------------------------------------------
       01  WS-BASKET-MAX                 PIC 9(2) VALUE 50.
       01  WS-BASKET-SIZE                PIC 9(2) VALUE ZERO.
       01  WS-BASKET-ENTRIES.
           05  BS-PRODUCT-SUB            OCCURS 50 TIMES
                                             PIC 9(4) COMP.
       01  WS-BASKET-CUSTOMER-ID         PIC 9(8) VALUE ZERO.
       01  WS-BASKET-ORDER-DATE          PIC 9(8) VALUE ZERO.
       01  WS-BASKET-I                   PIC 9(2) COMP.
       01  WS-BASKET-J                   PIC 9(2) COMP.
       01  WS-TRUNCATED-BASKETS          PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * 上位の一覧: カテゴリー別はリフト順、製品別は確信度順に
      * 並べて持つ。同値なら先に見つけた組を残す。
      *----------------------------------------------------------------
       01  WS-TOP-LIMIT                  PIC 9(2).
       01  WS-TOP-COUNT                  PIC 9(2).
       01  WS-TOP-ENTRIES.
           05  WS-TOP-ENTRY              OCCURS 10 TIMES.
               10  TL-FIRST-SUB              PIC 9(4) COMP.
               10  TL-SECOND-SUB             PIC 9(4) COMP.
               10  TL-PAIR-BASKETS           PIC 9(7) COMP.
               10  TL-RANK-VALUE             PIC 9(7)V9(4).

       01  WS-PRODUCT-SUB                PIC 9(4) COMP.
       01  WS-FOUND-SUB                  PIC 9(4) COMP.
       01  WS-LOW-SUB                    PIC 9(4) COMP.
       01  WS-HIGH-SUB                   PIC 9(4) COMP.
       01  WS-PAIR-SUB                   PIC 9(5) COMP.
       01  WS-CATEGORY-SUB               PIC 9(3) COMP.
       01  WS-TOP-SUB                    PIC 9(2) COMP.
       01  WS-INSERT-POS                 PIC 9(2) COMP.
       01  WS-SHIFT-SUB                  PIC S9(3) COMP.
       01  WS-LAST-SUB                   PIC S9(3) COMP.
       01  WS-FOUND-SW                   PIC X(1).
           88  ENTRY-FOUND                   VALUE 'Y'.

       01  WS-FIRST-SUB                  PIC 9(4) COMP.
       01  WS-SECOND-SUB                 PIC 9(4) COMP.
       01  WS-CANDIDATE-BASKETS          PIC 9(7).
       01  WS-CANDIDATE-RANK-VALUE       PIC 9(7)V9(4).
       01  WS-SUPPORT-PCT                PIC 9(3)V99.
       01  WS-CONFIDENCE-PCT             PIC 9(3)V99.
       01  WS-LIFT                       PIC 9(5)V99.

       01  WS-LINE-COUNT                 PIC 9(9) VALUE ZERO.
       01  WS-BASKET-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-EXTRACT-COUNT              PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                  PIC X(34)
               VALUE 'PRODUCT AFFINITY ANALYSIS  ORDERS '.
           05  RH-CUTOFF-DATE           PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  RH-TODAY                 PIC 9(8).
           05  FILLER                  PIC X(11) VALUE '  BASKETS: '.
           05  RH-BASKET-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  PRODUCTS'.
           05  FILLER                  PIC X(2) VALUE ': '.
           05  RH-PRODUCT-COUNT         PIC ZZZ9.
           05  FILLER                  PIC X(8) VALUE '  PAIRS:'.
           05  RH-PAIR-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(22)
               VALUE '  MIN BASKETS PER PAIR'.
           05  FILLER                  PIC X(2) VALUE ': '.
           05  RH-MIN-PAIR-BASKETS      PIC ZZ9.

       01  WS-CATEGORY-HEADING-LINE.
           05  FILLER                  PIC X(10) VALUE 'CATEGORY: '.
           05  CH-CATEGORY-CODE         PIC X(10).
           05  FILLER                  PIC X(12) VALUE '  PRODUCTS: '.
           05  CH-PRODUCTS              PIC ZZZ9.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(26)
               VALUE '  PRODUCT'.
           05  FILLER                  PIC X(24)
               VALUE 'BOUGHT WITH'.
           05  FILLER                  PIC X(39)
               VALUE 'BOTH  SUPPORT% CONFIDENCE%       LIFT'.

       01  WS-PAIR-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PL-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(4) VALUE ' -> '.
           05  PL-WITH-PRODUCT-CODE     PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PL-PAIR-BASKETS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PL-SUPPORT-PCT           PIC ZZ9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  PL-CONFIDENCE-PCT        PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PL-LIFT                  PIC ZZZZ9.99.

       01  WS-NO-PAIR-LINE.
           05  FILLER                  PIC X(40)
               VALUE '  NO PAIR REACHES THE MINIMUM BASKETS'.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'LINES READ:    '.
           05  RT-LINE-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(24)
               VALUE '  EXTRACT ROWS WRITTEN: '.
           05  RT-EXTRACT-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(30)
               VALUE '  BASKETS OVER 50 PRODUCTS: '.
           05  RT-TRUNCATED-BASKETS     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
                - WS-LOOKBACK-DAYS)
           OPEN INPUT PRODUCT-FILE
           OPEN INPUT ORDER-FILE
           IF ORDER-FILE-OK
               PERFORM READ-ORDER
               PERFORM COLLECT-ORDER-LINE UNTIL ORDER-FILE-EOF
               PERFORM COUNT-BASKET
               CLOSE ORDER-FILE
           END-IF
           CLOSE PRODUCT-FILE
           OPEN OUTPUT AFFINITY-REPORT-FILE
           OPEN OUTPUT AFFINITY-EXTRACT-FILE
           MOVE WS-CUTOFF-DATE TO RH-CUTOFF-DATE
           MOVE WS-TODAY-CCYYMMDD TO RH-TODAY
           MOVE WS-BASKET-COUNT TO RH-BASKET-COUNT
           MOVE WS-PRODUCT-COUNT TO RH-PRODUCT-COUNT
           MOVE WS-PAIR-COUNT TO RH-PAIR-COUNT
           MOVE WS-MIN-PAIR-BASKETS TO RH-MIN-PAIR-BASKETS
           WRITE AFFINITY-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           IF WS-BASKET-COUNT > ZERO
               PERFORM REPORT-ONE-CATEGORY
                   VARYING WS-CATEGORY-SUB FROM 1 BY 1
                   UNTIL WS-CATEGORY-SUB > WS-CATEGORY-COUNT
               PERFORM EXTRACT-ONE-PRODUCT
                   VARYING WS-PRODUCT-SUB FROM 1 BY 1
                   UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
           END-IF
           MOVE SPACES TO AFFINITY-REPORT-LINE
           WRITE AFFINITY-REPORT-LINE
           MOVE WS-LINE-COUNT TO RT-LINE-COUNT
           MOVE WS-EXTRACT-COUNT TO RT-EXTRACT-COUNT
           MOVE WS-TRUNCATED-BASKETS TO RT-TRUNCATED-BASKETS
           WRITE AFFINITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           CLOSE AFFINITY-REPORT-FILE
           CLOSE AFFINITY-EXTRACT-FILE
           DISPLAY 'PRODUCT AFFINITY - BASKETS: ' WS-BASKET-COUNT
               ' PRODUCTS: ' WS-PRODUCT-COUNT
               ' PAIRS: ' WS-PAIR-COUNT
               ' EXTRACT ROWS: ' WS-EXTRACT-COUNT
           STOP RUN.

       READ-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET ORDER-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 主キー順なので顧客・注文日が変わったところで1注文が閉じる。
      *----------------------------------------------------------------
       COLLECT-ORDER-LINE.
           IF OH-ORDER-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-LINE-COUNT
               IF OH-CUSTOMER-ID NOT = WS-BASKET-CUSTOMER-ID
                   OR OH-ORDER-DATE NOT = WS-BASKET-ORDER-DATE
                   PERFORM COUNT-BASKET
                   MOVE OH-CUSTOMER-ID TO WS-BASKET-CUSTOMER-ID
                   MOVE OH-ORDER-DATE TO WS-BASKET-ORDER-DATE
               END-IF
               PERFORM FIND-OR-ADD-PRODUCT
               PERFORM ADD-TO-BASKET
           END-IF
           PERFORM READ-ORDER.

       FIND-OR-ADD-PRODUCT.
           MOVE 'N' TO WS-FOUND-SW
           SET AI-IDX TO 1
           SEARCH WS-PRODUCT-ENTRY
               AT END
                   CONTINUE
               WHEN AI-IDX > WS-PRODUCT-COUNT
                   CONTINUE
               WHEN AI-PRODUCT-ID (AI-IDX) = OH-PRODUCT-ID
                   MOVE 'Y' TO WS-FOUND-SW
                   SET WS-FOUND-SUB TO AI-IDX
           END-SEARCH
           IF NOT ENTRY-FOUND
               IF WS-PRODUCT-COUNT NOT < WS-PRODUCT-TABLE-MAX
                   DISPLAY 'ERROR: MORE THAN ' WS-PRODUCT-TABLE-MAX
                       ' PRODUCTS ORDERED IN THE PERIOD'
                       ' - RUN ABORTED'
                   CLOSE ORDER-FILE
                   CLOSE PRODUCT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE WS-PRODUCT-COUNT TO WS-FOUND-SUB
               MOVE OH-PRODUCT-ID TO AI-PRODUCT-ID (WS-FOUND-SUB)
               MOVE ZERO TO AI-BASKETS (WS-FOUND-SUB)
               MOVE OH-PRODUCT-ID TO WS-XREF-RECORD-ID
               PERFORM MAP-ID-TO-PRODUCT-CODE
               MOVE WS-MAPPED-PRODUCT-CODE
                   TO AI-PRODUCT-CODE (WS-FOUND-SUB)
               PERFORM LOOK-UP-CATEGORY
           END-IF.

       MAP-ID-TO-PRODUCT-CODE.
           MOVE 'F' TO WS-XREF-DIRECTION
           CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                          WS-XREF-RECORD-ID
                                          WS-MAPPED-PRODUCT-CODE
           END-CALL.

       LOOK-UP-CATEGORY.
           MOVE 'UNKNOWN' TO AI-CATEGORY-CODE (WS-FOUND-SUB)
           IF WS-MAPPED-PRODUCT-CODE NOT = SPACES
               MOVE WS-MAPPED-PRODUCT-CODE TO 製品ーコード
               READ PRODUCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF カテゴリーコード NOT = SPACES
                           MOVE カテゴリーコード
                               TO AI-CATEGORY-CODE (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-IF
           PERFORM COUNT-CATEGORY-PRODUCT.

       COUNT-CATEGORY-PRODUCT.
           MOVE 'N' TO WS-FOUND-SW
           SET AK-IDX TO 1
           SEARCH WS-CATEGORY-ENTRY
               AT END
                   CONTINUE
               WHEN AK-IDX > WS-CATEGORY-COUNT
                   CONTINUE
               WHEN AK-CATEGORY-CODE (AK-IDX)
                   = AI-CATEGORY-CODE (WS-FOUND-SUB)
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH
           IF NOT ENTRY-FOUND
               IF WS-CATEGORY-COUNT NOT < WS-CATEGORY-TABLE-MAX
                   DISPLAY 'ERROR: MORE THAN ' WS-CATEGORY-TABLE-MAX
                       ' CATEGORIES - RUN ABORTED'
                   CLOSE ORDER-FILE
                   CLOSE PRODUCT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CATEGORY-COUNT
               SET AK-IDX TO WS-CATEGORY-COUNT
               MOVE AI-CATEGORY-CODE (WS-FOUND-SUB)
                   TO AK-CATEGORY-CODE (AK-IDX)
               MOVE ZERO TO AK-PRODUCTS (AK-IDX)
           END-IF
           ADD 1 TO AK-PRODUCTS (AK-IDX).

      *----------------------------------------------------------------
      * 同じ製品が同じ注文に何行あっても1回として数える。
      *----------------------------------------------------------------
       ADD-TO-BASKET.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM MATCH-BASKET-PRODUCT
               VARYING WS-BASKET-I FROM 1 BY 1
               UNTIL WS-BASKET-I > WS-BASKET-SIZE
           IF NOT ENTRY-FOUND
               IF WS-BASKET-SIZE < WS-BASKET-MAX
                   ADD 1 TO WS-BASKET-SIZE
                   MOVE WS-FOUND-SUB TO BS-PRODUCT-SUB (WS-BASKET-SIZE)
               ELSE
                   IF WS-BASKET-SIZE = WS-BASKET-MAX
                       ADD 1 TO WS-TRUNCATED-BASKETS
                       ADD 1 TO WS-BASKET-SIZE
                   END-IF
               END-IF
           END-IF.

       MATCH-BASKET-PRODUCT.
           IF WS-BASKET-I NOT > WS-BASKET-MAX
               IF BS-PRODUCT-SUB (WS-BASKET-I) = WS-FOUND-SUB
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 注文を閉じる: 製品ごとの注文数と、製品の組ごとの注文数を
      * 数える。50製品を超えた分は組合せに入れない。
      *----------------------------------------------------------------
       COUNT-BASKET.
           IF WS-BASKET-SIZE > WS-BASKET-MAX
               MOVE WS-BASKET-MAX TO WS-BASKET-SIZE
           END-IF
           IF WS-BASKET-SIZE > ZERO
               ADD 1 TO WS-BASKET-COUNT
               PERFORM COUNT-BASKET-PRODUCT
                   VARYING WS-BASKET-I FROM 1 BY 1
                   UNTIL WS-BASKET-I > WS-BASKET-SIZE
               PERFORM COUNT-BASKET-PAIR
                   VARYING WS-BASKET-I FROM 1 BY 1
                   UNTIL WS-BASKET-I > WS-BASKET-SIZE
                   AFTER WS-BASKET-J FROM 1 BY 1
                   UNTIL WS-BASKET-J > WS-BASKET-SIZE
           END-IF
           MOVE ZERO TO WS-BASKET-SIZE.

       COUNT-BASKET-PRODUCT.
           ADD 1 TO AI-BASKETS (BS-PRODUCT-SUB (WS-BASKET-I)).

       COUNT-BASKET-PAIR.
           IF WS-BASKET-J > WS-BASKET-I
               IF BS-PRODUCT-SUB (WS-BASKET-I)
                   < BS-PRODUCT-SUB (WS-BASKET-J)
                   MOVE BS-PRODUCT-SUB (WS-BASKET-I) TO WS-LOW-SUB
                   MOVE BS-PRODUCT-SUB (WS-BASKET-J) TO WS-HIGH-SUB
               ELSE
                   MOVE BS-PRODUCT-SUB (WS-BASKET-J) TO WS-LOW-SUB
                   MOVE BS-PRODUCT-SUB (WS-BASKET-I) TO WS-HIGH-SUB
               END-IF
               PERFORM FIND-OR-ADD-PAIR
           END-IF.

       FIND-OR-ADD-PAIR.
           MOVE 'N' TO WS-FOUND-SW
           SET AQ-IDX TO 1
           SEARCH WS-PAIR-ENTRY
               AT END
                   CONTINUE
               WHEN AQ-IDX > WS-PAIR-COUNT
                   CONTINUE
               WHEN AQ-LOW-SUB (AQ-IDX) = WS-LOW-SUB
                   AND AQ-HIGH-SUB (AQ-IDX) = WS-HIGH-SUB
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH
           IF NOT ENTRY-FOUND
               IF WS-PAIR-COUNT NOT < WS-PAIR-TABLE-MAX
                   DISPLAY 'ERROR: MORE THAN ' WS-PAIR-TABLE-MAX
                       ' PRODUCT PAIRS IN THE PERIOD - RUN ABORTED'
                   CLOSE ORDER-FILE
                   CLOSE PRODUCT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               SET AQ-IDX TO WS-PAIR-COUNT
               MOVE WS-LOW-SUB TO AQ-LOW-SUB (AQ-IDX)
               MOVE WS-HIGH-SUB TO AQ-HIGH-SUB (AQ-IDX)
               MOVE ZERO TO AQ-BASKETS (AQ-IDX)
           END-IF
           ADD 1 TO AQ-BASKETS (AQ-IDX).

      *----------------------------------------------------------------
      * 1組・1方向(先の製品 -> 後の製品)の支持度・確信度・リフト。
      *----------------------------------------------------------------
       COMPUTE-PAIR-MEASURES.
           COMPUTE WS-SUPPORT-PCT ROUNDED =
               WS-CANDIDATE-BASKETS * 100 / WS-BASKET-COUNT
           COMPUTE WS-CONFIDENCE-PCT ROUNDED =
               WS-CANDIDATE-BASKETS * 100
               / AI-BASKETS (WS-FIRST-SUB)
           COMPUTE WS-LIFT ROUNDED =
               WS-CANDIDATE-BASKETS * WS-BASKET-COUNT
               / (AI-BASKETS (WS-FIRST-SUB)
                  * AI-BASKETS (WS-SECOND-SUB)).

       KEEP-TOP-PAIR.
           MOVE ZERO TO WS-INSERT-POS
           PERFORM FIND-TOP-POSITION
               VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > WS-TOP-LIMIT
                   OR WS-INSERT-POS > ZERO
           IF WS-INSERT-POS > ZERO
               IF WS-TOP-COUNT < WS-TOP-LIMIT
                   MOVE WS-TOP-COUNT TO WS-LAST-SUB
                   ADD 1 TO WS-TOP-COUNT
               ELSE
                   COMPUTE WS-LAST-SUB = WS-TOP-LIMIT - 1
               END-IF
               PERFORM SHIFT-ONE-TOP
                   VARYING WS-SHIFT-SUB FROM WS-LAST-SUB BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-POS
               MOVE WS-FIRST-SUB TO TL-FIRST-SUB (WS-INSERT-POS)
               MOVE WS-SECOND-SUB TO TL-SECOND-SUB (WS-INSERT-POS)
               MOVE WS-CANDIDATE-BASKETS
                   TO TL-PAIR-BASKETS (WS-INSERT-POS)
               MOVE WS-CANDIDATE-RANK-VALUE
                   TO TL-RANK-VALUE (WS-INSERT-POS)
           END-IF.

       FIND-TOP-POSITION.
           IF WS-TOP-SUB > WS-TOP-COUNT
               MOVE WS-TOP-SUB TO WS-INSERT-POS
           ELSE
               IF WS-CANDIDATE-RANK-VALUE > TL-RANK-VALUE (WS-TOP-SUB)
                   MOVE WS-TOP-SUB TO WS-INSERT-POS
               END-IF
           END-IF.

       SHIFT-ONE-TOP.
           MOVE WS-TOP-ENTRY (WS-SHIFT-SUB)
               TO WS-TOP-ENTRY (WS-SHIFT-SUB + 1).

      *----------------------------------------------------------------
      * カテゴリー別: そのカテゴリーの製品が先に立つ組を、リフトの
      * 高い順に上位だけ出す。
      *----------------------------------------------------------------
       REPORT-ONE-CATEGORY.
           MOVE ZERO TO WS-TOP-COUNT
           MOVE WS-TOP-PAIRS-PER-CATEGORY TO WS-TOP-LIMIT
           PERFORM RANK-PAIR-FOR-CATEGORY
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
           MOVE SPACES TO AFFINITY-REPORT-LINE
           WRITE AFFINITY-REPORT-LINE
           MOVE AK-CATEGORY-CODE (WS-CATEGORY-SUB) TO CH-CATEGORY-CODE
           MOVE AK-PRODUCTS (WS-CATEGORY-SUB) TO CH-PRODUCTS
           WRITE AFFINITY-REPORT-LINE FROM WS-CATEGORY-HEADING-LINE
           IF WS-TOP-COUNT = ZERO
               WRITE AFFINITY-REPORT-LINE FROM WS-NO-PAIR-LINE
           ELSE
               WRITE AFFINITY-REPORT-LINE FROM WS-COLUMN-HEADING-LINE
               PERFORM REPORT-ONE-TOP-PAIR
                   VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > WS-TOP-COUNT
           END-IF.

       RANK-PAIR-FOR-CATEGORY.
           IF AQ-BASKETS (WS-PAIR-SUB) NOT < WS-MIN-PAIR-BASKETS
               MOVE AQ-BASKETS (WS-PAIR-SUB) TO WS-CANDIDATE-BASKETS
               MOVE AQ-LOW-SUB (WS-PAIR-SUB) TO WS-FIRST-SUB
               MOVE AQ-HIGH-SUB (WS-PAIR-SUB) TO WS-SECOND-SUB
               PERFORM RANK-DIRECTION-FOR-CATEGORY
               MOVE AQ-HIGH-SUB (WS-PAIR-SUB) TO WS-FIRST-SUB
               MOVE AQ-LOW-SUB (WS-PAIR-SUB) TO WS-SECOND-SUB
               PERFORM RANK-DIRECTION-FOR-CATEGORY
           END-IF.

       RANK-DIRECTION-FOR-CATEGORY.
           IF AI-CATEGORY-CODE (WS-FIRST-SUB)
               = AK-CATEGORY-CODE (WS-CATEGORY-SUB)
               PERFORM COMPUTE-PAIR-MEASURES
               MOVE WS-LIFT TO WS-CANDIDATE-RANK-VALUE
               PERFORM KEEP-TOP-PAIR
           END-IF.

       REPORT-ONE-TOP-PAIR.
           MOVE TL-FIRST-SUB (WS-TOP-SUB) TO WS-FIRST-SUB
           MOVE TL-SECOND-SUB (WS-TOP-SUB) TO WS-SECOND-SUB
           MOVE TL-PAIR-BASKETS (WS-TOP-SUB) TO WS-CANDIDATE-BASKETS
           PERFORM COMPUTE-PAIR-MEASURES
           PERFORM SET-PAIR-PRODUCT-NAMES
           MOVE WS-CANDIDATE-BASKETS TO PL-PAIR-BASKETS
           MOVE WS-SUPPORT-PCT TO PL-SUPPORT-PCT
           MOVE WS-CONFIDENCE-PCT TO PL-CONFIDENCE-PCT
           MOVE WS-LIFT TO PL-LIFT
           WRITE AFFINITY-REPORT-LINE FROM WS-PAIR-DETAIL-LINE.

       SET-PAIR-PRODUCT-NAMES.
           IF AI-PRODUCT-CODE (WS-FIRST-SUB) = SPACES
               MOVE AI-PRODUCT-ID (WS-FIRST-SUB) TO PL-PRODUCT-CODE
           ELSE
               MOVE AI-PRODUCT-CODE (WS-FIRST-SUB) TO PL-PRODUCT-CODE
           END-IF
           IF AI-PRODUCT-CODE (WS-SECOND-SUB) = SPACES
               MOVE AI-PRODUCT-ID (WS-SECOND-SUB)
                   TO PL-WITH-PRODUCT-CODE
           ELSE
               MOVE AI-PRODUCT-CODE (WS-SECOND-SUB)
                   TO PL-WITH-PRODUCT-CODE
           END-IF.

      *----------------------------------------------------------------
      * 製品別「一緒に買われる製品」: 確信度の高い順に上位を
      * AFFINITY.DATへ書く。
      *----------------------------------------------------------------
       EXTRACT-ONE-PRODUCT.
           MOVE ZERO TO WS-TOP-COUNT
           MOVE WS-WITH-PER-PRODUCT TO WS-TOP-LIMIT
           PERFORM RANK-PAIR-FOR-PRODUCT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
           PERFORM WRITE-ONE-EXTRACT-ROW
               VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > WS-TOP-COUNT.

       RANK-PAIR-FOR-PRODUCT.
           IF AQ-BASKETS (WS-PAIR-SUB) NOT < WS-MIN-PAIR-BASKETS
               MOVE WS-PRODUCT-SUB TO WS-FIRST-SUB
               MOVE ZERO TO WS-SECOND-SUB
               IF AQ-LOW-SUB (WS-PAIR-SUB) = WS-PRODUCT-SUB
                   MOVE AQ-HIGH-SUB (WS-PAIR-SUB) TO WS-SECOND-SUB
               END-IF
               IF AQ-HIGH-SUB (WS-PAIR-SUB) = WS-PRODUCT-SUB
                   MOVE AQ-LOW-SUB (WS-PAIR-SUB) TO WS-SECOND-SUB
               END-IF
               IF WS-SECOND-SUB > ZERO
                   MOVE AQ-BASKETS (WS-PAIR-SUB)
                       TO WS-CANDIDATE-BASKETS
                   PERFORM COMPUTE-PAIR-MEASURES
                   MOVE WS-CONFIDENCE-PCT TO WS-CANDIDATE-RANK-VALUE
                   PERFORM KEEP-TOP-PAIR
               END-IF
           END-IF.

       WRITE-ONE-EXTRACT-ROW.
           MOVE TL-FIRST-SUB (WS-TOP-SUB) TO WS-FIRST-SUB
           MOVE TL-SECOND-SUB (WS-TOP-SUB) TO WS-SECOND-SUB
           MOVE TL-PAIR-BASKETS (WS-TOP-SUB) TO WS-CANDIDATE-BASKETS
           PERFORM COMPUTE-PAIR-MEASURES
           MOVE AI-PRODUCT-ID (WS-FIRST-SUB) TO AF-PRODUCT-ID
           MOVE AI-PRODUCT-CODE (WS-FIRST-SUB) TO AF-PRODUCT-CODE
           MOVE WS-TOP-SUB TO AF-RANK
           MOVE AI-PRODUCT-ID (WS-SECOND-SUB) TO AF-WITH-PRODUCT-ID
           MOVE AI-PRODUCT-CODE (WS-SECOND-SUB)
               TO AF-WITH-PRODUCT-CODE
           MOVE WS-CANDIDATE-BASKETS TO AF-PAIR-BASKETS
           MOVE WS-SUPPORT-PCT TO AF-SUPPORT-PCT
           MOVE WS-CONFIDENCE-PCT TO AF-CONFIDENCE-PCT
           MOVE WS-LIFT TO AF-LIFT
           MOVE WS-TODAY-CCYYMMDD TO AF-RUN-DATE
           WRITE PRODUCT-AFFINITY-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.
