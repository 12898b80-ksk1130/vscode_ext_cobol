      * their draws are capped at what the unexpired lots can cover
      * and the issued quantity is consumed from those lots
      * first-expiry-first-out (LOTS.NEW) - an expired lot is never
      * issued, its stock waits for the count adjustment.  Such a
      * draw is written as one ALLOCATE.DAT row per lot consumed,
      * naming the lot, so ORDER-CHANGE-APPLY can return a
      * cancelled line's stock to the lot it came from.
      * Each demand line carries its order's ship-to number onto
      * every ALLOCATE.DAT row and any BACKORDR.NEW remainder, so
      * the pick list and manifest deliver where the line asked;
      * a line from before the field existed goes to the sold-to.
      * When stock is short the ALLOCPOL.DAT policy cards decide who
      * gets it.  Each customer card names a priority class -
      * contract, premium member or standard (no card) - and the
      * classes are served in that order, oldest-first within a
      * class.  With the rationing card on, a class whose competing
      * lines want more than the product can cover has the stock
      * split across those lines in proportion to quantity ordered,
      * each line first lifted to the card's minimum (while stock
      * lasts); the odd units left by rounding go to the oldest
      * lines.  A TRIAL card may carry its own priority/rationing/
      * minimum settings in columns 6-12 so planners can try a
      * policy on ALLOCSIM.RPT, which now opens with the policy in
      * effect and closes with ordered against filled by class.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-MODE-STATUS.
           SELECT SIMULATION-REPORT-FILE ASSIGN TO "ALLOCSIM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POLICY-FILE ASSIGN TO "ALLOCPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ALLOCATION-RECORD.

       FD  BACKORDER-OUT-FILE.
       01  BACKORDER-OUT-RECORD         PIC X(32).

       FD  LOT-MASTER-FILE.
       COPY LOT-MASTER-RECORD.
       FD  TRIAL-MODE-FILE.
       01  TRIAL-MODE-RECORD.
           05  AM-RUN-MODE              PIC X(5).
           05  AM-TRIAL-PRIORITY-SW     PIC X(1).
           05  AM-TRIAL-RATION-SW       PIC X(1).
           05  AM-TRIAL-MIN-LINE-QTY    PIC 9(5).

       FD  SIMULATION-REPORT-FILE.
       01  SIMULATION-REPORT-LINE       PIC X(90).

       FD  POLICY-FILE.
       COPY ALLOCATION-POLICY-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS                PIC XX.
           88  PROD-FILE-OK                  VALUE '00'.
           88  KIT-FILE-EOF                  VALUE '10'.
       01  WS-MODE-STATUS                PIC XX.
           88  MODE-FILE-OK                  VALUE '00'.
       01  WS-POLICY-STATUS              PIC XX.
           88  POLICY-FILE-OK                VALUE '00'.
           88  POLICY-FILE-EOF               VALUE '10'.

       01  WS-RUN-MODE-SW                PIC X(1) VALUE 'L'.
           88  LIVE-ALLOCATION-RUN           VALUE 'L'.
           05  SF-WAREHOUSE-CODE        PIC X(5).
           05  FILLER                  PIC X(6) VALUE '  QTY '.
           05  SF-DRAW-QTY              PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE '  CLASS '.
           05  SF-CLASS-NAME            PIC X(8).
           05  SF-RATIONED-NOTE         PIC X(9).

       01  WS-SIM-BACKORDER-LINE.
           05  FILLER                  PIC X(11) VALUE 'BACKORDER: '.
               VALUE '  CONSUME: '.
           05  SL-CONSUME-QTY           PIC ZZZZ9.

       01  WS-SIM-POLICY-LINE.
           05  FILLER                  PIC X(25)
               VALUE 'POLICY: PRIORITY CLASSES '.
           05  SP-PRIORITY-STATE        PIC X(3).
           05  FILLER                  PIC X(12) VALUE '  RATIONING '.
           05  SP-RATION-STATE          PIC X(3).
           05  FILLER                  PIC X(15)
               VALUE '  MIN PER LINE '.
           05  SP-MIN-LINE-QTY          PIC ZZZZ9.
           05  FILLER                  PIC X(17)
               VALUE '  CUSTOMER CARDS '.
           05  SP-CARD-COUNT            PIC ZZ9.

       01  WS-SIM-CLASS-LINE.
           05  FILLER                  PIC X(6) VALUE 'CLASS '.
           05  SC-CLASS-NAME            PIC X(8).
           05  FILLER                  PIC X(8) VALUE '  LINES '.
           05  SC-LINE-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  ORDERED '.
           05  SC-ORDERED-QTY           PIC ZZZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  FILLED '.
           05  SC-FILLED-QTY            PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  RATIONED '.
           05  SC-RATIONED-COUNT        PIC ZZZZ9.

      *----------------------------------------------------------------
      * 割当方針: 顧客別の優先区分(1 契約 / 2 プレミアム会員 /
      * 3 一般)と按分の有無・1行あたり最低数量。カードが無ければ
      * 全員一般・按分なし(従来どおり読込順)。
      *----------------------------------------------------------------
       01  WS-PRIORITY-SW                PIC X(1) VALUE 'Y'.
           88  PRIORITY-CLASSES-IN-EFFECT    VALUE 'Y'.
       01  WS-RATION-SW                  PIC X(1) VALUE 'N'.
           88  RATIONING-IN-EFFECT           VALUE 'Y'.
       01  WS-MIN-LINE-QTY               PIC 9(5) VALUE ZERO.
       01  WS-POLICY-TABLE-MAX           PIC 9(3) VALUE 300.
       01  WS-POLICY-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-POLICY-ENTRIES.
           05  WS-POLICY-ENTRY           OCCURS 300 TIMES
                                             INDEXED BY PC-IDX.
               10  PC-CUSTOMER-ID            PIC 9(8).
               10  PC-PRIORITY-RANK          PIC 9(1).

       01  WS-CLASS-NAME-VALUES.
           05  FILLER                  PIC X(8) VALUE 'CONTRACT'.
           05  FILLER                  PIC X(8) VALUE 'PREMIUM '.
           05  FILLER                  PIC X(8) VALUE 'STANDARD'.
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-VALUES.
           05  WS-CLASS-NAME             PIC X(8) OCCURS 3 TIMES.

       01  WS-CLASS-RANK                 PIC 9(1).
       01  WS-CLASS-DEMAND-QTY           PIC 9(7).
       01  WS-CLASS-AVAILABLE-QTY        PIC 9(6).
       01  WS-CLASS-RATIONED-SW          PIC X(1).
           88  CLASS-IS-RATIONED             VALUE 'Y'.
       01  WS-LINE-WANT-QTY              PIC 9(5).
       01  WS-RATIONED-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-CLASS-TOTALS.
           05  WS-CLASS-TOTAL            OCCURS 3 TIMES.
               10  CT-LINE-COUNT             PIC 9(5).
               10  CT-ORDERED-QTY            PIC 9(7).
               10  CT-FILLED-QTY             PIC 9(7).
               10  CT-RATIONED-COUNT         PIC 9(5).

       01  WS-DEMAND-TABLE-MAX           PIC 9(4) VALUE 500.
       01  WS-DEMAND-COUNT               PIC 9(4) VALUE ZERO.
      *----------------------------------------------------------------
               10  DM-PRODUCT-CODE           PIC X(20).
               10  DM-REMAINING-QTY          PIC 9(5).
               10  DM-ORDER-DATE             PIC 9(8).
               10  DM-SHIP-TO-NO             PIC 9(3).
               10  DM-ORDERED-QTY            PIC 9(5).
               10  DM-PRIORITY-RANK          PIC 9(1).
               10  DM-RATIONED-SW            PIC X(1).

       01  WS-DEMAND-SUB                 PIC 9(4) COMP.

           88  PRODUCT-RECORD-CHANGED        VALUE 'Y'.

       01  WS-DRAW-QTY                   PIC 9(5).
       01  WS-ROW-QTY                    PIC 9(5).
       01  WS-ROW-LOT-NUMBER             PIC X(10).
       01  WS-BACKORDER-WORK.
           05  WB-CUSTOMER-ID             PIC 9(8).
           05  WB-PRODUCT-ID              PIC 9(8).
           05  WB-QUANTITY                PIC 9(5).
           05  WB-ORDER-DATE              PIC 9(8).
           05  WB-SHIP-TO-NO              PIC 9(3).

       01  WS-ALLOCATED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-BACKORDERED-COUNT          PIC 9(5) VALUE ZERO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
           PERFORM LOAD-ALLOCATION-POLICY
           PERFORM READ-TRIAL-MODE-CARD
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-LOT-TABLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ASSIGN-PRIORITY-RANK
               VARYING WS-DEMAND-SUB FROM 1 BY 1
               UNTIL WS-DEMAND-SUB > WS-DEMAND-COUNT
           IF TRIAL-ALLOCATION-RUN
               OPEN INPUT PRODUCT-FILE
               OPEN OUTPUT SIMULATION-REPORT-FILE
               PERFORM WRITE-SIM-POLICY-LINE
           ELSE
               OPEN I-O PRODUCT-FILE
               OPEN OUTPUT ALLOCATION-FILE
           CLOSE PRODUCT-FILE
           IF TRIAL-ALLOCATION-RUN
               PERFORM WRITE-SIMULATED-BACKORDERS
               PERFORM WRITE-SIM-CLASS-SUMMARY
               CLOSE SIMULATION-REPORT-FILE
               DISPLAY 'STOCK ALLOCATION (TRIAL) - DRAWS: '
                   WS-ALLOCATED-COUNT
                   ' BACKORDERED LINES: ' WS-BACKORDERED-COUNT
                   ' RATIONED LINES: ' WS-RATIONED-COUNT
                   ' - NOTHING UPDATED'
           ELSE
               CLOSE ALLOCATION-FILE
               DISPLAY 'STOCK ALLOCATION - DRAWS: '
                   WS-ALLOCATED-COUNT
                   ' BACKORDERED LINES: ' WS-BACKORDERED-COUNT
                   ' RATIONED LINES: ' WS-RATIONED-COUNT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * ALLOCMODE.PRMのTRIALカードで試算モード。カードが無ければ
      * 本番。TRIALカードの6-12桁は試算だけに効く方針の上書き。
      *----------------------------------------------------------------
       READ-TRIAL-MODE-CARD.
           OPEN INPUT TRIAL-MODE-FILE
                   NOT AT END
                       IF AM-RUN-MODE = 'TRIAL'
                           SET TRIAL-ALLOCATION-RUN TO TRUE
                           PERFORM APPLY-TRIAL-POLICY
                       END-IF
               END-READ
               CLOSE TRIAL-MODE-FILE
           END-IF.

       APPLY-TRIAL-POLICY.
           IF AM-TRIAL-PRIORITY-SW = 'Y' OR 'N'
               MOVE AM-TRIAL-PRIORITY-SW TO WS-PRIORITY-SW
           END-IF
           IF AM-TRIAL-RATION-SW = 'Y' OR 'N'
               MOVE AM-TRIAL-RATION-SW TO WS-RATION-SW
           END-IF
           IF AM-TRIAL-MIN-LINE-QTY NUMERIC
               MOVE AM-TRIAL-MIN-LINE-QTY TO WS-MIN-LINE-QTY
           END-IF.

      *----------------------------------------------------------------
      * ALLOCPOL.DAT: R card = rationing switch and minimum per line,
      * C cards = customer priority class.  No file, no policy.
      *----------------------------------------------------------------
       LOAD-ALLOCATION-POLICY.
           OPEN INPUT POLICY-FILE
           IF POLICY-FILE-OK
               PERFORM READ-POLICY-CARD
               PERFORM STORE-POLICY-CARD UNTIL POLICY-FILE-EOF
               CLOSE POLICY-FILE
           END-IF.

       READ-POLICY-CARD.
           READ POLICY-FILE
               AT END
                   SET POLICY-FILE-EOF TO TRUE
           END-READ.

       STORE-POLICY-CARD.
           EVALUATE TRUE
               WHEN AP-RATIONING-CARD
                   IF AP-RATION-ON
                       SET RATIONING-IN-EFFECT TO TRUE
                   ELSE
                       MOVE 'N' TO WS-RATION-SW
                   END-IF
                   IF AP-MIN-LINE-QTY NUMERIC
                       MOVE AP-MIN-LINE-QTY TO WS-MIN-LINE-QTY
                   END-IF
               WHEN AP-CUSTOMER-CARD
                   PERFORM STORE-CUSTOMER-CLASS
               WHEN OTHER
                   DISPLAY 'WARNING: ALLOCPOL.DAT CARD TYPE '
                       AP-RECORD-TYPE ' IGNORED'
           END-EVALUATE
           PERFORM READ-POLICY-CARD.

       STORE-CUSTOMER-CLASS.
           IF WS-POLICY-COUNT < WS-POLICY-TABLE-MAX
               ADD 1 TO WS-POLICY-COUNT
               MOVE AP-CUSTOMER-ID TO PC-CUSTOMER-ID (WS-POLICY-COUNT)
               EVALUATE TRUE
                   WHEN AP-CLASS-CONTRACT
                       MOVE 1 TO PC-PRIORITY-RANK (WS-POLICY-COUNT)
                   WHEN AP-CLASS-PREMIUM
                       MOVE 2 TO PC-PRIORITY-RANK (WS-POLICY-COUNT)
                   WHEN OTHER
                       MOVE 3 TO PC-PRIORITY-RANK (WS-POLICY-COUNT)
               END-EVALUATE
           ELSE
               DISPLAY 'ERROR: POLICY TABLE FULL - CUSTOMER '
                   AP-CUSTOMER-ID ' ALLOCATED AS STANDARD'
           END-IF.

      *----------------------------------------------------------------
      * 需要行ごとに優先区分を決め、今回の要求数量を控えておく
      * (試算レポートの区分別 受注/充足 用)。
      *----------------------------------------------------------------
       ASSIGN-PRIORITY-RANK.
           MOVE 3 TO DM-PRIORITY-RANK (WS-DEMAND-SUB)
           MOVE 'N' TO DM-RATIONED-SW (WS-DEMAND-SUB)
           MOVE DM-REMAINING-QTY (WS-DEMAND-SUB)
               TO DM-ORDERED-QTY (WS-DEMAND-SUB)
           IF PRIORITY-CLASSES-IN-EFFECT
               SET PC-IDX TO 1
               SEARCH WS-POLICY-ENTRY
                   AT END
                       CONTINUE
                   WHEN PC-IDX > WS-POLICY-COUNT
                       CONTINUE
                   WHEN PC-CUSTOMER-ID (PC-IDX)
                       = DM-CUSTOMER-ID (WS-DEMAND-SUB)
                       MOVE PC-PRIORITY-RANK (PC-IDX)
                           TO DM-PRIORITY-RANK (WS-DEMAND-SUB)
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * Demand is table-loaded oldest-first: the lines already waiting
      * on BACKORDR.DAT, then the validated lines queued on
                   TO DM-REMAINING-QTY (WS-DEMAND-COUNT)
               MOVE BO-ORDER-DATE
                   TO DM-ORDER-DATE (WS-DEMAND-COUNT)
               IF BO-SHIP-TO-NO NUMERIC
                   MOVE BO-SHIP-TO-NO
                       TO DM-SHIP-TO-NO (WS-DEMAND-COUNT)
               ELSE
                   MOVE ZERO TO DM-SHIP-TO-NO (WS-DEMAND-COUNT)
               END-IF
           ELSE
               DISPLAY 'ERROR: DEMAND TABLE FULL - BACKORDER FOR '
                   BO-CUSTOMER-ID ' NOT LOADED'
           END-READ.

       STORE-ORDER-DEMAND.
           IF ORDER-SHIP-TO-NO NOT NUMERIC
               MOVE ZERO TO ORDER-SHIP-TO-NO
           END-IF
           MOVE ORDER-PRODUCT-ID TO WS-XREF-RECORD-ID
           PERFORM MAP-ID-TO-PRODUCT-CODE
           PERFORM CHECK-ORDER-IS-KIT
                       TO DM-REMAINING-QTY (WS-DEMAND-COUNT)
                   MOVE ORDER-DATE
                       TO DM-ORDER-DATE (WS-DEMAND-COUNT)
                   MOVE ORDER-SHIP-TO-NO
                       TO DM-SHIP-TO-NO (WS-DEMAND-COUNT)
               ELSE
                   DISPLAY 'ERROR: DEMAND TABLE FULL - ORDER FOR '
                       ORDER-CUSTOMER-ID ' NOT LOADED'
                       TO DM-REMAINING-QTY (WS-DEMAND-COUNT)
                   MOVE ORDER-DATE
                       TO DM-ORDER-DATE (WS-DEMAND-COUNT)
                   MOVE ORDER-SHIP-TO-NO
                       TO DM-SHIP-TO-NO (WS-DEMAND-COUNT)
               ELSE
                   DISPLAY 'ERROR: DEMAND TABLE FULL - KIT FOR '
                       ORDER-CUSTOMER-ID ' NOT EXPLODED'

       ALLOCATE-ONE-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-CHANGED-SW
           PERFORM ALLOCATE-PRIORITY-CLASS
               VARYING WS-CLASS-RANK FROM 1 BY 1
               UNTIL WS-CLASS-RANK > 3
           IF LIVE-ALLOCATION-RUN AND PRODUCT-RECORD-CHANGED
               REWRITE 製品マスター
           END-IF
           PERFORM READ-PRODUCT.

      *----------------------------------------------------------------
      * One priority class at a time, contract first.  A short class
      * under rationing takes its fair shares first; the ordinary
      * oldest-first pass then fills whatever is still open from
      * whatever stock is left (rounding remainders, or the whole
      * class when it is not short).
      *----------------------------------------------------------------
       ALLOCATE-PRIORITY-CLASS.
           MOVE 'N' TO WS-CLASS-RATIONED-SW
           IF RATIONING-IN-EFFECT AND 在庫数量 > ZERO
               PERFORM SIZE-UP-CLASS-SHORTAGE
           END-IF
           IF CLASS-IS-RATIONED
               PERFORM RATION-DEMAND-LINE
                   VARYING WS-DEMAND-SUB FROM 1 BY 1
                   UNTIL WS-DEMAND-SUB > WS-DEMAND-COUNT
           END-IF
           PERFORM ALLOCATE-DEMAND-LINE
               VARYING WS-DEMAND-SUB FROM 1 BY 1
               UNTIL WS-DEMAND-SUB > WS-DEMAND-COUNT.

       ALLOCATE-DEMAND-LINE.
           IF DM-PRODUCT-CODE (WS-DEMAND-SUB) NOT = SPACES
               AND 製品ーコード = DM-PRODUCT-CODE (WS-DEMAND-SUB)
               AND DM-PRIORITY-RANK (WS-DEMAND-SUB) = WS-CLASS-RANK
               AND DM-REMAINING-QTY (WS-DEMAND-SUB) > ZERO
               AND 在庫数量 > ZERO
               MOVE DM-REMAINING-QTY (WS-DEMAND-SUB)
                   TO WS-LINE-WANT-QTY
               PERFORM SIZE-UP-LOT-AVAILABILITY
               PERFORM DRAW-FROM-WAREHOUSES
           END-IF.

      *----------------------------------------------------------------
      * 同じ区分で競合する行の需要合計が引当可能数(ロット管理品は
      * 期限内ロット数まで)を超えるときだけ按分する。
      *----------------------------------------------------------------
       SIZE-UP-CLASS-SHORTAGE.
           MOVE ZERO TO WS-CLASS-DEMAND-QTY
           PERFORM ADD-UP-CLASS-DEMAND
               VARYING WS-DEMAND-SUB FROM 1 BY 1
               UNTIL WS-DEMAND-SUB > WS-DEMAND-COUNT
           PERFORM SIZE-UP-LOT-AVAILABILITY
           MOVE 在庫数量 TO WS-CLASS-AVAILABLE-QTY
           IF PRODUCT-LOT-TRACKED
               AND WS-LOT-AVAILABLE-QTY < WS-CLASS-AVAILABLE-QTY
               MOVE WS-LOT-AVAILABLE-QTY TO WS-CLASS-AVAILABLE-QTY
           END-IF
           IF WS-CLASS-DEMAND-QTY > WS-CLASS-AVAILABLE-QTY
               AND WS-CLASS-AVAILABLE-QTY > ZERO
               SET CLASS-IS-RATIONED TO TRUE
           END-IF.

       ADD-UP-CLASS-DEMAND.
           IF DM-PRODUCT-CODE (WS-DEMAND-SUB) NOT = SPACES
               AND 製品ーコード = DM-PRODUCT-CODE (WS-DEMAND-SUB)
               AND DM-PRIORITY-RANK (WS-DEMAND-SUB) = WS-CLASS-RANK
               ADD DM-REMAINING-QTY (WS-DEMAND-SUB)
                   TO WS-CLASS-DEMAND-QTY
           END-IF.

      *----------------------------------------------------------------
      * 按分: 引当可能数 x 行の数量 / 区分の需要合計(切捨て)。
      * 最低数量まで引き上げ、行の残数量で頭打ち。在庫が尽きれば
      * 以降の行は次の通常パスでも引き当たらない。
      *----------------------------------------------------------------
       RATION-DEMAND-LINE.
           IF DM-PRODUCT-CODE (WS-DEMAND-SUB) NOT = SPACES
               AND 製品ーコード = DM-PRODUCT-CODE (WS-DEMAND-SUB)
               AND DM-PRIORITY-RANK (WS-DEMAND-SUB) = WS-CLASS-RANK
               AND DM-REMAINING-QTY (WS-DEMAND-SUB) > ZERO
               COMPUTE WS-LINE-WANT-QTY = WS-CLASS-AVAILABLE-QTY
                   * DM-REMAINING-QTY (WS-DEMAND-SUB)
                   / WS-CLASS-DEMAND-QTY
               IF WS-LINE-WANT-QTY < WS-MIN-LINE-QTY
                   MOVE WS-MIN-LINE-QTY TO WS-LINE-WANT-QTY
               END-IF
               IF WS-LINE-WANT-QTY > DM-REMAINING-QTY (WS-DEMAND-SUB)
                   MOVE DM-REMAINING-QTY (WS-DEMAND-SUB)
                       TO WS-LINE-WANT-QTY
               END-IF
               MOVE 'Y' TO DM-RATIONED-SW (WS-DEMAND-SUB)
               ADD 1 TO WS-RATIONED-COUNT
               IF WS-LINE-WANT-QTY > ZERO AND 在庫数量 > ZERO
                   PERFORM SIZE-UP-LOT-AVAILABILITY
                   PERFORM DRAW-FROM-WAREHOUSES
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ロット管理品は期限切れでないロット数量までしか引き当てない。
      *----------------------------------------------------------------
           PERFORM DRAW-FROM-ONE-BUCKET 倉庫ー件数 TIMES.

       DRAW-FROM-ONE-BUCKET.
           IF WS-LINE-WANT-QTY > ZERO
               AND 倉庫ー内訳ー数量 (倉庫ー添字) > ZERO
               AND (NOT PRODUCT-LOT-TRACKED
                   OR WS-LOT-AVAILABLE-QTY > ZERO)
               IF 倉庫ー内訳ー数量 (倉庫ー添字)
                   < WS-LINE-WANT-QTY
                   MOVE 倉庫ー内訳ー数量 (倉庫ー添字)
                       TO WS-DRAW-QTY
               ELSE
                   MOVE WS-LINE-WANT-QTY TO WS-DRAW-QTY
               END-IF
               IF PRODUCT-LOT-TRACKED
                   AND WS-DRAW-QTY > WS-LOT-AVAILABLE-QTY
               END-IF
               IF PRODUCT-LOT-TRACKED
                   PERFORM CONSUME-LOTS-FEFO
               ELSE
                   MOVE WS-DRAW-QTY TO WS-ROW-QTY
                   MOVE SPACES TO WS-ROW-LOT-NUMBER
                   PERFORM WRITE-ALLOCATION-ROW
               END-IF
               SET PRODUCT-RECORD-CHANGED TO TRUE
               SUBTRACT WS-DRAW-QTY
               SUBTRACT WS-DRAW-QTY FROM 在庫数量
               SUBTRACT WS-DRAW-QTY
                   FROM DM-REMAINING-QTY (WS-DEMAND-SUB)
               SUBTRACT WS-DRAW-QTY FROM WS-LINE-WANT-QTY
               PERFORM WRITE-ISSUE-MOVEMENT
           END-IF
           SET 倉庫ー添字 UP BY 1.

      *----------------------------------------------------------------
      * 引当数量を期限の早いロットから順に消し込む。期限切れロットは
      * 対象外。消し込んだロットごとに引当行を一行書く。
      *----------------------------------------------------------------
       CONSUME-LOTS-FEFO.
           MOVE WS-DRAW-QTY TO WS-LOT-CONSUME-REMAIN
                   FROM WS-LOT-AVAILABLE-QTY
               SUBTRACT WS-LOT-CONSUME-QTY
                   FROM WS-LOT-CONSUME-REMAIN
               MOVE WS-LOT-CONSUME-QTY TO WS-ROW-QTY
               MOVE LE-LOT-NUMBER (WS-FEFO-PICK-SUB)
                   TO WS-ROW-LOT-NUMBER
               PERFORM WRITE-ALLOCATION-ROW
               IF TRIAL-ALLOCATION-RUN
                   MOVE LE-PRODUCT-CODE (WS-FEFO-PICK-SUB)
                       TO SL-PRODUCT-CODE
                   TO SF-PRODUCT-ID
               MOVE 倉庫ー内訳ーコード (倉庫ー添字)
                   TO SF-WAREHOUSE-CODE
               MOVE WS-ROW-QTY TO SF-DRAW-QTY
               MOVE WS-CLASS-NAME (DM-PRIORITY-RANK (WS-DEMAND-SUB))
                   TO SF-CLASS-NAME
               IF DM-RATIONED-SW (WS-DEMAND-SUB) = 'Y'
                   MOVE ' RATIONED' TO SF-RATIONED-NOTE
               ELSE
                   MOVE SPACES TO SF-RATIONED-NOTE
               END-IF
               WRITE SIMULATION-REPORT-LINE FROM WS-SIM-FILL-LINE
           ELSE
               MOVE DM-CUSTOMER-ID (WS-DEMAND-SUB)
               MOVE DM-PRODUCT-ID (WS-DEMAND-SUB) TO AL-PRODUCT-ID
               MOVE 倉庫ー内訳ーコード (倉庫ー添字)
                   TO AL-WAREHOUSE-CODE
               MOVE WS-ROW-QTY TO AL-ALLOCATED-QTY
               MOVE DM-ORDER-DATE (WS-DEMAND-SUB) TO AL-ORDER-DATE
               MOVE WS-ROW-LOT-NUMBER TO AL-LOT-NUMBER
               MOVE DM-SHIP-TO-NO (WS-DEMAND-SUB) TO AL-SHIP-TO-NO
               WRITE ALLOCATION-RECORD
           END-IF
           ADD 1 TO WS-ALLOCATED-COUNT.
               ADD 1 TO WS-BACKORDERED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 試算レポートの先頭行: 今回効いている割当方針。
      *----------------------------------------------------------------
       WRITE-SIM-POLICY-LINE.
           IF PRIORITY-CLASSES-IN-EFFECT
               MOVE 'ON' TO SP-PRIORITY-STATE
           ELSE
               MOVE 'OFF' TO SP-PRIORITY-STATE
           END-IF
           IF RATIONING-IN-EFFECT
               MOVE 'ON' TO SP-RATION-STATE
           ELSE
               MOVE 'OFF' TO SP-RATION-STATE
           END-IF
           MOVE WS-MIN-LINE-QTY TO SP-MIN-LINE-QTY
           MOVE WS-POLICY-COUNT TO SP-CARD-COUNT
           WRITE SIMULATION-REPORT-LINE FROM WS-SIM-POLICY-LINE.

      *----------------------------------------------------------------
      * 試算レポートの末尾: 区分別の行数・要求数量・充足数量・按分行数。
      *----------------------------------------------------------------
       WRITE-SIM-CLASS-SUMMARY.
           INITIALIZE WS-CLASS-TOTALS
           PERFORM ADD-UP-CLASS-TOTALS
               VARYING WS-DEMAND-SUB FROM 1 BY 1
               UNTIL WS-DEMAND-SUB > WS-DEMAND-COUNT
           PERFORM WRITE-ONE-CLASS-TOTAL
               VARYING WS-CLASS-RANK FROM 1 BY 1
               UNTIL WS-CLASS-RANK > 3.

       ADD-UP-CLASS-TOTALS.
           MOVE DM-PRIORITY-RANK (WS-DEMAND-SUB) TO WS-CLASS-RANK
           ADD 1 TO CT-LINE-COUNT (WS-CLASS-RANK)
           ADD DM-ORDERED-QTY (WS-DEMAND-SUB)
               TO CT-ORDERED-QTY (WS-CLASS-RANK)
           COMPUTE CT-FILLED-QTY (WS-CLASS-RANK) =
               CT-FILLED-QTY (WS-CLASS-RANK)
               + DM-ORDERED-QTY (WS-DEMAND-SUB)
               - DM-REMAINING-QTY (WS-DEMAND-SUB)
           IF DM-RATIONED-SW (WS-DEMAND-SUB) = 'Y'
               ADD 1 TO CT-RATIONED-COUNT (WS-CLASS-RANK)
           END-IF.

       WRITE-ONE-CLASS-TOTAL.
           MOVE WS-CLASS-NAME (WS-CLASS-RANK) TO SC-CLASS-NAME
           MOVE CT-LINE-COUNT (WS-CLASS-RANK) TO SC-LINE-COUNT
           MOVE CT-ORDERED-QTY (WS-CLASS-RANK) TO SC-ORDERED-QTY
           MOVE CT-FILLED-QTY (WS-CLASS-RANK) TO SC-FILLED-QTY
           MOVE CT-RATIONED-COUNT (WS-CLASS-RANK)
               TO SC-RATIONED-COUNT
           WRITE SIMULATION-REPORT-LINE FROM WS-SIM-CLASS-LINE.

       WRITE-ONE-UNFILLED-LINE.
           IF DM-REMAINING-QTY (WS-DEMAND-SUB) > ZERO
               MOVE DM-CUSTOMER-ID (WS-DEMAND-SUB)
                   TO WB-QUANTITY
               MOVE DM-ORDER-DATE (WS-DEMAND-SUB)
                   TO WB-ORDER-DATE
               MOVE DM-SHIP-TO-NO (WS-DEMAND-SUB)
                   TO WB-SHIP-TO-NO
               WRITE BACKORDER-OUT-RECORD FROM WS-BACKORDER-WORK
               ADD 1 TO WS-BACKORDERED-COUNT
           END-IF.
