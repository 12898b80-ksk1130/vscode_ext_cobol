       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-TURNOVER-REPORT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Monthly turnover read of the whole range.  DEAD-STOCK-
      * ANALYSIS only finds what has stopped; this shows how hard
      * every 製品マスター product is working.  STOCKMOV.LOG is read
      * back IT-PERIOD-DAYS (INVENTORY-TURNOVER-RULES) for:
      *   - issues: 'IS' movements, less the allocations handed back
      *     by order changes ('OC') and customer returns ('RT');
      *   - the average on-hand: SM-RUNNING-BALANCE weighted by the
      *     days it stood, from the balance before the first
      *     movement in the period up to today's 在庫数量 (a product
      *     that did not move sat at 在庫数量 all period).
      * Both are valued at 原価.  TURNOVER.RPT then gives, per
      * product, the turnover ratio (cost of issues over average
      * inventory, annualised), days of supply (today's 在庫数量 at
      * the period's daily rate of issue) and GMROI (gross margin
      * on the issues at 販売価格 over average inventory), and rolls
      * the same figures up by カテゴリーコード and by メーカーコード
      * under the names on PCLASSNM.DAT.  Anything holding more than
      * IT-TARGET-SUPPLY-DAYS of supply is flagged OVER TARGET for
      * the buyers; stocked items with no issues at all show 9999.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STOCKMOV.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-PROD-STATUS.
           SELECT CLASS-NAME-FILE ASSIGN TO "PCLASSNM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAME-STATUS.
           SELECT TURNOVER-REPORT-FILE ASSIGN TO "TURNOVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MOVEMENT-FILE.
       COPY STOCK-MOVEMENT-RECORD.

       FD  PRODUCT-FILE.
       COPY 製品マスター.

       FD  CLASS-NAME-FILE.
       COPY PRODUCT-CLASS-NAME-RECORD.

       FD  TURNOVER-REPORT-FILE.
       01  TURNOVER-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY INVENTORY-TURNOVER-RULES.

       01  WS-MOV-STATUS                 PIC XX.
           88  MOV-FILE-OK                   VALUE '00'.
           88  MOV-FILE-EOF                  VALUE '10'.
       01  WS-PROD-STATUS                PIC XX.
           88  PROD-FILE-OK                  VALUE '00'.
           88  PROD-FILE-EOF                 VALUE '10'.
       01  WS-NAME-STATUS                PIC XX.
           88  NAME-FILE-OK                  VALUE '00'.
           88  NAME-FILE-EOF                 VALUE '10'.

      *----------------------------------------------------------------
      * 期間内の受払から製品ごとに正味出庫数と在庫日数(残高×日数)
      * を積む。
      *----------------------------------------------------------------
       01  WS-MOVER-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-MOVER-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-MOVER-ENTRIES.
           05  WS-MOVER-ENTRY            OCCURS 500 TIMES
                                             INDEXED BY MV-IDX.
               10  MV-PRODUCT-CODE           PIC X(20).
               10  MV-ISSUED-QTY             PIC S9(9).
               10  MV-LAST-DATE-INTEGER      PIC 9(7).
               10  MV-LAST-BALANCE           PIC 9(6).
               10  MV-BALANCE-DAYS           PIC 9(11).

      *----------------------------------------------------------------
      * カテゴリー・メーカー別の集計と名称。
      *----------------------------------------------------------------
       01  WS-ROLLUP-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-CATEGORY-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-CATEGORY-ENTRIES.
           05  WS-CATEGORY-ENTRY         OCCURS 200 TIMES
                                             INDEXED BY CG-IDX.
               10  CG-CODE                   PIC X(10).
               10  CG-ISSUE-COST             PIC 9(11)V99.
               10  CG-AVERAGE-VALUE          PIC 9(11)V99.
               10  CG-ON-HAND-VALUE          PIC 9(11)V99.
               10  CG-GROSS-MARGIN           PIC S9(11)V99.
       01  WS-MAKER-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-MAKER-ENTRIES.
           05  WS-MAKER-ENTRY            OCCURS 200 TIMES
                                             INDEXED BY MK-IDX.
               10  MK-CODE                   PIC X(10).
               10  MK-ISSUE-COST             PIC 9(11)V99.
               10  MK-AVERAGE-VALUE          PIC 9(11)V99.
               10  MK-ON-HAND-VALUE          PIC 9(11)V99.
               10  MK-GROSS-MARGIN           PIC S9(11)V99.
       01  WS-ROLLUP-SUB                 PIC 9(3) COMP.

       01  WS-NAME-TABLE-MAX             PIC 9(3) VALUE 400.
       01  WS-NAME-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-NAME-ENTRIES.
           05  WS-NAME-ENTRY             OCCURS 400 TIMES
                                             INDEXED BY NM-IDX.
               10  NM-CLASS-TYPE             PIC X(1).
               10  NM-CLASS-CODE             PIC X(10).
               10  NM-CLASS-NAME             PIC X(30).

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TODAY-INTEGER              PIC 9(7).
       01  WS-PERIOD-START-INTEGER       PIC 9(7).
       01  WS-MOVE-DATE-INTEGER          PIC 9(7).
       01  WS-OPENING-BALANCE            PIC S9(7).

       01  WS-ISSUED-QTY                 PIC 9(9).
       01  WS-BALANCE-DAYS               PIC 9(11).
       01  WS-AVERAGE-QTY                PIC 9(7)V99.
       01  WS-ISSUE-COST                 PIC 9(11)V99.
       01  WS-AVERAGE-VALUE              PIC 9(11)V99.
       01  WS-ON-HAND-VALUE              PIC 9(11)V99.
       01  WS-GROSS-MARGIN               PIC S9(11)V99.
       01  WS-TURNOVER                   PIC 9(3)V99.
       01  WS-SUPPLY-DAYS                PIC 9(4).
       01  WS-GMROI                      PIC S9(3)V99.
       01  WS-NO-ISSUE-SUPPLY-DAYS       PIC 9(4) VALUE 9999.
       01  WS-LOOKUP-TYPE                PIC X(1).
       01  WS-LOOKUP-CODE                PIC X(10).
       01  WS-LOOKUP-NAME                PIC X(30).
       01  WS-PRODUCT-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-OVER-TARGET-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-PRODUCT-HEADING.
           05  FILLER                  PIC X(40)
               VALUE 'PRODUCT              CATEGORY   MAKER   '.
           05  FILLER                  PIC X(40)
               VALUE '     ISSUED   AVG ON HAND    COST ISSUED'.
           05  FILLER                  PIC X(40)
               VALUE '   TURN   DOS   GMROI                   '.

       01  WS-PRODUCT-DETAIL-LINE.
           05  PD-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-CATEGORY-CODE         PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-MAKER-CODE            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-ISSUED-QTY            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-AVERAGE-QTY           PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-ISSUE-COST            PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-TURNOVER              PIC ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-SUPPLY-DAYS           PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-GMROI                 PIC -ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PD-FLAG                  PIC X(14).

       01  WS-ROLLUP-HEADING.
           05  RH-TITLE                 PIC X(42).
           05  FILLER                  PIC X(40)
               VALUE '   COST ISSUED   AVG INV VALUE    ON HAN'.
           05  FILLER                  PIC X(34)
               VALUE 'D VALUE   TURN   DOS   GMROI      '.

       01  WS-ROLLUP-DETAIL-LINE.
           05  RD-CODE                  PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RD-NAME                  PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RD-ISSUE-COST            PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RD-AVERAGE-VALUE         PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RD-ON-HAND-VALUE         PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RD-TURNOVER              PIC ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RD-SUPPLY-DAYS           PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RD-GMROI                 PIC -ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RD-FLAG                  PIC X(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
           COMPUTE WS-PERIOD-START-INTEGER =
               WS-TODAY-INTEGER - IT-PERIOD-DAYS
           PERFORM LOAD-CLASS-NAMES
           PERFORM SCAN-MOVEMENT-LEDGER
           OPEN OUTPUT TURNOVER-REPORT-FILE
           WRITE TURNOVER-REPORT-LINE FROM WS-PRODUCT-HEADING
           PERFORM REPORT-PRODUCT-TURNOVER
           MOVE SPACES TO TURNOVER-REPORT-LINE
           WRITE TURNOVER-REPORT-LINE
           MOVE 'BY CATEGORY' TO RH-TITLE
           WRITE TURNOVER-REPORT-LINE FROM WS-ROLLUP-HEADING
           PERFORM PRINT-ONE-CATEGORY
               VARYING WS-ROLLUP-SUB FROM 1 BY 1
               UNTIL WS-ROLLUP-SUB > WS-CATEGORY-COUNT
           MOVE SPACES TO TURNOVER-REPORT-LINE
           WRITE TURNOVER-REPORT-LINE
           MOVE 'BY MANUFACTURER' TO RH-TITLE
           WRITE TURNOVER-REPORT-LINE FROM WS-ROLLUP-HEADING
           PERFORM PRINT-ONE-MAKER
               VARYING WS-ROLLUP-SUB FROM 1 BY 1
               UNTIL WS-ROLLUP-SUB > WS-MAKER-COUNT
           CLOSE TURNOVER-REPORT-FILE
           DISPLAY 'INVENTORY TURNOVER - PRODUCTS: ' WS-PRODUCT-COUNT
               ' OVER TARGET: ' WS-OVER-TARGET-COUNT
           STOP RUN.

       LOAD-CLASS-NAMES.
           OPEN INPUT CLASS-NAME-FILE
           IF NAME-FILE-OK
               PERFORM READ-CLASS-NAME
               PERFORM STORE-CLASS-NAME UNTIL NAME-FILE-EOF
               CLOSE CLASS-NAME-FILE
           END-IF.

       READ-CLASS-NAME.
           READ CLASS-NAME-FILE
               AT END
                   SET NAME-FILE-EOF TO TRUE
           END-READ.

       STORE-CLASS-NAME.
           IF WS-NAME-COUNT < WS-NAME-TABLE-MAX
               ADD 1 TO WS-NAME-COUNT
               MOVE PN-CLASS-TYPE TO NM-CLASS-TYPE (WS-NAME-COUNT)
               MOVE PN-CLASS-CODE TO NM-CLASS-CODE (WS-NAME-COUNT)
               MOVE PN-CLASS-NAME TO NM-CLASS-NAME (WS-NAME-COUNT)
           ELSE
               DISPLAY 'CLASS NAME TABLE FULL - LATER CODES '
                   'PRINT WITHOUT NAMES'
           END-IF
           PERFORM READ-CLASS-NAME.

      *----------------------------------------------------------------
      * 受払台帳を読み、期間内の受払について正味出庫数と残高×日数を
      * 製品ごとに積む。最初の受払の前の残高は期間の初日から立って
      * いたものとする。
      *----------------------------------------------------------------
       SCAN-MOVEMENT-LEDGER.
           OPEN INPUT STOCK-MOVEMENT-FILE
           IF MOV-FILE-OK
               PERFORM READ-MOVEMENT
               PERFORM TOTAL-ONE-MOVEMENT UNTIL MOV-FILE-EOF
               CLOSE STOCK-MOVEMENT-FILE
           END-IF.

       READ-MOVEMENT.
           READ STOCK-MOVEMENT-FILE
               AT END
                   SET MOV-FILE-EOF TO TRUE
           END-READ.

       TOTAL-ONE-MOVEMENT.
           COMPUTE WS-MOVE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (SM-MOVEMENT-DATE)
           IF WS-MOVE-DATE-INTEGER > WS-PERIOD-START-INTEGER
               PERFORM FIND-MOVER-ENTRY
               COMPUTE MV-BALANCE-DAYS (MV-IDX) =
                   MV-BALANCE-DAYS (MV-IDX)
                   + MV-LAST-BALANCE (MV-IDX)
                   * (WS-MOVE-DATE-INTEGER
                       - MV-LAST-DATE-INTEGER (MV-IDX))
               MOVE WS-MOVE-DATE-INTEGER
                   TO MV-LAST-DATE-INTEGER (MV-IDX)
               MOVE SM-RUNNING-BALANCE TO MV-LAST-BALANCE (MV-IDX)
               EVALUATE SM-MOVEMENT-TYPE
                   WHEN 'IS'
                   WHEN 'OC'
                   WHEN 'RT'
                       SUBTRACT SM-QUANTITY FROM MV-ISSUED-QTY (MV-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-MOVEMENT.

      *----------------------------------------------------------------
      * Leaves MV-IDX on the product's row, adding it on its first
      * movement in the period with the balance it stood at before.
      * A product the table cannot hold would lose its issues, so a
      * full table stops the run.
      *----------------------------------------------------------------
       FIND-MOVER-ENTRY.
           SET MV-IDX TO 1
           SEARCH WS-MOVER-ENTRY
               AT END
                   PERFORM ADD-MOVER-ENTRY
               WHEN MV-IDX > WS-MOVER-COUNT
                   PERFORM ADD-MOVER-ENTRY
               WHEN MV-PRODUCT-CODE (MV-IDX) = SM-PRODUCT-CODE
                   CONTINUE
           END-SEARCH.

       ADD-MOVER-ENTRY.
           IF WS-MOVER-COUNT < WS-MOVER-TABLE-MAX
               ADD 1 TO WS-MOVER-COUNT
               SET MV-IDX TO WS-MOVER-COUNT
               MOVE SM-PRODUCT-CODE TO MV-PRODUCT-CODE (MV-IDX)
               MOVE ZERO TO MV-ISSUED-QTY (MV-IDX)
               MOVE ZERO TO MV-BALANCE-DAYS (MV-IDX)
               MOVE WS-PERIOD-START-INTEGER
                   TO MV-LAST-DATE-INTEGER (MV-IDX)
               COMPUTE WS-OPENING-BALANCE =
                   SM-RUNNING-BALANCE - SM-QUANTITY
               IF WS-OPENING-BALANCE < ZERO
                   MOVE ZERO TO WS-OPENING-BALANCE
               END-IF
               MOVE WS-OPENING-BALANCE TO MV-LAST-BALANCE (MV-IDX)
           ELSE
               DISPLAY 'ERROR: MOVEMENT TABLE FULL - '
                   'TURNOVER WOULD BE UNDERSTATED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REPORT-PRODUCT-TURNOVER.
           OPEN INPUT PRODUCT-FILE
           IF PROD-FILE-OK
               PERFORM READ-PRODUCT
               PERFORM REPORT-ONE-PRODUCT UNTIL PROD-FILE-EOF
               CLOSE PRODUCT-FILE
           END-IF.

       READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET PROD-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 製品ごとの回転率・在庫日数・GMROI。期間内に動きも在庫も
      * 無い製品は載せない。
      *----------------------------------------------------------------
       REPORT-ONE-PRODUCT.
           MOVE ZERO TO WS-ISSUED-QTY
           COMPUTE WS-BALANCE-DAYS = 在庫数量 * IT-PERIOD-DAYS
           SET MV-IDX TO 1
           SEARCH WS-MOVER-ENTRY
               AT END
                   CONTINUE
               WHEN MV-IDX > WS-MOVER-COUNT
                   CONTINUE
               WHEN MV-PRODUCT-CODE (MV-IDX) = 製品ーコード
                   IF MV-ISSUED-QTY (MV-IDX) > ZERO
                       MOVE MV-ISSUED-QTY (MV-IDX) TO WS-ISSUED-QTY
                   END-IF
                   COMPUTE WS-BALANCE-DAYS =
                       MV-BALANCE-DAYS (MV-IDX)
                       + 在庫数量 * (WS-TODAY-INTEGER
                           - MV-LAST-DATE-INTEGER (MV-IDX))
           END-SEARCH
           IF WS-ISSUED-QTY > ZERO OR WS-BALANCE-DAYS > ZERO
               COMPUTE WS-AVERAGE-QTY ROUNDED =
                   WS-BALANCE-DAYS / IT-PERIOD-DAYS
               COMPUTE WS-AVERAGE-VALUE ROUNDED =
                   WS-AVERAGE-QTY * 原価
               COMPUTE WS-ISSUE-COST = WS-ISSUED-QTY * 原価
               COMPUTE WS-ON-HAND-VALUE = 在庫数量 * 原価
               COMPUTE WS-GROSS-MARGIN =
                   WS-ISSUED-QTY * (販売価格 - 原価)
               PERFORM WORK-OUT-TURNOVER-RATIOS
               ADD 1 TO WS-PRODUCT-COUNT
               PERFORM PRINT-PRODUCT-LINE
               PERFORM ADD-TO-CATEGORY
               PERFORM ADD-TO-MAKER
           END-IF
           PERFORM READ-PRODUCT.

      *----------------------------------------------------------------
      * WS-ISSUE-COST, WS-AVERAGE-VALUE, WS-ON-HAND-VALUE and
      * WS-GROSS-MARGIN in; the three ratios out.  Used for the
      * product lines and the roll-ups alike.
      *----------------------------------------------------------------
       WORK-OUT-TURNOVER-RATIOS.
           MOVE ZERO TO WS-TURNOVER
           MOVE ZERO TO WS-GMROI
           IF WS-AVERAGE-VALUE > ZERO
               COMPUTE WS-TURNOVER ROUNDED =
                   WS-ISSUE-COST * 365
                   / (WS-AVERAGE-VALUE * IT-PERIOD-DAYS)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TURNOVER
               END-COMPUTE
               COMPUTE WS-GMROI ROUNDED =
                   WS-GROSS-MARGIN * 365
                   / (WS-AVERAGE-VALUE * IT-PERIOD-DAYS)
                   ON SIZE ERROR
                       IF WS-GROSS-MARGIN < ZERO
                           MOVE -999.99 TO WS-GMROI
                       ELSE
                           MOVE 999.99 TO WS-GMROI
                       END-IF
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-ON-HAND-VALUE = ZERO
                   MOVE ZERO TO WS-SUPPLY-DAYS
               WHEN WS-ISSUE-COST = ZERO
                   MOVE WS-NO-ISSUE-SUPPLY-DAYS TO WS-SUPPLY-DAYS
               WHEN OTHER
                   COMPUTE WS-SUPPLY-DAYS ROUNDED =
                       WS-ON-HAND-VALUE * IT-PERIOD-DAYS
                       / WS-ISSUE-COST
                       ON SIZE ERROR
                           MOVE WS-NO-ISSUE-SUPPLY-DAYS
                               TO WS-SUPPLY-DAYS
                   END-COMPUTE
           END-EVALUATE.

       PRINT-PRODUCT-LINE.
           MOVE 製品ーコード TO PD-PRODUCT-CODE
           MOVE カテゴリーコード TO PD-CATEGORY-CODE
           MOVE メーカーコード TO PD-MAKER-CODE
           MOVE WS-ISSUED-QTY TO PD-ISSUED-QTY
           MOVE WS-AVERAGE-QTY TO PD-AVERAGE-QTY
           MOVE WS-ISSUE-COST TO PD-ISSUE-COST
           MOVE WS-TURNOVER TO PD-TURNOVER
           MOVE WS-SUPPLY-DAYS TO PD-SUPPLY-DAYS
           MOVE WS-GMROI TO PD-GMROI
           IF WS-SUPPLY-DAYS > IT-TARGET-SUPPLY-DAYS
               MOVE '** OVER TARGET' TO PD-FLAG
               ADD 1 TO WS-OVER-TARGET-COUNT
           ELSE
               MOVE SPACES TO PD-FLAG
           END-IF
           WRITE TURNOVER-REPORT-LINE FROM WS-PRODUCT-DETAIL-LINE.

       ADD-TO-CATEGORY.
           SET CG-IDX TO 1
           SEARCH WS-CATEGORY-ENTRY
               AT END
                   PERFORM ADD-CATEGORY-ENTRY
               WHEN CG-IDX > WS-CATEGORY-COUNT
                   PERFORM ADD-CATEGORY-ENTRY
               WHEN CG-CODE (CG-IDX) = カテゴリーコード
                   CONTINUE
           END-SEARCH
           ADD WS-ISSUE-COST TO CG-ISSUE-COST (CG-IDX)
           ADD WS-AVERAGE-VALUE TO CG-AVERAGE-VALUE (CG-IDX)
           ADD WS-ON-HAND-VALUE TO CG-ON-HAND-VALUE (CG-IDX)
           ADD WS-GROSS-MARGIN TO CG-GROSS-MARGIN (CG-IDX).

       ADD-CATEGORY-ENTRY.
           IF WS-CATEGORY-COUNT < WS-ROLLUP-TABLE-MAX
               ADD 1 TO WS-CATEGORY-COUNT
               SET CG-IDX TO WS-CATEGORY-COUNT
               INITIALIZE WS-CATEGORY-ENTRY (CG-IDX)
               MOVE カテゴリーコード TO CG-CODE (CG-IDX)
           ELSE
               DISPLAY 'ERROR: CATEGORY TABLE FULL - '
                   'ROLL-UP WOULD BE UNDERSTATED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-TO-MAKER.
           SET MK-IDX TO 1
           SEARCH WS-MAKER-ENTRY
               AT END
                   PERFORM ADD-MAKER-ENTRY
               WHEN MK-IDX > WS-MAKER-COUNT
                   PERFORM ADD-MAKER-ENTRY
               WHEN MK-CODE (MK-IDX) = メーカーコード
                   CONTINUE
           END-SEARCH
           ADD WS-ISSUE-COST TO MK-ISSUE-COST (MK-IDX)
           ADD WS-AVERAGE-VALUE TO MK-AVERAGE-VALUE (MK-IDX)
           ADD WS-ON-HAND-VALUE TO MK-ON-HAND-VALUE (MK-IDX)
           ADD WS-GROSS-MARGIN TO MK-GROSS-MARGIN (MK-IDX).

       ADD-MAKER-ENTRY.
           IF WS-MAKER-COUNT < WS-ROLLUP-TABLE-MAX
               ADD 1 TO WS-MAKER-COUNT
               SET MK-IDX TO WS-MAKER-COUNT
               INITIALIZE WS-MAKER-ENTRY (MK-IDX)
               MOVE メーカーコード TO MK-CODE (MK-IDX)
           ELSE
               DISPLAY 'ERROR: MANUFACTURER TABLE FULL - '
                   'ROLL-UP WOULD BE UNDERSTATED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-ONE-CATEGORY.
           MOVE CG-ISSUE-COST (WS-ROLLUP-SUB) TO WS-ISSUE-COST
           MOVE CG-AVERAGE-VALUE (WS-ROLLUP-SUB) TO WS-AVERAGE-VALUE
           MOVE CG-ON-HAND-VALUE (WS-ROLLUP-SUB) TO WS-ON-HAND-VALUE
           MOVE CG-GROSS-MARGIN (WS-ROLLUP-SUB) TO WS-GROSS-MARGIN
           MOVE 'C' TO WS-LOOKUP-TYPE
           MOVE CG-CODE (WS-ROLLUP-SUB) TO WS-LOOKUP-CODE
           PERFORM PRINT-ROLLUP-LINE.

       PRINT-ONE-MAKER.
           MOVE MK-ISSUE-COST (WS-ROLLUP-SUB) TO WS-ISSUE-COST
           MOVE MK-AVERAGE-VALUE (WS-ROLLUP-SUB) TO WS-AVERAGE-VALUE
           MOVE MK-ON-HAND-VALUE (WS-ROLLUP-SUB) TO WS-ON-HAND-VALUE
           MOVE MK-GROSS-MARGIN (WS-ROLLUP-SUB) TO WS-GROSS-MARGIN
           MOVE 'M' TO WS-LOOKUP-TYPE
           MOVE MK-CODE (WS-ROLLUP-SUB) TO WS-LOOKUP-CODE
           PERFORM PRINT-ROLLUP-LINE.

       PRINT-ROLLUP-LINE.
           PERFORM WORK-OUT-TURNOVER-RATIOS
           MOVE SPACES TO WS-LOOKUP-NAME
           SET NM-IDX TO 1
           SEARCH WS-NAME-ENTRY
               AT END
                   CONTINUE
               WHEN NM-IDX > WS-NAME-COUNT
                   CONTINUE
               WHEN NM-CLASS-TYPE (NM-IDX) = WS-LOOKUP-TYPE
                   AND NM-CLASS-CODE (NM-IDX) = WS-LOOKUP-CODE
                   MOVE NM-CLASS-NAME (NM-IDX) TO WS-LOOKUP-NAME
           END-SEARCH
           MOVE WS-LOOKUP-CODE TO RD-CODE
           MOVE WS-LOOKUP-NAME TO RD-NAME
           MOVE WS-ISSUE-COST TO RD-ISSUE-COST
           MOVE WS-AVERAGE-VALUE TO RD-AVERAGE-VALUE
           MOVE WS-ON-HAND-VALUE TO RD-ON-HAND-VALUE
           MOVE WS-TURNOVER TO RD-TURNOVER
           MOVE WS-SUPPLY-DAYS TO RD-SUPPLY-DAYS
           MOVE WS-GMROI TO RD-GMROI
           IF WS-SUPPLY-DAYS > IT-TARGET-SUPPLY-DAYS
               MOVE '** OVER TARGET' TO RD-FLAG
           ELSE
               MOVE SPACES TO RD-FLAG
           END-IF
           WRITE TURNOVER-REPORT-LINE FROM WS-ROLLUP-DETAIL-LINE.
