       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-LEVEL-REPORT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Monthly order fill-rate and on-time delivery report - how
      * well we kept the dates ORDER-ACKNOWLEDGMENT gives out, the
      * figures our large accounts now write into their contracts.
      * Takes every ORDERS.DAT line ordered in the report month
      * (SVCLEVEL.PRM, CCYYMM; the month before the run date when no
      * card is present) and matches it to its SHIPPED.DAT rows by
      * customer, product and order date - a gift set ordered as a
      * kit ships as its components, each counted towards the kit
      * in proportion to its KITCOMP.DAT share.  For each line it
      * knows the quantity shipped and when, the promised date from
      * ORDPROM.DAT, and anything cancelled off it on the BOHIST.DAT
      * backorder history.  Reported on SVCLEVEL.RPT for the month
      * in total and broken down by customer, by the warehouse that
      * shipped the line first (SP-WAREHOUSE-CODE; NOT SHIPPED for
      * none) and by the product's カテゴリーコード:
      *   LINE FILL  - lines shipped in full, per cent of lines
      *   QTY FILL   - units shipped, per cent of units ordered
      *   FIRST TIME - lines whose first shipping day sent the lot,
      *                per cent of lines (the rest went backorder)
      *   ON TIME    - lines in full no later than the promised
      *                date, per cent of lines given a date
      *   CANCELLED  - units cancelled off backorder
      * The report is as of the run: a line still open counts
      * against the month it was ordered in.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "SVCLEVEL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-PRIMARY-KEY
               ALTERNATE RECORD KEY IS OH-ORDER-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT SHIPPED-FILE ASSIGN TO "SHIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.
           SELECT PROMISE-FILE ASSIGN TO "ORDPROM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMISE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT KIT-COMPONENT-FILE ASSIGN TO "KITCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-PROD-STATUS.
           SELECT SERVICE-REPORT-FILE ASSIGN TO "SVCLEVEL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  SL-REPORT-MONTH          PIC 9(6).

       FD  ORDER-FILE.
       COPY ORDER-HISTORY-RECORD.

       FD  SHIPPED-FILE.
       COPY SHIPPED-CONFIRM-RECORD.

       FD  PROMISE-FILE.
       COPY ORDER-PROMISE-RECORD.

       FD  HISTORY-FILE.
       COPY BACKORDER-HISTORY-RECORD.

       FD  KIT-COMPONENT-FILE.
       COPY KIT-COMPONENT-RECORD.

       FD  PRODUCT-FILE.
       COPY 製品マスター.

       FD  SERVICE-REPORT-FILE.
       01  SERVICE-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-ORDER-STATUS               PIC XX.
           88  ORDER-FILE-OK                 VALUE '00'.
           88  ORDER-FILE-EOF                VALUE '10'.
       01  WS-SHIP-STATUS                PIC XX.
           88  SHIP-FILE-OK                  VALUE '00'.
           88  SHIP-FILE-EOF                 VALUE '10'.
       01  WS-PROMISE-STATUS             PIC XX.
           88  PROMISE-FILE-OK               VALUE '00'.
           88  PROMISE-FILE-EOF              VALUE '10'.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-KIT-STATUS                 PIC XX.
           88  KIT-FILE-OK                   VALUE '00'.
           88  KIT-FILE-EOF                  VALUE '10'.
       01  WS-PROD-STATUS                PIC XX.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-REPORT-MONTH               PIC 9(6).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR             PIC 9(4).
           05  WS-REPORT-MM               PIC 9(2).
       01  WS-MONTH-FIRST-DATE           PIC 9(8).
       01  WS-MONTH-LAST-DATE            PIC 9(8).

       01  WS-TABLE-LOST-SW              PIC X(1) VALUE 'N'.
           88  WORK-TABLE-OVERFLOWED         VALUE 'Y'.

      *----------------------------------------------------------------
      * 当月の受注行。出荷数量はセット品の構成品出荷を按分して加算
      * するため小数を持つ。
      *----------------------------------------------------------------
       01  WS-LINE-TABLE-MAX             PIC 9(3) VALUE 999.
       01  WS-LINE-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-ENTRIES.
           05  WS-LINE-ENTRY             OCCURS 999 TIMES.
               10  OL-CUSTOMER-ID            PIC 9(8).
               10  OL-PRODUCT-ID             PIC 9(8).
               10  OL-ORDER-DATE             PIC 9(8).
               10  OL-PRODUCT-CODE           PIC X(20).
               10  OL-CATEGORY-CODE          PIC X(10).
               10  OL-ORDERED-QTY            PIC 9(5).
               10  OL-SHIPPED-QTY            PIC 9(7)V99.
               10  OL-FIRST-SHIP-DATE        PIC 9(8).
               10  OL-FIRST-SHIP-QTY         PIC 9(7)V99.
               10  OL-LAST-SHIP-DATE         PIC 9(8).
               10  OL-WAREHOUSE-CODE         PIC X(5).
               10  OL-PROMISE-DATE           PIC 9(8).
               10  OL-CANCELLED-QTY          PIC 9(5).
       01  WS-LINE-SUB                   PIC 9(4) COMP.
       01  WS-LINE-HIT-SUB               PIC 9(4) COMP.

       01  WS-KIT-TABLE-MAX              PIC 9(3) VALUE 100.
       01  WS-KIT-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-KIT-ENTRIES.
           05  WS-KIT-ENTRY              OCCURS 100 TIMES.
               10  KT-PARENT-CODE            PIC X(20).
               10  KT-COMPONENT-CODE         PIC X(20).
               10  KT-QTY-PER                PIC 9(3).
       01  WS-KIT-SUB                    PIC 9(3) COMP.
       01  WS-KIT-HIT-SUB                PIC 9(3) COMP.
       01  WS-KIT-COMPONENT-COUNT        PIC 9(3).

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).

       01  WS-CREDIT-QTY                 PIC 9(7)V99.

      *----------------------------------------------------------------
      * 集計表: 区分 C(顧客)/W(倉庫)/K(カテゴリー)/T(全体) とキー毎の
      * 件数・数量。
      *----------------------------------------------------------------
       01  WS-GROUP-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-GROUP-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-GROUP-ENTRIES.
           05  WS-GROUP-ENTRY            OCCURS 500 TIMES.
               10  GR-DIMENSION              PIC X(1).
               10  GR-KEY                    PIC X(10).
               10  GR-LINES                  PIC 9(5).
               10  GR-COMPLETE-LINES         PIC 9(5).
               10  GR-FIRST-TIME-LINES       PIC 9(5).
               10  GR-PROMISED-LINES         PIC 9(5).
               10  GR-ON-TIME-LINES          PIC 9(5).
               10  GR-ORDERED-QTY            PIC 9(9).
               10  GR-SHIPPED-QTY            PIC 9(9)V99.
               10  GR-CANCELLED-QTY          PIC 9(9).
       01  WS-GROUP-SUB                  PIC 9(3) COMP.
       01  WS-GROUP-HIT-SUB              PIC 9(3) COMP.
       01  WS-GROUP-DIMENSION            PIC X(1).
       01  WS-GROUP-KEY                  PIC X(10).
       01  WS-CUSTOMER-KEY               PIC 9(8).

       01  WS-LINE-COMPLETE-SW           PIC X(1).
           88  LINE-COMPLETE                 VALUE 'Y'.
       01  WS-FIRST-TIME-SW              PIC X(1).
           88  LINE-FIRST-TIME               VALUE 'Y'.
      *    セット品の按分の端数で満納が欠けて見えないための許容差。
       01  WS-ROUNDING-ALLOWANCE         PIC 9V99 VALUE 0.05.
       01  WS-SHORT-QTY                  PIC S9(7)V99.
       01  WS-PERCENT                    PIC 9(3)V9.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(36)
               VALUE 'ORDER SERVICE LEVEL - ORDERS MONTH: '.
           05  RH-REPORT-MONTH          PIC 9(6).
           05  FILLER                  PIC X(10) VALUE '  AS OF:  '.
           05  RH-RUN-DATE              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RH-INCOMPLETE-NOTE       PIC X(20).

       01  WS-SECTION-LINE.
           05  SC-SECTION-TITLE         PIC X(12).
           05  FILLER                  PIC X(7) VALUE '  LINES'.
           05  FILLER                  PIC X(11) VALUE '  LINE FILL'.
           05  FILLER                  PIC X(10) VALUE '  QTY FILL'.
           05  FILLER                  PIC X(12) VALUE '  FIRST TIME'.
           05  FILLER                  PIC X(9) VALUE '  ON TIME'.
           05  FILLER                  PIC X(11) VALUE '  CANCELLED'.

       01  WS-GROUP-DETAIL-LINE.
           05  GD-GROUP-KEY             PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  GD-LINES                 PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  GD-LINE-FILL             PIC ZZ9.9.
           05  FILLER                  PIC X(1) VALUE '%'.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  GD-QTY-FILL              PIC ZZ9.9.
           05  FILLER                  PIC X(1) VALUE '%'.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  GD-FIRST-TIME            PIC ZZ9.9.
           05  FILLER                  PIC X(1) VALUE '%'.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GD-ON-TIME               PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GD-CANCELLED-QTY         PIC ZZZZZZZ9.

       01  WS-ON-TIME-EDIT.
           05  OT-PERCENT               PIC ZZ9.9.
           05  FILLER                  PIC X(1) VALUE '%'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM READ-PERIOD-PARM
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-MONTH-ORDER-LINES
           PERFORM CREDIT-SHIPMENTS
           PERFORM APPLY-PROMISES
           PERFORM APPLY-CANCELLATIONS
           PERFORM SCORE-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
           PERFORM WRITE-SERVICE-REPORT
           IF WORK-TABLE-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'ORDER SERVICE LEVEL - MONTH: ' WS-REPORT-MONTH
               ' ORDER LINES: ' WS-LINE-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 対象月: パラメータが無ければ実行日の前月。
      *----------------------------------------------------------------
       READ-PERIOD-PARM.
           MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-REPORT-MONTH
           IF WS-REPORT-MM = 01
               SUBTRACT 1 FROM WS-REPORT-YEAR
               MOVE 12 TO WS-REPORT-MM
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM
           END-IF
           OPEN INPUT PERIOD-PARM-FILE
           IF PRM-FILE-OK
               READ PERIOD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SL-REPORT-MONTH > ZERO
                           MOVE SL-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE PERIOD-PARM-FILE
           END-IF
           COMPUTE WS-MONTH-FIRST-DATE = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-LAST-DATE = WS-REPORT-MONTH * 100 + 31.

       LOAD-KIT-TABLE.
           OPEN INPUT KIT-COMPONENT-FILE
           IF KIT-FILE-OK
               PERFORM READ-KIT-COMPONENT
               PERFORM STORE-KIT-COMPONENT UNTIL KIT-FILE-EOF
               CLOSE KIT-COMPONENT-FILE
           END-IF.

       READ-KIT-COMPONENT.
           READ KIT-COMPONENT-FILE
               AT END
                   SET KIT-FILE-EOF TO TRUE
           END-READ.

       STORE-KIT-COMPONENT.
           IF WS-KIT-COUNT < WS-KIT-TABLE-MAX
               ADD 1 TO WS-KIT-COUNT
               MOVE KC-PARENT-CODE
                   TO KT-PARENT-CODE (WS-KIT-COUNT)
               MOVE KC-COMPONENT-CODE
                   TO KT-COMPONENT-CODE (WS-KIT-COUNT)
               MOVE KC-QTY-PER
                   TO KT-QTY-PER (WS-KIT-COUNT)
           ELSE
               DISPLAY 'ERROR: KIT TABLE FULL - '
                   KC-PARENT-CODE ' NOT LOADED'
               SET WORK-TABLE-OVERFLOWED TO TRUE
           END-IF
           PERFORM READ-KIT-COMPONENT.

       LOAD-MONTH-ORDER-LINES.
           OPEN INPUT PRODUCT-FILE
           OPEN INPUT ORDER-FILE
           IF ORDER-FILE-OK
               PERFORM READ-ORDER
               PERFORM STORE-ORDER-LINE UNTIL ORDER-FILE-EOF
               CLOSE ORDER-FILE
           END-IF
           CLOSE PRODUCT-FILE.

       READ-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET ORDER-FILE-EOF TO TRUE
           END-READ.

       STORE-ORDER-LINE.
           IF OH-ORDER-DATE NOT < WS-MONTH-FIRST-DATE
               AND OH-ORDER-DATE NOT > WS-MONTH-LAST-DATE
               IF WS-LINE-COUNT < WS-LINE-TABLE-MAX
                   ADD 1 TO WS-LINE-COUNT
                   INITIALIZE WS-LINE-ENTRY (WS-LINE-COUNT)
                   MOVE OH-CUSTOMER-ID
                       TO OL-CUSTOMER-ID (WS-LINE-COUNT)
                   MOVE OH-PRODUCT-ID TO OL-PRODUCT-ID (WS-LINE-COUNT)
                   MOVE OH-ORDER-DATE TO OL-ORDER-DATE (WS-LINE-COUNT)
                   MOVE OH-QUANTITY TO OL-ORDERED-QTY (WS-LINE-COUNT)
                   MOVE OH-PRODUCT-ID TO WS-XREF-RECORD-ID
                   PERFORM MAP-ID-TO-PRODUCT-CODE
                   MOVE WS-MAPPED-PRODUCT-CODE
                       TO OL-PRODUCT-CODE (WS-LINE-COUNT)
                   PERFORM LOOK-UP-CATEGORY
               ELSE
                   DISPLAY 'ERROR: ORDER LINE TABLE FULL - LINE FOR '
                       OH-CUSTOMER-ID ' NOT MEASURED'
                   SET WORK-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           PERFORM READ-ORDER.

       MAP-ID-TO-PRODUCT-CODE.
           MOVE 'F' TO WS-XREF-DIRECTION
           CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                          WS-XREF-RECORD-ID
                                          WS-MAPPED-PRODUCT-CODE
           END-CALL.

       LOOK-UP-CATEGORY.
           MOVE 'UNKNOWN' TO OL-CATEGORY-CODE (WS-LINE-COUNT)
           IF WS-MAPPED-PRODUCT-CODE NOT = SPACES
               MOVE WS-MAPPED-PRODUCT-CODE TO 製品ーコード
               READ PRODUCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF カテゴリーコード NOT = SPACES
                           MOVE カテゴリーコード
                               TO OL-CATEGORY-CODE (WS-LINE-COUNT)
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 出荷行を受注行へ当てる。同じ製品の行が無ければ、その顧客・
      * 受注日のセット品の行へ構成品として按分して当てる。
      *----------------------------------------------------------------
       CREDIT-SHIPMENTS.
           OPEN INPUT SHIPPED-FILE
           IF SHIP-FILE-OK
               PERFORM READ-SHIPPED
               PERFORM CREDIT-ONE-SHIPMENT UNTIL SHIP-FILE-EOF
               CLOSE SHIPPED-FILE
           END-IF.

       READ-SHIPPED.
           READ SHIPPED-FILE
               AT END
                   SET SHIP-FILE-EOF TO TRUE
           END-READ.

       CREDIT-ONE-SHIPMENT.
           IF SP-ORDER-DATE NOT < WS-MONTH-FIRST-DATE
               AND SP-ORDER-DATE NOT > WS-MONTH-LAST-DATE
               MOVE ZERO TO WS-LINE-HIT-SUB
               PERFORM MATCH-SHIPPED-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
                       OR WS-LINE-HIT-SUB > ZERO
               IF WS-LINE-HIT-SUB > ZERO
                   MOVE SP-SHIPPED-QTY TO WS-CREDIT-QTY
                   PERFORM CREDIT-LINE
               ELSE
                   PERFORM CREDIT-KIT-COMPONENT
               END-IF
           END-IF
           PERFORM READ-SHIPPED.

       MATCH-SHIPPED-LINE.
           IF OL-CUSTOMER-ID (WS-LINE-SUB) = SP-CUSTOMER-ID
               AND OL-PRODUCT-ID (WS-LINE-SUB) = SP-PRODUCT-ID
               AND OL-ORDER-DATE (WS-LINE-SUB) = SP-ORDER-DATE
               MOVE WS-LINE-SUB TO WS-LINE-HIT-SUB
           END-IF.

       CREDIT-KIT-COMPONENT.
           MOVE SP-PRODUCT-ID TO WS-XREF-RECORD-ID
           PERFORM MAP-ID-TO-PRODUCT-CODE
           IF WS-MAPPED-PRODUCT-CODE NOT = SPACES
               PERFORM MATCH-KIT-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
                       OR WS-LINE-HIT-SUB > ZERO
           END-IF
           IF WS-LINE-HIT-SUB > ZERO
               MOVE ZERO TO WS-KIT-COMPONENT-COUNT
               PERFORM COUNT-KIT-COMPONENT
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COUNT
               COMPUTE WS-CREDIT-QTY ROUNDED = SP-SHIPPED-QTY
                   / KT-QTY-PER (WS-KIT-HIT-SUB)
                   / WS-KIT-COMPONENT-COUNT
               PERFORM CREDIT-LINE
           END-IF.

       MATCH-KIT-LINE.
           IF OL-CUSTOMER-ID (WS-LINE-SUB) = SP-CUSTOMER-ID
               AND OL-ORDER-DATE (WS-LINE-SUB) = SP-ORDER-DATE
               MOVE ZERO TO WS-KIT-HIT-SUB
               PERFORM MATCH-KIT-COMPONENT
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COUNT
                       OR WS-KIT-HIT-SUB > ZERO
               IF WS-KIT-HIT-SUB > ZERO
                   MOVE WS-LINE-SUB TO WS-LINE-HIT-SUB
               END-IF
           END-IF.

       MATCH-KIT-COMPONENT.
           IF KT-PARENT-CODE (WS-KIT-SUB)
               = OL-PRODUCT-CODE (WS-LINE-SUB)
               AND KT-COMPONENT-CODE (WS-KIT-SUB)
                   = WS-MAPPED-PRODUCT-CODE
               AND KT-QTY-PER (WS-KIT-SUB) > ZERO
               MOVE WS-KIT-SUB TO WS-KIT-HIT-SUB
           END-IF.

       COUNT-KIT-COMPONENT.
           IF KT-PARENT-CODE (WS-KIT-SUB)
               = KT-PARENT-CODE (WS-KIT-HIT-SUB)
               ADD 1 TO WS-KIT-COMPONENT-COUNT
           END-IF.

       CREDIT-LINE.
           ADD WS-CREDIT-QTY TO OL-SHIPPED-QTY (WS-LINE-HIT-SUB)
           EVALUATE TRUE
               WHEN OL-FIRST-SHIP-DATE (WS-LINE-HIT-SUB) = ZERO
                   OR SP-SHIP-DATE
                       < OL-FIRST-SHIP-DATE (WS-LINE-HIT-SUB)
                   MOVE SP-SHIP-DATE
                       TO OL-FIRST-SHIP-DATE (WS-LINE-HIT-SUB)
                   MOVE WS-CREDIT-QTY
                       TO OL-FIRST-SHIP-QTY (WS-LINE-HIT-SUB)
                   MOVE SP-WAREHOUSE-CODE
                       TO OL-WAREHOUSE-CODE (WS-LINE-HIT-SUB)
               WHEN SP-SHIP-DATE
                   = OL-FIRST-SHIP-DATE (WS-LINE-HIT-SUB)
                   ADD WS-CREDIT-QTY
                       TO OL-FIRST-SHIP-QTY (WS-LINE-HIT-SUB)
           END-EVALUATE
           IF SP-SHIP-DATE > OL-LAST-SHIP-DATE (WS-LINE-HIT-SUB)
               MOVE SP-SHIP-DATE
                   TO OL-LAST-SHIP-DATE (WS-LINE-HIT-SUB)
           END-IF.

      *----------------------------------------------------------------
      * 約束日は最後に請けた日付が有効(ORDPROM.DATのファイル順)。
      *----------------------------------------------------------------
       APPLY-PROMISES.
           OPEN INPUT PROMISE-FILE
           IF PROMISE-FILE-OK
               PERFORM READ-PROMISE
               PERFORM APPLY-ONE-PROMISE UNTIL PROMISE-FILE-EOF
               CLOSE PROMISE-FILE
           END-IF.

       READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   SET PROMISE-FILE-EOF TO TRUE
           END-READ.

       APPLY-ONE-PROMISE.
           PERFORM MATCH-PROMISED-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
           PERFORM READ-PROMISE.

       MATCH-PROMISED-LINE.
           IF OL-CUSTOMER-ID (WS-LINE-SUB) = PM-CUSTOMER-ID
               AND OL-PRODUCT-ID (WS-LINE-SUB) = PM-PRODUCT-ID
               AND OL-ORDER-DATE (WS-LINE-SUB) = PM-ORDER-DATE
               MOVE PM-PROMISE-DATE TO OL-PROMISE-DATE (WS-LINE-SUB)
           END-IF.

       APPLY-CANCELLATIONS.
           OPEN INPUT HISTORY-FILE
           IF HIST-FILE-OK
               PERFORM READ-HISTORY
               PERFORM APPLY-ONE-CANCELLATION UNTIL HIST-FILE-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET HIST-FILE-EOF TO TRUE
           END-READ.

       APPLY-ONE-CANCELLATION.
           IF BH-LINE-CANCELLED
               PERFORM MATCH-CANCELLED-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
           END-IF
           PERFORM READ-HISTORY.

       MATCH-CANCELLED-LINE.
           IF OL-CUSTOMER-ID (WS-LINE-SUB) = BH-CUSTOMER-ID
               AND OL-PRODUCT-ID (WS-LINE-SUB) = BH-PRODUCT-ID
               AND OL-ORDER-DATE (WS-LINE-SUB) = BH-ORDER-DATE
               ADD BH-QUANTITY TO OL-CANCELLED-QTY (WS-LINE-SUB)
           END-IF.

      *----------------------------------------------------------------
      * 一行を全体・顧客・倉庫・カテゴリーの四つの集計へ加える。
      *----------------------------------------------------------------
       SCORE-ONE-LINE.
           MOVE 'N' TO WS-LINE-COMPLETE-SW
           COMPUTE WS-SHORT-QTY = OL-ORDERED-QTY (WS-LINE-SUB)
               - OL-SHIPPED-QTY (WS-LINE-SUB)
           IF WS-SHORT-QTY < WS-ROUNDING-ALLOWANCE
               SET LINE-COMPLETE TO TRUE
           END-IF
           MOVE 'N' TO WS-FIRST-TIME-SW
           COMPUTE WS-SHORT-QTY = OL-ORDERED-QTY (WS-LINE-SUB)
               - OL-FIRST-SHIP-QTY (WS-LINE-SUB)
           IF WS-SHORT-QTY < WS-ROUNDING-ALLOWANCE
               SET LINE-FIRST-TIME TO TRUE
           END-IF
           MOVE 'T' TO WS-GROUP-DIMENSION
           MOVE 'ALL LINES' TO WS-GROUP-KEY
           PERFORM ADD-LINE-TO-GROUP
           MOVE 'C' TO WS-GROUP-DIMENSION
           MOVE OL-CUSTOMER-ID (WS-LINE-SUB) TO WS-CUSTOMER-KEY
           MOVE WS-CUSTOMER-KEY TO WS-GROUP-KEY
           PERFORM ADD-LINE-TO-GROUP
           MOVE 'W' TO WS-GROUP-DIMENSION
           IF OL-WAREHOUSE-CODE (WS-LINE-SUB) = SPACES
               MOVE 'NOT SHIPPED' TO WS-GROUP-KEY
           ELSE
               MOVE OL-WAREHOUSE-CODE (WS-LINE-SUB) TO WS-GROUP-KEY
           END-IF
           PERFORM ADD-LINE-TO-GROUP
           MOVE 'K' TO WS-GROUP-DIMENSION
           MOVE OL-CATEGORY-CODE (WS-LINE-SUB) TO WS-GROUP-KEY
           PERFORM ADD-LINE-TO-GROUP.

       ADD-LINE-TO-GROUP.
           MOVE ZERO TO WS-GROUP-HIT-SUB
           PERFORM MATCH-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   OR WS-GROUP-HIT-SUB > ZERO
           IF WS-GROUP-HIT-SUB = ZERO
               IF WS-GROUP-COUNT < WS-GROUP-TABLE-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-HIT-SUB
                   INITIALIZE WS-GROUP-ENTRY (WS-GROUP-HIT-SUB)
                   MOVE WS-GROUP-DIMENSION
                       TO GR-DIMENSION (WS-GROUP-HIT-SUB)
                   MOVE WS-GROUP-KEY TO GR-KEY (WS-GROUP-HIT-SUB)
               ELSE
                   DISPLAY 'ERROR: GROUP TABLE FULL - '
                       WS-GROUP-KEY ' NOT REPORTED'
                   SET WORK-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           IF WS-GROUP-HIT-SUB > ZERO
               PERFORM ACCUMULATE-GROUP
           END-IF.

       MATCH-GROUP.
           IF GR-DIMENSION (WS-GROUP-SUB) = WS-GROUP-DIMENSION
               AND GR-KEY (WS-GROUP-SUB) = WS-GROUP-KEY
               MOVE WS-GROUP-SUB TO WS-GROUP-HIT-SUB
           END-IF.

       ACCUMULATE-GROUP.
           ADD 1 TO GR-LINES (WS-GROUP-HIT-SUB)
           ADD OL-ORDERED-QTY (WS-LINE-SUB)
               TO GR-ORDERED-QTY (WS-GROUP-HIT-SUB)
           ADD OL-SHIPPED-QTY (WS-LINE-SUB)
               TO GR-SHIPPED-QTY (WS-GROUP-HIT-SUB)
           ADD OL-CANCELLED-QTY (WS-LINE-SUB)
               TO GR-CANCELLED-QTY (WS-GROUP-HIT-SUB)
           IF LINE-COMPLETE
               ADD 1 TO GR-COMPLETE-LINES (WS-GROUP-HIT-SUB)
           END-IF
           IF LINE-FIRST-TIME
               ADD 1 TO GR-FIRST-TIME-LINES (WS-GROUP-HIT-SUB)
           END-IF
           IF OL-PROMISE-DATE (WS-LINE-SUB) > ZERO
               ADD 1 TO GR-PROMISED-LINES (WS-GROUP-HIT-SUB)
               IF LINE-COMPLETE
                   AND OL-LAST-SHIP-DATE (WS-LINE-SUB)
                       NOT > OL-PROMISE-DATE (WS-LINE-SUB)
                   ADD 1 TO GR-ON-TIME-LINES (WS-GROUP-HIT-SUB)
               END-IF
           END-IF.

       WRITE-SERVICE-REPORT.
           OPEN OUTPUT SERVICE-REPORT-FILE
           MOVE WS-REPORT-MONTH TO RH-REPORT-MONTH
           MOVE WS-TODAY-CCYYMMDD TO RH-RUN-DATE
           IF WORK-TABLE-OVERFLOWED
               MOVE 'INCOMPLETE - SEE LOG' TO RH-INCOMPLETE-NOTE
           ELSE
               MOVE SPACES TO RH-INCOMPLETE-NOTE
           END-IF
           WRITE SERVICE-REPORT-LINE FROM WS-REPORT-HEADER-LINE
           MOVE 'T' TO WS-GROUP-DIMENSION
           MOVE 'MONTH' TO SC-SECTION-TITLE
           PERFORM WRITE-ONE-SECTION
           MOVE 'C' TO WS-GROUP-DIMENSION
           MOVE 'BY CUSTOMER' TO SC-SECTION-TITLE
           PERFORM WRITE-ONE-SECTION
           MOVE 'W' TO WS-GROUP-DIMENSION
           MOVE 'BY WAREHOUSE' TO SC-SECTION-TITLE
           PERFORM WRITE-ONE-SECTION
           MOVE 'K' TO WS-GROUP-DIMENSION
           MOVE 'BY CATEGORY' TO SC-SECTION-TITLE
           PERFORM WRITE-ONE-SECTION
           CLOSE SERVICE-REPORT-FILE.

       WRITE-ONE-SECTION.
           MOVE SPACES TO SERVICE-REPORT-LINE
           WRITE SERVICE-REPORT-LINE
           WRITE SERVICE-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM WRITE-ONE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.

      *----------------------------------------------------------------
      * 率は件数(数量)ゼロなら0.0%。約束日の無い集計は ON TIME 欄
      * を空白にする。
      *----------------------------------------------------------------
       WRITE-ONE-GROUP.
           IF GR-DIMENSION (WS-GROUP-SUB) = WS-GROUP-DIMENSION
               MOVE GR-KEY (WS-GROUP-SUB) TO GD-GROUP-KEY
               MOVE GR-LINES (WS-GROUP-SUB) TO GD-LINES
               COMPUTE WS-PERCENT ROUNDED =
                   GR-COMPLETE-LINES (WS-GROUP-SUB) * 100
                   / GR-LINES (WS-GROUP-SUB)
               MOVE WS-PERCENT TO GD-LINE-FILL
               MOVE ZERO TO WS-PERCENT
               IF GR-ORDERED-QTY (WS-GROUP-SUB) > ZERO
                   COMPUTE WS-PERCENT ROUNDED =
                       GR-SHIPPED-QTY (WS-GROUP-SUB) * 100
                       / GR-ORDERED-QTY (WS-GROUP-SUB)
                   IF GR-SHIPPED-QTY (WS-GROUP-SUB)
                       > GR-ORDERED-QTY (WS-GROUP-SUB)
                       MOVE 100 TO WS-PERCENT
                   END-IF
               END-IF
               MOVE WS-PERCENT TO GD-QTY-FILL
               COMPUTE WS-PERCENT ROUNDED =
                   GR-FIRST-TIME-LINES (WS-GROUP-SUB) * 100
                   / GR-LINES (WS-GROUP-SUB)
               MOVE WS-PERCENT TO GD-FIRST-TIME
               IF GR-PROMISED-LINES (WS-GROUP-SUB) > ZERO
                   COMPUTE WS-PERCENT ROUNDED =
                       GR-ON-TIME-LINES (WS-GROUP-SUB) * 100
                       / GR-PROMISED-LINES (WS-GROUP-SUB)
                   MOVE WS-PERCENT TO OT-PERCENT
                   MOVE WS-ON-TIME-EDIT TO GD-ON-TIME
               ELSE
                   MOVE SPACES TO GD-ON-TIME
               END-IF
               MOVE GR-CANCELLED-QTY (WS-GROUP-SUB)
                   TO GD-CANCELLED-QTY
               WRITE SERVICE-REPORT-LINE FROM WS-GROUP-DETAIL-LINE
           END-IF.
