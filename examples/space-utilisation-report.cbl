       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPACE-UTILISATION-REPORT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * How full the warehouses are, for the lease decision.  Every
      * 倉庫ー内訳 bucket in 製品マスター holding stock is turned
      * into space used - 倉庫ー内訳ー数量 times the unit volume
      * (長さーセンチ x 幅ーセンチ x 高さーセンチ) and times
      * 重量ーグラム - and charged to the product's bin in that
      * bucket from BINLOC.DAT (stock with no bin row is charged to
      * the warehouse only, under NO BIN).  Receipts waiting in
      * quarantine on QUARANTN.DAT take up room too and are charged
      * to their warehouse under QUARANTN.  SPACEUTL.RPT then shows:
      *   - per bin: volume and weight used against the WHCAPY.DAT
      *     bin limits, percent full;
      *   - per 倉庫ーコード: the same against the whole-site row (or
      *     the sum of its bins when there is none);
      *   - the bins over either limit, listed again on their own;
      *   - the space the still-open OPENPO.DAT quantity will need
      *     (ordered less received, drop-ship lines excluded) landed
      *     in the product's home 倉庫ーコード, and each warehouse's
      *     percent full once it has arrived, with the shortfall in
      *     cubic metres where it will not fit.
      * Volumes print in cubic metres, weights in kilograms.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-PROD-STATUS.
           SELECT CAPACITY-FILE ASSIGN TO "WHCAPY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT BIN-LOCATION-FILE ASSIGN TO "BINLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "QUARANTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT UTILISATION-REPORT-FILE ASSIGN TO "SPACEUTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       COPY 製品マスター.

       FD  CAPACITY-FILE.
       COPY WAREHOUSE-CAPACITY-RECORD.

       FD  BIN-LOCATION-FILE.
       COPY BIN-LOCATION-RECORD.

       FD  QUARANTINE-FILE.
       COPY QUARANTINE-STOCK-RECORD.

       FD  OPEN-PO-FILE.
       COPY OPEN-PO-RECORD.

       FD  UTILISATION-REPORT-FILE.
       01  UTILISATION-REPORT-LINE      PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS                PIC XX.
           88  PROD-FILE-OK                  VALUE '00'.
           88  PROD-FILE-EOF                 VALUE '10'.
       01  WS-CAP-STATUS                 PIC XX.
           88  CAP-FILE-OK                   VALUE '00'.
           88  CAP-FILE-EOF                  VALUE '10'.
       01  WS-BIN-STATUS                 PIC XX.
           88  BIN-FILE-OK                   VALUE '00'.
           88  BIN-FILE-EOF                  VALUE '10'.
       01  WS-QUAR-STATUS                PIC XX.
           88  QUAR-FILE-OK                  VALUE '00'.
           88  QUAR-FILE-EOF                 VALUE '10'.
       01  WS-PO-STATUS                  PIC XX.
           88  PO-FILE-OK                    VALUE '00'.
           88  PO-FILE-EOF                   VALUE '10'.

      *----------------------------------------------------------------
      * 棚ごとの容量と使用量(立方センチ・グラムで積む)。容量マスタ
      * に無い棚も在庫があれば行を作る(容量ゼロ=未登録)。
      *----------------------------------------------------------------
       01  WS-BIN-TABLE-MAX              PIC 9(3) VALUE 500.
       01  WS-BIN-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-BIN-ENTRIES.
           05  WS-BIN-ENTRY              OCCURS 500 TIMES
                                             INDEXED BY BC-IDX.
               10  BC-WAREHOUSE-CODE         PIC X(5).
               10  BC-BIN-CODE               PIC X(8).
               10  BC-VOLUME-LIMIT-M3        PIC 9(5)V999.
               10  BC-WEIGHT-LIMIT-KG        PIC 9(7)V99.
               10  BC-VOLUME-USED-CC         PIC 9(13)V99.
               10  BC-WEIGHT-USED-G          PIC 9(13).
       01  WS-BIN-SUB                    PIC 9(3) COMP.

       01  WS-WAREHOUSE-TABLE-MAX        PIC 9(3) VALUE 50.
       01  WS-WAREHOUSE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-WAREHOUSE-ENTRIES.
           05  WS-WAREHOUSE-ENTRY        OCCURS 50 TIMES
                                             INDEXED BY WH-IDX.
               10  WH-WAREHOUSE-CODE         PIC X(5).
               10  WH-SITE-ROW-SW            PIC X(1).
                   88  WH-SITE-ROW-ON-FILE       VALUE 'Y'.
               10  WH-VOLUME-LIMIT-M3        PIC 9(7)V999.
               10  WH-WEIGHT-LIMIT-KG        PIC 9(9)V99.
               10  WH-VOLUME-USED-CC         PIC 9(13)V99.
               10  WH-WEIGHT-USED-G          PIC 9(13).
               10  WH-QUARANTINE-CC          PIC 9(13)V99.
               10  WH-INCOMING-CC            PIC 9(13)V99.
               10  WH-INCOMING-G             PIC 9(13).
       01  WS-WAREHOUSE-SUB              PIC 9(3) COMP.

       01  WS-BINLOC-TABLE-MAX           PIC 9(3) VALUE 500.
       01  WS-BINLOC-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-BINLOC-ENTRIES.
           05  WS-BINLOC-ENTRY           OCCURS 500 TIMES
                                             INDEXED BY BN-IDX.
               10  BN-PRODUCT-CODE           PIC X(20).
               10  BN-WAREHOUSE-CODE         PIC X(5).
               10  BN-BIN-CODE               PIC X(8).

      *----------------------------------------------------------------
      * 製品ごとの単位容積・単位重量と本拠倉庫(隔離品と発注残の
      * 見込みに使う)。
      *----------------------------------------------------------------
       01  WS-UNIT-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-UNIT-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-UNIT-ENTRIES.
           05  WS-UNIT-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY UN-IDX.
               10  UN-PRODUCT-CODE           PIC X(20).
               10  UN-HOME-WAREHOUSE         PIC X(5).
               10  UN-VOLUME-CC              PIC 9(10)V99.
               10  UN-WEIGHT-G               PIC 9(5).

       01  WS-UNIT-VOLUME-CC             PIC 9(10)V99.
       01  WS-SPACE-CC                   PIC 9(13)V99.
       01  WS-SPACE-G                    PIC 9(13).
       01  WS-CHARGE-WAREHOUSE           PIC X(5).
       01  WS-CHARGE-BIN                 PIC X(8).
       01  WS-OUTSTANDING-QTY            PIC 9(5).

       01  WS-USED-M3                    PIC 9(7)V999.
       01  WS-USED-KG                    PIC 9(10)V9.
       01  WS-LIMIT-M3                   PIC 9(7)V999.
       01  WS-LIMIT-KG                   PIC 9(9)V99.
       01  WS-VOLUME-PCT                 PIC 9(5)V9.
       01  WS-WEIGHT-PCT                 PIC 9(5)V9.
       01  WS-PROJECTED-M3               PIC 9(7)V999.
       01  WS-PROJECTED-PCT              PIC 9(5)V9.
       01  WS-SHORTFALL-M3               PIC 9(7)V999.
       01  WS-OVER-CAPACITY-SW           PIC X(1).
           88  OVER-CAPACITY                 VALUE 'Y'.
       01  WS-OVER-BIN-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-PRINT-OVER-ONLY-SW         PIC X(1).
           88  PRINT-OVER-ONLY               VALUE 'Y'.

       01  WS-HEADING-LINE.
           05  HD-TITLE                 PIC X(40).
           05  FILLER                  PIC X(30)
               VALUE '    USED M3    LIMIT M3  PCT  '.
           05  FILLER                  PIC X(34)
               VALUE '    USED KG    LIMIT KG  PCT      '.

       01  WS-SPACE-DETAIL-LINE.
           05  SD-WAREHOUSE-CODE        PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-BIN-CODE              PIC X(8).
           05  FILLER                  PIC X(26) VALUE SPACES.
           05  SD-USED-M3               PIC ZZZZZZ9.999.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-LIMIT-M3              PIC ZZZZZZ9.999.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-VOLUME-PCT            PIC ZZZZ9.9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-USED-KG               PIC ZZZZZZZZZ9.9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-LIMIT-KG              PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-WEIGHT-PCT            PIC ZZZZ9.9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-NOTE                  PIC X(8).

       01  WS-PROJECTION-LINE.
           05  PJ-WAREHOUSE-CODE        PIC X(5).
           05  FILLER                  PIC X(6) VALUE ' NOW: '.
           05  PJ-USED-M3               PIC ZZZZZZ9.999.
           05  FILLER                  PIC X(11) VALUE ' INCOMING: '.
           05  PJ-INCOMING-M3           PIC ZZZZZZ9.999.
           05  FILLER                  PIC X(8) VALUE ' LIMIT: '.
           05  PJ-LIMIT-M3              PIC ZZZZZZ9.999.
           05  FILLER                  PIC X(7) VALUE ' PCT: '.
           05  PJ-PROJECTED-PCT         PIC ZZZZ9.9.
           05  FILLER                  PIC X(13)
               VALUE ' SHORTFALL: '.
           05  PJ-SHORTFALL-M3          PIC ZZZZZZ9.999.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CAPACITY-MASTER
           PERFORM LOAD-BIN-LOCATIONS
           PERFORM CHARGE-PRODUCT-STOCK
           PERFORM CHARGE-QUARANTINE-STOCK
           PERFORM PROJECT-OPEN-PO-SPACE
           PERFORM TOTAL-SITES-FROM-BINS
               VARYING WS-WAREHOUSE-SUB FROM 1 BY 1
               UNTIL WS-WAREHOUSE-SUB > WS-WAREHOUSE-COUNT
           OPEN OUTPUT UTILISATION-REPORT-FILE
           PERFORM PRINT-BIN-SECTION
           PERFORM PRINT-WAREHOUSE-SECTION
           PERFORM PRINT-OVER-CAPACITY-SECTION
           PERFORM PRINT-PROJECTION-SECTION
           CLOSE UTILISATION-REPORT-FILE
           DISPLAY 'SPACE UTILISATION - WAREHOUSES: '
               WS-WAREHOUSE-COUNT ' BINS: ' WS-BIN-COUNT
               ' OVER CAPACITY: ' WS-OVER-BIN-COUNT
           STOP RUN.

       LOAD-CAPACITY-MASTER.
           OPEN INPUT CAPACITY-FILE
           IF CAP-FILE-OK
               PERFORM READ-CAPACITY
               PERFORM STORE-CAPACITY UNTIL CAP-FILE-EOF
               CLOSE CAPACITY-FILE
           END-IF.

       READ-CAPACITY.
           READ CAPACITY-FILE
               AT END
                   SET CAP-FILE-EOF TO TRUE
           END-READ.

       STORE-CAPACITY.
           MOVE WC-WAREHOUSE-CODE TO WS-CHARGE-WAREHOUSE
           PERFORM FIND-WAREHOUSE-ENTRY
           IF WC-BIN-CODE = SPACES
               SET WH-SITE-ROW-ON-FILE (WH-IDX) TO TRUE
               MOVE WC-VOLUME-LIMIT-M3 TO WH-VOLUME-LIMIT-M3 (WH-IDX)
               MOVE WC-WEIGHT-LIMIT-KG TO WH-WEIGHT-LIMIT-KG (WH-IDX)
           ELSE
               MOVE WC-BIN-CODE TO WS-CHARGE-BIN
               PERFORM FIND-BIN-ENTRY
               MOVE WC-VOLUME-LIMIT-M3 TO BC-VOLUME-LIMIT-M3 (BC-IDX)
               MOVE WC-WEIGHT-LIMIT-KG TO BC-WEIGHT-LIMIT-KG (BC-IDX)
           END-IF
           PERFORM READ-CAPACITY.

      *----------------------------------------------------------------
      * Finds (or adds) the WS-CHARGE-WAREHOUSE row and leaves WH-IDX
      * on it.  A warehouse the table cannot hold would drop out of
      * the totals, so a full table stops the run.
      *----------------------------------------------------------------
       FIND-WAREHOUSE-ENTRY.
           SET WH-IDX TO 1
           SEARCH WS-WAREHOUSE-ENTRY
               AT END
                   PERFORM ADD-WAREHOUSE-ENTRY
               WHEN WH-IDX > WS-WAREHOUSE-COUNT
                   PERFORM ADD-WAREHOUSE-ENTRY
               WHEN WH-WAREHOUSE-CODE (WH-IDX) = WS-CHARGE-WAREHOUSE
                   CONTINUE
           END-SEARCH.

       ADD-WAREHOUSE-ENTRY.
           IF WS-WAREHOUSE-COUNT < WS-WAREHOUSE-TABLE-MAX
               ADD 1 TO WS-WAREHOUSE-COUNT
               SET WH-IDX TO WS-WAREHOUSE-COUNT
               INITIALIZE WS-WAREHOUSE-ENTRY (WH-IDX)
               MOVE WS-CHARGE-WAREHOUSE TO WH-WAREHOUSE-CODE (WH-IDX)
               MOVE 'N' TO WH-SITE-ROW-SW (WH-IDX)
           ELSE
               DISPLAY 'ERROR: WAREHOUSE TABLE FULL - '
                   'UTILISATION WOULD BE UNDERSTATED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-BIN-ENTRY.
           SET BC-IDX TO 1
           SEARCH WS-BIN-ENTRY
               AT END
                   PERFORM ADD-BIN-ENTRY
               WHEN BC-IDX > WS-BIN-COUNT
                   PERFORM ADD-BIN-ENTRY
               WHEN BC-WAREHOUSE-CODE (BC-IDX) = WS-CHARGE-WAREHOUSE
                   AND BC-BIN-CODE (BC-IDX) = WS-CHARGE-BIN
                   CONTINUE
           END-SEARCH.

       ADD-BIN-ENTRY.
           IF WS-BIN-COUNT < WS-BIN-TABLE-MAX
               ADD 1 TO WS-BIN-COUNT
               SET BC-IDX TO WS-BIN-COUNT
               INITIALIZE WS-BIN-ENTRY (BC-IDX)
               MOVE WS-CHARGE-WAREHOUSE TO BC-WAREHOUSE-CODE (BC-IDX)
               MOVE WS-CHARGE-BIN TO BC-BIN-CODE (BC-IDX)
           ELSE
               DISPLAY 'ERROR: BIN TABLE FULL - '
                   'UTILISATION WOULD BE UNDERSTATED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-BIN-LOCATIONS.
           OPEN INPUT BIN-LOCATION-FILE
           IF BIN-FILE-OK
               PERFORM READ-BIN-LOCATION
               PERFORM STORE-BIN-LOCATION UNTIL BIN-FILE-EOF
               CLOSE BIN-LOCATION-FILE
           END-IF.

       READ-BIN-LOCATION.
           READ BIN-LOCATION-FILE
               AT END
                   SET BIN-FILE-EOF TO TRUE
           END-READ.

       STORE-BIN-LOCATION.
           IF WS-BINLOC-COUNT < WS-BINLOC-TABLE-MAX
               ADD 1 TO WS-BINLOC-COUNT
               MOVE BL-PRODUCT-CODE
                   TO BN-PRODUCT-CODE (WS-BINLOC-COUNT)
               MOVE BL-WAREHOUSE-CODE
                   TO BN-WAREHOUSE-CODE (WS-BINLOC-COUNT)
               MOVE BL-BIN-CODE TO BN-BIN-CODE (WS-BINLOC-COUNT)
           ELSE
               DISPLAY 'BIN LOCATION TABLE FULL - LATER BINS '
                   'REPORTED AS NO BIN'
           END-IF
           PERFORM READ-BIN-LOCATION.

      *----------------------------------------------------------------
      * 製品マスタを一巡し、在庫のある倉庫ー内訳ごとに容積と重量を
      * 棚と倉庫へ積む。単位容積は後段の見込み計算のために控える。
      *----------------------------------------------------------------
       CHARGE-PRODUCT-STOCK.
           OPEN INPUT PRODUCT-FILE
           IF PROD-FILE-OK
               PERFORM READ-PRODUCT
               PERFORM CHARGE-ONE-PRODUCT UNTIL PROD-FILE-EOF
               CLOSE PRODUCT-FILE
           END-IF.

       READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET PROD-FILE-EOF TO TRUE
           END-READ.

       CHARGE-ONE-PRODUCT.
           COMPUTE WS-UNIT-VOLUME-CC ROUNDED =
               長さーセンチ * 幅ーセンチ * 高さーセンチ
           IF WS-UNIT-COUNT < WS-UNIT-TABLE-MAX
               ADD 1 TO WS-UNIT-COUNT
               MOVE 製品ーコード
                   TO UN-PRODUCT-CODE (WS-UNIT-COUNT)
               MOVE 倉庫ーコード
                   TO UN-HOME-WAREHOUSE (WS-UNIT-COUNT)
               MOVE WS-UNIT-VOLUME-CC TO UN-VOLUME-CC (WS-UNIT-COUNT)
               MOVE 重量ーグラム
                   TO UN-WEIGHT-G (WS-UNIT-COUNT)
           ELSE
               DISPLAY 'ERROR: PRODUCT UNIT TABLE FULL - '
                   'PROJECTION WOULD BE UNDERSTATED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET 倉庫ー添字 TO 1
           PERFORM CHARGE-ONE-BUCKET 倉庫ー件数 TIMES
           PERFORM READ-PRODUCT.

       CHARGE-ONE-BUCKET.
           IF 倉庫ー内訳ー数量 (倉庫ー添字) > ZERO
               COMPUTE WS-SPACE-CC =
                   倉庫ー内訳ー数量 (倉庫ー添字)
                   * WS-UNIT-VOLUME-CC
               COMPUTE WS-SPACE-G =
                   倉庫ー内訳ー数量 (倉庫ー添字)
                   * 重量ーグラム
               MOVE 倉庫ー内訳ーコード (倉庫ー添字)
                   TO WS-CHARGE-WAREHOUSE
               MOVE 'NO BIN' TO WS-CHARGE-BIN
               SET BN-IDX TO 1
               SEARCH WS-BINLOC-ENTRY
                   AT END
                       CONTINUE
                   WHEN BN-IDX > WS-BINLOC-COUNT
                       CONTINUE
                   WHEN BN-PRODUCT-CODE (BN-IDX) = 製品ーコード
                       AND BN-WAREHOUSE-CODE (BN-IDX)
                           = WS-CHARGE-WAREHOUSE
                       MOVE BN-BIN-CODE (BN-IDX) TO WS-CHARGE-BIN
               END-SEARCH
               PERFORM FIND-WAREHOUSE-ENTRY
               ADD WS-SPACE-CC TO WH-VOLUME-USED-CC (WH-IDX)
               ADD WS-SPACE-G TO WH-WEIGHT-USED-G (WH-IDX)
               IF WS-CHARGE-BIN NOT = 'NO BIN'
                   PERFORM FIND-BIN-ENTRY
                   ADD WS-SPACE-CC TO BC-VOLUME-USED-CC (BC-IDX)
                   ADD WS-SPACE-G TO BC-WEIGHT-USED-G (BC-IDX)
               END-IF
           END-IF
           SET 倉庫ー添字 UP BY 1.

      *----------------------------------------------------------------
      * 検査待ちの隔離品も倉庫の場所を取る。棚は持たない。
      *----------------------------------------------------------------
       CHARGE-QUARANTINE-STOCK.
           OPEN INPUT QUARANTINE-FILE
           IF QUAR-FILE-OK
               PERFORM READ-QUARANTINE
               PERFORM CHARGE-ONE-QUARANTINE UNTIL QUAR-FILE-EOF
               CLOSE QUARANTINE-FILE
           END-IF.

       READ-QUARANTINE.
           READ QUARANTINE-FILE
               AT END
                   SET QUAR-FILE-EOF TO TRUE
           END-READ.

       CHARGE-ONE-QUARANTINE.
           SET UN-IDX TO 1
           SEARCH WS-UNIT-ENTRY
               AT END
                   CONTINUE
               WHEN UN-IDX > WS-UNIT-COUNT
                   CONTINUE
               WHEN UN-PRODUCT-CODE (UN-IDX) = QS-PRODUCT-CODE
                   COMPUTE WS-SPACE-CC =
                       QS-QUARANTINE-QTY * UN-VOLUME-CC (UN-IDX)
                   COMPUTE WS-SPACE-G =
                       QS-QUARANTINE-QTY * UN-WEIGHT-G (UN-IDX)
                   MOVE QS-WAREHOUSE-CODE TO WS-CHARGE-WAREHOUSE
                   PERFORM FIND-WAREHOUSE-ENTRY
                   ADD WS-SPACE-CC TO WH-VOLUME-USED-CC (WH-IDX)
                   ADD WS-SPACE-CC TO WH-QUARANTINE-CC (WH-IDX)
                   ADD WS-SPACE-G TO WH-WEIGHT-USED-G (WH-IDX)
           END-SEARCH
           PERFORM READ-QUARANTINE.

      *----------------------------------------------------------------
      * 発注残(発注数量-受入数量)が着いた時に要る場所を本拠倉庫へ。
      * 直送の行は自社倉庫に入らないので除く。
      *----------------------------------------------------------------
       PROJECT-OPEN-PO-SPACE.
           OPEN INPUT OPEN-PO-FILE
           IF PO-FILE-OK
               PERFORM READ-OPEN-PO
               PERFORM PROJECT-ONE-PO-LINE UNTIL PO-FILE-EOF
               CLOSE OPEN-PO-FILE
           END-IF.

       READ-OPEN-PO.
           READ OPEN-PO-FILE
               AT END
                   SET PO-FILE-EOF TO TRUE
           END-READ.

       PROJECT-ONE-PO-LINE.
           IF PO-LINE-OPEN
               AND NOT PO-DROP-SHIP
               AND PO-ORDER-QTY > PO-RECEIVED-QTY
               COMPUTE WS-OUTSTANDING-QTY =
                   PO-ORDER-QTY - PO-RECEIVED-QTY
               SET UN-IDX TO 1
               SEARCH WS-UNIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN UN-IDX > WS-UNIT-COUNT
                       CONTINUE
                   WHEN UN-PRODUCT-CODE (UN-IDX) = PO-PRODUCT-CODE
                       COMPUTE WS-SPACE-CC =
                           WS-OUTSTANDING-QTY * UN-VOLUME-CC (UN-IDX)
                       COMPUTE WS-SPACE-G =
                           WS-OUTSTANDING-QTY * UN-WEIGHT-G (UN-IDX)
                       MOVE UN-HOME-WAREHOUSE (UN-IDX)
                           TO WS-CHARGE-WAREHOUSE
                       PERFORM FIND-WAREHOUSE-ENTRY
                       ADD WS-SPACE-CC TO WH-INCOMING-CC (WH-IDX)
                       ADD WS-SPACE-G TO WH-INCOMING-G (WH-IDX)
               END-SEARCH
           END-IF
           PERFORM READ-OPEN-PO.

      *----------------------------------------------------------------
      * 倉庫全体の行が容量マスタに無い倉庫は、棚の容量の合計を
      * 倉庫の容量とする。
      *----------------------------------------------------------------
       TOTAL-SITES-FROM-BINS.
           IF NOT WH-SITE-ROW-ON-FILE (WS-WAREHOUSE-SUB)
               PERFORM ADD-BIN-TO-SITE
                   VARYING WS-BIN-SUB FROM 1 BY 1
                   UNTIL WS-BIN-SUB > WS-BIN-COUNT
           END-IF.

       ADD-BIN-TO-SITE.
           IF BC-WAREHOUSE-CODE (WS-BIN-SUB)
               = WH-WAREHOUSE-CODE (WS-WAREHOUSE-SUB)
               ADD BC-VOLUME-LIMIT-M3 (WS-BIN-SUB)
                   TO WH-VOLUME-LIMIT-M3 (WS-WAREHOUSE-SUB)
               ADD BC-WEIGHT-LIMIT-KG (WS-BIN-SUB)
                   TO WH-WEIGHT-LIMIT-KG (WS-WAREHOUSE-SUB)
           END-IF.

       PRINT-BIN-SECTION.
           MOVE 'BIN UTILISATION' TO HD-TITLE
           WRITE UTILISATION-REPORT-LINE FROM WS-HEADING-LINE
           MOVE 'N' TO WS-PRINT-OVER-ONLY-SW
           PERFORM PRINT-ONE-BIN
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > WS-BIN-COUNT
           MOVE SPACES TO UTILISATION-REPORT-LINE
           WRITE UTILISATION-REPORT-LINE.

       PRINT-OVER-CAPACITY-SECTION.
           MOVE 'BINS OVER CAPACITY' TO HD-TITLE
           WRITE UTILISATION-REPORT-LINE FROM WS-HEADING-LINE
           SET PRINT-OVER-ONLY TO TRUE
           PERFORM PRINT-ONE-BIN
               VARYING WS-BIN-SUB FROM 1 BY 1
               UNTIL WS-BIN-SUB > WS-BIN-COUNT
           MOVE SPACES TO UTILISATION-REPORT-LINE
           WRITE UTILISATION-REPORT-LINE.

       PRINT-ONE-BIN.
           COMPUTE WS-USED-M3 ROUNDED =
               BC-VOLUME-USED-CC (WS-BIN-SUB) / 1000000
           COMPUTE WS-USED-KG ROUNDED =
               BC-WEIGHT-USED-G (WS-BIN-SUB) / 1000
           MOVE BC-VOLUME-LIMIT-M3 (WS-BIN-SUB) TO WS-LIMIT-M3
           MOVE BC-WEIGHT-LIMIT-KG (WS-BIN-SUB) TO WS-LIMIT-KG
           PERFORM WORK-OUT-PERCENT-FULL
           IF NOT PRINT-OVER-ONLY
               IF OVER-CAPACITY
                   ADD 1 TO WS-OVER-BIN-COUNT
               END-IF
           END-IF
           IF NOT PRINT-OVER-ONLY OR OVER-CAPACITY
               MOVE BC-WAREHOUSE-CODE (WS-BIN-SUB) TO SD-WAREHOUSE-CODE
               MOVE BC-BIN-CODE (WS-BIN-SUB) TO SD-BIN-CODE
               PERFORM WRITE-SPACE-DETAIL
           END-IF.

       PRINT-WAREHOUSE-SECTION.
           MOVE 'WAREHOUSE UTILISATION' TO HD-TITLE
           WRITE UTILISATION-REPORT-LINE FROM WS-HEADING-LINE
           PERFORM PRINT-ONE-WAREHOUSE
               VARYING WS-WAREHOUSE-SUB FROM 1 BY 1
               UNTIL WS-WAREHOUSE-SUB > WS-WAREHOUSE-COUNT
           MOVE SPACES TO UTILISATION-REPORT-LINE
           WRITE UTILISATION-REPORT-LINE.

       PRINT-ONE-WAREHOUSE.
           COMPUTE WS-USED-M3 ROUNDED =
               WH-VOLUME-USED-CC (WS-WAREHOUSE-SUB) / 1000000
           COMPUTE WS-USED-KG ROUNDED =
               WH-WEIGHT-USED-G (WS-WAREHOUSE-SUB) / 1000
           MOVE WH-VOLUME-LIMIT-M3 (WS-WAREHOUSE-SUB) TO WS-LIMIT-M3
           MOVE WH-WEIGHT-LIMIT-KG (WS-WAREHOUSE-SUB) TO WS-LIMIT-KG
           PERFORM WORK-OUT-PERCENT-FULL
           MOVE WH-WAREHOUSE-CODE (WS-WAREHOUSE-SUB)
               TO SD-WAREHOUSE-CODE
           MOVE SPACES TO SD-BIN-CODE
           PERFORM WRITE-SPACE-DETAIL
           IF WH-QUARANTINE-CC (WS-WAREHOUSE-SUB) > ZERO
               COMPUTE WS-USED-M3 ROUNDED =
                   WH-QUARANTINE-CC (WS-WAREHOUSE-SUB) / 1000000
               MOVE SPACES TO SD-WAREHOUSE-CODE
               MOVE 'QUARANTN' TO SD-BIN-CODE
               MOVE WS-USED-M3 TO SD-USED-M3
               MOVE ZERO TO SD-LIMIT-M3
               MOVE ZERO TO SD-VOLUME-PCT
               MOVE ZERO TO SD-USED-KG
               MOVE ZERO TO SD-LIMIT-KG
               MOVE ZERO TO SD-WEIGHT-PCT
               MOVE 'INCL' TO SD-NOTE
               WRITE UTILISATION-REPORT-LINE FROM WS-SPACE-DETAIL-LINE
           END-IF.

       WORK-OUT-PERCENT-FULL.
           MOVE 'N' TO WS-OVER-CAPACITY-SW
           MOVE ZERO TO WS-VOLUME-PCT
           MOVE ZERO TO WS-WEIGHT-PCT
           IF WS-LIMIT-M3 > ZERO
               COMPUTE WS-VOLUME-PCT ROUNDED =
                   WS-USED-M3 * 100 / WS-LIMIT-M3
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VOLUME-PCT
               END-COMPUTE
               IF WS-USED-M3 > WS-LIMIT-M3
                   SET OVER-CAPACITY TO TRUE
               END-IF
           END-IF
           IF WS-LIMIT-KG > ZERO
               COMPUTE WS-WEIGHT-PCT ROUNDED =
                   WS-USED-KG * 100 / WS-LIMIT-KG
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-WEIGHT-PCT
               END-COMPUTE
               IF WS-USED-KG > WS-LIMIT-KG
                   SET OVER-CAPACITY TO TRUE
               END-IF
           END-IF.

       WRITE-SPACE-DETAIL.
           MOVE WS-USED-M3 TO SD-USED-M3
           MOVE WS-LIMIT-M3 TO SD-LIMIT-M3
           MOVE WS-VOLUME-PCT TO SD-VOLUME-PCT
           MOVE WS-USED-KG TO SD-USED-KG
           MOVE WS-LIMIT-KG TO SD-LIMIT-KG
           MOVE WS-WEIGHT-PCT TO SD-WEIGHT-PCT
           EVALUATE TRUE
               WHEN OVER-CAPACITY
                   MOVE 'OVER' TO SD-NOTE
               WHEN WS-LIMIT-M3 = ZERO AND WS-LIMIT-KG = ZERO
                   MOVE 'NO LIMIT' TO SD-NOTE
               WHEN OTHER
                   MOVE SPACES TO SD-NOTE
           END-EVALUATE
           WRITE UTILISATION-REPORT-LINE FROM WS-SPACE-DETAIL-LINE.

       PRINT-PROJECTION-SECTION.
           MOVE 'SPACE NEEDED FOR OPEN PURCHASE ORDERS'
               TO UTILISATION-REPORT-LINE
           WRITE UTILISATION-REPORT-LINE
           PERFORM PRINT-ONE-PROJECTION
               VARYING WS-WAREHOUSE-SUB FROM 1 BY 1
               UNTIL WS-WAREHOUSE-SUB > WS-WAREHOUSE-COUNT.

       PRINT-ONE-PROJECTION.
           COMPUTE WS-USED-M3 ROUNDED =
               WH-VOLUME-USED-CC (WS-WAREHOUSE-SUB) / 1000000
           COMPUTE WS-PROJECTED-M3 ROUNDED =
               (WH-VOLUME-USED-CC (WS-WAREHOUSE-SUB)
                   + WH-INCOMING-CC (WS-WAREHOUSE-SUB)) / 1000000
           MOVE WH-VOLUME-LIMIT-M3 (WS-WAREHOUSE-SUB) TO WS-LIMIT-M3
           MOVE ZERO TO WS-PROJECTED-PCT
           MOVE ZERO TO WS-SHORTFALL-M3
           IF WS-LIMIT-M3 > ZERO
               COMPUTE WS-PROJECTED-PCT ROUNDED =
                   WS-PROJECTED-M3 * 100 / WS-LIMIT-M3
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PROJECTED-PCT
               END-COMPUTE
               IF WS-PROJECTED-M3 > WS-LIMIT-M3
                   COMPUTE WS-SHORTFALL-M3 =
                       WS-PROJECTED-M3 - WS-LIMIT-M3
               END-IF
           END-IF
           MOVE WH-WAREHOUSE-CODE (WS-WAREHOUSE-SUB)
               TO PJ-WAREHOUSE-CODE
           MOVE WS-USED-M3 TO PJ-USED-M3
           COMPUTE PJ-INCOMING-M3 ROUNDED =
               WH-INCOMING-CC (WS-WAREHOUSE-SUB) / 1000000
           MOVE WS-LIMIT-M3 TO PJ-LIMIT-M3
           MOVE WS-PROJECTED-PCT TO PJ-PROJECTED-PCT
           MOVE WS-SHORTFALL-M3 TO PJ-SHORTFALL-M3
           WRITE UTILISATION-REPORT-LINE FROM WS-PROJECTION-LINE.
