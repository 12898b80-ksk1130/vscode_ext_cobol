       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRIER-RATE-SHOP.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Carrier selection ahead of CARRIER-MANIFEST.  We ship with
      * three carriers whose charges vary by delivery zone and by
      * size class, and the manifest used to hand every shipment to
      * one carrier by weight tier alone.  This step takes today's
      * confirmed SHIPPED.DAT lines, rolls them up the way the
      * manifest will - one shipment per customer and ship-to, drop
      * ship lines left out - and weighs each from the 製品マスター
      * dimensions and 重量ーグラム with the dimensional-weight
      * arithmetic of PRODUCT-SHIPPING-COST-CALCULATOR; its size is
      * the largest carton's three sides added together.  The zone
      * comes from the delivery 郵便番号 through DELIVERY-ZONE-TABLE
      * (SHIPTO.DAT ST-POSTAL-CODE, or the seven digits written in
      * the CUSTOMER.DAT address for ship-to 000).  Every carrier
      * on the CARRATE.DAT rate master is priced on its first band
      * the shipment fits, and the cheapest whose transit days meet
      * the service level is chosen: the earliest date promised on
      * ORDPROM.DAT for the shipment's lines, or
      * CK-STANDARD-TRANSIT-DAYS for a shipment with no promise.
      * When no carrier can make the date the fastest is chosen and
      * the shipment is flagged LATE.  The choice goes to CARRSEL.DAT
      * for the manifest; a shipment with no zone or no rate gets no
      * row and the manifest falls back to its weight tiers.  A
      * postal code whose first two characters are not digits is
      * listed on CARRSAV.RPT as BAD POSTAL for correction rather
      * than looked up.
      * CARRSAV.RPT sets each choice against what CK-DEFAULT-CARRIER
      * would have charged, with totals for the day.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "CARRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRM-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SHIPPED-FILE ASSIGN TO "SHIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT PROMISE-FILE ASSIGN TO "ORDPROM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMISE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT SELECTION-FILE ASSIGN TO "CARRSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAVINGS-REPORT-FILE ASSIGN TO "CARRSAV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       COPY CARRIER-RATE-RECORD.

       FD  SHIPPED-FILE.
       COPY SHIPPED-CONFIRM-RECORD.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  PROMISE-FILE.
       COPY ORDER-PROMISE-RECORD.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  SHIP-TO-FILE.
       COPY SHIP-TO-RECORD.

       FD  SELECTION-FILE.
       COPY CARRIER-SELECTION-RECORD.

       FD  SAVINGS-REPORT-FILE.
       01  SAVINGS-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS                PIC XX.
           88  RATE-FILE-OK                  VALUE '00'.
           88  RATE-FILE-EOF                 VALUE '10'.
       01  WS-SHIP-STATUS                PIC XX.
           88  SHIP-FILE-OK                  VALUE '00'.
           88  SHIP-FILE-EOF                 VALUE '10'.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FILE-OK                 VALUE '00'.
           88  JPROD-FILE-EOF                VALUE '10'.
       01  WS-PROMISE-STATUS             PIC XX.
           88  PROMISE-FILE-OK               VALUE '00'.
           88  PROMISE-FILE-EOF              VALUE '10'.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
       01  WS-SHIPTO-STATUS              PIC XX.
           88  SHIPTO-FOUND                  VALUE '00'.

       COPY CARRIER-SELECTION-RULES.
       COPY DELIVERY-ZONE-TABLE.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TODAY-INTEGER              PIC 9(7).

       01  WS-RATE-TABLE-MAX             PIC 9(3) VALUE 300.
       01  WS-RATE-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-RATE-ENTRIES.
           05  WS-RATE-ENTRY             OCCURS 300 TIMES.
               10  RT-CARRIER-CODE           PIC X(5).
               10  RT-ZONE                   PIC 9(2).
               10  RT-MAX-WEIGHT-KG          PIC 9(5)V99.
               10  RT-MAX-SIZE-CM            PIC 9(3).
               10  RT-BAND-CHARGE            PIC 9(5)V99.
               10  RT-RATE-PER-KG            PIC 9(3)V99.
               10  RT-TRANSIT-DAYS           PIC 9(2).
       01  WS-RATE-SUB                   PIC 9(3) COMP.

       01  WS-DIMS-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-DIMS-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-DIMS-ENTRIES.
           05  WS-DIMS-ENTRY             OCCURS 200 TIMES
                                             INDEXED BY DM-IDX.
               10  DM-PRODUCT-CODE           PIC X(20).
               10  DM-UNIT-WEIGHT-KG         PIC 9(5)V99.
               10  DM-SIZE-CM                PIC 9(3).

       01  WS-SHIPMENT-TABLE-MAX         PIC 9(3) VALUE 200.
       01  WS-SHIPMENT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-SHIPMENT-ENTRIES.
           05  WS-SHIPMENT-ENTRY         OCCURS 200 TIMES.
               10  SM-CUSTOMER-ID            PIC 9(8).
               10  SM-SHIP-TO-NO             PIC 9(3).
               10  SM-BILLED-WEIGHT-KG       PIC 9(5)V99.
               10  SM-SIZE-CM                PIC 9(3).
               10  SM-PROMISE-DATE           PIC 9(8).
       01  WS-SHIPMENT-SUB               PIC 9(3) COMP.
       01  WS-SHIPMENT-HIT-SUB           PIC 9(3) COMP.

      *----------------------------------------------------------------
      * 出荷行ごとの約束日(ORDPROM.DATは後の行が有効)。
      *----------------------------------------------------------------
       01  WS-LINE-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-LINE-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-ENTRIES.
           05  WS-LINE-ENTRY             OCCURS 500 TIMES.
               10  LN-CUSTOMER-ID            PIC 9(8).
               10  LN-PRODUCT-ID             PIC 9(8).
               10  LN-ORDER-DATE             PIC 9(8).
               10  LN-SHIPMENT-SUB           PIC 9(3).
               10  LN-PROMISE-DATE           PIC 9(8).
       01  WS-LINE-SUB                   PIC 9(3) COMP.

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).

       01  WS-DIM-WEIGHT-KG              PIC 9(5)V99.
       01  WS-ACTUAL-WEIGHT-KG           PIC 9(5)V99.
       01  WS-LINE-WEIGHT-KG             PIC 9(7)V99.
       01  WS-LINE-SIZE-CM               PIC 9(3).

       01  WS-POSTAL-CODE                PIC X(7).
       01  WS-POSTAL-PREFIX              PIC 9(2).
       01  WS-SCAN-POSITION              PIC 9(2) COMP.
       01  WS-POSTAL-FOUND-SW            PIC X(1).
           88  POSTAL-CODE-FOUND             VALUE 'Y'.
           88  POSTAL-CODE-BAD               VALUE 'B'.
       01  WS-SHIPMENT-ZONE              PIC 9(2).
       01  WS-ALLOWED-DAYS               PIC S9(5).

       01  WS-PRICED-CARRIER             PIC X(5).
       01  WS-CANDIDATE-FREIGHT          PIC 9(7)V99.
       01  WS-BEST-SW                    PIC X(1).
           88  BEST-CARRIER-FOUND            VALUE 'Y'.
       01  WS-BEST-CARRIER               PIC X(5).
       01  WS-BEST-FREIGHT               PIC 9(7)V99.
       01  WS-FAST-SW                    PIC X(1).
           88  FAST-CARRIER-FOUND            VALUE 'Y'.
       01  WS-FAST-CARRIER               PIC X(5).
       01  WS-FAST-FREIGHT               PIC 9(7)V99.
       01  WS-FAST-DAYS                  PIC 9(2).
       01  WS-DEFAULT-SW                 PIC X(1).
           88  DEFAULT-CARRIER-PRICED        VALUE 'Y'.
       01  WS-DEFAULT-FREIGHT            PIC 9(7)V99.
       01  WS-SAVING                     PIC S9(7)V99.

       01  WS-SELECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-LATE-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-UNRATED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-CHOSEN               PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-DEFAULT              PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-SAVING               PIC S9(9)V99 VALUE ZERO.

       01  WS-SAVINGS-HEADER-LINE.
           05  FILLER                  PIC X(34)
               VALUE 'CARRIER SELECTION SAVINGS - DATE: '.
           05  SH-RUN-DATE              PIC 9(8).
           05  FILLER                  PIC X(12) VALUE '  DEFAULT: '.
           05  SH-DEFAULT-CARRIER       PIC X(5).

       01  WS-SAVINGS-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE 'CUST '.
           05  SV-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  SV-SHIP-TO-NO            PIC 9(3).
           05  FILLER                  PIC X(7) VALUE '  ZONE '.
           05  SV-ZONE                  PIC 99.
           05  FILLER                  PIC X(5) VALUE '  KG '.
           05  SV-BILLED-WEIGHT         PIC ZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SV-CHOSEN-CARRIER        PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SV-CHOSEN-FREIGHT        PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE '  DEFT '.
           05  SV-DEFAULT-FREIGHT       PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE '  SAVE '.
           05  SV-SAVING                PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SV-NOTE                  PIC X(20).

       01  WS-SAVINGS-TOTAL-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'TOTAL - SELECTED: '.
           05  ST-SELECTED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  CHOSEN '.
           05  ST-TOTAL-CHOSEN          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(11) VALUE '  DEFAULT '.
           05  ST-TOTAL-DEFAULT         PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE '  SAVING '.
           05  ST-TOTAL-SAVING          PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
           OPEN OUTPUT SELECTION-FILE
           PERFORM LOAD-CARRIER-RATES
           IF WS-RATE-COUNT = ZERO
               CLOSE SELECTION-FILE
               DISPLAY 'CARRIER RATE SHOP - NO CARRATE.DAT RATES, '
                   'MANIFEST WILL ASSIGN BY WEIGHT TIER'
               STOP RUN
           END-IF
           PERFORM LOAD-PRODUCT-DIMENSIONS
           PERFORM ROLL-UP-SHIPMENTS
           PERFORM APPLY-PROMISES
           PERFORM TAKE-EARLIEST-PROMISE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT SHIP-TO-FILE
           OPEN OUTPUT SAVINGS-REPORT-FILE
           MOVE WS-TODAY-CCYYMMDD TO SH-RUN-DATE
           MOVE CK-DEFAULT-CARRIER TO SH-DEFAULT-CARRIER
           WRITE SAVINGS-REPORT-LINE FROM WS-SAVINGS-HEADER-LINE
           PERFORM SELECT-CARRIER
               VARYING WS-SHIPMENT-SUB FROM 1 BY 1
               UNTIL WS-SHIPMENT-SUB > WS-SHIPMENT-COUNT
           MOVE WS-SELECTED-COUNT TO ST-SELECTED-COUNT
           MOVE WS-TOTAL-CHOSEN TO ST-TOTAL-CHOSEN
           MOVE WS-TOTAL-DEFAULT TO ST-TOTAL-DEFAULT
           MOVE WS-TOTAL-SAVING TO ST-TOTAL-SAVING
           WRITE SAVINGS-REPORT-LINE FROM WS-SAVINGS-TOTAL-LINE
           CLOSE SAVINGS-REPORT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE SHIP-TO-FILE
           CLOSE SELECTION-FILE
           DISPLAY 'CARRIER RATE SHOP - SHIPMENTS: '
               WS-SHIPMENT-COUNT
               ' SELECTED: ' WS-SELECTED-COUNT
               ' LATE: ' WS-LATE-COUNT
               ' UNRATED: ' WS-UNRATED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * レートマスターは運送会社・ゾーン・帯の鍵順に表へ積む。
      *----------------------------------------------------------------
       LOAD-CARRIER-RATES.
           OPEN INPUT RATE-FILE
           IF RATE-FILE-OK
               PERFORM READ-RATE
               PERFORM STORE-RATE UNTIL RATE-FILE-EOF
               CLOSE RATE-FILE
           END-IF.

       READ-RATE.
           READ RATE-FILE
               AT END
                   SET RATE-FILE-EOF TO TRUE
           END-READ.

       STORE-RATE.
           IF WS-RATE-COUNT < WS-RATE-TABLE-MAX
               ADD 1 TO WS-RATE-COUNT
               MOVE CRM-CARRIER-CODE
                   TO RT-CARRIER-CODE (WS-RATE-COUNT)
               MOVE CRM-ZONE TO RT-ZONE (WS-RATE-COUNT)
               MOVE CRM-MAX-WEIGHT-KG
                   TO RT-MAX-WEIGHT-KG (WS-RATE-COUNT)
               MOVE CRM-MAX-SIZE-CM
                   TO RT-MAX-SIZE-CM (WS-RATE-COUNT)
               MOVE CRM-BAND-CHARGE
                   TO RT-BAND-CHARGE (WS-RATE-COUNT)
               MOVE CRM-RATE-PER-KG
                   TO RT-RATE-PER-KG (WS-RATE-COUNT)
               MOVE CRM-TRANSIT-DAYS
                   TO RT-TRANSIT-DAYS (WS-RATE-COUNT)
           ELSE
               DISPLAY 'ERROR: RATE TABLE FULL - '
                   CRM-CARRIER-CODE ' ZONE ' CRM-ZONE
                   ' BAND ' CRM-BAND ' NOT LOADED'
           END-IF
           PERFORM READ-RATE.

      *----------------------------------------------------------------
      * 製品1個あたりの課金重量と三辺合計(cm)を表に積む。
      *----------------------------------------------------------------
       LOAD-PRODUCT-DIMENSIONS.
           OPEN INPUT JPRODUCT-FILE
           IF JPROD-FILE-OK
               PERFORM READ-JPRODUCT
               PERFORM STORE-PRODUCT-DIMENSIONS
                   UNTIL JPROD-FILE-EOF
               CLOSE JPRODUCT-FILE
           END-IF.

       READ-JPRODUCT.
           READ JPRODUCT-FILE
               AT END
                   SET JPROD-FILE-EOF TO TRUE
           END-READ.

       STORE-PRODUCT-DIMENSIONS.
           IF WS-DIMS-COUNT < WS-DIMS-TABLE-MAX
               ADD 1 TO WS-DIMS-COUNT
               MOVE 製品ーコード
                   TO DM-PRODUCT-CODE (WS-DIMS-COUNT)
               COMPUTE WS-DIM-WEIGHT-KG
                       ROUNDED MODE IS NEAREST-EVEN =
                   (長さーセンチ * 幅ーセンチ
                       * 高さーセンチ) / 5000
               COMPUTE WS-ACTUAL-WEIGHT-KG
                       ROUNDED MODE IS NEAREST-EVEN =
                   重量ーグラム / 1000
               IF WS-DIM-WEIGHT-KG > WS-ACTUAL-WEIGHT-KG
                   MOVE WS-DIM-WEIGHT-KG
                       TO DM-UNIT-WEIGHT-KG (WS-DIMS-COUNT)
               ELSE
                   MOVE WS-ACTUAL-WEIGHT-KG
                       TO DM-UNIT-WEIGHT-KG (WS-DIMS-COUNT)
               END-IF
               COMPUTE DM-SIZE-CM (WS-DIMS-COUNT) ROUNDED =
                   長さーセンチ + 幅ーセンチ
                       + 高さーセンチ
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-DIMS-TABLE-MAX
                   ' PRODUCTS ON JPRODUCT.DAT - RUN ABORTED'
               CLOSE JPRODUCT-FILE
               CLOSE SELECTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-JPRODUCT.

      *----------------------------------------------------------------
      * CARRIER-MANIFESTと同じく本日の出荷行を顧客+出荷先単位に畳む
      * (直送のDROP行は除く)。
      *----------------------------------------------------------------
       ROLL-UP-SHIPMENTS.
           OPEN INPUT SHIPPED-FILE
           IF SHIP-FILE-OK
               PERFORM READ-SHIPPED-LINE
               PERFORM FOLD-ONE-SHIPPED-LINE UNTIL SHIP-FILE-EOF
               CLOSE SHIPPED-FILE
           END-IF.

       READ-SHIPPED-LINE.
           READ SHIPPED-FILE
               AT END
                   SET SHIP-FILE-EOF TO TRUE
           END-READ.

       FOLD-ONE-SHIPPED-LINE.
           IF SP-SHIP-TO-NO NOT NUMERIC
               MOVE ZERO TO SP-SHIP-TO-NO
           END-IF
           IF SP-SHIP-DATE = WS-TODAY-CCYYMMDD
               AND SP-WAREHOUSE-CODE NOT = 'DROP'
               PERFORM WEIGH-SHIPPED-LINE
               PERFORM ADD-LINE-TO-SHIPMENT
           END-IF
           PERFORM READ-SHIPPED-LINE.

       WEIGH-SHIPPED-LINE.
           MOVE ZERO TO WS-LINE-WEIGHT-KG
           MOVE ZERO TO WS-LINE-SIZE-CM
           MOVE 'F' TO WS-XREF-DIRECTION
           MOVE SP-PRODUCT-ID TO WS-XREF-RECORD-ID
           CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                          WS-XREF-RECORD-ID
                                          WS-MAPPED-PRODUCT-CODE
           END-CALL
           IF WS-MAPPED-PRODUCT-CODE NOT = SPACES
               SET DM-IDX TO 1
               SEARCH WS-DIMS-ENTRY
                   AT END
                       CONTINUE
                   WHEN DM-PRODUCT-CODE (DM-IDX)
                       = WS-MAPPED-PRODUCT-CODE
                       COMPUTE WS-LINE-WEIGHT-KG =
                           DM-UNIT-WEIGHT-KG (DM-IDX)
                               * SP-SHIPPED-QTY
                       MOVE DM-SIZE-CM (DM-IDX) TO WS-LINE-SIZE-CM
               END-SEARCH
           END-IF.

       ADD-LINE-TO-SHIPMENT.
           MOVE ZERO TO WS-SHIPMENT-HIT-SUB
           PERFORM FIND-SHIPMENT-ENTRY
               VARYING WS-SHIPMENT-SUB FROM 1 BY 1
               UNTIL WS-SHIPMENT-SUB > WS-SHIPMENT-COUNT
                   OR WS-SHIPMENT-HIT-SUB > ZERO
           IF WS-SHIPMENT-HIT-SUB = ZERO
               IF WS-SHIPMENT-COUNT < WS-SHIPMENT-TABLE-MAX
                   ADD 1 TO WS-SHIPMENT-COUNT
                   MOVE WS-SHIPMENT-COUNT TO WS-SHIPMENT-HIT-SUB
                   MOVE SP-CUSTOMER-ID
                       TO SM-CUSTOMER-ID (WS-SHIPMENT-COUNT)
                   MOVE SP-SHIP-TO-NO
                       TO SM-SHIP-TO-NO (WS-SHIPMENT-COUNT)
                   MOVE ZERO TO SM-BILLED-WEIGHT-KG (WS-SHIPMENT-COUNT)
                   MOVE ZERO TO SM-SIZE-CM (WS-SHIPMENT-COUNT)
                   MOVE ZERO TO SM-PROMISE-DATE (WS-SHIPMENT-COUNT)
               ELSE
                   DISPLAY 'ERROR: SHIPMENT TABLE FULL - '
                       SP-CUSTOMER-ID ' LEFT TO WEIGHT TIER'
               END-IF
           END-IF
           IF WS-SHIPMENT-HIT-SUB > ZERO
               ADD WS-LINE-WEIGHT-KG
                   TO SM-BILLED-WEIGHT-KG (WS-SHIPMENT-HIT-SUB)
               IF WS-LINE-SIZE-CM > SM-SIZE-CM (WS-SHIPMENT-HIT-SUB)
                   MOVE WS-LINE-SIZE-CM
                       TO SM-SIZE-CM (WS-SHIPMENT-HIT-SUB)
               END-IF
               PERFORM NOTE-SHIPMENT-LINE
           END-IF.

       FIND-SHIPMENT-ENTRY.
           IF SM-CUSTOMER-ID (WS-SHIPMENT-SUB) = SP-CUSTOMER-ID
               AND SM-SHIP-TO-NO (WS-SHIPMENT-SUB) = SP-SHIP-TO-NO
               MOVE WS-SHIPMENT-SUB TO WS-SHIPMENT-HIT-SUB
           END-IF.

       NOTE-SHIPMENT-LINE.
           IF WS-LINE-COUNT < WS-LINE-TABLE-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE SP-CUSTOMER-ID TO LN-CUSTOMER-ID (WS-LINE-COUNT)
               MOVE SP-PRODUCT-ID TO LN-PRODUCT-ID (WS-LINE-COUNT)
               MOVE SP-ORDER-DATE TO LN-ORDER-DATE (WS-LINE-COUNT)
               MOVE WS-SHIPMENT-HIT-SUB
                   TO LN-SHIPMENT-SUB (WS-LINE-COUNT)
               MOVE ZERO TO LN-PROMISE-DATE (WS-LINE-COUNT)
           ELSE
               DISPLAY 'WARNING: LINE TABLE FULL - '
                   SP-CUSTOMER-ID ' RATED ON STANDARD SERVICE'
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
           IF LN-CUSTOMER-ID (WS-LINE-SUB) = PM-CUSTOMER-ID
               AND LN-PRODUCT-ID (WS-LINE-SUB) = PM-PRODUCT-ID
               AND LN-ORDER-DATE (WS-LINE-SUB) = PM-ORDER-DATE
               MOVE PM-PROMISE-DATE TO LN-PROMISE-DATE (WS-LINE-SUB)
           END-IF.

      *----------------------------------------------------------------
      * 出荷単位の期日は行の約束日のうち最も早いもの(ゼロは除く)。
      *----------------------------------------------------------------
       TAKE-EARLIEST-PROMISE.
           MOVE LN-SHIPMENT-SUB (WS-LINE-SUB) TO WS-SHIPMENT-SUB
           IF LN-PROMISE-DATE (WS-LINE-SUB) > ZERO
               IF SM-PROMISE-DATE (WS-SHIPMENT-SUB) = ZERO
                   OR LN-PROMISE-DATE (WS-LINE-SUB)
                       < SM-PROMISE-DATE (WS-SHIPMENT-SUB)
                   MOVE LN-PROMISE-DATE (WS-LINE-SUB)
                       TO SM-PROMISE-DATE (WS-SHIPMENT-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 一出荷分: ゾーンを引き、許される輸送日数を決め、全運送会社を
      * 値付けして選ぶ。ゾーンもレートも無ければ行を書かない。
      *----------------------------------------------------------------
       SELECT-CARRIER.
           MOVE SPACES TO SV-NOTE
           PERFORM FIND-DELIVERY-ZONE
           IF SM-PROMISE-DATE (WS-SHIPMENT-SUB) > ZERO
               COMPUTE WS-ALLOWED-DAYS = FUNCTION INTEGER-OF-DATE
                   (SM-PROMISE-DATE (WS-SHIPMENT-SUB))
                   - WS-TODAY-INTEGER
               IF WS-ALLOWED-DAYS < 1
                   MOVE 1 TO WS-ALLOWED-DAYS
               END-IF
           ELSE
               MOVE CK-STANDARD-TRANSIT-DAYS TO WS-ALLOWED-DAYS
           END-IF
           MOVE 'N' TO WS-BEST-SW
           MOVE 'N' TO WS-FAST-SW
           MOVE 'N' TO WS-DEFAULT-SW
           MOVE ZERO TO WS-DEFAULT-FREIGHT
           MOVE SPACES TO WS-PRICED-CARRIER
           IF WS-SHIPMENT-ZONE > ZERO
               PERFORM PRICE-ONE-RATE-BAND
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
           END-IF
           IF NOT BEST-CARRIER-FOUND AND FAST-CARRIER-FOUND
               MOVE WS-FAST-CARRIER TO WS-BEST-CARRIER
               MOVE WS-FAST-FREIGHT TO WS-BEST-FREIGHT
               SET BEST-CARRIER-FOUND TO TRUE
               MOVE 'LATE - FASTEST' TO SV-NOTE
               ADD 1 TO WS-LATE-COUNT
           END-IF
           IF BEST-CARRIER-FOUND
               PERFORM WRITE-SELECTION
           ELSE
               IF POSTAL-CODE-BAD
                   MOVE 'BAD POSTAL - WT TIER' TO SV-NOTE
               ELSE
                   IF WS-SHIPMENT-ZONE = ZERO
                       MOVE 'NO ZONE - WT TIER' TO SV-NOTE
                   ELSE
                       MOVE 'NO RATE - WT TIER' TO SV-NOTE
                   END-IF
               END-IF
               ADD 1 TO WS-UNRATED-COUNT
               MOVE SPACES TO SV-CHOSEN-CARRIER
               MOVE ZERO TO SV-CHOSEN-FREIGHT
               MOVE ZERO TO SV-DEFAULT-FREIGHT
               MOVE ZERO TO SV-SAVING
           END-IF
           MOVE SM-CUSTOMER-ID (WS-SHIPMENT-SUB) TO SV-CUSTOMER-ID
           MOVE SM-SHIP-TO-NO (WS-SHIPMENT-SUB) TO SV-SHIP-TO-NO
           MOVE WS-SHIPMENT-ZONE TO SV-ZONE
           MOVE SM-BILLED-WEIGHT-KG (WS-SHIPMENT-SUB)
               TO SV-BILLED-WEIGHT
           WRITE SAVINGS-REPORT-LINE FROM WS-SAVINGS-DETAIL-LINE.

      *----------------------------------------------------------------
      * 届け先の郵便番号上2桁からゾーン。出荷先000は請求先住所の
      * 中の7桁(NNNNNNN または NNN-NNNN)を拾う。
      *----------------------------------------------------------------
       FIND-DELIVERY-ZONE.
           MOVE ZERO TO WS-SHIPMENT-ZONE
           MOVE 'N' TO WS-POSTAL-FOUND-SW
           IF SM-SHIP-TO-NO (WS-SHIPMENT-SUB) = ZERO
               MOVE SM-CUSTOMER-ID (WS-SHIPMENT-SUB)
                   TO RECORD-ID OF CUSTOMER-RECORD
               READ CUSTOMER-FILE
                   KEY IS RECORD-ID OF CUSTOMER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCAN-ADDRESS-FOR-POSTAL
                           VARYING WS-SCAN-POSITION FROM 1 BY 1
                           UNTIL WS-SCAN-POSITION > 43
                               OR POSTAL-CODE-FOUND
               END-READ
           ELSE
               MOVE SM-CUSTOMER-ID (WS-SHIPMENT-SUB)
                   TO ST-CUSTOMER-ID
               MOVE SM-SHIP-TO-NO (WS-SHIPMENT-SUB)
                   TO ST-SHIP-TO-NO
               READ SHIP-TO-FILE KEY IS ST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-POSTAL-CODE TO WS-POSTAL-CODE
                       SET POSTAL-CODE-FOUND TO TRUE
               END-READ
           END-IF
           IF POSTAL-CODE-FOUND
               IF WS-POSTAL-CODE (1:2) IS NUMERIC
                   MOVE WS-POSTAL-CODE (1:2) TO WS-POSTAL-PREFIX
                   MOVE DZ-ZONE (WS-POSTAL-PREFIX + 1)
                       TO WS-SHIPMENT-ZONE
               ELSE
                   SET POSTAL-CODE-BAD TO TRUE
               END-IF
           END-IF.

       SCAN-ADDRESS-FOR-POSTAL.
           IF CUSTOMER-ADDRESS (WS-SCAN-POSITION:3) NUMERIC
               AND CUSTOMER-ADDRESS (WS-SCAN-POSITION + 3:1) = '-'
               AND CUSTOMER-ADDRESS (WS-SCAN-POSITION + 4:4) NUMERIC
               STRING CUSTOMER-ADDRESS (WS-SCAN-POSITION:3)
                   CUSTOMER-ADDRESS (WS-SCAN-POSITION + 4:4)
                   DELIMITED BY SIZE
                   INTO WS-POSTAL-CODE
               END-STRING
               SET POSTAL-CODE-FOUND TO TRUE
           ELSE
               IF CUSTOMER-ADDRESS (WS-SCAN-POSITION:7) NUMERIC
                   MOVE CUSTOMER-ADDRESS (WS-SCAN-POSITION:7)
                       TO WS-POSTAL-CODE
                   SET POSTAL-CODE-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 運送会社ごとに、ゾーンが合い重量・三辺とも収まる最初の帯
      * だけを値付けする(帯は小さい順)。期日に間に合う最安を
      * 選び、間に合う会社が無いときのために最速も控える。
      *----------------------------------------------------------------
       PRICE-ONE-RATE-BAND.
           IF RT-ZONE (WS-RATE-SUB) = WS-SHIPMENT-ZONE
               AND RT-CARRIER-CODE (WS-RATE-SUB)
                   NOT = WS-PRICED-CARRIER
               AND SM-BILLED-WEIGHT-KG (WS-SHIPMENT-SUB)
                   <= RT-MAX-WEIGHT-KG (WS-RATE-SUB)
               AND SM-SIZE-CM (WS-SHIPMENT-SUB)
                   <= RT-MAX-SIZE-CM (WS-RATE-SUB)
               MOVE RT-CARRIER-CODE (WS-RATE-SUB)
                   TO WS-PRICED-CARRIER
               COMPUTE WS-CANDIDATE-FREIGHT
                       ROUNDED MODE IS NEAREST-EVEN =
                   RT-BAND-CHARGE (WS-RATE-SUB)
                   + SM-BILLED-WEIGHT-KG (WS-SHIPMENT-SUB)
                       * RT-RATE-PER-KG (WS-RATE-SUB)
               IF RT-CARRIER-CODE (WS-RATE-SUB) = CK-DEFAULT-CARRIER
                   MOVE WS-CANDIDATE-FREIGHT TO WS-DEFAULT-FREIGHT
                   SET DEFAULT-CARRIER-PRICED TO TRUE
               END-IF
               IF RT-TRANSIT-DAYS (WS-RATE-SUB) <= WS-ALLOWED-DAYS
                   IF NOT BEST-CARRIER-FOUND
                       OR WS-CANDIDATE-FREIGHT < WS-BEST-FREIGHT
                       MOVE RT-CARRIER-CODE (WS-RATE-SUB)
                           TO WS-BEST-CARRIER
                       MOVE WS-CANDIDATE-FREIGHT TO WS-BEST-FREIGHT
                       SET BEST-CARRIER-FOUND TO TRUE
                   END-IF
               END-IF
               IF NOT FAST-CARRIER-FOUND
                   OR RT-TRANSIT-DAYS (WS-RATE-SUB) < WS-FAST-DAYS
                   OR (RT-TRANSIT-DAYS (WS-RATE-SUB) = WS-FAST-DAYS
                       AND WS-CANDIDATE-FREIGHT < WS-FAST-FREIGHT)
                   MOVE RT-CARRIER-CODE (WS-RATE-SUB)
                       TO WS-FAST-CARRIER
                   MOVE WS-CANDIDATE-FREIGHT TO WS-FAST-FREIGHT
                   MOVE RT-TRANSIT-DAYS (WS-RATE-SUB) TO WS-FAST-DAYS
                   SET FAST-CARRIER-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 選んだ会社をCARRSEL.DATへ。既定の会社が運べない出荷は
      * 節約額ゼロで載せる。
      *----------------------------------------------------------------
       WRITE-SELECTION.
           MOVE SM-CUSTOMER-ID (WS-SHIPMENT-SUB) TO CX-CUSTOMER-ID
           MOVE SM-SHIP-TO-NO (WS-SHIPMENT-SUB) TO CX-SHIP-TO-NO
           MOVE WS-TODAY-CCYYMMDD TO CX-SHIP-DATE
           MOVE WS-BEST-CARRIER TO CX-CARRIER-CODE
           MOVE WS-BEST-FREIGHT TO CX-EXPECTED-FREIGHT
           MOVE WS-SHIPMENT-ZONE TO CX-ZONE
           MOVE WS-DEFAULT-FREIGHT TO CX-DEFAULT-FREIGHT
           WRITE CARRIER-SELECTION-RECORD
           ADD 1 TO WS-SELECTED-COUNT
           IF DEFAULT-CARRIER-PRICED
               COMPUTE WS-SAVING = WS-DEFAULT-FREIGHT - WS-BEST-FREIGHT
               ADD WS-DEFAULT-FREIGHT TO WS-TOTAL-DEFAULT
               ADD WS-BEST-FREIGHT TO WS-TOTAL-CHOSEN
               ADD WS-SAVING TO WS-TOTAL-SAVING
           ELSE
               MOVE ZERO TO WS-SAVING
               IF SV-NOTE = SPACES
                   MOVE 'DEFAULT CANNOT CARRY' TO SV-NOTE
               END-IF
           END-IF
           MOVE WS-BEST-CARRIER TO SV-CHOSEN-CARRIER
           MOVE WS-BEST-FREIGHT TO SV-CHOSEN-FREIGHT
           MOVE WS-DEFAULT-FREIGHT TO SV-DEFAULT-FREIGHT
           MOVE WS-SAVING TO SV-SAVING.
