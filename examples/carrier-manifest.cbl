      * every shipment is appended to the SHIPHIST.DAT history that
      * CUSTOMER-360-INQUIRY shows and the freight reconciliation
      * matches carrier bills against.
      * A shipment is now one customer and one ship-to: lines bound
      * for different branches of the same customer travel as
      * separate consignments, each with its own tracking number,
      * and the manifest names the consignee from the SHIPTO.DAT
      * ship-to master (the CUSTOMER.DAT sold-to for ship-to 000).
      * SHP-SHIP-TO-NO records where each one went.
      * Drop-ship lines (warehouse DROP) went out on the vendor's
      * own carrier and are not manifested.
      * The carrier is now chosen ahead of this run by
      * CARRIER-RATE-SHOP (cheapest by zone and size class that
      * meets the service level): a shipment with a CARRSEL.DAT row
      * for the run date takes that carrier and expected freight
      * into the manifest and SHP-CARRIER-CODE/SHP-EXPECTED-FREIGHT;
      * one without (no zone, no rate, or confirmed after the
      * selection ran) keeps the weight-tier carrier and
      * CARRIER-RATE-TABLE freight.  One manifest is printed for
      * each carrier that has shipments.
      * A new history row starts in transit; DELIVERY-STATUS-IMPORT
      * records the delivery or exception from the carrier's scans.
      *================================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
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
           SELECT SHIP-HISTORY-FILE ASSIGN TO "SHIPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MANIFEST-REPORT-FILE ASSIGN TO "MANIFEST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SELECTION-FILE ASSIGN TO "CARRSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  SHIP-TO-FILE.
       COPY SHIP-TO-RECORD.

       FD  SHIP-HISTORY-FILE.
       COPY SHIPMENT-HISTORY-RECORD.

       FD  MANIFEST-REPORT-FILE.
       01  MANIFEST-REPORT-LINE         PIC X(90).

       FD  SELECTION-FILE.
       COPY CARRIER-SELECTION-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-SHIP-STATUS                PIC XX.
           88  SHIP-FILE-OK                  VALUE '00'.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FILE-OK                 VALUE '00'.
           88  JPROD-FILE-EOF                VALUE '10'.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
       01  WS-SHIPTO-STATUS              PIC XX.
           88  SHIPTO-FOUND                  VALUE '00'.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-SEL-STATUS                 PIC XX.
           88  SEL-FILE-OK                   VALUE '00'.
           88  SEL-FILE-EOF                  VALUE '10'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).

       01  WS-SHIPMENT-ENTRIES.
           05  WS-SHIPMENT-ENTRY         OCCURS 200 TIMES.
               10  SM-CUSTOMER-ID            PIC 9(8).
               10  SM-SHIP-TO-NO             PIC 9(3).
               10  SM-BILLED-WEIGHT-KG       PIC 9(5)V99.
               10  SM-TRACKING-NUMBER        PIC 9(12).
               10  SM-CARRIER-CODE           PIC X(5).
           05  WS-DONE-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY DN-IDX.
               10  DN-CUSTOMER-ID            PIC 9(8).
               10  DN-SHIP-TO-NO             PIC 9(3).
       01  WS-LINE-DONE-SW               PIC X(1).
           88  CUSTOMER-ALREADY-MANIFESTED   VALUE 'Y'.

      *----------------------------------------------------------------
      * CARRIER-RATE-SHOPが選んだ本日分の運送会社と期待運賃。
      *----------------------------------------------------------------
       01  WS-SELECT-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-SELECT-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-SELECT-ENTRIES.
           05  WS-SELECT-ENTRY           OCCURS 200 TIMES
                                             INDEXED BY SL-IDX.
               10  SL-CUSTOMER-ID            PIC 9(8).
               10  SL-SHIP-TO-NO             PIC 9(3).
               10  SL-CARRIER-CODE           PIC X(5).
               10  SL-EXPECTED-FREIGHT       PIC 9(7)V99.
       01  WS-SELECTED-SW                PIC X(1).
           88  CARRIER-WAS-SELECTED          VALUE 'Y'.

      *----------------------------------------------------------------
      * マニフェストを出す運送会社(出荷に現れた順)。
      *----------------------------------------------------------------
       01  WS-CARRIER-LIST-MAX           PIC 9(2) VALUE 20.
       01  WS-CARRIER-LIST-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-CARRIER-LIST.
           05  CL-CARRIER-CODE           PIC X(5) OCCURS 20 TIMES.
       01  WS-CARRIER-SUB                PIC 9(2) COMP.
       01  WS-MANIFESTED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CARRIER-LISTED-SW          PIC X(1).
           88  CARRIER-HAS-SHIPMENTS         VALUE 'Y'.
           05  MD-TRACKING-NUMBER       PIC 9(12).
           05  FILLER                  PIC X(7) VALUE '  CUST '.
           05  MD-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  MD-SHIP-TO-NO            PIC 9(3).
           05  FILLER                  PIC X(9) VALUE '  WT KG: '.
           05  MD-BILLED-WEIGHT         PIC ZZZZ9.99.
           05  FILLER                  PIC X(11)
               VALUE '  FREIGHT: '.
           05  MD-EXPECTED-FREIGHT      PIC ZZZZZZ9.99.

       01  WS-MANIFEST-CONSIGNEE-LINE.
           05  FILLER                  PIC X(8) VALUE '    TO: '.
           05  MC-CONSIGNEE-NAME        PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  MC-CONSIGNEE-ADDRESS     PIC X(50).

       01  WS-MANIFEST-SIGN-LINE        PIC X(40)
           VALUE '  DRIVER SIGNATURE: ____________________'.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM INIT-CARRIER-RATE-TABLE
           PERFORM LOAD-CARRIER-SELECTIONS
           PERFORM LOAD-PRODUCT-WEIGHTS
           PERFORM SEED-TRACKING-SEQUENCE
           PERFORM ROLL-UP-SHIPMENTS
           PERFORM RATE-ONE-SHIPMENT
               VARYING WS-SHIPMENT-SUB FROM 1 BY 1
               UNTIL WS-SHIPMENT-SUB > WS-SHIPMENT-COUNT
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT SHIP-TO-FILE
           OPEN OUTPUT MANIFEST-REPORT-FILE
           PERFORM LIST-SHIPMENT-CARRIER
               VARYING WS-SHIPMENT-SUB FROM 1 BY 1
               UNTIL WS-SHIPMENT-SUB > WS-SHIPMENT-COUNT
           PERFORM PRINT-CARRIER-IF-LOADED
               VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-LIST-COUNT
           CLOSE MANIFEST-REPORT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE SHIP-TO-FILE
           PERFORM WRITE-SHIPMENT-HISTORY
           DISPLAY 'CARRIER MANIFEST - SHIPMENTS: '
               WS-MANIFESTED-COUNT
           MOVE 99999.99 TO CR-MAX-WEIGHT-KG (4)
           MOVE 250.00  TO CR-RATE-PER-KG (4).

      *----------------------------------------------------------------
      * CARRSEL.DATのうち本日付の行だけを控える。ファイルが無ければ
      * 全出荷が重量帯で決まる。
      *----------------------------------------------------------------
       LOAD-CARRIER-SELECTIONS.
           OPEN INPUT SELECTION-FILE
           IF SEL-FILE-OK
               PERFORM READ-SELECTION
               PERFORM STORE-SELECTION UNTIL SEL-FILE-EOF
               CLOSE SELECTION-FILE
           END-IF.

       READ-SELECTION.
           READ SELECTION-FILE
               AT END
                   SET SEL-FILE-EOF TO TRUE
           END-READ.

       STORE-SELECTION.
           IF CX-SHIP-DATE = WS-TODAY-CCYYMMDD
               IF WS-SELECT-COUNT < WS-SELECT-TABLE-MAX
                   ADD 1 TO WS-SELECT-COUNT
                   MOVE CX-CUSTOMER-ID
                       TO SL-CUSTOMER-ID (WS-SELECT-COUNT)
                   MOVE CX-SHIP-TO-NO
                       TO SL-SHIP-TO-NO (WS-SELECT-COUNT)
                   MOVE CX-CARRIER-CODE
                       TO SL-CARRIER-CODE (WS-SELECT-COUNT)
                   MOVE CX-EXPECTED-FREIGHT
                       TO SL-EXPECTED-FREIGHT (WS-SELECT-COUNT)
               ELSE
                   DISPLAY 'WARNING: SELECTION TABLE FULL - '
                       CX-CUSTOMER-ID ' GOES BY WEIGHT TIER'
               END-IF
           END-IF
           PERFORM READ-SELECTION.

      *----------------------------------------------------------------
      * 製品1個あたりの課金重量(容積重量と実重量の大きい方)を表に
      * 積む(PRODUCT-SHIPPING-COST-CALCULATORと同じ算式)。

       SCAN-HISTORY-FOR-SEED.
           MOVE SHP-TRACKING-NUMBER TO WS-SEED-NUMBER
           IF SHP-SHIP-TO-NO NOT NUMERIC
               MOVE ZERO TO SHP-SHIP-TO-NO
           END-IF
           IF WS-SD-DATE = WS-TODAY-CCYYMMDD
               AND WS-SD-SEQ > WS-TRACKING-SEQ
               MOVE WS-SD-SEQ TO WS-TRACKING-SEQ
               ADD 1 TO WS-DONE-COUNT
               MOVE SHP-CUSTOMER-ID
                   TO DN-CUSTOMER-ID (WS-DONE-COUNT)
               MOVE SHP-SHIP-TO-NO
                   TO DN-SHIP-TO-NO (WS-DONE-COUNT)
           ELSE
               DISPLAY 'ERROR: TODAY HAS MORE THAN '
                   WS-DONE-TABLE-MAX ' HISTORY ROWS - '
           END-IF.

      *----------------------------------------------------------------
      * 今日出荷確認された行を顧客+出荷先単位に1出荷へ畳み、行の
      * 課金重量×数量を積み上げる。本日の履歴に載っている顧客+
      * 出荷先の行は初回のマニフェストが運んだ分なので畳まない。
      *----------------------------------------------------------------
       ROLL-UP-SHIPMENTS.
           OPEN INPUT SHIPPED-FILE
           END-READ.

       FOLD-ONE-SHIPPED-LINE.
           IF SP-SHIP-TO-NO NOT NUMERIC
               MOVE ZERO TO SP-SHIP-TO-NO
           END-IF
           IF SP-SHIP-DATE = WS-TODAY-CCYYMMDD
               AND SP-WAREHOUSE-CODE NOT = 'DROP'
               PERFORM CHECK-ALREADY-MANIFESTED
               IF NOT CUSTOMER-ALREADY-MANIFESTED
                   PERFORM WEIGH-SHIPPED-LINE
                   AT END
                       CONTINUE
                   WHEN DN-CUSTOMER-ID (DN-IDX) = SP-CUSTOMER-ID
                       AND DN-SHIP-TO-NO (DN-IDX) = SP-SHIP-TO-NO
                       SET CUSTOMER-ALREADY-MANIFESTED TO TRUE
               END-SEARCH
           END-IF.
                   ADD 1 TO WS-SHIPMENT-COUNT
                   MOVE SP-CUSTOMER-ID
                       TO SM-CUSTOMER-ID (WS-SHIPMENT-COUNT)
                   MOVE SP-SHIP-TO-NO
                       TO SM-SHIP-TO-NO (WS-SHIPMENT-COUNT)
                   MOVE WS-LINE-WEIGHT-KG
                       TO SM-BILLED-WEIGHT-KG (WS-SHIPMENT-COUNT)
               ELSE

       FIND-SHIPMENT-ENTRY.
           IF SM-CUSTOMER-ID (WS-SHIPMENT-SUB) = SP-CUSTOMER-ID
               AND SM-SHIP-TO-NO (WS-SHIPMENT-SUB) = SP-SHIP-TO-NO
               MOVE WS-SHIPMENT-SUB TO WS-SHIPMENT-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * 追跡番号を発番し、選定済みの運送会社と期待運賃を取る。選定の
      * 無い出荷は重量帯で運送会社を選び、期待運賃を計算する。
      *----------------------------------------------------------------
       RATE-ONE-SHIPMENT.
           ADD 1 TO WS-TRACKING-SEQ
           MOVE WS-TRACKING-SEQ TO WS-NT-SEQ
           MOVE WS-NEW-TRACKING-NUMBER
               TO SM-TRACKING-NUMBER (WS-SHIPMENT-SUB)
           MOVE 'N' TO WS-SELECTED-SW
           IF WS-SELECT-COUNT > ZERO
               SET SL-IDX TO 1
               SEARCH WS-SELECT-ENTRY
                   AT END
                       CONTINUE
                   WHEN SL-IDX > WS-SELECT-COUNT
                       CONTINUE
                   WHEN SL-CUSTOMER-ID (SL-IDX)
                       = SM-CUSTOMER-ID (WS-SHIPMENT-SUB)
                       AND SL-SHIP-TO-NO (SL-IDX)
                           = SM-SHIP-TO-NO (WS-SHIPMENT-SUB)
                       MOVE SL-CARRIER-CODE (SL-IDX)
                           TO SM-CARRIER-CODE (WS-SHIPMENT-SUB)
                       MOVE SL-EXPECTED-FREIGHT (SL-IDX)
                           TO SM-EXPECTED-FREIGHT (WS-SHIPMENT-SUB)
                       SET CARRIER-WAS-SELECTED TO TRUE
               END-SEARCH
           END-IF
           IF NOT CARRIER-WAS-SELECTED
               PERFORM RATE-BY-WEIGHT-TIER
           END-IF.

       RATE-BY-WEIGHT-TIER.
           SET CR-IDX TO 1
           SEARCH CR-ENTRY
               AT END
           END-SEARCH.

      *----------------------------------------------------------------
      * 出荷に現れた運送会社を一度ずつ控える。同じ会社のマニフェスト
      * を二度出さない。
      *----------------------------------------------------------------
       LIST-SHIPMENT-CARRIER.
           MOVE 'N' TO WS-CARRIER-LISTED-SW
           PERFORM CHECK-CARRIER-LISTED
               VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-LIST-COUNT
                   OR CARRIER-HAS-SHIPMENTS
           IF NOT CARRIER-HAS-SHIPMENTS
               IF WS-CARRIER-LIST-COUNT < WS-CARRIER-LIST-MAX
                   ADD 1 TO WS-CARRIER-LIST-COUNT
                   MOVE SM-CARRIER-CODE (WS-SHIPMENT-SUB)
                       TO CL-CARRIER-CODE (WS-CARRIER-LIST-COUNT)
               ELSE
                   DISPLAY 'ERROR: CARRIER LIST FULL - '
                       SM-CARRIER-CODE (WS-SHIPMENT-SUB)
                       ' NOT PRINTED'
               END-IF
           END-IF.

       CHECK-CARRIER-LISTED.
           IF CL-CARRIER-CODE (WS-CARRIER-SUB)
               = SM-CARRIER-CODE (WS-SHIPMENT-SUB)
               SET CARRIER-HAS-SHIPMENTS TO TRUE
           END-IF.

       PRINT-CARRIER-IF-LOADED.
               UNTIL WS-SHIPMENT-SUB > WS-SHIPMENT-COUNT
                   OR CARRIER-HAS-SHIPMENTS
           IF CARRIER-HAS-SHIPMENTS
               MOVE CL-CARRIER-CODE (WS-CARRIER-SUB)
                   TO MH-CARRIER-CODE
               MOVE WS-TODAY-CCYYMMDD TO MH-RUN-DATE
               WRITE MANIFEST-REPORT-LINE

       CHECK-CARRIER-HAS-LOAD.
           IF SM-CARRIER-CODE (WS-SHIPMENT-SUB)
               = CL-CARRIER-CODE (WS-CARRIER-SUB)
               SET CARRIER-HAS-SHIPMENTS TO TRUE
           END-IF.

       PRINT-CARRIER-SHIPMENT.
           IF SM-CARRIER-CODE (WS-SHIPMENT-SUB)
               = CL-CARRIER-CODE (WS-CARRIER-SUB)
               MOVE SM-TRACKING-NUMBER (WS-SHIPMENT-SUB)
                   TO MD-TRACKING-NUMBER
               MOVE SM-CUSTOMER-ID (WS-SHIPMENT-SUB)
                   TO MD-CUSTOMER-ID
               MOVE SM-SHIP-TO-NO (WS-SHIPMENT-SUB)
                   TO MD-SHIP-TO-NO
               MOVE SM-BILLED-WEIGHT-KG (WS-SHIPMENT-SUB)
                   TO MD-BILLED-WEIGHT
               MOVE SM-EXPECTED-FREIGHT (WS-SHIPMENT-SUB)
                   TO MD-EXPECTED-FREIGHT
               WRITE MANIFEST-REPORT-LINE
                   FROM WS-MANIFEST-DETAIL-LINE
               PERFORM LOOK-UP-CONSIGNEE
               WRITE MANIFEST-REPORT-LINE
                   FROM WS-MANIFEST-CONSIGNEE-LINE
           END-IF.

      *----------------------------------------------------------------
      * 荷受人: 出荷先000は請求先顧客の名称と住所、それ以外は出荷先
      * マスターの届け先名と郵便番号・都道府県・市区町村。
      *----------------------------------------------------------------
       LOOK-UP-CONSIGNEE.
           MOVE SPACES TO MC-CONSIGNEE-NAME
           MOVE SPACES TO MC-CONSIGNEE-ADDRESS
           IF SM-SHIP-TO-NO (WS-SHIPMENT-SUB) = ZERO
               MOVE SM-CUSTOMER-ID (WS-SHIPMENT-SUB)
                   TO RECORD-ID OF CUSTOMER-RECORD
               READ CUSTOMER-FILE
                   KEY IS RECORD-ID OF CUSTOMER-RECORD
                   INVALID KEY
                       MOVE 'SOLD-TO NOT ON FILE'
                           TO MC-CONSIGNEE-NAME
                   NOT INVALID KEY
                       MOVE RECORD-NAME OF CUSTOMER-RECORD
                           TO MC-CONSIGNEE-NAME
                       MOVE CUSTOMER-ADDRESS
                           TO MC-CONSIGNEE-ADDRESS
               END-READ
           ELSE
               MOVE SM-CUSTOMER-ID (WS-SHIPMENT-SUB)
                   TO ST-CUSTOMER-ID
               MOVE SM-SHIP-TO-NO (WS-SHIPMENT-SUB)
                   TO ST-SHIP-TO-NO
               READ SHIP-TO-FILE KEY IS ST-KEY
                   INVALID KEY
                       MOVE 'SHIP-TO NOT ON FILE'
                           TO MC-CONSIGNEE-NAME
                   NOT INVALID KEY
                       MOVE ST-SHIP-TO-NAME TO MC-CONSIGNEE-NAME
                       STRING ST-POSTAL-CODE ' '
                           ST-PREFECTURE ST-CITY
                           DELIMITED BY SIZE
                           INTO MC-CONSIGNEE-ADDRESS
                       END-STRING
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * A shipment is counted on exactly one manifest - its
      * carrier's; the history row is the record of which manifest
      * carried it.
      *----------------------------------------------------------------
       WRITE-SHIPMENT-HISTORY.
           OPEN EXTEND SHIP-HISTORY-FILE
               TO SHP-TRACKING-NUMBER
           MOVE SM-CUSTOMER-ID (WS-SHIPMENT-SUB)
               TO SHP-CUSTOMER-ID
           MOVE SM-SHIP-TO-NO (WS-SHIPMENT-SUB)
               TO SHP-SHIP-TO-NO
           MOVE WS-TODAY-CCYYMMDD TO SHP-SHIP-DATE
           MOVE SM-CARRIER-CODE (WS-SHIPMENT-SUB)
               TO SHP-CARRIER-CODE
               TO SHP-BILLED-WEIGHT-KG
           MOVE SM-EXPECTED-FREIGHT (WS-SHIPMENT-SUB)
               TO SHP-EXPECTED-FREIGHT
           MOVE 'I' TO SHP-DELIVERY-STATUS
           MOVE ZERO TO SHP-DELIVERED-DATE
           MOVE SPACES TO SHP-RECEIVED-BY
           MOVE SPACES TO SHP-EXCEPTION-CODE
           MOVE ZERO TO SHP-LAST-SCAN-DATE
           MOVE WS-TODAY-CCYYMMDD TO SHP-STATUS-DATE
           ADD 1 TO WS-MANIFESTED-COUNT
           WRITE SHIPMENT-HISTORY-RECORD.
