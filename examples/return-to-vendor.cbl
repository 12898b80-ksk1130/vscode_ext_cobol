       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURN-TO-VENDOR.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Sends rejected receipts back and gets the money back for
      * them.  RECEIVING-INSPECTION appends every rejected quantity
      * to RTV.DAT; this run prints one return shipping document per
      * vendor on RTVSHIP.RPT (name and address from VENDOR.DAT, one
      * line per PO, product and lot, reason code, value at the
      * quarantine row's yen PO cost) for the dock to pack with the
      * goods.  Each row's value is then settled: against the open
      * APITEMS.DAT item for the same vendor and PO when the item
      * still has enough open to cover it (APITEMS.NEW
      * carry-forward, the payment run pays the reduced amount);
      * otherwise the vendor is billed - one open claim per vendor
      * per run appended to VENDCLM.DAT, numbered run date plus
      * sequence after the highest number already used today,
      * exactly as VENDOR-CHARGEBACK-RUN numbers its claims, and
      * netted by the payment run once accepted.  Every settled row
      * is appended to RTVHIST.DAT with its disposition and claim
      * number; VENDOR-SCORECARD reads that file for each vendor's
      * inspection reject rate.  RTV.DAT is retired to RTV.G1.
      * Against a foreign-currency item the yen value comes off the
      * yen open amount as before, and its foreign equivalent at the
      * item's AP-BOOKED-RATE comes off the foreign open amount, so
      * the payment run settles only what is still owed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTV-FILE ASSIGN TO "RTV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTV-STATUS.
           SELECT RTV-HISTORY-FILE ASSIGN TO "RTVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVH-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT AP-ITEM-FILE ASSIGN TO "APITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT AP-ITEM-OUT-FILE ASSIGN TO "APITEMS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLAIM-FILE ASSIGN TO "VENDCLM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.
           SELECT SHIPPING-DOC-FILE ASSIGN TO "RTVSHIP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RTV-FILE.
       COPY RETURN-TO-VENDOR-RECORD.

       FD  RTV-HISTORY-FILE.
       01  RTV-HISTORY-RECORD           PIC X(102).

       FD  VENDOR-FILE.
       COPY VENDOR-MASTER-RECORD.

       FD  AP-ITEM-FILE.
       COPY AP-OPEN-ITEM-RECORD.

       FD  AP-ITEM-OUT-FILE.
       01  AP-ITEM-OUT-RECORD           PIC X(104).

       FD  CLAIM-FILE.
       COPY VENDOR-CLAIM-RECORD.

       FD  SHIPPING-DOC-FILE.
       01  SHIPPING-DOC-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RTV-STATUS                 PIC XX.
           88  RTV-FILE-OK                   VALUE '00'.
           88  RTV-FILE-EOF                  VALUE '10'.
       01  WS-RTVH-STATUS                PIC XX.
       01  WS-VEND-STATUS                PIC XX.
           88  VEND-FOUND                    VALUE '00'.
       01  WS-AP-STATUS                  PIC XX.
           88  AP-FILE-OK                    VALUE '00'.
           88  AP-FILE-EOF                   VALUE '10'.
       01  WS-CLM-STATUS                 PIC XX.
           88  CLM-FILE-OK                   VALUE '00'.
           88  CLM-FILE-EOF                  VALUE '10'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-RTV-FILE-NAME              PIC X(20) VALUE 'RTV.DAT'.
       01  WS-RTV-GEN-FILE-NAME          PIC X(20) VALUE 'RTV.G1'.

      *----------------------------------------------------------------
      * RTV.DAT is retired after the run, so a row that did not fit
      * would never be shipped or settled - a full table stops it.
      *----------------------------------------------------------------
       01  WS-RTV-TABLE-MAX              PIC 9(3) VALUE 200.
       01  WS-RTV-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-RTV-ENTRIES.
           05  WS-RTV-ENTRY              OCCURS 200 TIMES.
               10  RT-RTV-IMAGE              PIC X(102).
               10  RT-VENDOR-CODE            PIC X(10).
               10  RT-PO-NUMBER              PIC 9(12).
               10  RT-RETURN-VALUE           PIC 9(9)V99.
               10  RT-DISPOSITION            PIC X(1).
               10  RT-CLAIM-NUMBER           PIC 9(12).
       01  WS-RTV-SUB                    PIC 9(3) COMP.

      *----------------------------------------------------------------
      * 仕入先別の返品額と、APで相殺しきれず請求に回す額。
      *----------------------------------------------------------------
       01  WS-VENDOR-TABLE-MAX           PIC 9(3) VALUE 100.
       01  WS-VENDOR-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-VENDOR-ENTRIES.
           05  WS-VENDOR-ENTRY           OCCURS 100 TIMES
                                             INDEXED BY VD-IDX.
               10  VD-VENDOR-CODE            PIC X(10).
               10  VD-RETURN-VALUE           PIC 9(9)V99.
               10  VD-CLAIM-AMOUNT           PIC 9(9)V99.
               10  VD-CLAIM-NUMBER           PIC 9(12).
       01  WS-VENDOR-SUB                 PIC 9(3) COMP.

       01  WS-CLAIM-SEQ                  PIC 9(4) VALUE ZERO.
       01  WS-SEED-NUMBER.
           05  WS-SD-DATE                 PIC 9(8).
           05  WS-SD-SEQ                  PIC 9(4).
       01  WS-NEW-CLAIM-NUMBER.
           05  WS-NC-DATE                 PIC 9(8).
           05  WS-NC-SEQ                  PIC 9(4).

       01  WS-AP-REDUCED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-FOREIGN-REDUCTION          PIC 9(9)V99.
       01  WS-CLAIMED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-CLAIMS-RAISED              PIC 9(5) VALUE ZERO.

       01  WS-DOC-HEADER-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'RETURN TO VENDOR    '.
           05  DH-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DH-VENDOR-NAME           PIC X(30).
           05  FILLER                  PIC X(8) VALUE '  DATE: '.
           05  DH-RETURN-DATE           PIC 9(8).
       01  WS-DOC-ADDRESS-LINE.
           05  FILLER                  PIC X(20) VALUE 'SHIP TO:'.
           05  DA-VENDOR-ADDRESS        PIC X(50).
       01  WS-DOC-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DD-PO-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DD-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DD-LOT-NUMBER            PIC X(10).
           05  FILLER                  PIC X(6) VALUE ' QTY: '.
           05  DD-REJECTED-QTY          PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE ' REASON: '.
           05  DD-REASON-CODE           PIC X(2).
           05  FILLER                  PIC X(8) VALUE ' VALUE: '.
           05  DD-RETURN-VALUE          PIC ZZZZZZZZ9.99.
       01  WS-DOC-TOTAL-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'TOTAL RETURN VALUE: '.
           05  DT-RETURN-VALUE          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(9) VALUE '  CLAIM: '.
           05  DT-CLAIM-NUMBER          PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DT-CLAIM-AMOUNT          PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-RTV-ROWS
           IF WS-RTV-COUNT = ZERO
               DISPLAY 'RETURN TO VENDOR - NOTHING TO RETURN'
               STOP RUN
           END-IF
           PERFORM REDUCE-AP-OPEN-ITEMS
           PERFORM SEED-CLAIM-SEQUENCE
           OPEN EXTEND CLAIM-FILE
           IF WS-CLM-STATUS NOT = '00'
               OPEN OUTPUT CLAIM-FILE
           END-IF
           PERFORM RAISE-VENDOR-CLAIM
               VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
           CLOSE CLAIM-FILE
           PERFORM PRINT-SHIPPING-DOCUMENTS
           PERFORM RECORD-RTV-HISTORY
           CALL 'CBL_DELETE_FILE' USING WS-RTV-GEN-FILE-NAME
           CALL 'CBL_RENAME_FILE' USING WS-RTV-FILE-NAME
                                         WS-RTV-GEN-FILE-NAME
           DISPLAY 'RETURN TO VENDOR - LINES: ' WS-RTV-COUNT
               ' AP REDUCED: ' WS-AP-REDUCED-COUNT
               ' CLAIMED: ' WS-CLAIMED-COUNT
               ' CLAIMS RAISED: ' WS-CLAIMS-RAISED
           STOP RUN.

       LOAD-RTV-ROWS.
           OPEN INPUT RTV-FILE
           IF RTV-FILE-OK
               PERFORM READ-RTV
               PERFORM STORE-RTV-ROW UNTIL RTV-FILE-EOF
               CLOSE RTV-FILE
           END-IF.

       READ-RTV.
           READ RTV-FILE
               AT END
                   SET RTV-FILE-EOF TO TRUE
           END-READ.

       STORE-RTV-ROW.
           IF RV-PENDING
               IF WS-RTV-COUNT < WS-RTV-TABLE-MAX
                   ADD 1 TO WS-RTV-COUNT
                   MOVE RETURN-TO-VENDOR-RECORD
                       TO RT-RTV-IMAGE (WS-RTV-COUNT)
                   MOVE RV-VENDOR-CODE
                       TO RT-VENDOR-CODE (WS-RTV-COUNT)
                   MOVE RV-PO-NUMBER TO RT-PO-NUMBER (WS-RTV-COUNT)
                   COMPUTE RT-RETURN-VALUE (WS-RTV-COUNT) ROUNDED =
                       RV-REJECTED-QTY * RV-UNIT-COST
                   MOVE SPACE TO RT-DISPOSITION (WS-RTV-COUNT)
                   MOVE ZERO TO RT-CLAIM-NUMBER (WS-RTV-COUNT)
                   PERFORM ADD-TO-VENDOR-TABLE
               ELSE
                   DISPLAY 'ERROR: RTV TABLE FULL - '
                       'RETURNS WOULD BE LOST - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-RTV.

       ADD-TO-VENDOR-TABLE.
           SET VD-IDX TO 1
           SEARCH WS-VENDOR-ENTRY
               AT END
                   PERFORM ADD-VENDOR-ENTRY
               WHEN VD-IDX > WS-VENDOR-COUNT
                   PERFORM ADD-VENDOR-ENTRY
               WHEN VD-VENDOR-CODE (VD-IDX) = RV-VENDOR-CODE
                   CONTINUE
           END-SEARCH
           ADD RT-RETURN-VALUE (WS-RTV-COUNT)
               TO VD-RETURN-VALUE (VD-IDX).

       ADD-VENDOR-ENTRY.
           IF WS-VENDOR-COUNT < WS-VENDOR-TABLE-MAX
               ADD 1 TO WS-VENDOR-COUNT
               SET VD-IDX TO WS-VENDOR-COUNT
               MOVE RV-VENDOR-CODE TO VD-VENDOR-CODE (VD-IDX)
               MOVE ZERO TO VD-RETURN-VALUE (VD-IDX)
               MOVE ZERO TO VD-CLAIM-AMOUNT (VD-IDX)
               MOVE ZERO TO VD-CLAIM-NUMBER (VD-IDX)
           ELSE
               DISPLAY 'ERROR: RTV VENDOR TABLE FULL - '
                   'RETURNS WOULD BE LOST - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 同じ仕入先・発注の未払い明細に返品額を賄う残高があれば、
      * そこから差し引く。賄えない行は後で請求に回す。
      *----------------------------------------------------------------
       REDUCE-AP-OPEN-ITEMS.
           OPEN INPUT AP-ITEM-FILE
           IF AP-FILE-OK
               OPEN OUTPUT AP-ITEM-OUT-FILE
               PERFORM READ-AP-ITEM
               PERFORM REDUCE-ONE-AP-ITEM UNTIL AP-FILE-EOF
               CLOSE AP-ITEM-OUT-FILE
               CLOSE AP-ITEM-FILE
           END-IF.

       READ-AP-ITEM.
           READ AP-ITEM-FILE
               AT END
                   SET AP-FILE-EOF TO TRUE
           END-READ.

       REDUCE-ONE-AP-ITEM.
           IF AP-ITEM-OPEN AND AP-OPEN-AMOUNT > ZERO
               PERFORM OFFSET-RTV-AGAINST-ITEM
                   VARYING WS-RTV-SUB FROM 1 BY 1
                   UNTIL WS-RTV-SUB > WS-RTV-COUNT
           END-IF
           WRITE AP-ITEM-OUT-RECORD FROM AP-OPEN-ITEM-RECORD
           PERFORM READ-AP-ITEM.

       OFFSET-RTV-AGAINST-ITEM.
           IF RT-DISPOSITION (WS-RTV-SUB) = SPACE
               AND RT-VENDOR-CODE (WS-RTV-SUB) = AP-VENDOR-CODE
               AND RT-PO-NUMBER (WS-RTV-SUB) = AP-PO-NUMBER
               AND RT-RETURN-VALUE (WS-RTV-SUB)
                   NOT > AP-OPEN-AMOUNT
               SUBTRACT RT-RETURN-VALUE (WS-RTV-SUB)
                   FROM AP-OPEN-AMOUNT
               IF NOT AP-YEN-ITEM
                   PERFORM REDUCE-FOREIGN-OPEN
               END-IF
               MOVE 'A' TO RT-DISPOSITION (WS-RTV-SUB)
               ADD 1 TO WS-AP-REDUCED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 外貨建て明細は計上レートで外貨残高も減らす。円残高が尽きた
      * ときは端数を残さず外貨残高もゼロにする。
      *----------------------------------------------------------------
       REDUCE-FOREIGN-OPEN.
           IF AP-OPEN-AMOUNT = ZERO OR AP-BOOKED-RATE = ZERO
               MOVE ZERO TO AP-FOREIGN-OPEN
           ELSE
               COMPUTE WS-FOREIGN-REDUCTION ROUNDED =
                   RT-RETURN-VALUE (WS-RTV-SUB) / AP-BOOKED-RATE
               IF WS-FOREIGN-REDUCTION < AP-FOREIGN-OPEN
                   SUBTRACT WS-FOREIGN-REDUCTION FROM AP-FOREIGN-OPEN
               ELSE
                   MOVE ZERO TO AP-FOREIGN-OPEN
               END-IF
           END-IF.

       SEED-CLAIM-SEQUENCE.
           OPEN INPUT CLAIM-FILE
           IF CLM-FILE-OK
               PERFORM READ-CLAIM-FOR-SEED
               PERFORM SCAN-CLAIM-FOR-SEED UNTIL CLM-FILE-EOF
               CLOSE CLAIM-FILE
           END-IF.

       READ-CLAIM-FOR-SEED.
           READ CLAIM-FILE
               AT END
                   SET CLM-FILE-EOF TO TRUE
           END-READ.

       SCAN-CLAIM-FOR-SEED.
           MOVE CL-CLAIM-NUMBER TO WS-SEED-NUMBER
           IF WS-SD-DATE = WS-TODAY-CCYYMMDD
               AND WS-SD-SEQ > WS-CLAIM-SEQ
               MOVE WS-SD-SEQ TO WS-CLAIM-SEQ
           END-IF
           PERFORM READ-CLAIM-FOR-SEED.

      *----------------------------------------------------------------
      * APで相殺できなかった行を仕入先ごとに1件の請求へまとめる。
      *----------------------------------------------------------------
       RAISE-VENDOR-CLAIM.
           PERFORM SUM-UNSETTLED-ROW
               VARYING WS-RTV-SUB FROM 1 BY 1
               UNTIL WS-RTV-SUB > WS-RTV-COUNT
           IF VD-CLAIM-AMOUNT (WS-VENDOR-SUB) > ZERO
               ADD 1 TO WS-CLAIM-SEQ
               MOVE WS-TODAY-CCYYMMDD TO WS-NC-DATE
               MOVE WS-CLAIM-SEQ TO WS-NC-SEQ
               MOVE WS-NEW-CLAIM-NUMBER TO CL-CLAIM-NUMBER
               MOVE WS-NEW-CLAIM-NUMBER
                   TO VD-CLAIM-NUMBER (WS-VENDOR-SUB)
               MOVE VD-VENDOR-CODE (WS-VENDOR-SUB) TO CL-VENDOR-CODE
               MOVE WS-TODAY-CCYYMMDD TO CL-CLAIM-DATE
               MOVE VD-CLAIM-AMOUNT (WS-VENDOR-SUB) TO CL-CLAIM-AMOUNT
               SET CL-CLAIM-OPEN TO TRUE
               WRITE VENDOR-CLAIM-RECORD
               ADD 1 TO WS-CLAIMS-RAISED
               PERFORM STAMP-CLAIM-NUMBER
                   VARYING WS-RTV-SUB FROM 1 BY 1
                   UNTIL WS-RTV-SUB > WS-RTV-COUNT
           END-IF.

       SUM-UNSETTLED-ROW.
           IF RT-DISPOSITION (WS-RTV-SUB) = SPACE
               AND RT-VENDOR-CODE (WS-RTV-SUB)
                   = VD-VENDOR-CODE (WS-VENDOR-SUB)
               ADD RT-RETURN-VALUE (WS-RTV-SUB)
                   TO VD-CLAIM-AMOUNT (WS-VENDOR-SUB)
           END-IF.

       STAMP-CLAIM-NUMBER.
           IF RT-DISPOSITION (WS-RTV-SUB) = SPACE
               AND RT-VENDOR-CODE (WS-RTV-SUB)
                   = VD-VENDOR-CODE (WS-VENDOR-SUB)
               MOVE 'C' TO RT-DISPOSITION (WS-RTV-SUB)
               MOVE WS-NEW-CLAIM-NUMBER TO RT-CLAIM-NUMBER (WS-RTV-SUB)
               ADD 1 TO WS-CLAIMED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 仕入先ごとの返品出荷書類。宛先はVENDOR.DATの住所。
      *----------------------------------------------------------------
       PRINT-SHIPPING-DOCUMENTS.
           OPEN OUTPUT SHIPPING-DOC-FILE
           OPEN INPUT VENDOR-FILE
           PERFORM PRINT-ONE-DOCUMENT
               VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
           CLOSE VENDOR-FILE
           CLOSE SHIPPING-DOC-FILE.

       PRINT-ONE-DOCUMENT.
           MOVE VD-VENDOR-CODE (WS-VENDOR-SUB) TO VM-VENDOR-CODE
           READ VENDOR-FILE
               INVALID KEY
                   MOVE 'VENDOR NOT ON FILE' TO VM-VENDOR-NAME
                   MOVE SPACES TO VM-VENDOR-ADDRESS
           END-READ
           MOVE VD-VENDOR-CODE (WS-VENDOR-SUB) TO DH-VENDOR-CODE
           MOVE VM-VENDOR-NAME TO DH-VENDOR-NAME
           MOVE WS-TODAY-CCYYMMDD TO DH-RETURN-DATE
           WRITE SHIPPING-DOC-LINE FROM WS-DOC-HEADER-LINE
           MOVE VM-VENDOR-ADDRESS TO DA-VENDOR-ADDRESS
           WRITE SHIPPING-DOC-LINE FROM WS-DOC-ADDRESS-LINE
           PERFORM PRINT-DOCUMENT-LINE
               VARYING WS-RTV-SUB FROM 1 BY 1
               UNTIL WS-RTV-SUB > WS-RTV-COUNT
           MOVE VD-RETURN-VALUE (WS-VENDOR-SUB) TO DT-RETURN-VALUE
           MOVE VD-CLAIM-NUMBER (WS-VENDOR-SUB) TO DT-CLAIM-NUMBER
           MOVE VD-CLAIM-AMOUNT (WS-VENDOR-SUB) TO DT-CLAIM-AMOUNT
           WRITE SHIPPING-DOC-LINE FROM WS-DOC-TOTAL-LINE
           MOVE SPACES TO SHIPPING-DOC-LINE
           WRITE SHIPPING-DOC-LINE.

       PRINT-DOCUMENT-LINE.
           IF RT-VENDOR-CODE (WS-RTV-SUB)
               = VD-VENDOR-CODE (WS-VENDOR-SUB)
               MOVE RT-RTV-IMAGE (WS-RTV-SUB)
                   TO RETURN-TO-VENDOR-RECORD
               MOVE RV-PO-NUMBER TO DD-PO-NUMBER
               MOVE RV-PRODUCT-CODE TO DD-PRODUCT-CODE
               MOVE RV-LOT-NUMBER TO DD-LOT-NUMBER
               MOVE RV-REJECTED-QTY TO DD-REJECTED-QTY
               MOVE RV-REASON-CODE TO DD-REASON-CODE
               MOVE RT-RETURN-VALUE (WS-RTV-SUB) TO DD-RETURN-VALUE
               WRITE SHIPPING-DOC-LINE FROM WS-DOC-DETAIL-LINE
           END-IF.

       RECORD-RTV-HISTORY.
           OPEN EXTEND RTV-HISTORY-FILE
           IF WS-RTVH-STATUS NOT = '00'
               OPEN OUTPUT RTV-HISTORY-FILE
           END-IF
           PERFORM RECORD-ONE-RTV-ROW
               VARYING WS-RTV-SUB FROM 1 BY 1
               UNTIL WS-RTV-SUB > WS-RTV-COUNT
           CLOSE RTV-HISTORY-FILE.

       RECORD-ONE-RTV-ROW.
           MOVE RT-RTV-IMAGE (WS-RTV-SUB) TO RETURN-TO-VENDOR-RECORD
           MOVE WS-TODAY-CCYYMMDD TO RV-RETURN-DATE
           MOVE RT-DISPOSITION (WS-RTV-SUB) TO RV-DISPOSITION
           MOVE RT-CLAIM-NUMBER (WS-RTV-SUB) TO RV-CLAIM-NUMBER
           WRITE RTV-HISTORY-RECORD FROM RETURN-TO-VENDOR-RECORD.
