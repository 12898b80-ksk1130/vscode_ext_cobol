       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-CLAIM-INTAKE.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Decides warranty claims from the serial master instead of
      * the paper register.  SERIAL.DAT already knows which customer
      * took each unit and when it shipped; WARRTERM.DAT
      * (WARRANTY-TERMS-RECORD) says how long each product is
      * covered.  Each WCLAIM.DAT claim the returns desk keyed is
      * checked against the serial - it must be on file, shipped,
      * and shipped to the claiming customer - and a valid claim is
      * routed: past the warranty it is out of warranty (repair
      * quoted to the customer); inside the vendor's cover, counted
      * from our receipt date, it is back-charged to the vendor of
      * the purchase order the unit came in on (a serial with no
      * receipt date on file has no vendor cover); inside
      * WT-REPLACE-DAYS of shipping it is replaced; otherwise it is
      * repaired.  Accepted claims are numbered and appended to
      * WARRHIST.DAT for VENDOR-CHARGEBACK-RUN to bill the
      * back-charges.  WARRCLM.RPT lists covered, out-of-warranty
      * and rejected claims in separate sections, followed by the
      * warranty cost to date by product and by vendor.  The claim
      * file is retired to WCLAIM.G1 so a rerun decides nothing
      * twice.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-CARD-FILE ASSIGN TO "WCLAIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT TERMS-FILE ASSIGN TO "WARRTERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT SERIAL-MASTER-FILE ASSIGN TO "SERIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SER-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT WARRANTY-HISTORY-FILE ASSIGN TO "WARRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHIST-STATUS.
           SELECT CLAIM-REPORT-FILE ASSIGN TO "WARRCLM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-CARD-FILE.
       COPY WARRANTY-CLAIM-TXN-RECORD.

       FD  TERMS-FILE.
       COPY WARRANTY-TERMS-RECORD.

       FD  SERIAL-MASTER-FILE.
       COPY SERIAL-MASTER-RECORD.

       FD  OPEN-PO-FILE.
       COPY OPEN-PO-RECORD.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  WARRANTY-HISTORY-FILE.
       COPY WARRANTY-CLAIM-RECORD.

       FD  CLAIM-REPORT-FILE.
       01  CLAIM-REPORT-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS                PIC XX.
           88  CARD-FILE-OK                  VALUE '00'.
           88  CARD-FILE-EOF                 VALUE '10'.
       01  WS-TERMS-STATUS               PIC XX.
           88  TERMS-FILE-OK                 VALUE '00'.
           88  TERMS-FILE-EOF                VALUE '10'.
       01  WS-SER-STATUS                 PIC XX.
           88  SER-FILE-OK                   VALUE '00'.
           88  SER-FILE-EOF                  VALUE '10'.
       01  WS-PO-STATUS                  PIC XX.
           88  PO-FILE-OK                    VALUE '00'.
           88  PO-FILE-EOF                   VALUE '10'.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FILE-OK                 VALUE '00'.
           88  JPROD-FILE-EOF                VALUE '10'.
       01  WS-WHIST-STATUS               PIC XX.
           88  WHIST-FILE-OK                 VALUE '00'.
           88  WHIST-FILE-EOF                VALUE '10'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-CLAIM-INTEGER              PIC 9(7).
       01  WS-UNIT-AGE-DAYS              PIC S9(7).
       01  WS-VENDOR-AGE-DAYS            PIC S9(7).
       01  WS-RECEIPT-KNOWN-SW           PIC X(1).
           88  RECEIPT-DATE-KNOWN            VALUE 'Y'.

       01  WS-TERMS-TABLE-MAX            PIC 9(3) VALUE 200.
       01  WS-TERMS-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-TERMS-ENTRIES.
           05  WS-TERMS-ENTRY            OCCURS 200 TIMES
                                             INDEXED BY TM-IDX.
               10  TM-PRODUCT-CODE           PIC X(20).
               10  TM-WARRANTY-DAYS          PIC 9(4).
               10  TM-REPLACE-DAYS           PIC 9(3).
               10  TM-VENDOR-WARRANTY-DAYS   PIC 9(4).
               10  TM-REPAIR-COST            PIC 9(7)V99.

       01  WS-COST-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-COST-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-COST-ENTRIES.
           05  WS-COST-ENTRY             OCCURS 200 TIMES
                                             INDEXED BY CO-IDX.
               10  CO-PRODUCT-CODE           PIC X(20).
               10  CO-MAKER-CODE             PIC X(10).
               10  CO-UNIT-COST              PIC 9(7)V99.

      *----------------------------------------------------------------
      * シリアル台帳は返品処理と同じく表に丸ごと載せる。載り切らな
      * ければ正しいクレームを却下してしまうので打ち切る。
      *----------------------------------------------------------------
       01  WS-SERIAL-TABLE-MAX           PIC 9(3) VALUE 500.
       01  WS-SERIAL-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-SERIAL-ENTRIES.
           05  WS-SERIAL-ENTRY           OCCURS 500 TIMES
                                             INDEXED BY SE-IDX.
               10  SE-SERIAL-NUMBER          PIC X(20).
               10  SE-PRODUCT-CODE           PIC X(20).
               10  SE-PO-NUMBER              PIC 9(12).
               10  SE-RECEIPT-DATE           PIC 9(8).
               10  SE-SERIAL-STATUS          PIC X(1).
                   88  SE-SHIPPED                VALUE 'S'.
                   88  SE-RETURNED               VALUE 'R'.
               10  SE-CUSTOMER-ID            PIC 9(8).
               10  SE-SHIP-DATE              PIC 9(8).

      *----------------------------------------------------------------
      * Tonight's claims, held so the covered, out-of-warranty and
      * rejected sections can each be printed in one pass.
      *----------------------------------------------------------------
       01  WS-CLAIM-TABLE-MAX            PIC 9(3) VALUE 200.
       01  WS-CLAIM-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CLAIM-ENTRIES.
           05  WS-CLAIM-ENTRY            OCCURS 200 TIMES.
               10  CW-CUSTOMER-ID            PIC 9(8).
               10  CW-SERIAL-NUMBER          PIC X(20).
               10  CW-CLAIM-DATE             PIC 9(8).
               10  CW-FAULT-TEXT             PIC X(30).
               10  CW-PRODUCT-CODE           PIC X(20).
               10  CW-PO-NUMBER              PIC 9(12).
               10  CW-SHIP-DATE              PIC 9(8).
               10  CW-EXPIRY-DATE            PIC 9(8).
               10  CW-VENDOR-CODE            PIC X(10).
               10  CW-CLAIM-ROUTE            PIC X(1).
                   88  CW-ROUTE-REPAIR           VALUE 'R'.
                   88  CW-ROUTE-REPLACE          VALUE 'P'.
                   88  CW-ROUTE-BACK-CHARGE      VALUE 'V'.
                   88  CW-ROUTE-OUT-OF-WARRANTY  VALUE 'O'.
                   88  CW-ROUTE-COVERED          VALUE 'R' 'P' 'V'.
                   88  CW-CLAIM-REJECTED         VALUE 'X'.
               10  CW-CLAIM-COST             PIC 9(7)V99.
               10  CW-CLAIM-NUMBER           PIC 9(12).
               10  CW-NOTE                   PIC X(24).
       01  WS-CLAIM-SUB                  PIC 9(3) COMP.

      *----------------------------------------------------------------
      * 製品別・仕入先別の保証費用累計 (WARRHIST.DAT 全件+今回分)。
      *----------------------------------------------------------------
       01  WS-PRODUCT-COST-TABLE-MAX     PIC 9(3) VALUE 200.
       01  WS-PRODUCT-COST-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-PRODUCT-COST-ENTRIES.
           05  WS-PRODUCT-COST-ENTRY     OCCURS 200 TIMES.
               10  PC-PRODUCT-CODE           PIC X(20).
               10  PC-CLAIM-COUNT            PIC 9(5).
               10  PC-WARRANTY-COST          PIC 9(9)V99.
               10  PC-BACK-CHARGE-COST       PIC 9(9)V99.
       01  WS-PRODUCT-COST-SUB           PIC 9(3) COMP.
       01  WS-PRODUCT-COST-HIT-SUB       PIC 9(3) COMP.

       01  WS-VENDOR-COST-TABLE-MAX      PIC 9(3) VALUE 100.
       01  WS-VENDOR-COST-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-VENDOR-COST-ENTRIES.
           05  WS-VENDOR-COST-ENTRY      OCCURS 100 TIMES.
               10  VC-VENDOR-CODE            PIC X(10).
               10  VC-CLAIM-COUNT            PIC 9(5).
               10  VC-WARRANTY-COST          PIC 9(9)V99.
               10  VC-BACK-CHARGE-COST       PIC 9(9)V99.
       01  WS-VENDOR-COST-SUB            PIC 9(3) COMP.
       01  WS-VENDOR-COST-HIT-SUB        PIC 9(3) COMP.

       01  WS-COST-LOST-SW               PIC X(1) VALUE 'N'.
           88  COST-TABLE-OVERFLOWED         VALUE 'Y'.

       01  WS-TALLY-PRODUCT-CODE         PIC X(20).
       01  WS-TALLY-VENDOR-CODE          PIC X(10).
       01  WS-TALLY-ROUTE                PIC X(1).
           88  TALLY-BACK-CHARGE             VALUE 'V'.
           88  TALLY-OUT-OF-WARRANTY         VALUE 'O'.
       01  WS-TALLY-COST                 PIC 9(7)V99.

       01  WS-CLAIM-SEQ                  PIC 9(4) VALUE ZERO.
       01  WS-SEED-NUMBER.
           05  WS-SD-DATE                 PIC 9(8).
           05  WS-SD-SEQ                  PIC 9(4).
       01  WS-NEW-CLAIM-NUMBER.
           05  WS-NC-DATE                 PIC 9(8).
           05  WS-NC-SEQ                  PIC 9(4).

       01  WS-CARD-FILE-NAME             PIC X(20)
                                            VALUE 'WCLAIM.DAT'.
       01  WS-CARD-GEN-FILE-NAME         PIC X(20)
                                            VALUE 'WCLAIM.G1'.

       01  WS-COVERED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-OUT-OF-WARRANTY-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SECTION-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-SECTION-HEADING-LINE.
           05  SH-HEADING               PIC X(40).

       01  WS-CLAIM-DETAIL-LINE.
           05  WD-CLAIM-NUMBER          PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WD-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WD-SERIAL-NUMBER         PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WD-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(9) VALUE ' SHIPPED '.
           05  WD-SHIP-DATE             PIC X(8).
           05  FILLER                  PIC X(7) VALUE ' UNTIL '.
           05  WD-EXPIRY-DATE           PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WD-NOTE                  PIC X(24).

       01  WS-CLAIM-COST-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'FAULT: '.
           05  WC-FAULT-TEXT            PIC X(30).
           05  FILLER                  PIC X(9) VALUE ' VENDOR: '.
           05  WC-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(7) VALUE ' COST: '.
           05  WC-CLAIM-COST            PIC ZZZZZZ9.99.

       01  WS-COST-SUMMARY-LINE.
           05  CS-KEY                PIC X(20).
           05  FILLER                  PIC X(9) VALUE ' CLAIMS: '.
           05  CS-CLAIM-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE ' WARRANTY: '.
           05  CS-WARRANTY-COST      PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(15)
               VALUE ' BACK-CHARGED: '.
           05  CS-BACK-CHARGE-COST   PIC ZZZZZZZZ9.99.

       01  WS-CLAIM-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE 'COVERED: '.
           05  CT-COVERED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(19)
               VALUE '  OUT OF WARRANTY: '.
           05  CT-OUT-OF-WARRANTY-COUNT PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  CT-REJECTED-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-CLAIM-CARDS
           IF WS-CLAIM-COUNT = ZERO
               DISPLAY 'WARRANTY CLAIM INTAKE - NO CLAIMS TONIGHT'
               STOP RUN
           END-IF
           PERFORM LOAD-WARRANTY-TERMS
           PERFORM LOAD-PRODUCT-COSTS
           PERFORM LOAD-SERIAL-MASTER
           PERFORM ROUTE-ONE-CLAIM
               VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
           PERFORM ATTRIBUTE-CLAIM-VENDORS
           PERFORM LOAD-WARRANTY-HISTORY
           PERFORM REGISTER-ACCEPTED-CLAIMS
           IF COST-TABLE-OVERFLOWED
               DISPLAY 'ERROR: WARRANTY COST TABLE FULL - '
                   'COST SUMMARY WOULD NOT FOOT'
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WRITE-CLAIM-REPORT
           PERFORM RETIRE-CLAIM-CARDS
           DISPLAY 'WARRANTY CLAIM INTAKE - COVERED: '
               WS-COVERED-COUNT
               ' OUT OF WARRANTY: ' WS-OUT-OF-WARRANTY-COUNT
               ' REJECTED: ' WS-REJECTED-COUNT
           STOP RUN.

       LOAD-CLAIM-CARDS.
           OPEN INPUT CLAIM-CARD-FILE
           IF CARD-FILE-OK
               PERFORM READ-CLAIM-CARD
               PERFORM STORE-CLAIM-CARD UNTIL CARD-FILE-EOF
               CLOSE CLAIM-CARD-FILE
           END-IF.

       READ-CLAIM-CARD.
           READ CLAIM-CARD-FILE
               AT END
                   SET CARD-FILE-EOF TO TRUE
           END-READ.

       STORE-CLAIM-CARD.
           IF WS-CLAIM-COUNT < WS-CLAIM-TABLE-MAX
               ADD 1 TO WS-CLAIM-COUNT
               INITIALIZE WS-CLAIM-ENTRY (WS-CLAIM-COUNT)
               MOVE WI-CUSTOMER-ID TO CW-CUSTOMER-ID (WS-CLAIM-COUNT)
               MOVE WI-SERIAL-NUMBER
                   TO CW-SERIAL-NUMBER (WS-CLAIM-COUNT)
               MOVE WI-CLAIM-DATE TO CW-CLAIM-DATE (WS-CLAIM-COUNT)
               IF WI-CLAIM-DATE NOT NUMERIC OR WI-CLAIM-DATE = ZERO
                   MOVE WS-TODAY-CCYYMMDD
                       TO CW-CLAIM-DATE (WS-CLAIM-COUNT)
               END-IF
               MOVE WI-FAULT-TEXT TO CW-FAULT-TEXT (WS-CLAIM-COUNT)
           ELSE
               DISPLAY 'ERROR: WARRANTY CLAIM TABLE FULL - '
                   'CLAIM FILE NOT RETIRED, RERUN FOR THE REST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CLAIM-CARD.

       LOAD-WARRANTY-TERMS.
           OPEN INPUT TERMS-FILE
           IF TERMS-FILE-OK
               PERFORM READ-TERMS
               PERFORM STORE-TERMS UNTIL TERMS-FILE-EOF
               CLOSE TERMS-FILE
           END-IF.

       READ-TERMS.
           READ TERMS-FILE
               AT END
                   SET TERMS-FILE-EOF TO TRUE
           END-READ.

       STORE-TERMS.
           IF WS-TERMS-COUNT < WS-TERMS-TABLE-MAX
               ADD 1 TO WS-TERMS-COUNT
               MOVE WT-PRODUCT-CODE TO TM-PRODUCT-CODE (WS-TERMS-COUNT)
               MOVE WT-WARRANTY-DAYS
                   TO TM-WARRANTY-DAYS (WS-TERMS-COUNT)
               MOVE WT-REPLACE-DAYS TO TM-REPLACE-DAYS (WS-TERMS-COUNT)
               MOVE WT-VENDOR-WARRANTY-DAYS
                   TO TM-VENDOR-WARRANTY-DAYS (WS-TERMS-COUNT)
               MOVE WT-REPAIR-COST TO TM-REPAIR-COST (WS-TERMS-COUNT)
           ELSE
               DISPLAY 'ERROR: WARRANTY TERMS TABLE FULL - '
                   WT-PRODUCT-CODE ' TREATED AS NO WARRANTY'
           END-IF
           PERFORM READ-TERMS.

       LOAD-PRODUCT-COSTS.
           OPEN INPUT JPRODUCT-FILE
           IF JPROD-FILE-OK
               PERFORM READ-JPRODUCT
               PERFORM STORE-PRODUCT-COST UNTIL JPROD-FILE-EOF
               CLOSE JPRODUCT-FILE
           END-IF.

       READ-JPRODUCT.
           READ JPRODUCT-FILE
               AT END
                   SET JPROD-FILE-EOF TO TRUE
           END-READ.

       STORE-PRODUCT-COST.
           IF WS-COST-COUNT < WS-COST-TABLE-MAX
               ADD 1 TO WS-COST-COUNT
               MOVE 製品ーコード
                   TO CO-PRODUCT-CODE (WS-COST-COUNT)
               MOVE メーカーコード
                   TO CO-MAKER-CODE (WS-COST-COUNT)
               MOVE 原価 TO CO-UNIT-COST (WS-COST-COUNT)
           END-IF
           PERFORM READ-JPRODUCT.

       LOAD-SERIAL-MASTER.
           OPEN INPUT SERIAL-MASTER-FILE
           IF SER-FILE-OK
               PERFORM READ-SERIAL-MASTER
               PERFORM STORE-SERIAL-ROW UNTIL SER-FILE-EOF
               CLOSE SERIAL-MASTER-FILE
           END-IF.

       READ-SERIAL-MASTER.
           READ SERIAL-MASTER-FILE
               AT END
                   SET SER-FILE-EOF TO TRUE
           END-READ.

       STORE-SERIAL-ROW.
           IF WS-SERIAL-COUNT < WS-SERIAL-TABLE-MAX
               ADD 1 TO WS-SERIAL-COUNT
               MOVE SN-SERIAL-NUMBER
                   TO SE-SERIAL-NUMBER (WS-SERIAL-COUNT)
               MOVE SN-PRODUCT-CODE TO SE-PRODUCT-CODE (WS-SERIAL-COUNT)
               MOVE SN-PO-NUMBER TO SE-PO-NUMBER (WS-SERIAL-COUNT)
               MOVE SN-RECEIPT-DATE TO SE-RECEIPT-DATE (WS-SERIAL-COUNT)
               MOVE SN-SERIAL-STATUS
                   TO SE-SERIAL-STATUS (WS-SERIAL-COUNT)
               MOVE SN-CUSTOMER-ID TO SE-CUSTOMER-ID (WS-SERIAL-COUNT)
               MOVE SN-SHIP-DATE TO SE-SHIP-DATE (WS-SERIAL-COUNT)
           ELSE
               DISPLAY 'ERROR: SERIAL TABLE FULL - '
                   'WARRANTY CLAIMS NOT DECIDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SERIAL-MASTER.

      *----------------------------------------------------------------
      * 一件のクレームを検証し、振り分ける。
      *  保証期間外 → O / 仕入先保証内 → V / 交換期間内 → P / 他 → R
      *----------------------------------------------------------------
       ROUTE-ONE-CLAIM.
           SET SE-IDX TO 1
           SEARCH WS-SERIAL-ENTRY
               AT END
                   SET CW-CLAIM-REJECTED (WS-CLAIM-SUB) TO TRUE
                   MOVE 'SERIAL NOT ON FILE' TO CW-NOTE (WS-CLAIM-SUB)
               WHEN SE-IDX > WS-SERIAL-COUNT
                   SET CW-CLAIM-REJECTED (WS-CLAIM-SUB) TO TRUE
                   MOVE 'SERIAL NOT ON FILE' TO CW-NOTE (WS-CLAIM-SUB)
               WHEN SE-SERIAL-NUMBER (SE-IDX)
                   = CW-SERIAL-NUMBER (WS-CLAIM-SUB)
                   PERFORM VALIDATE-CLAIM-SERIAL
           END-SEARCH
           IF NOT CW-CLAIM-REJECTED (WS-CLAIM-SUB)
               PERFORM DECIDE-WARRANTY-COVER
           END-IF
           EVALUATE TRUE
               WHEN CW-CLAIM-REJECTED (WS-CLAIM-SUB)
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN CW-ROUTE-OUT-OF-WARRANTY (WS-CLAIM-SUB)
                   ADD 1 TO WS-OUT-OF-WARRANTY-COUNT
               WHEN OTHER
                   ADD 1 TO WS-COVERED-COUNT
           END-EVALUATE.

       VALIDATE-CLAIM-SERIAL.
           MOVE SE-PRODUCT-CODE (SE-IDX)
               TO CW-PRODUCT-CODE (WS-CLAIM-SUB)
           MOVE SE-PO-NUMBER (SE-IDX) TO CW-PO-NUMBER (WS-CLAIM-SUB)
           MOVE SE-SHIP-DATE (SE-IDX) TO CW-SHIP-DATE (WS-CLAIM-SUB)
           EVALUATE TRUE
               WHEN SE-RETURNED (SE-IDX)
                   SET CW-CLAIM-REJECTED (WS-CLAIM-SUB) TO TRUE
                   MOVE 'SERIAL ALREADY RETURNED'
                       TO CW-NOTE (WS-CLAIM-SUB)
               WHEN NOT SE-SHIPPED (SE-IDX)
                   SET CW-CLAIM-REJECTED (WS-CLAIM-SUB) TO TRUE
                   MOVE 'SERIAL NEVER SHIPPED' TO CW-NOTE (WS-CLAIM-SUB)
               WHEN SE-CUSTOMER-ID (SE-IDX)
                   NOT = CW-CUSTOMER-ID (WS-CLAIM-SUB)
                   SET CW-CLAIM-REJECTED (WS-CLAIM-SUB) TO TRUE
                   MOVE 'SHIPPED TO OTHER CUSTOMER'
                       TO CW-NOTE (WS-CLAIM-SUB)
               WHEN CW-CLAIM-DATE (WS-CLAIM-SUB)
                   < SE-SHIP-DATE (SE-IDX)
                   SET CW-CLAIM-REJECTED (WS-CLAIM-SUB) TO TRUE
                   MOVE 'CLAIM BEFORE SHIP DATE'
                       TO CW-NOTE (WS-CLAIM-SUB)
               WHEN OTHER
                   COMPUTE WS-CLAIM-INTEGER = FUNCTION INTEGER-OF-DATE
                       (CW-CLAIM-DATE (WS-CLAIM-SUB))
                   COMPUTE WS-UNIT-AGE-DAYS = WS-CLAIM-INTEGER
                       - FUNCTION INTEGER-OF-DATE
                           (SE-SHIP-DATE (SE-IDX))
                   MOVE ZERO TO WS-VENDOR-AGE-DAYS
                   MOVE 'N' TO WS-RECEIPT-KNOWN-SW
                   IF SE-RECEIPT-DATE (SE-IDX) > ZERO
                       MOVE 'Y' TO WS-RECEIPT-KNOWN-SW
                       COMPUTE WS-VENDOR-AGE-DAYS = WS-CLAIM-INTEGER
                           - FUNCTION INTEGER-OF-DATE
                               (SE-RECEIPT-DATE (SE-IDX))
                   END-IF
           END-EVALUATE.

       DECIDE-WARRANTY-COVER.
           SET TM-IDX TO 1
           SEARCH WS-TERMS-ENTRY
               AT END
                   SET CW-ROUTE-OUT-OF-WARRANTY (WS-CLAIM-SUB) TO TRUE
                   MOVE 'NO WARRANTY TERMS' TO CW-NOTE (WS-CLAIM-SUB)
               WHEN TM-IDX > WS-TERMS-COUNT
                   SET CW-ROUTE-OUT-OF-WARRANTY (WS-CLAIM-SUB) TO TRUE
                   MOVE 'NO WARRANTY TERMS' TO CW-NOTE (WS-CLAIM-SUB)
               WHEN TM-PRODUCT-CODE (TM-IDX)
                   = CW-PRODUCT-CODE (WS-CLAIM-SUB)
                   PERFORM APPLY-WARRANTY-TERMS
           END-SEARCH.

       APPLY-WARRANTY-TERMS.
           COMPUTE CW-EXPIRY-DATE (WS-CLAIM-SUB) =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (CW-SHIP-DATE (WS-CLAIM-SUB))
                    + TM-WARRANTY-DAYS (TM-IDX))
           EVALUATE TRUE
               WHEN WS-UNIT-AGE-DAYS > TM-WARRANTY-DAYS (TM-IDX)
                   SET CW-ROUTE-OUT-OF-WARRANTY (WS-CLAIM-SUB) TO TRUE
                   MOVE 'WARRANTY EXPIRED' TO CW-NOTE (WS-CLAIM-SUB)
               WHEN TM-VENDOR-WARRANTY-DAYS (TM-IDX) > ZERO
                   AND RECEIPT-DATE-KNOWN
                   AND WS-VENDOR-AGE-DAYS
                       NOT > TM-VENDOR-WARRANTY-DAYS (TM-IDX)
                   SET CW-ROUTE-BACK-CHARGE (WS-CLAIM-SUB) TO TRUE
                   MOVE 'VENDOR BACK-CHARGE' TO CW-NOTE (WS-CLAIM-SUB)
                   PERFORM FIND-CLAIM-UNIT-COST
               WHEN WS-UNIT-AGE-DAYS NOT > TM-REPLACE-DAYS (TM-IDX)
                   SET CW-ROUTE-REPLACE (WS-CLAIM-SUB) TO TRUE
                   MOVE 'REPLACEMENT' TO CW-NOTE (WS-CLAIM-SUB)
                   PERFORM FIND-CLAIM-UNIT-COST
               WHEN OTHER
                   SET CW-ROUTE-REPAIR (WS-CLAIM-SUB) TO TRUE
                   MOVE 'REPAIR' TO CW-NOTE (WS-CLAIM-SUB)
                   MOVE TM-REPAIR-COST (TM-IDX)
                       TO CW-CLAIM-COST (WS-CLAIM-SUB)
           END-EVALUATE.

      *----------------------------------------------------------------
      * Replacement and back-charge are valued at 原価; the product's
      * メーカーコード stands in as vendor until the PO is found.
      *----------------------------------------------------------------
       FIND-CLAIM-UNIT-COST.
           SET CO-IDX TO 1
           SEARCH WS-COST-ENTRY
               AT END
                   CONTINUE
               WHEN CO-IDX > WS-COST-COUNT
                   CONTINUE
               WHEN CO-PRODUCT-CODE (CO-IDX)
                   = CW-PRODUCT-CODE (WS-CLAIM-SUB)
                   MOVE CO-UNIT-COST (CO-IDX)
                       TO CW-CLAIM-COST (WS-CLAIM-SUB)
           END-SEARCH.

      *----------------------------------------------------------------
      * 仕入先は入荷した発注の PO-VENDOR-CODE。発注行が無ければ
      * 製品のメーカーコードで代える。
      *----------------------------------------------------------------
       ATTRIBUTE-CLAIM-VENDORS.
           OPEN INPUT OPEN-PO-FILE
           IF PO-FILE-OK
               PERFORM READ-OPEN-PO
               PERFORM MATCH-PO-TO-CLAIMS UNTIL PO-FILE-EOF
               CLOSE OPEN-PO-FILE
           END-IF
           PERFORM DEFAULT-CLAIM-VENDOR
               VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT.

       READ-OPEN-PO.
           READ OPEN-PO-FILE
               AT END
                   SET PO-FILE-EOF TO TRUE
           END-READ.

       MATCH-PO-TO-CLAIMS.
           PERFORM MATCH-PO-TO-ONE-CLAIM
               VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
           PERFORM READ-OPEN-PO.

       MATCH-PO-TO-ONE-CLAIM.
           IF NOT CW-CLAIM-REJECTED (WS-CLAIM-SUB)
               AND CW-PO-NUMBER (WS-CLAIM-SUB) = PO-NUMBER
               AND CW-PRODUCT-CODE (WS-CLAIM-SUB) = PO-PRODUCT-CODE
               MOVE PO-VENDOR-CODE TO CW-VENDOR-CODE (WS-CLAIM-SUB)
           END-IF.

       DEFAULT-CLAIM-VENDOR.
           IF NOT CW-CLAIM-REJECTED (WS-CLAIM-SUB)
               AND CW-VENDOR-CODE (WS-CLAIM-SUB) = SPACES
               SET CO-IDX TO 1
               SEARCH WS-COST-ENTRY
                   AT END
                       CONTINUE
                   WHEN CO-IDX > WS-COST-COUNT
                       CONTINUE
                   WHEN CO-PRODUCT-CODE (CO-IDX)
                       = CW-PRODUCT-CODE (WS-CLAIM-SUB)
                       MOVE CO-MAKER-CODE (CO-IDX)
                           TO CW-VENDOR-CODE (WS-CLAIM-SUB)
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * WARRHIST.DAT を一度読み、今日の採番の続きと費用累計を得る。
      *----------------------------------------------------------------
       LOAD-WARRANTY-HISTORY.
           OPEN INPUT WARRANTY-HISTORY-FILE
           IF WHIST-FILE-OK
               PERFORM READ-WARRANTY-HISTORY
               PERFORM SCAN-WARRANTY-HISTORY UNTIL WHIST-FILE-EOF
               CLOSE WARRANTY-HISTORY-FILE
           END-IF.

       READ-WARRANTY-HISTORY.
           READ WARRANTY-HISTORY-FILE
               AT END
                   SET WHIST-FILE-EOF TO TRUE
           END-READ.

       SCAN-WARRANTY-HISTORY.
           MOVE WH-CLAIM-NUMBER TO WS-SEED-NUMBER
           IF WS-SD-DATE = WS-TODAY-CCYYMMDD
               AND WS-SD-SEQ > WS-CLAIM-SEQ
               MOVE WS-SD-SEQ TO WS-CLAIM-SEQ
           END-IF
           MOVE WH-PRODUCT-CODE TO WS-TALLY-PRODUCT-CODE
           MOVE WH-VENDOR-CODE TO WS-TALLY-VENDOR-CODE
           MOVE WH-CLAIM-ROUTE TO WS-TALLY-ROUTE
           MOVE WH-CLAIM-COST TO WS-TALLY-COST
           PERFORM TALLY-WARRANTY-COST
           PERFORM READ-WARRANTY-HISTORY.

      *----------------------------------------------------------------
      * Covered and out-of-warranty claims are numbered and appended
      * to the register; rejected claims are only reported.
      *----------------------------------------------------------------
       REGISTER-ACCEPTED-CLAIMS.
           OPEN EXTEND WARRANTY-HISTORY-FILE
           IF NOT WHIST-FILE-OK
               OPEN OUTPUT WARRANTY-HISTORY-FILE
           END-IF
           PERFORM REGISTER-ONE-CLAIM
               VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
           CLOSE WARRANTY-HISTORY-FILE.

       REGISTER-ONE-CLAIM.
           IF NOT CW-CLAIM-REJECTED (WS-CLAIM-SUB)
               ADD 1 TO WS-CLAIM-SEQ
               MOVE WS-TODAY-CCYYMMDD TO WS-NC-DATE
               MOVE WS-CLAIM-SEQ TO WS-NC-SEQ
               MOVE WS-NEW-CLAIM-NUMBER
                   TO CW-CLAIM-NUMBER (WS-CLAIM-SUB)
               MOVE WS-NEW-CLAIM-NUMBER TO WH-CLAIM-NUMBER
               MOVE CW-SERIAL-NUMBER (WS-CLAIM-SUB)
                   TO WH-SERIAL-NUMBER
               MOVE CW-PRODUCT-CODE (WS-CLAIM-SUB) TO WH-PRODUCT-CODE
               MOVE CW-CUSTOMER-ID (WS-CLAIM-SUB) TO WH-CUSTOMER-ID
               MOVE CW-CLAIM-DATE (WS-CLAIM-SUB) TO WH-CLAIM-DATE
               MOVE CW-SHIP-DATE (WS-CLAIM-SUB) TO WH-SHIP-DATE
               MOVE CW-VENDOR-CODE (WS-CLAIM-SUB) TO WH-VENDOR-CODE
               MOVE CW-CLAIM-ROUTE (WS-CLAIM-SUB) TO WH-CLAIM-ROUTE
               MOVE CW-CLAIM-COST (WS-CLAIM-SUB) TO WH-CLAIM-COST
               MOVE 'N' TO WH-CLAIMED-SW
               MOVE CW-FAULT-TEXT (WS-CLAIM-SUB) TO WH-FAULT-TEXT
               WRITE WARRANTY-CLAIM-RECORD
               MOVE WH-PRODUCT-CODE TO WS-TALLY-PRODUCT-CODE
               MOVE WH-VENDOR-CODE TO WS-TALLY-VENDOR-CODE
               MOVE WH-CLAIM-ROUTE TO WS-TALLY-ROUTE
               MOVE WH-CLAIM-COST TO WS-TALLY-COST
               PERFORM TALLY-WARRANTY-COST
           END-IF.

      *----------------------------------------------------------------
      * Out-of-warranty claims count but cost us nothing; a
      * back-charge is shown apart from the cost we carry ourselves.
      *----------------------------------------------------------------
       TALLY-WARRANTY-COST.
           IF TALLY-OUT-OF-WARRANTY
               MOVE ZERO TO WS-TALLY-COST
           END-IF
           MOVE ZERO TO WS-PRODUCT-COST-HIT-SUB
           PERFORM FIND-PRODUCT-COST-ENTRY
               VARYING WS-PRODUCT-COST-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-COST-SUB > WS-PRODUCT-COST-COUNT
                   OR WS-PRODUCT-COST-HIT-SUB > ZERO
           IF WS-PRODUCT-COST-HIT-SUB = ZERO
               IF WS-PRODUCT-COST-COUNT < WS-PRODUCT-COST-TABLE-MAX
                   ADD 1 TO WS-PRODUCT-COST-COUNT
                   MOVE WS-PRODUCT-COST-COUNT
                       TO WS-PRODUCT-COST-HIT-SUB
                   MOVE WS-TALLY-PRODUCT-CODE
                       TO PC-PRODUCT-CODE (WS-PRODUCT-COST-HIT-SUB)
                   MOVE ZERO TO PC-CLAIM-COUNT (WS-PRODUCT-COST-HIT-SUB)
                   MOVE ZERO
                       TO PC-WARRANTY-COST (WS-PRODUCT-COST-HIT-SUB)
                   MOVE ZERO
                       TO PC-BACK-CHARGE-COST (WS-PRODUCT-COST-HIT-SUB)
               ELSE
                   SET COST-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           IF WS-PRODUCT-COST-HIT-SUB > ZERO
               ADD 1 TO PC-CLAIM-COUNT (WS-PRODUCT-COST-HIT-SUB)
               IF TALLY-BACK-CHARGE
                   ADD WS-TALLY-COST
                       TO PC-BACK-CHARGE-COST (WS-PRODUCT-COST-HIT-SUB)
               ELSE
                   ADD WS-TALLY-COST
                       TO PC-WARRANTY-COST (WS-PRODUCT-COST-HIT-SUB)
               END-IF
           END-IF
           MOVE ZERO TO WS-VENDOR-COST-HIT-SUB
           PERFORM FIND-VENDOR-COST-ENTRY
               VARYING WS-VENDOR-COST-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-COST-SUB > WS-VENDOR-COST-COUNT
                   OR WS-VENDOR-COST-HIT-SUB > ZERO
           IF WS-VENDOR-COST-HIT-SUB = ZERO
               IF WS-VENDOR-COST-COUNT < WS-VENDOR-COST-TABLE-MAX
                   ADD 1 TO WS-VENDOR-COST-COUNT
                   MOVE WS-VENDOR-COST-COUNT TO WS-VENDOR-COST-HIT-SUB
                   MOVE WS-TALLY-VENDOR-CODE
                       TO VC-VENDOR-CODE (WS-VENDOR-COST-HIT-SUB)
                   MOVE ZERO TO VC-CLAIM-COUNT (WS-VENDOR-COST-HIT-SUB)
                   MOVE ZERO
                       TO VC-WARRANTY-COST (WS-VENDOR-COST-HIT-SUB)
                   MOVE ZERO
                       TO VC-BACK-CHARGE-COST (WS-VENDOR-COST-HIT-SUB)
               ELSE
                   SET COST-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           IF WS-VENDOR-COST-HIT-SUB > ZERO
               ADD 1 TO VC-CLAIM-COUNT (WS-VENDOR-COST-HIT-SUB)
               IF TALLY-BACK-CHARGE
                   ADD WS-TALLY-COST
                       TO VC-BACK-CHARGE-COST (WS-VENDOR-COST-HIT-SUB)
               ELSE
                   ADD WS-TALLY-COST
                       TO VC-WARRANTY-COST (WS-VENDOR-COST-HIT-SUB)
               END-IF
           END-IF.

       FIND-PRODUCT-COST-ENTRY.
           IF PC-PRODUCT-CODE (WS-PRODUCT-COST-SUB)
               = WS-TALLY-PRODUCT-CODE
               MOVE WS-PRODUCT-COST-SUB TO WS-PRODUCT-COST-HIT-SUB
           END-IF.

       FIND-VENDOR-COST-ENTRY.
           IF VC-VENDOR-CODE (WS-VENDOR-COST-SUB)
               = WS-TALLY-VENDOR-CODE
               MOVE WS-VENDOR-COST-SUB TO WS-VENDOR-COST-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * 保証内・保証外・却下を別々の見出しで、続けて費用累計を印字。
      *----------------------------------------------------------------
       WRITE-CLAIM-REPORT.
           OPEN OUTPUT CLAIM-REPORT-FILE
           MOVE 'COVERED CLAIMS' TO SH-HEADING
           WRITE CLAIM-REPORT-LINE FROM WS-SECTION-HEADING-LINE
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM PRINT-COVERED-CLAIM
               VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
           PERFORM PRINT-EMPTY-SECTION
           MOVE 'OUT-OF-WARRANTY CLAIMS' TO SH-HEADING
           WRITE CLAIM-REPORT-LINE FROM WS-SECTION-HEADING-LINE
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM PRINT-OUT-OF-WARRANTY-CLAIM
               VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
           PERFORM PRINT-EMPTY-SECTION
           MOVE 'REJECTED CLAIMS' TO SH-HEADING
           WRITE CLAIM-REPORT-LINE FROM WS-SECTION-HEADING-LINE
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM PRINT-REJECTED-CLAIM
               VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
           PERFORM PRINT-EMPTY-SECTION
           MOVE 'WARRANTY COST TO DATE BY PRODUCT' TO SH-HEADING
           WRITE CLAIM-REPORT-LINE FROM WS-SECTION-HEADING-LINE
           PERFORM PRINT-PRODUCT-COST
               VARYING WS-PRODUCT-COST-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-COST-SUB > WS-PRODUCT-COST-COUNT
           MOVE SPACES TO CLAIM-REPORT-LINE
           WRITE CLAIM-REPORT-LINE
           MOVE 'WARRANTY COST TO DATE BY VENDOR' TO SH-HEADING
           WRITE CLAIM-REPORT-LINE FROM WS-SECTION-HEADING-LINE
           PERFORM PRINT-VENDOR-COST
               VARYING WS-VENDOR-COST-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-COST-SUB > WS-VENDOR-COST-COUNT
           MOVE SPACES TO CLAIM-REPORT-LINE
           WRITE CLAIM-REPORT-LINE
           MOVE WS-COVERED-COUNT TO CT-COVERED-COUNT
           MOVE WS-OUT-OF-WARRANTY-COUNT TO CT-OUT-OF-WARRANTY-COUNT
           MOVE WS-REJECTED-COUNT TO CT-REJECTED-COUNT
           WRITE CLAIM-REPORT-LINE FROM WS-CLAIM-TOTAL-LINE
           CLOSE CLAIM-REPORT-FILE.

       PRINT-EMPTY-SECTION.
           IF WS-SECTION-COUNT = ZERO
               MOVE '  NONE' TO CLAIM-REPORT-LINE
               WRITE CLAIM-REPORT-LINE
           END-IF
           MOVE SPACES TO CLAIM-REPORT-LINE
           WRITE CLAIM-REPORT-LINE.

       PRINT-COVERED-CLAIM.
           IF CW-ROUTE-COVERED (WS-CLAIM-SUB)
               PERFORM PRINT-CLAIM-LINES
           END-IF.

       PRINT-OUT-OF-WARRANTY-CLAIM.
           IF CW-ROUTE-OUT-OF-WARRANTY (WS-CLAIM-SUB)
               PERFORM PRINT-CLAIM-LINES
           END-IF.

       PRINT-REJECTED-CLAIM.
           IF CW-CLAIM-REJECTED (WS-CLAIM-SUB)
               PERFORM PRINT-CLAIM-LINES
           END-IF.

       PRINT-CLAIM-LINES.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WD-CLAIM-NUMBER WD-SHIP-DATE WD-EXPIRY-DATE
           IF CW-CLAIM-NUMBER (WS-CLAIM-SUB) > ZERO
               MOVE CW-CLAIM-NUMBER (WS-CLAIM-SUB) TO WD-CLAIM-NUMBER
           END-IF
           MOVE CW-CUSTOMER-ID (WS-CLAIM-SUB) TO WD-CUSTOMER-ID
           MOVE CW-SERIAL-NUMBER (WS-CLAIM-SUB) TO WD-SERIAL-NUMBER
           MOVE CW-PRODUCT-CODE (WS-CLAIM-SUB) TO WD-PRODUCT-CODE
           IF CW-SHIP-DATE (WS-CLAIM-SUB) > ZERO
               MOVE CW-SHIP-DATE (WS-CLAIM-SUB) TO WD-SHIP-DATE
           END-IF
           IF CW-EXPIRY-DATE (WS-CLAIM-SUB) > ZERO
               MOVE CW-EXPIRY-DATE (WS-CLAIM-SUB) TO WD-EXPIRY-DATE
           END-IF
           MOVE CW-NOTE (WS-CLAIM-SUB) TO WD-NOTE
           WRITE CLAIM-REPORT-LINE FROM WS-CLAIM-DETAIL-LINE
           MOVE CW-FAULT-TEXT (WS-CLAIM-SUB) TO WC-FAULT-TEXT
           MOVE CW-VENDOR-CODE (WS-CLAIM-SUB) TO WC-VENDOR-CODE
           MOVE CW-CLAIM-COST (WS-CLAIM-SUB) TO WC-CLAIM-COST
           WRITE CLAIM-REPORT-LINE FROM WS-CLAIM-COST-LINE.

       PRINT-PRODUCT-COST.
           MOVE PC-PRODUCT-CODE (WS-PRODUCT-COST-SUB) TO CS-KEY
           MOVE PC-CLAIM-COUNT (WS-PRODUCT-COST-SUB)
               TO CS-CLAIM-COUNT
           MOVE PC-WARRANTY-COST (WS-PRODUCT-COST-SUB)
               TO CS-WARRANTY-COST
           MOVE PC-BACK-CHARGE-COST (WS-PRODUCT-COST-SUB)
               TO CS-BACK-CHARGE-COST
           WRITE CLAIM-REPORT-LINE FROM WS-COST-SUMMARY-LINE.

       PRINT-VENDOR-COST.
           MOVE VC-VENDOR-CODE (WS-VENDOR-COST-SUB) TO CS-KEY
           MOVE VC-CLAIM-COUNT (WS-VENDOR-COST-SUB)
               TO CS-CLAIM-COUNT
           MOVE VC-WARRANTY-COST (WS-VENDOR-COST-SUB)
               TO CS-WARRANTY-COST
           MOVE VC-BACK-CHARGE-COST (WS-VENDOR-COST-SUB)
               TO CS-BACK-CHARGE-COST
           WRITE CLAIM-REPORT-LINE FROM WS-COST-SUMMARY-LINE.

      *----------------------------------------------------------------
      * 処理済みのクレームファイルを世代へ退避する。
      *----------------------------------------------------------------
       RETIRE-CLAIM-CARDS.
           CALL 'CBL_DELETE_FILE' USING WS-CARD-GEN-FILE-NAME
           CALL 'CBL_RENAME_FILE' USING WS-CARD-FILE-NAME
                                         WS-CARD-GEN-FILE-NAME.
