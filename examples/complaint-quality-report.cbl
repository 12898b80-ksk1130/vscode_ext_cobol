       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-QUALITY-REPORT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Monthly quality report for the supplier review, read next to
      * VENDSCOR.RPT.  For the report month (CMPLQUAL.PRM, CCYYMM;
      * the month before the run date when no card is present) it
      * puts the complaint register CMPLNT.DAT beside the defect
      * returns on RETHIST.DAT, by product and by vendor:
      *   NEW     - complaints registered in the month
      *   NO RTN  - of those, the ones where nothing came back (the
      *             failures the return history never saw)
      *   CLOSED  - complaints closed in the month
      *   OPEN    - complaints open as of the run, with their
      *             average and oldest age in days
      *   SHIPPED - units shipped in the month (SHIPPED.DAT)
      *   DEFECT  - defect-coded units returned in the month, and
      *             the defect-return rate over units shipped.
      * The vendor is the product's メーカーコード in 製品マスター,
      * reached through the ITEMXREF link - the same attribution
      * VENDOR-SCORECARD and VENDOR-CHARGEBACK-RUN use.  Only
      * products with a complaint or a defect return are listed;
      * a listed vendor's shipped units cover all its products so
      * its rate is over everything it supplied.  Output on
      * CMPLQUAL.RPT.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "CMPLQUAL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO "CMPLNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPL-STATUS.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "RETHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SHIPPED-FILE ASSIGN TO "SHIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT QUALITY-REPORT-FILE ASSIGN TO "CMPLQUAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  CQ-REPORT-MONTH          PIC 9(6).

       FD  COMPLAINT-FILE.
       COPY COMPLAINT-RECORD.

       FD  RETURN-HISTORY-FILE.
       COPY RETURN-HISTORY-RECORD.

       FD  SHIPPED-FILE.
       COPY SHIPPED-CONFIRM-RECORD.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  QUALITY-REPORT-FILE.
       01  QUALITY-REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-CMPL-STATUS                PIC XX.
           88  CMPL-FILE-OK                  VALUE '00'.
           88  CMPL-FILE-EOF                 VALUE '10'.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-SHIP-STATUS                PIC XX.
           88  SHIP-FILE-OK                  VALUE '00'.
           88  SHIP-FILE-EOF                 VALUE '10'.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FILE-OK                 VALUE '00'.
           88  JPROD-FILE-EOF                VALUE '10'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TODAY-INTEGER              PIC 9(7).
       01  WS-REPORT-MONTH               PIC 9(6).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR             PIC 9(4).
           05  WS-REPORT-MM               PIC 9(2).
       01  WS-MONTH-FIRST-DATE           PIC 9(8).
       01  WS-MONTH-LAST-DATE            PIC 9(8).

      *----------------------------------------------------------------
      * 製品ーコード→メーカーコードの対応表(返品の遡りに使う)。
      *----------------------------------------------------------------
       01  WS-MAKER-TABLE-MAX            PIC 9(3) VALUE 200.
       01  WS-MAKER-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-MAKER-ENTRIES.
           05  WS-MAKER-ENTRY            OCCURS 200 TIMES
                                             INDEXED BY MK-IDX.
               10  MK-PRODUCT-CODE           PIC X(20).
               10  MK-MAKER-CODE             PIC X(10).

       01  WS-PRODUCT-TABLE-MAX          PIC 9(3) VALUE 300.
       01  WS-PRODUCT-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PRODUCT-ENTRIES.
           05  WS-PRODUCT-ENTRY          OCCURS 300 TIMES.
               10  PQ-PRODUCT-ID             PIC 9(8).
               10  PQ-PRODUCT-CODE           PIC X(20).
               10  PQ-MAKER-CODE             PIC X(10).
               10  PQ-FIGURES.
                   15  PQ-NEW-COUNT              PIC 9(5).
                   15  PQ-NO-RETURN-COUNT        PIC 9(5).
                   15  PQ-CLOSED-COUNT           PIC 9(5).
                   15  PQ-OPEN-COUNT             PIC 9(5).
                   15  PQ-OPEN-AGE-SUM           PIC 9(9).
                   15  PQ-OLDEST-AGE             PIC 9(5).
                   15  PQ-SHIPPED-QTY            PIC 9(9).
                   15  PQ-DEFECT-QTY             PIC 9(7).
       01  WS-PRODUCT-SUB                PIC 9(3) COMP.
       01  WS-PRODUCT-HIT-SUB            PIC 9(3) COMP.

       01  WS-VENDOR-TABLE-MAX           PIC 9(3) VALUE 100.
       01  WS-VENDOR-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-VENDOR-ENTRIES.
           05  WS-VENDOR-ENTRY           OCCURS 100 TIMES.
               10  VQ-MAKER-CODE             PIC X(10).
               10  VQ-FIGURES.
                   15  VQ-NEW-COUNT              PIC 9(5).
                   15  VQ-NO-RETURN-COUNT        PIC 9(5).
                   15  VQ-CLOSED-COUNT           PIC 9(5).
                   15  VQ-OPEN-COUNT             PIC 9(5).
                   15  VQ-OPEN-AGE-SUM           PIC 9(9).
                   15  VQ-OLDEST-AGE             PIC 9(5).
                   15  VQ-SHIPPED-QTY            PIC 9(9).
                   15  VQ-DEFECT-QTY             PIC 9(7).
       01  WS-VENDOR-SUB                 PIC 9(3) COMP.
       01  WS-VENDOR-HIT-SUB             PIC 9(3) COMP.

       01  WS-TABLE-LOST-SW              PIC X(1) VALUE 'N'.
           88  WORK-TABLE-OVERFLOWED         VALUE 'Y'.

      *----------------------------------------------------------------
      * One event to post: which product, whether it may open a new
      * row (complaints and defect returns may, shipments may not),
      * and the figures it adds.
      *----------------------------------------------------------------
       01  WS-EVENT-PRODUCT-ID           PIC 9(8).
       01  WS-EVENT-PRODUCT-CODE         PIC X(20).
       01  WS-EVENT-MAKER-CODE           PIC X(10).
       01  WS-EVENT-CREATE-SW            PIC X(1).
           88  EVENT-MAY-CREATE              VALUE 'Y'.
       01  WS-EVENT-FIGURES.
           05  EF-NEW-COUNT              PIC 9(5).
           05  EF-NO-RETURN-COUNT        PIC 9(5).
           05  EF-CLOSED-COUNT           PIC 9(5).
           05  EF-OPEN-COUNT             PIC 9(5).
           05  EF-OPEN-AGE-SUM           PIC 9(9).
           05  EF-OLDEST-AGE             PIC 9(5).
           05  EF-SHIPPED-QTY            PIC 9(9).
           05  EF-DEFECT-QTY             PIC 9(7).

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).

       01  WS-OPEN-AGE-DAYS              PIC S9(7).
       01  WS-AVG-AGE                    PIC 9(5).
       01  WS-DEFECT-RATE                PIC 9(3)V9.

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(39)
               VALUE 'COMPLAINT AND DEFECT QUALITY - MONTH: '.
           05  QH-REPORT-MONTH          PIC 9(6).
           05  FILLER                  PIC X(10) VALUE '  AS OF: '.
           05  QH-RUN-DATE              PIC 9(8).

       01  WS-COLUMN-LINE.
           05  QC-KEY-TITLE             PIC X(20).
           05  FILLER                  PIC X(40) VALUE
               '  NEW NO RTN CLOSED  OPEN AVG AGE OLDEST'.
           05  FILLER                  PIC X(24) VALUE
               '   SHIPPED  DEFECT  RATE'.

       01  WS-QUALITY-DETAIL-LINE.
           05  QD-KEY                   PIC X(20).
           05  QD-NEW-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QD-NO-RETURN-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QD-CLOSED-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  QD-OPEN-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  QD-AVG-AGE               PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QD-OLDEST-AGE            PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  QD-SHIPPED-QTY           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  QD-DEFECT-QTY            PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  QD-DEFECT-RATE           PIC ZZ9.9.
           05  FILLER                  PIC X(1) VALUE '%'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
           PERFORM READ-PERIOD-PARM
           PERFORM LOAD-MAKER-TABLE
           PERFORM POST-COMPLAINTS
           PERFORM POST-DEFECT-RETURNS
           PERFORM POST-SHIPMENTS
           IF WORK-TABLE-OVERFLOWED
               DISPLAY 'ERROR: QUALITY REPORT TABLE FULL - '
                   'FIGURES WOULD NOT FOOT - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QUALITY-REPORT-FILE
           MOVE WS-REPORT-MONTH TO QH-REPORT-MONTH
           MOVE WS-TODAY-CCYYMMDD TO QH-RUN-DATE
           WRITE QUALITY-REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE 'BY PRODUCT' TO QC-KEY-TITLE
           WRITE QUALITY-REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM PRINT-PRODUCT-QUALITY
               VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
           MOVE SPACES TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE 'BY VENDOR' TO QC-KEY-TITLE
           WRITE QUALITY-REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM PRINT-VENDOR-QUALITY
               VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
           CLOSE QUALITY-REPORT-FILE
           DISPLAY 'COMPLAINT QUALITY - MONTH: ' WS-REPORT-MONTH
               ' PRODUCTS: ' WS-PRODUCT-COUNT
               ' VENDORS: ' WS-VENDOR-COUNT
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
                       IF CQ-REPORT-MONTH > ZERO
                           MOVE CQ-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE PERIOD-PARM-FILE
           END-IF
           COMPUTE WS-MONTH-FIRST-DATE = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-LAST-DATE = WS-REPORT-MONTH * 100 + 31.

       LOAD-MAKER-TABLE.
           OPEN INPUT JPRODUCT-FILE
           IF JPROD-FILE-OK
               PERFORM READ-JPRODUCT
               PERFORM STORE-MAKER-ROW UNTIL JPROD-FILE-EOF
               CLOSE JPRODUCT-FILE
           END-IF.

       READ-JPRODUCT.
           READ JPRODUCT-FILE
               AT END
                   SET JPROD-FILE-EOF TO TRUE
           END-READ.

       STORE-MAKER-ROW.
           IF WS-MAKER-COUNT < WS-MAKER-TABLE-MAX
               ADD 1 TO WS-MAKER-COUNT
               MOVE 製品ーコード
                   TO MK-PRODUCT-CODE (WS-MAKER-COUNT)
               MOVE メーカーコード
                   TO MK-MAKER-CODE (WS-MAKER-COUNT)
           END-IF
           PERFORM READ-JPRODUCT.

      *----------------------------------------------------------------
      * 苦情: 当月登録・当月完了・実行日時点の未完了と経過日数。
      *----------------------------------------------------------------
       POST-COMPLAINTS.
           OPEN INPUT COMPLAINT-FILE
           IF CMPL-FILE-OK
               PERFORM READ-COMPLAINT
               PERFORM POST-ONE-COMPLAINT UNTIL CMPL-FILE-EOF
               CLOSE COMPLAINT-FILE
           END-IF.

       READ-COMPLAINT.
           READ COMPLAINT-FILE
               AT END
                   SET CMPL-FILE-EOF TO TRUE
           END-READ.

       POST-ONE-COMPLAINT.
           INITIALIZE WS-EVENT-FIGURES
           IF CP-OPENED-DATE NOT < WS-MONTH-FIRST-DATE
               AND CP-OPENED-DATE NOT > WS-MONTH-LAST-DATE
               MOVE 1 TO EF-NEW-COUNT
               IF NOT CP-GOODS-RETURNED
                   MOVE 1 TO EF-NO-RETURN-COUNT
               END-IF
           END-IF
           IF CP-CLOSED
               AND CP-CLOSED-DATE NOT < WS-MONTH-FIRST-DATE
               AND CP-CLOSED-DATE NOT > WS-MONTH-LAST-DATE
               MOVE 1 TO EF-CLOSED-COUNT
           END-IF
           IF CP-OPEN
               COMPUTE WS-OPEN-AGE-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE (CP-OPENED-DATE)
               IF WS-OPEN-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-OPEN-AGE-DAYS
               END-IF
               MOVE 1 TO EF-OPEN-COUNT
               MOVE WS-OPEN-AGE-DAYS TO EF-OPEN-AGE-SUM
               MOVE WS-OPEN-AGE-DAYS TO EF-OLDEST-AGE
           END-IF
           IF WS-EVENT-FIGURES NOT = ZERO
               MOVE CP-PRODUCT-ID TO WS-EVENT-PRODUCT-ID
               MOVE CP-PRODUCT-CODE TO WS-EVENT-PRODUCT-CODE
               MOVE 'Y' TO WS-EVENT-CREATE-SW
               PERFORM POST-QUALITY-EVENT
           END-IF
           PERFORM READ-COMPLAINT.

       POST-DEFECT-RETURNS.
           OPEN INPUT RETURN-HISTORY-FILE
           IF HIST-FILE-OK
               PERFORM READ-RETURN-HISTORY
               PERFORM POST-ONE-RETURN UNTIL HIST-FILE-EOF
               CLOSE RETURN-HISTORY-FILE
           END-IF.

       READ-RETURN-HISTORY.
           READ RETURN-HISTORY-FILE
               AT END
                   SET HIST-FILE-EOF TO TRUE
           END-READ.

       POST-ONE-RETURN.
           IF RH-REASON-DEFECT
               AND RH-RETURN-DATE NOT < WS-MONTH-FIRST-DATE
               AND RH-RETURN-DATE NOT > WS-MONTH-LAST-DATE
               INITIALIZE WS-EVENT-FIGURES
               MOVE RH-RETURNED-QTY TO EF-DEFECT-QTY
               MOVE RH-PRODUCT-ID TO WS-EVENT-PRODUCT-ID
               MOVE SPACES TO WS-EVENT-PRODUCT-CODE
               MOVE 'Y' TO WS-EVENT-CREATE-SW
               PERFORM POST-QUALITY-EVENT
           END-IF
           PERFORM READ-RETURN-HISTORY.

       POST-SHIPMENTS.
           OPEN INPUT SHIPPED-FILE
           IF SHIP-FILE-OK
               PERFORM READ-SHIPPED
               PERFORM POST-ONE-SHIPMENT UNTIL SHIP-FILE-EOF
               CLOSE SHIPPED-FILE
           END-IF.

       READ-SHIPPED.
           READ SHIPPED-FILE
               AT END
                   SET SHIP-FILE-EOF TO TRUE
           END-READ.

       POST-ONE-SHIPMENT.
           IF SP-SHIP-DATE NOT < WS-MONTH-FIRST-DATE
               AND SP-SHIP-DATE NOT > WS-MONTH-LAST-DATE
               INITIALIZE WS-EVENT-FIGURES
               MOVE SP-SHIPPED-QTY TO EF-SHIPPED-QTY
               MOVE SP-PRODUCT-ID TO WS-EVENT-PRODUCT-ID
               MOVE SPACES TO WS-EVENT-PRODUCT-CODE
               MOVE 'N' TO WS-EVENT-CREATE-SW
               PERFORM POST-QUALITY-EVENT
           END-IF
           PERFORM READ-SHIPPED.

      *----------------------------------------------------------------
      * 製品行とメーカー行の両方へ同じ数字を足す。出荷は既にある
      * 行にだけ足し、新しい行は作らない。
      *----------------------------------------------------------------
       POST-QUALITY-EVENT.
           MOVE ZERO TO WS-PRODUCT-HIT-SUB
           PERFORM FIND-PRODUCT-ROW
               VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
                   OR WS-PRODUCT-HIT-SUB > ZERO
           IF WS-PRODUCT-HIT-SUB > ZERO
               MOVE PQ-MAKER-CODE (WS-PRODUCT-HIT-SUB)
                   TO WS-EVENT-MAKER-CODE
           ELSE
               PERFORM TRACE-EVENT-MAKER
               IF EVENT-MAY-CREATE
                   PERFORM ADD-PRODUCT-ROW
               END-IF
           END-IF
           IF WS-PRODUCT-HIT-SUB > ZERO
               ADD EF-NEW-COUNT TO PQ-NEW-COUNT (WS-PRODUCT-HIT-SUB)
               ADD EF-NO-RETURN-COUNT
                   TO PQ-NO-RETURN-COUNT (WS-PRODUCT-HIT-SUB)
               ADD EF-CLOSED-COUNT
                   TO PQ-CLOSED-COUNT (WS-PRODUCT-HIT-SUB)
               ADD EF-OPEN-COUNT TO PQ-OPEN-COUNT (WS-PRODUCT-HIT-SUB)
               ADD EF-OPEN-AGE-SUM
                   TO PQ-OPEN-AGE-SUM (WS-PRODUCT-HIT-SUB)
               IF EF-OLDEST-AGE > PQ-OLDEST-AGE (WS-PRODUCT-HIT-SUB)
                   MOVE EF-OLDEST-AGE
                       TO PQ-OLDEST-AGE (WS-PRODUCT-HIT-SUB)
               END-IF
               ADD EF-SHIPPED-QTY
                   TO PQ-SHIPPED-QTY (WS-PRODUCT-HIT-SUB)
               ADD EF-DEFECT-QTY TO PQ-DEFECT-QTY (WS-PRODUCT-HIT-SUB)
           END-IF
           MOVE ZERO TO WS-VENDOR-HIT-SUB
           PERFORM FIND-VENDOR-ROW
               VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
                   OR WS-VENDOR-HIT-SUB > ZERO
           IF WS-VENDOR-HIT-SUB = ZERO AND EVENT-MAY-CREATE
               PERFORM ADD-VENDOR-ROW
           END-IF
           IF WS-VENDOR-HIT-SUB > ZERO
               ADD EF-NEW-COUNT TO VQ-NEW-COUNT (WS-VENDOR-HIT-SUB)
               ADD EF-NO-RETURN-COUNT
                   TO VQ-NO-RETURN-COUNT (WS-VENDOR-HIT-SUB)
               ADD EF-CLOSED-COUNT
                   TO VQ-CLOSED-COUNT (WS-VENDOR-HIT-SUB)
               ADD EF-OPEN-COUNT TO VQ-OPEN-COUNT (WS-VENDOR-HIT-SUB)
               ADD EF-OPEN-AGE-SUM
                   TO VQ-OPEN-AGE-SUM (WS-VENDOR-HIT-SUB)
               IF EF-OLDEST-AGE > VQ-OLDEST-AGE (WS-VENDOR-HIT-SUB)
                   MOVE EF-OLDEST-AGE
                       TO VQ-OLDEST-AGE (WS-VENDOR-HIT-SUB)
               END-IF
               ADD EF-SHIPPED-QTY TO VQ-SHIPPED-QTY (WS-VENDOR-HIT-SUB)
               ADD EF-DEFECT-QTY TO VQ-DEFECT-QTY (WS-VENDOR-HIT-SUB)
           END-IF.

       FIND-PRODUCT-ROW.
           IF PQ-PRODUCT-ID (WS-PRODUCT-SUB) = WS-EVENT-PRODUCT-ID
               MOVE WS-PRODUCT-SUB TO WS-PRODUCT-HIT-SUB
           END-IF.

       FIND-VENDOR-ROW.
           IF VQ-MAKER-CODE (WS-VENDOR-SUB) = WS-EVENT-MAKER-CODE
               MOVE WS-VENDOR-SUB TO WS-VENDOR-HIT-SUB
           END-IF.

       TRACE-EVENT-MAKER.
           IF WS-EVENT-PRODUCT-CODE = SPACES
               MOVE 'F' TO WS-XREF-DIRECTION
               MOVE WS-EVENT-PRODUCT-ID TO WS-XREF-RECORD-ID
               CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                              WS-XREF-RECORD-ID
                                              WS-MAPPED-PRODUCT-CODE
               END-CALL
               MOVE WS-MAPPED-PRODUCT-CODE TO WS-EVENT-PRODUCT-CODE
           END-IF
           MOVE '(NO MAKER)' TO WS-EVENT-MAKER-CODE
           IF WS-EVENT-PRODUCT-CODE NOT = SPACES
               SET MK-IDX TO 1
               SEARCH WS-MAKER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MK-IDX > WS-MAKER-COUNT
                       CONTINUE
                   WHEN MK-PRODUCT-CODE (MK-IDX)
                       = WS-EVENT-PRODUCT-CODE
                       IF MK-MAKER-CODE (MK-IDX) NOT = SPACES
                           MOVE MK-MAKER-CODE (MK-IDX)
                               TO WS-EVENT-MAKER-CODE
                       END-IF
               END-SEARCH
           END-IF.

       ADD-PRODUCT-ROW.
           IF WS-PRODUCT-COUNT < WS-PRODUCT-TABLE-MAX
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE WS-PRODUCT-COUNT TO WS-PRODUCT-HIT-SUB
               MOVE WS-EVENT-PRODUCT-ID
                   TO PQ-PRODUCT-ID (WS-PRODUCT-HIT-SUB)
               MOVE WS-EVENT-PRODUCT-CODE
                   TO PQ-PRODUCT-CODE (WS-PRODUCT-HIT-SUB)
               MOVE WS-EVENT-MAKER-CODE
                   TO PQ-MAKER-CODE (WS-PRODUCT-HIT-SUB)
               MOVE ZERO TO PQ-FIGURES (WS-PRODUCT-HIT-SUB)
           ELSE
               SET WORK-TABLE-OVERFLOWED TO TRUE
           END-IF.

       ADD-VENDOR-ROW.
           IF WS-VENDOR-COUNT < WS-VENDOR-TABLE-MAX
               ADD 1 TO WS-VENDOR-COUNT
               MOVE WS-VENDOR-COUNT TO WS-VENDOR-HIT-SUB
               MOVE WS-EVENT-MAKER-CODE
                   TO VQ-MAKER-CODE (WS-VENDOR-HIT-SUB)
               MOVE ZERO TO VQ-FIGURES (WS-VENDOR-HIT-SUB)
           ELSE
               SET WORK-TABLE-OVERFLOWED TO TRUE
           END-IF.

       PRINT-PRODUCT-QUALITY.
           MOVE PQ-PRODUCT-CODE (WS-PRODUCT-SUB) TO QD-KEY
           IF PQ-PRODUCT-CODE (WS-PRODUCT-SUB) = SPACES
               MOVE PQ-PRODUCT-ID (WS-PRODUCT-SUB) TO QD-KEY
           END-IF
           MOVE PQ-FIGURES (WS-PRODUCT-SUB) TO WS-EVENT-FIGURES
           PERFORM PRINT-QUALITY-FIGURES.

       PRINT-VENDOR-QUALITY.
           MOVE VQ-MAKER-CODE (WS-VENDOR-SUB) TO QD-KEY
           MOVE VQ-FIGURES (WS-VENDOR-SUB) TO WS-EVENT-FIGURES
           PERFORM PRINT-QUALITY-FIGURES.

       PRINT-QUALITY-FIGURES.
           MOVE EF-NEW-COUNT TO QD-NEW-COUNT
           MOVE EF-NO-RETURN-COUNT TO QD-NO-RETURN-COUNT
           MOVE EF-CLOSED-COUNT TO QD-CLOSED-COUNT
           MOVE EF-OPEN-COUNT TO QD-OPEN-COUNT
           MOVE ZERO TO WS-AVG-AGE
           IF EF-OPEN-COUNT > ZERO
               COMPUTE WS-AVG-AGE ROUNDED =
                   EF-OPEN-AGE-SUM / EF-OPEN-COUNT
           END-IF
           MOVE WS-AVG-AGE TO QD-AVG-AGE
           MOVE EF-OLDEST-AGE TO QD-OLDEST-AGE
           MOVE EF-SHIPPED-QTY TO QD-SHIPPED-QTY
           MOVE EF-DEFECT-QTY TO QD-DEFECT-QTY
           MOVE ZERO TO WS-DEFECT-RATE
           IF EF-SHIPPED-QTY > ZERO
               COMPUTE WS-DEFECT-RATE ROUNDED =
                   EF-DEFECT-QTY * 100 / EF-SHIPPED-QTY
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-DEFECT-RATE
               END-COMPUTE
           END-IF
           MOVE WS-DEFECT-RATE TO QD-DEFECT-RATE
           WRITE QUALITY-REPORT-LINE FROM WS-QUALITY-DETAIL-LINE.
