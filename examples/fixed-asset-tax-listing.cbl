       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSET-TAX-LISTING.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * The annual 償却資産申告 (depreciable asset return for
      * property tax) from the FAMAST.DAT fixed asset register, as
      * at 1 January (賦課期日) of the year on the FATAX.PRM card
      * (CCYY); with no card it is next year's return in December
      * and this year's otherwise.  Every asset with a
      * FA-TAX-ASSET-CLASS of 1 to 6 bought before that day and not
      * disposed of before it is declared, listed class by class
      * (種類別明細書) with its acquisition year and month, cost,
      * useful life, 減価残存率 and value: cost x (1 - r/2) for the
      * year of acquisition and x (1 - r) for each year since,
      * r being the FIXED-ASSET-RULES FR-TAX-DEPR-RATE for its life,
      * in whole yen and never below FR-TAX-FLOOR-PCT of cost.
      * Assets bought during the previous calendar year are marked
      * as additions (増加), and the declared assets disposed of
      * during it are listed separately as decreases (減少).  Each
      * class is totalled, and the total 課税標準額 is compared with
      * the FR-TAX-EXEMPT-LIMIT 免税点.  FATAX.RPT is the working
      * list the return is copied from.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE ASSIGN TO "FATAX.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FA-STATUS.
           SELECT TAX-REPORT-FILE ASSIGN TO "FATAX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-PARM-FILE.
       01  TAX-PARM-RECORD.
           05  TP-ASSESSMENT-YEAR      PIC 9(4).

       FD  FIXED-ASSET-FILE.
       COPY FIXED-ASSET-RECORD.

       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                PIC XX.
           88  PARM-FILE-OK                  VALUE '00'.
       01  WS-FA-STATUS                  PIC XX.
           88  FA-FILE-OK                    VALUE '00'.
           88  FA-FILE-EOF                   VALUE '10'.

       COPY FIXED-ASSET-RULES.

       01  WS-TODAY.
           05  WS-TODAY-CCYY             PIC 9(4).
           05  WS-TODAY-MM               PIC 9(2).
           05  WS-TODAY-DD               PIC 9(2).
       01  WS-ASSESSMENT-YEAR            PIC 9(4).
       01  WS-ASSESSMENT-DATE            PIC 9(8).
       01  WS-PRIOR-YEAR-START           PIC 9(8).
       01  WS-ACQUISITION-YEAR           PIC 9(4).
       01  WS-ACQUISITION-MONTH          PIC 9(2).
       01  WS-YEARS-HELD                 PIC 9(2).
       01  WS-YEAR-SUB                   PIC 9(2) COMP.
       01  WS-TAX-CLASS                  PIC 9(1).
       01  WS-RATE-SUB                   PIC 9(2) COMP.
       01  WS-TAX-RATE                   PIC V999.
       01  WS-TAX-VALUE                  PIC 9(11).
       01  WS-TAX-FLOOR                  PIC 9(11).
       01  WS-DECLARE-SW                 PIC X(1).
           88  ASSET-DECLARED                VALUE 'Y'.

       01  WS-CLASS-TOTALS.
           05  WS-CLASS-TOTAL            OCCURS 6 TIMES.
               10  CT-ASSET-COUNT            PIC 9(5).
               10  CT-COST                   PIC 9(11)V99.
               10  CT-VALUE                  PIC 9(11).
               10  CT-ADDED-COUNT            PIC 9(5).
               10  CT-ADDED-COST             PIC 9(11)V99.
               10  CT-DECREASE-COUNT         PIC 9(5).
               10  CT-DECREASE-COST          PIC 9(11)V99.
       01  WS-GRAND-COST                 PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-VALUE                PIC 9(11) VALUE ZERO.
       01  WS-GRAND-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-CLASS-NAME-VALUES.
           05  FILLER PIC X(24) VALUE '構築物'.
           05  FILLER PIC X(24) VALUE '機械及び装置'.
           05  FILLER PIC X(24) VALUE '船舶'.
           05  FILLER PIC X(24) VALUE '航空機'.
           05  FILLER PIC X(24) VALUE '車両及び運搬具'.
           05  FILLER PIC X(24) VALUE '工具器具及び備品'.
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-VALUES.
           05  CN-CLASS-NAME           PIC X(24) OCCURS 6 TIMES.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'DEPRECIABLE ASSET RETURN - AS AT       '.
           05  RH-ASSESSMENT-DATE       PIC 9(8).

       01  WS-CLASS-HEADER-LINE.
           05  FILLER                  PIC X(8) VALUE 'CLASS '.
           05  CH-TAX-CLASS             PIC 9(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CH-CLASS-NAME            PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CH-SECTION               PIC X(20).

       01  WS-ASSET-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TD-ASSET-NUMBER          PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-ASSET-NAME            PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-QUANTITY              PIC Z9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TD-ACQUISITION-YEAR      PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  TD-ACQUISITION-MONTH     PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  TD-ACQUISITION-COST      PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TD-USEFUL-LIFE-YEARS     PIC Z9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TD-TAX-RATE              PIC .999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TD-TAX-VALUE             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TD-NOTE                  PIC X(12).

       01  WS-CLASS-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TT-LABEL                 PIC X(20).
           05  FILLER                  PIC X(9) VALUE '  ASSETS '.
           05  TT-ASSET-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE '  COST '.
           05  TT-COST                  PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE '  VALUE '.
           05  TT-VALUE                 PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TT-NOTE                  PIC X(30).

       01  WS-REPORT-BLANK-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-TAX-PARM
           COMPUTE WS-ASSESSMENT-DATE = WS-ASSESSMENT-YEAR * 10000
               + 101
           COMPUTE WS-PRIOR-YEAR-START =
               (WS-ASSESSMENT-YEAR - 1) * 10000 + 101
           INITIALIZE WS-CLASS-TOTALS
           OPEN OUTPUT TAX-REPORT-FILE
           MOVE WS-ASSESSMENT-DATE TO RH-ASSESSMENT-DATE
           WRITE TAX-REPORT-LINE FROM WS-REPORT-HEADER-LINE
           PERFORM LIST-ONE-CLASS
               VARYING WS-TAX-CLASS FROM 1 BY 1
               UNTIL WS-TAX-CLASS > 6
           PERFORM WRITE-RETURN-TOTALS
           CLOSE TAX-REPORT-FILE
           DISPLAY 'DEPRECIABLE ASSET RETURN - AS AT: '
               WS-ASSESSMENT-DATE
               ' ASSETS: ' WS-GRAND-COUNT
               ' TAXABLE VALUE: ' WS-GRAND-VALUE
           STOP RUN.

       READ-TAX-PARM.
           IF WS-TODAY-MM = 12
               COMPUTE WS-ASSESSMENT-YEAR = WS-TODAY-CCYY + 1
           ELSE
               MOVE WS-TODAY-CCYY TO WS-ASSESSMENT-YEAR
           END-IF
           OPEN INPUT TAX-PARM-FILE
           IF PARM-FILE-OK
               READ TAX-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-ASSESSMENT-YEAR NUMERIC
                           AND TP-ASSESSMENT-YEAR > ZERO
                           MOVE TP-ASSESSMENT-YEAR
                               TO WS-ASSESSMENT-YEAR
                       END-IF
               END-READ
               CLOSE TAX-PARM-FILE
           END-IF.

      *----------------------------------------------------------------
      * 種類ごとに資産台帳を一通り読み、申告資産と減少資産を出す。
      *----------------------------------------------------------------
       LIST-ONE-CLASS.
           WRITE TAX-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           MOVE WS-TAX-CLASS TO CH-TAX-CLASS
           MOVE CN-CLASS-NAME (WS-TAX-CLASS) TO CH-CLASS-NAME
           MOVE 'ASSETS DECLARED' TO CH-SECTION
           WRITE TAX-REPORT-LINE FROM WS-CLASS-HEADER-LINE
           OPEN INPUT FIXED-ASSET-FILE
           IF FA-FILE-OK
               PERFORM READ-ASSET
               PERFORM DECLARE-ONE-ASSET UNTIL FA-FILE-EOF
               CLOSE FIXED-ASSET-FILE
           END-IF
           MOVE 'CLASS TOTAL' TO TT-LABEL
           MOVE CT-ASSET-COUNT (WS-TAX-CLASS) TO TT-ASSET-COUNT
           MOVE CT-COST (WS-TAX-CLASS) TO TT-COST
           MOVE CT-VALUE (WS-TAX-CLASS) TO TT-VALUE
           MOVE SPACES TO TT-NOTE
           WRITE TAX-REPORT-LINE FROM WS-CLASS-TOTAL-LINE
           MOVE 'ADDITIONS' TO TT-LABEL
           MOVE CT-ADDED-COUNT (WS-TAX-CLASS) TO TT-ASSET-COUNT
           MOVE CT-ADDED-COST (WS-TAX-CLASS) TO TT-COST
           MOVE ZERO TO TT-VALUE
           WRITE TAX-REPORT-LINE FROM WS-CLASS-TOTAL-LINE
           MOVE 'ASSETS DECREASED' TO CH-SECTION
           WRITE TAX-REPORT-LINE FROM WS-CLASS-HEADER-LINE
           OPEN INPUT FIXED-ASSET-FILE
           IF FA-FILE-OK
               PERFORM READ-ASSET
               PERFORM LIST-DECREASED-ASSET UNTIL FA-FILE-EOF
               CLOSE FIXED-ASSET-FILE
           END-IF
           MOVE 'DECREASES' TO TT-LABEL
           MOVE CT-DECREASE-COUNT (WS-TAX-CLASS) TO TT-ASSET-COUNT
           MOVE CT-DECREASE-COST (WS-TAX-CLASS) TO TT-COST
           MOVE ZERO TO TT-VALUE
           WRITE TAX-REPORT-LINE FROM WS-CLASS-TOTAL-LINE.

       READ-ASSET.
           READ FIXED-ASSET-FILE NEXT RECORD
               AT END
                   SET FA-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 賦課期日に所有している資産: 前年末までに取得し、賦課期日
      * より前に除却していないもの。
      *----------------------------------------------------------------
       DECLARE-ONE-ASSET.
           MOVE 'N' TO WS-DECLARE-SW
           IF FA-TAX-ASSET-CLASS = WS-TAX-CLASS
               AND FA-ACQUISITION-DATE < WS-ASSESSMENT-DATE
               MOVE 'Y' TO WS-DECLARE-SW
               IF FA-ASSET-DISPOSED
                   AND FA-DISPOSAL-DATE < WS-ASSESSMENT-DATE
                   MOVE 'N' TO WS-DECLARE-SW
               END-IF
           END-IF
           IF ASSET-DECLARED
               PERFORM VALUE-ONE-ASSET
               MOVE SPACES TO TD-NOTE
               IF FA-ACQUISITION-DATE NOT < WS-PRIOR-YEAR-START
                   MOVE 'ADDITION' TO TD-NOTE
                   ADD 1 TO CT-ADDED-COUNT (WS-TAX-CLASS)
                   ADD FA-ACQUISITION-COST
                       TO CT-ADDED-COST (WS-TAX-CLASS)
               END-IF
               PERFORM WRITE-ASSET-LINE
               ADD 1 TO CT-ASSET-COUNT (WS-TAX-CLASS)
               ADD FA-ACQUISITION-COST TO CT-COST (WS-TAX-CLASS)
               ADD WS-TAX-VALUE TO CT-VALUE (WS-TAX-CLASS)
               ADD 1 TO WS-GRAND-COUNT
               ADD FA-ACQUISITION-COST TO WS-GRAND-COST
               ADD WS-TAX-VALUE TO WS-GRAND-VALUE
           END-IF
           PERFORM READ-ASSET.

      *----------------------------------------------------------------
      * 評価額: 取得年は (1 - r/2)、以後毎年 (1 - r)。円未満切捨て、
      * 取得価額の5%を下限とする。
      *----------------------------------------------------------------
       VALUE-ONE-ASSET.
           COMPUTE WS-ACQUISITION-YEAR = FA-ACQUISITION-DATE / 10000
           COMPUTE WS-ACQUISITION-MONTH =
               (FA-ACQUISITION-DATE - WS-ACQUISITION-YEAR * 10000)
               / 100
           COMPUTE WS-YEARS-HELD =
               WS-ASSESSMENT-YEAR - WS-ACQUISITION-YEAR
           COMPUTE WS-RATE-SUB = FA-USEFUL-LIFE-YEARS - 1
           IF WS-RATE-SUB < 1
               MOVE 1 TO WS-RATE-SUB
           END-IF
           IF WS-RATE-SUB > 49
               MOVE 49 TO WS-RATE-SUB
           END-IF
           MOVE FR-TAX-DEPR-RATE (WS-RATE-SUB) TO WS-TAX-RATE
           COMPUTE WS-TAX-VALUE =
               FA-ACQUISITION-COST * (1 - WS-TAX-RATE / 2)
           PERFORM APPLY-ONE-YEAR
               VARYING WS-YEAR-SUB FROM 2 BY 1
               UNTIL WS-YEAR-SUB > WS-YEARS-HELD
           COMPUTE WS-TAX-FLOOR =
               FA-ACQUISITION-COST * FR-TAX-FLOOR-PCT / 100
           IF WS-TAX-VALUE < WS-TAX-FLOOR
               MOVE WS-TAX-FLOOR TO WS-TAX-VALUE
           END-IF.

       APPLY-ONE-YEAR.
           COMPUTE WS-TAX-VALUE = WS-TAX-VALUE * (1 - WS-TAX-RATE).

       WRITE-ASSET-LINE.
           MOVE FA-ASSET-NUMBER TO TD-ASSET-NUMBER
           MOVE FA-ASSET-NAME TO TD-ASSET-NAME
           MOVE 1 TO TD-QUANTITY
           MOVE WS-ACQUISITION-YEAR TO TD-ACQUISITION-YEAR
           MOVE WS-ACQUISITION-MONTH TO TD-ACQUISITION-MONTH
           MOVE FA-ACQUISITION-COST TO TD-ACQUISITION-COST
           MOVE FA-USEFUL-LIFE-YEARS TO TD-USEFUL-LIFE-YEARS
           MOVE WS-TAX-RATE TO TD-TAX-RATE
           MOVE WS-TAX-VALUE TO TD-TAX-VALUE
           WRITE TAX-REPORT-LINE FROM WS-ASSET-DETAIL-LINE.

      *----------------------------------------------------------------
      * 減少資産: 前年中に除却した申告対象資産。
      *----------------------------------------------------------------
       LIST-DECREASED-ASSET.
           IF FA-TAX-ASSET-CLASS = WS-TAX-CLASS
               AND FA-ASSET-DISPOSED
               AND FA-DISPOSAL-DATE NOT < WS-PRIOR-YEAR-START
               AND FA-DISPOSAL-DATE < WS-ASSESSMENT-DATE
               AND FA-ACQUISITION-DATE < WS-PRIOR-YEAR-START
               PERFORM VALUE-ONE-ASSET
               MOVE 'DECREASE' TO TD-NOTE
               PERFORM WRITE-ASSET-LINE
               ADD 1 TO CT-DECREASE-COUNT (WS-TAX-CLASS)
               ADD FA-ACQUISITION-COST
                   TO CT-DECREASE-COST (WS-TAX-CLASS)
           END-IF
           PERFORM READ-ASSET.

       WRITE-RETURN-TOTALS.
           WRITE TAX-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           MOVE 'TOTAL TAXABLE' TO TT-LABEL
           MOVE WS-GRAND-COUNT TO TT-ASSET-COUNT
           MOVE WS-GRAND-COST TO TT-COST
           MOVE WS-GRAND-VALUE TO TT-VALUE
           IF WS-GRAND-VALUE < FR-TAX-EXEMPT-LIMIT
               MOVE 'BELOW EXEMPTION LIMIT - NO TAX' TO TT-NOTE
           ELSE
               MOVE SPACES TO TT-NOTE
           END-IF
           WRITE TAX-REPORT-LINE FROM WS-CLASS-TOTAL-LINE.
