       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSET-REGISTER.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * The fixed asset register: FAREG.RPT lists every asset on
      * FAMAST.DAT in asset number order with its category,
      * 償却資産申告 class, department, acquisition date and cost,
      * useful life and method, the depreciation charged to date
      * and the book value, as the last FIXED-ASSET-DEPRECIATION
      * run left them.  A disposed asset is listed with its
      * disposal date but kept out of the totals.  The active
      * assets are totalled by category and by department and
      * overall, which is what the accountants agree to the fixed
      * asset and accumulated depreciation accounts on the trial
      * balance.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FA-STATUS.
           SELECT REGISTER-REPORT-FILE ASSIGN TO "FAREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
       COPY FIXED-ASSET-RECORD.

       FD  REGISTER-REPORT-FILE.
       01  REGISTER-REPORT-LINE         PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-FA-STATUS                  PIC XX.
           88  FA-FILE-OK                    VALUE '00'.
           88  FA-FILE-EOF                   VALUE '10'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-BOOK-VALUE                 PIC 9(9)V99.
       01  WS-ASSET-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-DISPOSED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-COST                 PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-ACCUM                PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-BOOK                 PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * 分類別・部署別の集計。積み切れないと合計が欠けるので止める。
      *----------------------------------------------------------------
       01  WS-GROUP-TABLE-MAX            PIC 9(3) VALUE 300.
       01  WS-GROUP-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-GROUP-ENTRIES.
           05  WS-GROUP-ENTRY            OCCURS 300 TIMES.
               10  GR-GROUP-TYPE             PIC X(1).
               10  GR-GROUP-CODE             PIC X(10).
               10  GR-ASSET-COUNT            PIC 9(5).
               10  GR-COST                   PIC 9(11)V99.
               10  GR-ACCUM                  PIC 9(11)V99.
       01  WS-GROUP-SUB                  PIC 9(3) COMP.
       01  WS-GROUP-HIT-SUB              PIC 9(3) COMP.
       01  WS-WANTED-GROUP-TYPE          PIC X(1).
       01  WS-WANTED-GROUP-CODE          PIC X(10).

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'FIXED ASSET REGISTER - AS AT  '.
           05  RH-RUN-DATE              PIC 9(8).

       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(42)
               VALUE 'ASSET NO   NAME'.
           05  FILLER                  PIC X(39)
               VALUE 'CAT  T DEPARTMENT ACQUIRED         COST'.
           05  FILLER                  PIC X(45)
               VALUE '   YR M    ACCUMULATED     BOOK VALUE  STATUS'.

       01  WS-ASSET-DETAIL-LINE.
           05  AD-ASSET-NUMBER          PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-ASSET-NAME            PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-CATEGORY-CODE         PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-TAX-ASSET-CLASS       PIC 9(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-DEPARTMENT-CODE       PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-ACQUISITION-DATE      PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-ACQUISITION-COST      PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AD-USEFUL-LIFE-YEARS     PIC Z9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-DEPR-METHOD           PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AD-ACCUM-DEPRECIATION    PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AD-BOOK-VALUE            PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AD-STATUS                PIC X(18).

       01  WS-DISPOSED-NOTE.
           05  FILLER                  PIC X(10) VALUE 'DISPOSED  '.
           05  DN-DISPOSAL-DATE         PIC 9(8).

       01  WS-GROUP-TITLE-LINE.
           05  GT-TITLE                 PIC X(40).

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  GG-GROUP-CODE            PIC X(10).
           05  FILLER                  PIC X(9) VALUE '  ASSETS '.
           05  GG-ASSET-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE '  COST '.
           05  GG-COST                  PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(8) VALUE '  ACCUM '.
           05  GG-ACCUM                 PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE '  BOOK '.
           05  GG-BOOK                  PIC ZZZZZZZZZZ9.99.

       01  WS-REPORT-BLANK-LINE          PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           OPEN INPUT FIXED-ASSET-FILE
           IF NOT FA-FILE-OK
               DISPLAY 'FIXED ASSET REGISTER - NO ASSET REGISTER '
                   'FILE, NOTHING LISTED'
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-REPORT-FILE
           MOVE WS-TODAY-CCYYMMDD TO RH-RUN-DATE
           WRITE REGISTER-REPORT-LINE FROM WS-REPORT-HEADER-LINE
           WRITE REGISTER-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           WRITE REGISTER-REPORT-LINE FROM WS-COLUMN-HEADER-LINE
           PERFORM READ-ASSET
           PERFORM LIST-ONE-ASSET UNTIL FA-FILE-EOF
           CLOSE FIXED-ASSET-FILE
           PERFORM WRITE-GROUP-TOTALS
           CLOSE REGISTER-REPORT-FILE
           DISPLAY 'FIXED ASSET REGISTER - ACTIVE: ' WS-ASSET-COUNT
               ' DISPOSED: ' WS-DISPOSED-COUNT
               ' BOOK VALUE: ' WS-TOTAL-BOOK
           STOP RUN.

       READ-ASSET.
           READ FIXED-ASSET-FILE NEXT RECORD
               AT END
                   SET FA-FILE-EOF TO TRUE
           END-READ.

       LIST-ONE-ASSET.
           COMPUTE WS-BOOK-VALUE =
               FA-ACQUISITION-COST - FA-ACCUM-DEPRECIATION
           MOVE FA-ASSET-NUMBER TO AD-ASSET-NUMBER
           MOVE FA-ASSET-NAME TO AD-ASSET-NAME
           MOVE FA-CATEGORY-CODE TO AD-CATEGORY-CODE
           MOVE FA-TAX-ASSET-CLASS TO AD-TAX-ASSET-CLASS
           MOVE FA-DEPARTMENT-CODE TO AD-DEPARTMENT-CODE
           MOVE FA-ACQUISITION-DATE TO AD-ACQUISITION-DATE
           MOVE FA-ACQUISITION-COST TO AD-ACQUISITION-COST
           MOVE FA-USEFUL-LIFE-YEARS TO AD-USEFUL-LIFE-YEARS
           MOVE FA-DEPR-METHOD TO AD-DEPR-METHOD
           MOVE FA-ACCUM-DEPRECIATION TO AD-ACCUM-DEPRECIATION
           MOVE WS-BOOK-VALUE TO AD-BOOK-VALUE
           IF FA-ASSET-DISPOSED
               ADD 1 TO WS-DISPOSED-COUNT
               MOVE FA-DISPOSAL-DATE TO DN-DISPOSAL-DATE
               MOVE WS-DISPOSED-NOTE TO AD-STATUS
           ELSE
               ADD 1 TO WS-ASSET-COUNT
               MOVE 'ACTIVE' TO AD-STATUS
               ADD FA-ACQUISITION-COST TO WS-TOTAL-COST
               ADD FA-ACCUM-DEPRECIATION TO WS-TOTAL-ACCUM
               ADD WS-BOOK-VALUE TO WS-TOTAL-BOOK
               MOVE 'C' TO WS-WANTED-GROUP-TYPE
               MOVE FA-CATEGORY-CODE TO WS-WANTED-GROUP-CODE
               PERFORM ADD-TO-GROUP
               MOVE 'D' TO WS-WANTED-GROUP-TYPE
               MOVE FA-DEPARTMENT-CODE TO WS-WANTED-GROUP-CODE
               PERFORM ADD-TO-GROUP
           END-IF
           WRITE REGISTER-REPORT-LINE FROM WS-ASSET-DETAIL-LINE
           PERFORM READ-ASSET.

       ADD-TO-GROUP.
           MOVE ZERO TO WS-GROUP-HIT-SUB
           PERFORM MATCH-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   OR WS-GROUP-HIT-SUB > ZERO
           IF WS-GROUP-HIT-SUB = ZERO
               IF WS-GROUP-COUNT < WS-GROUP-TABLE-MAX
                   ADD 1 TO WS-GROUP-COUNT
               ELSE
                   DISPLAY 'ERROR: REGISTER GROUP TABLE FULL - '
                       'TOTALS WOULD BE SHORT - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-GROUP-COUNT TO WS-GROUP-HIT-SUB
               MOVE WS-WANTED-GROUP-TYPE
                   TO GR-GROUP-TYPE (WS-GROUP-HIT-SUB)
               MOVE WS-WANTED-GROUP-CODE
                   TO GR-GROUP-CODE (WS-GROUP-HIT-SUB)
               MOVE ZERO TO GR-ASSET-COUNT (WS-GROUP-HIT-SUB)
               MOVE ZERO TO GR-COST (WS-GROUP-HIT-SUB)
               MOVE ZERO TO GR-ACCUM (WS-GROUP-HIT-SUB)
           END-IF
           ADD 1 TO GR-ASSET-COUNT (WS-GROUP-HIT-SUB)
           ADD FA-ACQUISITION-COST TO GR-COST (WS-GROUP-HIT-SUB)
           ADD FA-ACCUM-DEPRECIATION TO GR-ACCUM (WS-GROUP-HIT-SUB).

       MATCH-GROUP.
           IF GR-GROUP-TYPE (WS-GROUP-SUB) = WS-WANTED-GROUP-TYPE
               AND GR-GROUP-CODE (WS-GROUP-SUB) = WS-WANTED-GROUP-CODE
               MOVE WS-GROUP-SUB TO WS-GROUP-HIT-SUB
           END-IF.

       WRITE-GROUP-TOTALS.
           WRITE REGISTER-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           MOVE 'ACTIVE ASSETS BY CATEGORY' TO GT-TITLE
           WRITE REGISTER-REPORT-LINE FROM WS-GROUP-TITLE-LINE
           MOVE 'C' TO WS-WANTED-GROUP-TYPE
           PERFORM WRITE-ONE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
           WRITE REGISTER-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           MOVE 'ACTIVE ASSETS BY DEPARTMENT' TO GT-TITLE
           WRITE REGISTER-REPORT-LINE FROM WS-GROUP-TITLE-LINE
           MOVE 'D' TO WS-WANTED-GROUP-TYPE
           PERFORM WRITE-ONE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
           WRITE REGISTER-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           MOVE 'ALL ACTIVE' TO GG-GROUP-CODE
           MOVE WS-ASSET-COUNT TO GG-ASSET-COUNT
           MOVE WS-TOTAL-COST TO GG-COST
           MOVE WS-TOTAL-ACCUM TO GG-ACCUM
           MOVE WS-TOTAL-BOOK TO GG-BOOK
           WRITE REGISTER-REPORT-LINE FROM WS-GROUP-TOTAL-LINE.

       WRITE-ONE-GROUP.
           IF GR-GROUP-TYPE (WS-GROUP-SUB) = WS-WANTED-GROUP-TYPE
               MOVE GR-GROUP-CODE (WS-GROUP-SUB) TO GG-GROUP-CODE
               MOVE GR-ASSET-COUNT (WS-GROUP-SUB) TO GG-ASSET-COUNT
               MOVE GR-COST (WS-GROUP-SUB) TO GG-COST
               MOVE GR-ACCUM (WS-GROUP-SUB) TO GG-ACCUM
               COMPUTE WS-BOOK-VALUE =
                   GR-COST (WS-GROUP-SUB) - GR-ACCUM (WS-GROUP-SUB)
               MOVE WS-BOOK-VALUE TO GG-BOOK
               WRITE REGISTER-REPORT-LINE FROM WS-GROUP-TOTAL-LINE
           END-IF.
