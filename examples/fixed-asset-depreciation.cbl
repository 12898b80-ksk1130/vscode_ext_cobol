       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSET-DEPRECIATION.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Monthly depreciation of the FAMAST.DAT fixed asset register
      * for the period named on the PERIOD.PRM card (CCYYMM), run
      * before MONTH-END-CLOSE stamps the period.  Every active
      * asset is charged for each month from the month after its
      * FA-LAST-DEPR-PERIOD (from its month of acquisition, for an
      * asset never yet depreciated) up to the period, so a missed
      * month is caught up; a month's charge is a whole month
      * whatever day the asset was bought.
      *   - 定額法 (S): cost / (useful life x 12), in whole yen.
      *   - 定率法 (D): the book value at the start of the fiscal
      *     year (FR-FISCAL-FIRST-MONTH) x 2 / useful life / 12,
      *     until that falls below the book value spread evenly over
      *     the months of life left, which is charged from then on.
      * Nothing is charged below FR-MEMO-VALUE (備忘価額), and the
      * last month of life takes the asset down to it.  The charges
      * are totalled by the asset's 組織マスター department and each
      * department is posted to GLEXTR.DAT under the DEPREC batch
      * source dated the last day of the period - depreciation
      * expense debited, accumulated depreciation credited - keyed
      * by the department code.  FADEPR.RPT lists every asset
      * charged and the department totals.  The period must still
      * be open on PERIODCT.DAT (PERIOD-LOCK-CHECK); FADEPR.CTL
      * remembers the last period run (the GRNI.CTL discipline) and
      * a second run for the same period is refused.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "PERIOD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FA-STATUS.
           SELECT DEPR-CONTROL-FILE ASSIGN TO "FADEPR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT DEPR-REPORT-FILE ASSIGN TO "FADEPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  PP-CLOSE-PERIOD         PIC 9(6).

       FD  FIXED-ASSET-FILE.
       COPY FIXED-ASSET-RECORD.

       FD  DEPR-CONTROL-FILE.
       01  DEPR-CONTROL-RECORD.
           05  DC-DEPRECIATED-PERIOD    PIC 9(6).
           05  DC-POSTED-DATE           PIC 9(8).
           05  DC-DEPRECIATION-AMOUNT   PIC 9(11)V99.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  DEPR-REPORT-FILE.
       01  DEPR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                PIC XX.
           88  PARM-FILE-OK                  VALUE '00'.
       01  WS-FA-STATUS                  PIC XX.
           88  FA-FILE-OK                    VALUE '00'.
           88  FA-FILE-EOF                   VALUE '10'.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-FILE-OK                   VALUE '00'.
       01  WS-GL-STATUS                  PIC XX.

       COPY GL-ACCOUNT-MAP-TABLE.
       COPY FIXED-ASSET-RULES.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-DEPR-PERIOD                PIC 9(6).
       01  WS-PRIOR-PERIOD               PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-CLOSED-SW           PIC X(1).
           88  DEPR-PERIOD-CLOSED            VALUE 'Y'.

       01  WS-MONTH-END-DATE             PIC 9(8).
       01  WS-NEXT-MONTH-FIRST.
           05  WS-NM-CCYY                PIC 9(4).
           05  WS-NM-MM                  PIC 9(2).
           05  WS-NM-DD                  PIC 9(2).
       01  WS-NEXT-MONTH-DATE REDEFINES WS-NEXT-MONTH-FIRST
                                         PIC 9(8).
       01  WS-PERIOD-SPLIT.
           05  WS-PS-CCYY                PIC 9(4).
           05  WS-PS-MM                  PIC 9(2).
       01  WS-PERIOD-NUMBER REDEFINES WS-PERIOD-SPLIT
                                         PIC 9(6).

      *----------------------------------------------------------------
      * 償却する月を一月ずつ進める。
      *----------------------------------------------------------------
       01  WS-CHARGE-SPLIT.
           05  WS-CH-CCYY                PIC 9(4).
           05  WS-CH-MM                  PIC 9(2).
       01  WS-CHARGE-PERIOD REDEFINES WS-CHARGE-SPLIT
                                         PIC 9(6).

       01  WS-LIFE-MONTHS                PIC 9(3).
       01  WS-MONTHS-LEFT                PIC 9(3).
       01  WS-DECLINING-RATE             PIC V999.
       01  WS-BOOK-VALUE                 PIC 9(9)V99.
       01  WS-DEPRECIABLE-LEFT           PIC 9(9)V99.
       01  WS-MONTH-CHARGE               PIC 9(9).
       01  WS-EVEN-CHARGE                PIC 9(9).
       01  WS-ASSET-CHARGE               PIC 9(9)V99.
       01  WS-ASSET-MONTHS               PIC 9(3).
       01  WS-ASSET-CHARGED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-DEPR-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-POSTING-AMOUNT             PIC 9(11)V99.

      *----------------------------------------------------------------
      * 部署別の償却費。積み切れないと計上額が欠けるので止める。
      *----------------------------------------------------------------
       01  WS-DEPT-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-DEPT-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-DEPT-ENTRIES.
           05  WS-DEPT-ENTRY             OCCURS 200 TIMES.
               10  DT-DEPARTMENT-CODE        PIC X(10).
               10  DT-ASSET-COUNT            PIC 9(5).
               10  DT-DEPR-AMOUNT            PIC 9(11)V99.
       01  WS-DEPT-SUB                   PIC 9(3) COMP.
       01  WS-DEPT-HIT-SUB               PIC 9(3) COMP.

       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-PROGRAM-NAME            PIC X(30)
                                   VALUE 'FIXED-ASSET-DEPRECIATION'.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'FIXED ASSET DEPRECIATION - PERIOD       '.
           05  RH-PERIOD                PIC 9(6).
           05  FILLER                  PIC X(16)
               VALUE '  CLOSING DATE: '.
           05  RH-MONTH-END-DATE        PIC 9(8).

       01  WS-ASSET-DETAIL-LINE.
           05  AD-ASSET-NUMBER          PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-ASSET-NAME            PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-DEPARTMENT-CODE       PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-DEPR-METHOD           PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AD-MONTHS                PIC ZZ9.
           05  FILLER                  PIC X(6) VALUE ' MTHS '.
           05  AD-CHARGE                PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE '  ACCUM'.
           05  AD-ACCUM-DEPRECIATION    PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE '  BOOK'.
           05  AD-BOOK-VALUE            PIC ZZZZZZZZ9.99.

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE 'DEPARTMENT: '.
           05  DL-DEPARTMENT-CODE       PIC X(10).
           05  FILLER                  PIC X(9) VALUE '  ASSETS '.
           05  DL-ASSET-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE '  DEPRECIATION '.
           05  DL-DEPR-AMOUNT           PIC ZZZZZZZZZZ9.99.

       01  WS-REPORT-TOTAL-LINE.
           05  RT-LABEL                 PIC X(28).
           05  RT-AMOUNT                PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RT-NOTE                  PIC X(30).

       01  WS-POSTED-NOTE.
           05  FILLER                  PIC X(9) VALUE 'DATED    '.
           05  PN-POST-DATE             PIC 9(8).

       01  WS-REPORT-BLANK-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM READ-PERIOD-PARM
           PERFORM READ-DEPR-CONTROL
           IF WS-PRIOR-PERIOD = WS-DEPR-PERIOD
               DISPLAY 'PERIOD ' WS-DEPR-PERIOD
                   ' IS ALREADY DEPRECIATED - NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-PERIOD-DATES
           CALL 'PERIOD-LOCK-CHECK' USING WS-MONTH-END-DATE
                                           WS-PERIOD-CLOSED-SW
           END-CALL
           IF DEPR-PERIOD-CLOSED
               DISPLAY 'PERIOD ' WS-DEPR-PERIOD
                   ' IS CLOSED - DEPRECIATION NOT POSTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FIXED-ASSET-FILE
           IF NOT FA-FILE-OK
               DISPLAY 'FIXED ASSET DEPRECIATION - NO ASSET '
                   'REGISTER, NOTHING CHARGED'
               STOP RUN
           END-IF
           OPEN OUTPUT DEPR-REPORT-FILE
           MOVE WS-DEPR-PERIOD TO RH-PERIOD
           MOVE WS-MONTH-END-DATE TO RH-MONTH-END-DATE
           WRITE DEPR-REPORT-LINE FROM WS-REPORT-HEADER-LINE
           WRITE DEPR-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           PERFORM READ-ASSET
           PERFORM DEPRECIATE-ONE-ASSET UNTIL FA-FILE-EOF
           CLOSE FIXED-ASSET-FILE
           IF WS-DEPR-TOTAL > ZERO
               PERFORM POST-DEPRECIATION
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE DEPR-REPORT-FILE
           PERFORM WRITE-DEPR-CONTROL
           DISPLAY 'FIXED ASSET DEPRECIATION - PERIOD: '
               WS-DEPR-PERIOD
               ' ASSETS: ' WS-ASSET-CHARGED-COUNT
               ' DEPARTMENTS: ' WS-DEPT-COUNT
               ' CHARGED: ' WS-DEPR-TOTAL
           STOP RUN.

       READ-PERIOD-PARM.
           OPEN INPUT PERIOD-PARM-FILE
           IF NOT PARM-FILE-OK
               DISPLAY 'PERIOD.PRM PARAMETER CARD MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PERIOD-PARM-FILE
               AT END
                   DISPLAY 'PERIOD.PRM PARAMETER CARD EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PP-CLOSE-PERIOD TO WS-DEPR-PERIOD
           CLOSE PERIOD-PARM-FILE.

      *----------------------------------------------------------------
      * 前回償却した期間。同じ期間の二重計上はしない。
      *----------------------------------------------------------------
       READ-DEPR-CONTROL.
           OPEN INPUT DEPR-CONTROL-FILE
           IF CTL-FILE-OK
               READ DEPR-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DC-DEPRECIATED-PERIOD TO WS-PRIOR-PERIOD
               END-READ
               CLOSE DEPR-CONTROL-FILE
           END-IF.

       WRITE-DEPR-CONTROL.
           OPEN OUTPUT DEPR-CONTROL-FILE
           MOVE WS-DEPR-PERIOD TO DC-DEPRECIATED-PERIOD
           MOVE WS-TODAY-CCYYMMDD TO DC-POSTED-DATE
           MOVE WS-DEPR-TOTAL TO DC-DEPRECIATION-AMOUNT
           WRITE DEPR-CONTROL-RECORD
           CLOSE DEPR-CONTROL-FILE.

      *----------------------------------------------------------------
      * 期末日は翌月一日の前日。
      *----------------------------------------------------------------
       SET-PERIOD-DATES.
           MOVE WS-DEPR-PERIOD TO WS-PERIOD-NUMBER
           IF WS-PS-MM = 12
               COMPUTE WS-NM-CCYY = WS-PS-CCYY + 1
               MOVE 1 TO WS-NM-MM
           ELSE
               MOVE WS-PS-CCYY TO WS-NM-CCYY
               COMPUTE WS-NM-MM = WS-PS-MM + 1
           END-IF
           MOVE 1 TO WS-NM-DD
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1).

       READ-ASSET.
           READ FIXED-ASSET-FILE NEXT RECORD
               AT END
                   SET FA-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 未償却の月を順に償却する。取得月から、または前回償却月の
      * 翌月から当期まで。
      *----------------------------------------------------------------
       DEPRECIATE-ONE-ASSET.
           IF FA-ASSET-ACTIVE
               AND FA-LAST-DEPR-PERIOD < WS-DEPR-PERIOD
               IF FA-LAST-DEPR-PERIOD = ZERO
                   COMPUTE WS-CHARGE-PERIOD =
                       FA-ACQUISITION-DATE / 100
               ELSE
                   MOVE FA-LAST-DEPR-PERIOD TO WS-CHARGE-PERIOD
                   PERFORM ADVANCE-CHARGE-PERIOD
               END-IF
               MOVE ZERO TO WS-ASSET-CHARGE
               MOVE ZERO TO WS-ASSET-MONTHS
               COMPUTE WS-LIFE-MONTHS = FA-USEFUL-LIFE-YEARS * 12
               COMPUTE WS-DECLINING-RATE ROUNDED =
                   2 / FA-USEFUL-LIFE-YEARS
               PERFORM CHARGE-ONE-MONTH
                   UNTIL WS-CHARGE-PERIOD > WS-DEPR-PERIOD
               IF WS-ASSET-MONTHS > ZERO
                   MOVE WS-DEPR-PERIOD TO FA-LAST-DEPR-PERIOD
                   REWRITE FIXED-ASSET-RECORD
               END-IF
               IF WS-ASSET-CHARGE > ZERO
                   PERFORM ADD-TO-DEPARTMENT
                   PERFORM LIST-CHARGED-ASSET
               END-IF
           END-IF
           PERFORM READ-ASSET.

       ADVANCE-CHARGE-PERIOD.
           IF WS-CH-MM = 12
               ADD 1 TO WS-CH-CCYY
               MOVE 1 TO WS-CH-MM
           ELSE
               ADD 1 TO WS-CH-MM
           END-IF.

       CHARGE-ONE-MONTH.
           COMPUTE WS-BOOK-VALUE =
               FA-ACQUISITION-COST - FA-ACCUM-DEPRECIATION
           IF WS-BOOK-VALUE > FR-MEMO-VALUE
               COMPUTE WS-DEPRECIABLE-LEFT =
                   WS-BOOK-VALUE - FR-MEMO-VALUE
               IF WS-CH-MM = FR-FISCAL-FIRST-MONTH
                   OR FA-FY-OPENING-BOOK-VALUE = ZERO
                   MOVE WS-BOOK-VALUE TO FA-FY-OPENING-BOOK-VALUE
               END-IF
               PERFORM WORK-OUT-MONTH-CHARGE
               IF WS-MONTH-CHARGE > WS-DEPRECIABLE-LEFT
                   OR FA-MONTHS-DEPRECIATED + 1 NOT < WS-LIFE-MONTHS
                   MOVE WS-DEPRECIABLE-LEFT TO WS-MONTH-CHARGE
               END-IF
               ADD WS-MONTH-CHARGE TO FA-ACCUM-DEPRECIATION
               ADD WS-MONTH-CHARGE TO WS-ASSET-CHARGE
               ADD 1 TO FA-MONTHS-DEPRECIATED
           END-IF
           ADD 1 TO WS-ASSET-MONTHS
           PERFORM ADVANCE-CHARGE-PERIOD.

      *----------------------------------------------------------------
      * 定額法は取得価額を耐用月数で割る。定率法は期首帳簿価額 x
      * 償却率の月割と、残存月数での均等額の大きい方。円未満切捨。
      *----------------------------------------------------------------
       WORK-OUT-MONTH-CHARGE.
           IF FA-MONTHS-DEPRECIATED < WS-LIFE-MONTHS
               COMPUTE WS-MONTHS-LEFT =
                   WS-LIFE-MONTHS - FA-MONTHS-DEPRECIATED
           ELSE
               MOVE 1 TO WS-MONTHS-LEFT
           END-IF
           IF FA-DECLINING-BALANCE
               COMPUTE WS-MONTH-CHARGE =
                   FA-FY-OPENING-BOOK-VALUE * WS-DECLINING-RATE / 12
               COMPUTE WS-EVEN-CHARGE =
                   WS-DEPRECIABLE-LEFT / WS-MONTHS-LEFT
               IF WS-EVEN-CHARGE > WS-MONTH-CHARGE
                   MOVE WS-EVEN-CHARGE TO WS-MONTH-CHARGE
               END-IF
           ELSE
               COMPUTE WS-MONTH-CHARGE =
                   FA-ACQUISITION-COST / WS-LIFE-MONTHS
           END-IF.

       ADD-TO-DEPARTMENT.
           ADD 1 TO WS-ASSET-CHARGED-COUNT
           ADD WS-ASSET-CHARGE TO WS-DEPR-TOTAL
           MOVE ZERO TO WS-DEPT-HIT-SUB
           PERFORM MATCH-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-HIT-SUB > ZERO
           IF WS-DEPT-HIT-SUB = ZERO
               IF WS-DEPT-COUNT < WS-DEPT-TABLE-MAX
                   ADD 1 TO WS-DEPT-COUNT
               ELSE
                   DISPLAY 'ERROR: DEPARTMENT TABLE FULL - '
                       'DEPRECIATION WOULD BE SHORT - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT-SUB
               MOVE FA-DEPARTMENT-CODE
                   TO DT-DEPARTMENT-CODE (WS-DEPT-HIT-SUB)
               MOVE ZERO TO DT-ASSET-COUNT (WS-DEPT-HIT-SUB)
               MOVE ZERO TO DT-DEPR-AMOUNT (WS-DEPT-HIT-SUB)
           END-IF
           ADD 1 TO DT-ASSET-COUNT (WS-DEPT-HIT-SUB)
           ADD WS-ASSET-CHARGE TO DT-DEPR-AMOUNT (WS-DEPT-HIT-SUB).

       MATCH-DEPARTMENT.
           IF DT-DEPARTMENT-CODE (WS-DEPT-SUB) = FA-DEPARTMENT-CODE
               MOVE WS-DEPT-SUB TO WS-DEPT-HIT-SUB
           END-IF.

       LIST-CHARGED-ASSET.
           MOVE FA-ASSET-NUMBER TO AD-ASSET-NUMBER
           MOVE FA-ASSET-NAME TO AD-ASSET-NAME
           MOVE FA-DEPARTMENT-CODE TO AD-DEPARTMENT-CODE
           MOVE FA-DEPR-METHOD TO AD-DEPR-METHOD
           MOVE WS-ASSET-MONTHS TO AD-MONTHS
           MOVE WS-ASSET-CHARGE TO AD-CHARGE
           MOVE FA-ACCUM-DEPRECIATION TO AD-ACCUM-DEPRECIATION
           COMPUTE WS-BOOK-VALUE =
               FA-ACQUISITION-COST - FA-ACCUM-DEPRECIATION
           MOVE WS-BOOK-VALUE TO AD-BOOK-VALUE
           WRITE DEPR-REPORT-LINE FROM WS-ASSET-DETAIL-LINE.

      *----------------------------------------------------------------
      * 部署ごとに償却費/減価償却累計額の一組を期末日付で起こす。
      *----------------------------------------------------------------
       POST-DEPRECIATION.
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           PERFORM POST-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           CLOSE GL-INTERFACE-FILE.

       POST-ONE-DEPARTMENT.
           IF DT-DEPR-AMOUNT (WS-DEPT-SUB) > ZERO
               MOVE DT-DEPR-AMOUNT (WS-DEPT-SUB) TO WS-POSTING-AMOUNT
               MOVE 'EXPENSE' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
               MOVE 'ACCUMDEPR' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
           END-IF.

       WRITE-GL-ROW.
           MOVE WS-MONTH-END-DATE TO GL-POST-DATE
           MOVE 'DEPREC' TO GL-BATCH-SOURCE
           MOVE '99999999' TO GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'DEPREC'
                   AND GM-ELEMENT-NAME (GM-IDX)
                       = WS-GL-ELEMENT-NAME
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO GL-ACCOUNT-CODE
           END-SEARCH
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE WS-POSTING-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-PROGRAM-NAME TO GL-SOURCE-PROGRAM
           MOVE DT-DEPARTMENT-CODE (WS-DEPT-SUB) TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.

       WRITE-REPORT-TOTALS.
           WRITE DEPR-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           PERFORM WRITE-DEPARTMENT-TOTAL
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           WRITE DEPR-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           MOVE 'DEPRECIATION CHARGED:' TO RT-LABEL
           MOVE WS-DEPR-TOTAL TO RT-AMOUNT
           IF WS-DEPR-TOTAL > ZERO
               MOVE WS-MONTH-END-DATE TO PN-POST-DATE
               MOVE WS-POSTED-NOTE TO RT-NOTE
           ELSE
               MOVE 'NOTHING POSTED' TO RT-NOTE
           END-IF
           WRITE DEPR-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       WRITE-DEPARTMENT-TOTAL.
           MOVE DT-DEPARTMENT-CODE (WS-DEPT-SUB) TO DL-DEPARTMENT-CODE
           MOVE DT-ASSET-COUNT (WS-DEPT-SUB) TO DL-ASSET-COUNT
           MOVE DT-DEPR-AMOUNT (WS-DEPT-SUB) TO DL-DEPR-AMOUNT
           WRITE DEPR-REPORT-LINE FROM WS-DEPT-TOTAL-LINE.
