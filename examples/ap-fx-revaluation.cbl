       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-FX-REVALUATION.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Month-end revaluation of foreign-currency payables (外貨建
      * 買掛金の期末換算替え) for the period named on the PERIOD.PRM
      * card (CCYYMM), run before MONTH-END-CLOSE stamps the period.
      * Every open (or held - a held item is still owed) APITEMS.DAT
      * item billed in a foreign currency and invoiced by the last
      * day of the period is restated at the closing rate - the
      * EXCHANGE-RATE-LOOKUP rate for that last day - and the
      * difference from the yen it was booked at is the unrealised
      * exchange gain or loss.  The net difference is
      * posted as a balanced pair of GLEXTR.DAT rows under the
      * FXREVAL batch source dated the last day of the period (a
      * loss debits FXGAINLOSS and credits AP control, a gain the
      * reverse), together with the mirror pair dated the first of
      * the next month, so the restatement reverses itself and
      * APITEMS.DAT keeps the booked yen: the payment run measures
      * the realised difference against the booked value.
      * FXREVAL.RPT is the supporting schedule by item for the
      * accountants.  FXREVAL.CTL remembers the last period posted
      * (the ALLOWANC.CTL discipline) and a second run for the same
      * period is refused.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "PERIOD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AP-ITEM-FILE ASSIGN TO "APITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT REVAL-CONTROL-FILE ASSIGN TO "FXREVAL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "FXREVAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  PP-CLOSE-PERIOD         PIC 9(6).

       FD  AP-ITEM-FILE.
       COPY AP-OPEN-ITEM-RECORD.

       FD  REVAL-CONTROL-FILE.
       01  REVAL-CONTROL-RECORD.
           05  RC-REVALUED-PERIOD       PIC 9(6).
           05  RC-POSTED-DATE           PIC 9(8).
           05  RC-UNREALISED-AMOUNT     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                PIC XX.
           88  PARM-FILE-OK                  VALUE '00'.
       01  WS-AP-STATUS                  PIC XX.
           88  AP-FILE-OK                    VALUE '00'.
           88  AP-FILE-EOF                   VALUE '10'.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-FILE-OK                   VALUE '00'.
       01  WS-GL-STATUS                  PIC XX.

       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-REVAL-PERIOD               PIC 9(6).
       01  WS-PRIOR-PERIOD               PIC 9(6) VALUE ZERO.

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

       01  WS-CLOSING-RATE               PIC 9(3)V99.
       01  WS-RESTATED-AMOUNT            PIC 9(11)V99.
       01  WS-ITEM-DIFFERENCE            PIC S9(11)V99.
       01  WS-UNREALISED-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-BOOKED-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  WS-RESTATED-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-POSTING-AMOUNT             PIC 9(11)V99.
       01  WS-ITEM-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-NO-RATE-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-POST-DATE               PIC 9(8).
       01  WS-GL-PROGRAM-NAME            PIC X(30)
                                   VALUE 'AP-FX-REVALUATION'.
       01  WS-GL-SOURCE-KEY.
           05  FILLER                    PIC X(10) VALUE 'FXREVAL   '.
           05  GK-PERIOD                 PIC 9(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  GK-ENTRY-TYPE             PIC X(3).

       01  WS-SCHEDULE-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'FOREIGN-CURRENCY AP REVALUATION - PERIOD'.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SH-PERIOD                PIC 9(6).
           05  FILLER                  PIC X(16)
               VALUE '  CLOSING DATE: '.
           05  SH-MONTH-END-DATE        PIC 9(8).

       01  WS-SCHEDULE-DETAIL-LINE.
           05  SD-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-VENDOR-INV-NO         PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-CURRENCY-CODE         PIC X(3).
           05  SD-FOREIGN-OPEN          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(8) VALUE '  BOOKED'.
           05  SD-BOOKED-RATE           PIC ZZ9.99.
           05  SD-BOOKED-AMOUNT         PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(9) VALUE '  CLOSING'.
           05  SD-CLOSING-RATE          PIC ZZ9.99.
           05  SD-RESTATED-AMOUNT       PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SD-DIFFERENCE            PIC ------------9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SD-NOTE                  PIC X(15).

       01  WS-SCHEDULE-TOTAL-LINE.
           05  ST-LABEL                 PIC X(28).
           05  ST-AMOUNT                PIC ------------9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ST-NOTE                  PIC X(30).

       01  WS-POSTED-NOTE.
           05  FILLER                  PIC X(9) VALUE 'DATED    '.
           05  PN-POST-DATE             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PN-GAIN-LOSS             PIC X(4).

       01  WS-SIGNATURE-LINE.
           05  FILLER                  PIC X(24)
               VALUE 'ACCOUNTANT SIGNATURE:   '.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM READ-PERIOD-PARM
           PERFORM READ-REVAL-CONTROL
           IF WS-PRIOR-PERIOD = WS-REVAL-PERIOD
               DISPLAY 'PERIOD ' WS-REVAL-PERIOD
                   ' IS ALREADY REVALUED - NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-PERIOD-DATES
           OPEN INPUT AP-ITEM-FILE
           IF NOT AP-FILE-OK
               DISPLAY 'AP FX REVALUATION - NO OPEN ITEM FILE, '
                   'NOTHING REVALUED'
               STOP RUN
           END-IF
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           MOVE WS-REVAL-PERIOD TO SH-PERIOD
           MOVE WS-MONTH-END-DATE TO SH-MONTH-END-DATE
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-HEADER-LINE
           PERFORM READ-AP-ITEM
           PERFORM REVALUE-ONE-ITEM UNTIL AP-FILE-EOF
           CLOSE AP-ITEM-FILE
           IF WS-UNREALISED-TOTAL NOT = ZERO
               PERFORM POST-UNREALISED-DIFFERENCE
           END-IF
           PERFORM WRITE-SCHEDULE-TOTALS
           CLOSE SCHEDULE-REPORT-FILE
           PERFORM WRITE-REVAL-CONTROL
           DISPLAY 'AP FX REVALUATION - PERIOD: ' WS-REVAL-PERIOD
               ' ITEMS: ' WS-ITEM-COUNT
               ' NO RATE: ' WS-NO-RATE-COUNT
               ' UNREALISED: ' WS-UNREALISED-TOTAL
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
           MOVE PP-CLOSE-PERIOD TO WS-REVAL-PERIOD
           CLOSE PERIOD-PARM-FILE.

      *----------------------------------------------------------------
      * 前回換算替えした期間。同じ期間の二重計上はしない。
      *----------------------------------------------------------------
       READ-REVAL-CONTROL.
           OPEN INPUT REVAL-CONTROL-FILE
           IF CTL-FILE-OK
               READ REVAL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-REVALUED-PERIOD TO WS-PRIOR-PERIOD
               END-READ
               CLOSE REVAL-CONTROL-FILE
           END-IF.

       WRITE-REVAL-CONTROL.
           OPEN OUTPUT REVAL-CONTROL-FILE
           MOVE WS-REVAL-PERIOD TO RC-REVALUED-PERIOD
           MOVE WS-TODAY-CCYYMMDD TO RC-POSTED-DATE
           MOVE WS-UNREALISED-TOTAL TO RC-UNREALISED-AMOUNT
           WRITE REVAL-CONTROL-RECORD
           CLOSE REVAL-CONTROL-FILE.

      *----------------------------------------------------------------
      * 期末日は翌月一日の前日。戻し仕訳は翌月一日付。
      *----------------------------------------------------------------
       SET-PERIOD-DATES.
           MOVE WS-REVAL-PERIOD TO WS-PERIOD-NUMBER
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

       READ-AP-ITEM.
           READ AP-ITEM-FILE
               AT END
                   SET AP-FILE-EOF TO TRUE
           END-READ.

       REVALUE-ONE-ITEM.
           IF (AP-ITEM-OPEN OR AP-ITEM-HELD)
               AND AP-OPEN-AMOUNT > ZERO
               AND NOT AP-YEN-ITEM
               AND AP-INVOICE-DATE NOT > WS-MONTH-END-DATE
               PERFORM RESTATE-ITEM
           END-IF
           PERFORM READ-AP-ITEM.

      *----------------------------------------------------------------
      * 外貨残高を期末レートで円に換算し直し、計上額との差を評価
      * 差額とする。正なら差損(債務増)、負なら差益。期末レートの
      * 無い通貨は換算せず明細に残す。
      *----------------------------------------------------------------
       RESTATE-ITEM.
           CALL 'EXCHANGE-RATE-LOOKUP' USING AP-CURRENCY-CODE
                                              WS-MONTH-END-DATE
                                              WS-CLOSING-RATE
           MOVE AP-VENDOR-CODE TO SD-VENDOR-CODE
           MOVE AP-VENDOR-INV-NO TO SD-VENDOR-INV-NO
           MOVE AP-CURRENCY-CODE TO SD-CURRENCY-CODE
           MOVE AP-FOREIGN-OPEN TO SD-FOREIGN-OPEN
           MOVE AP-BOOKED-RATE TO SD-BOOKED-RATE
           MOVE AP-OPEN-AMOUNT TO SD-BOOKED-AMOUNT
           MOVE WS-CLOSING-RATE TO SD-CLOSING-RATE
           IF WS-CLOSING-RATE = ZERO
               MOVE ZERO TO SD-RESTATED-AMOUNT
               MOVE ZERO TO SD-DIFFERENCE
               MOVE 'NO CLOSING RATE' TO SD-NOTE
               ADD 1 TO WS-NO-RATE-COUNT
           ELSE
               COMPUTE WS-RESTATED-AMOUNT ROUNDED =
                   AP-FOREIGN-OPEN * WS-CLOSING-RATE
               COMPUTE WS-ITEM-DIFFERENCE =
                   WS-RESTATED-AMOUNT - AP-OPEN-AMOUNT
               ADD WS-ITEM-DIFFERENCE TO WS-UNREALISED-TOTAL
               ADD AP-OPEN-AMOUNT TO WS-BOOKED-TOTAL
               ADD WS-RESTATED-AMOUNT TO WS-RESTATED-TOTAL
               MOVE WS-RESTATED-AMOUNT TO SD-RESTATED-AMOUNT
               MOVE WS-ITEM-DIFFERENCE TO SD-DIFFERENCE
               EVALUATE TRUE
                   WHEN WS-ITEM-DIFFERENCE > ZERO
                       MOVE 'LOSS' TO SD-NOTE
                   WHEN WS-ITEM-DIFFERENCE < ZERO
                       MOVE 'GAIN' TO SD-NOTE
                   WHEN OTHER
                       MOVE SPACES TO SD-NOTE
               END-EVALUATE
               ADD 1 TO WS-ITEM-COUNT
           END-IF
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-DETAIL-LINE.

      *----------------------------------------------------------------
      * Net unrealised difference, posted at the period's last day
      * and reversed on the first of the next month: a loss charges
      * FXGAINLOSS and raises AP control, a gain the reverse.
      *----------------------------------------------------------------
       POST-UNREALISED-DIFFERENCE.
           MOVE WS-REVAL-PERIOD TO GK-PERIOD
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           IF WS-UNREALISED-TOTAL > ZERO
               MOVE WS-UNREALISED-TOTAL TO WS-POSTING-AMOUNT
           ELSE
               COMPUTE WS-POSTING-AMOUNT = ZERO - WS-UNREALISED-TOTAL
           END-IF
           MOVE WS-MONTH-END-DATE TO WS-GL-POST-DATE
           MOVE SPACES TO GK-ENTRY-TYPE
           IF WS-UNREALISED-TOTAL > ZERO
               PERFORM WRITE-LOSS-PAIR
           ELSE
               PERFORM WRITE-GAIN-PAIR
           END-IF
           MOVE WS-NEXT-MONTH-DATE TO WS-GL-POST-DATE
           MOVE 'REV' TO GK-ENTRY-TYPE
           IF WS-UNREALISED-TOTAL > ZERO
               PERFORM WRITE-GAIN-PAIR
           ELSE
               PERFORM WRITE-LOSS-PAIR
           END-IF
           CLOSE GL-INTERFACE-FILE.

       WRITE-LOSS-PAIR.
           MOVE 'FXGAINLOSS' TO WS-GL-ELEMENT-NAME
           MOVE 'D' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           MOVE 'APCONTROL' TO WS-GL-ELEMENT-NAME
           MOVE 'C' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW.

       WRITE-GAIN-PAIR.
           MOVE 'APCONTROL' TO WS-GL-ELEMENT-NAME
           MOVE 'D' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           MOVE 'FXGAINLOSS' TO WS-GL-ELEMENT-NAME
           MOVE 'C' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW.

       WRITE-GL-ROW.
           MOVE WS-GL-POST-DATE TO GL-POST-DATE
           MOVE 'FXREVAL' TO GL-BATCH-SOURCE
           MOVE '99999999' TO GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'FXREVAL'
                   AND GM-ELEMENT-NAME (GM-IDX)
                       = WS-GL-ELEMENT-NAME
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO GL-ACCOUNT-CODE
           END-SEARCH
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE WS-POSTING-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-PROGRAM-NAME TO GL-SOURCE-PROGRAM
           MOVE WS-GL-SOURCE-KEY TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.

       WRITE-SCHEDULE-TOTALS.
           MOVE SPACES TO ST-NOTE
           MOVE 'BOOKED AP (FOREIGN):' TO ST-LABEL
           MOVE WS-BOOKED-TOTAL TO ST-AMOUNT
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           MOVE 'RESTATED AT CLOSING RATE:' TO ST-LABEL
           MOVE WS-RESTATED-TOTAL TO ST-AMOUNT
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           MOVE 'UNREALISED DIFFERENCE:' TO ST-LABEL
           MOVE WS-UNREALISED-TOTAL TO ST-AMOUNT
           EVALUATE TRUE
               WHEN WS-UNREALISED-TOTAL > ZERO
                   MOVE 'LOSS' TO PN-GAIN-LOSS
               WHEN WS-UNREALISED-TOTAL < ZERO
                   MOVE 'GAIN' TO PN-GAIN-LOSS
               WHEN OTHER
                   MOVE SPACES TO PN-GAIN-LOSS
           END-EVALUATE
           IF WS-UNREALISED-TOTAL NOT = ZERO
               MOVE WS-MONTH-END-DATE TO PN-POST-DATE
               MOVE WS-POSTED-NOTE TO ST-NOTE
           ELSE
               MOVE 'NOTHING POSTED' TO ST-NOTE
           END-IF
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           IF WS-UNREALISED-TOTAL NOT = ZERO
               MOVE 'REVERSED:' TO ST-LABEL
               COMPUTE ST-AMOUNT = ZERO - WS-UNREALISED-TOTAL
               MOVE WS-NEXT-MONTH-DATE TO PN-POST-DATE
               MOVE WS-POSTED-NOTE TO ST-NOTE
               WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           END-IF
           WRITE SCHEDULE-REPORT-LINE FROM WS-SIGNATURE-LINE.
