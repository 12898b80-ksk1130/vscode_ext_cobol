       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCHANGE-RATE-LOOKUP.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Shared subprogram in the ITEM-XREF-LOOKUP mold: answers the
      * yen rate for a currency on a given date from the FXRATE.DAT
      * dated rate file - the latest row on or before that date.  A
      * currency with no row on or before the date falls back to its
      * planning rate on CURRENCY-RATE-TABLE; yen (or spaces) is
      * always 1.00; a currency known to neither comes back zero and
      * the caller decides what to refuse.  The rate file loads on
      * the first call and stays in storage for the rest of the run.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       COPY EXCHANGE-RATE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS                PIC XX.
           88  RATE-FILE-OK                  VALUE '00'.
           88  RATE-FILE-EOF                 VALUE '10'.

       01  WS-LOADED-SW                  PIC X(1) VALUE 'N'.
           88  RATE-TABLE-LOADED             VALUE 'Y'.

       COPY CURRENCY-RATE-TABLE.

       01  WS-RATE-TABLE-MAX             PIC 9(4) VALUE 2000.
       01  WS-RATE-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-RATE-ENTRIES.
           05  WS-RATE-ENTRY             OCCURS 2000 TIMES.
               10  RT-CURRENCY-CODE          PIC X(3).
               10  RT-RATE-DATE              PIC 9(8).
               10  RT-YEN-RATE               PIC 9(3)V99.
       01  WS-RATE-SUB                   PIC 9(4) COMP.
       01  WS-BEST-DATE                  PIC 9(8).

       LINKAGE SECTION.
       01  LK-CURRENCY-CODE         PIC X(3).
       01  LK-RATE-DATE             PIC 9(8).
       01  LK-YEN-RATE              PIC 9(3)V99.

       PROCEDURE DIVISION USING LK-CURRENCY-CODE
                                 LK-RATE-DATE
                                 LK-YEN-RATE.
       MAIN-LOGIC.
           IF NOT RATE-TABLE-LOADED
               PERFORM LOAD-RATE-TABLE
           END-IF
           IF LK-CURRENCY-CODE = SPACES OR 'JPY'
               MOVE 1 TO LK-YEN-RATE
           ELSE
               PERFORM FIND-DATED-RATE
           END-IF
           GOBACK.

       LOAD-RATE-TABLE.
           SET RATE-TABLE-LOADED TO TRUE
           OPEN INPUT RATE-FILE
           IF RATE-FILE-OK
               PERFORM READ-RATE
               PERFORM STORE-RATE-ROW UNTIL RATE-FILE-EOF
               CLOSE RATE-FILE
           END-IF.

       READ-RATE.
           READ RATE-FILE
               AT END
                   SET RATE-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 積み切れないまま続けると、古いレートや計画レートで黙って
      * 換算してしまう(評価差額・決済差額が狂う)ので止める。
      *----------------------------------------------------------------
       STORE-RATE-ROW.
           IF WS-RATE-COUNT < WS-RATE-TABLE-MAX
               ADD 1 TO WS-RATE-COUNT
               MOVE FX-CURRENCY-CODE
                   TO RT-CURRENCY-CODE (WS-RATE-COUNT)
               MOVE FX-RATE-DATE TO RT-RATE-DATE (WS-RATE-COUNT)
               MOVE FX-YEN-RATE TO RT-YEN-RATE (WS-RATE-COUNT)
           ELSE
               DISPLAY 'ERROR: EXCHANGE RATE TABLE FULL - RATES '
                   'WOULD BE STALE - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RATE.

      *----------------------------------------------------------------
      * 指定日以前で最新の日付の行。無ければ計画レートへ。
      *----------------------------------------------------------------
       FIND-DATED-RATE.
           MOVE ZERO TO LK-YEN-RATE
           MOVE ZERO TO WS-BEST-DATE
           PERFORM PICK-DATED-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
           IF WS-BEST-DATE = ZERO
               SET CR2-IDX TO 1
               SEARCH CR2-ENTRY
                   AT END
                       CONTINUE
                   WHEN CR2-CURRENCY-CODE (CR2-IDX)
                       = LK-CURRENCY-CODE
                       MOVE CR2-YEN-RATE (CR2-IDX) TO LK-YEN-RATE
               END-SEARCH
           END-IF.

       PICK-DATED-RATE.
           IF RT-CURRENCY-CODE (WS-RATE-SUB) = LK-CURRENCY-CODE
               AND RT-RATE-DATE (WS-RATE-SUB) NOT > LK-RATE-DATE
               AND RT-RATE-DATE (WS-RATE-SUB) > WS-BEST-DATE
               MOVE RT-RATE-DATE (WS-RATE-SUB) TO WS-BEST-DATE
               MOVE RT-YEN-RATE (WS-RATE-SUB) TO LK-YEN-RATE
           END-IF.
