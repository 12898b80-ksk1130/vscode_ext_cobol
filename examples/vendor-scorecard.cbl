      *     correction;
      *   - defect return rate: RETHIST.DAT defect-coded units
      *     traced to the maker through the ITEMXREF link and
      *     メーカーコード in 製品マスター, over units received;
      *   - inspection reject rate: units sent back from receiving
      *     inspection (RTVHIST.DAT, written by RETURN-TO-VENDOR),
      *     over units received.
      * VENDSCOR.RPT lists vendors worst-first by on-time rate so
      * the first page is the renegotiation agenda.  Lines closed
      * before receipt dates were stamped (date zero) are left out
      * of the delivery figures rather than scored as on time.
      * The same rates are written to VENDSCOR.DAT, one row per
      * vendor with a single performance score, for RFQ-COMPARISON
      * to weigh quotes against.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "RETHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RTV-HISTORY-FILE ASSIGN TO "RTVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVH-STATUS.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO "VENDSCOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-SCORE-FILE ASSIGN TO "VENDSCOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-HISTORY-FILE.
       COPY RETURN-HISTORY-RECORD.

       FD  RTV-HISTORY-FILE.
       COPY RETURN-TO-VENDOR-RECORD.

       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-LINE        PIC X(130).

       FD  VENDOR-SCORE-FILE.
       COPY VENDOR-SCORE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-PO-STATUS                  PIC XX.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-RTVH-STATUS                PIC XX.
           88  RTVH-FILE-OK                  VALUE '00'.
           88  RTVH-FILE-EOF                 VALUE '10'.

       01  WS-SCORE-TABLE-MAX            PIC 9(3) VALUE 100.
       01  WS-SCORE-COUNT                PIC 9(3) VALUE ZERO.
               10  SC-DAYS-LATE-SUM          PIC 9(9).
               10  SC-ACTUAL-DAYS-SUM        PIC 9(9).
               10  SC-DEFECT-QTY             PIC 9(7).
               10  SC-REJECTED-QTY           PIC 9(7).
       01  WS-SCORE-SUB                  PIC 9(3) COMP.
       01  WS-SCORE-HIT-SUB              PIC 9(3) COMP.
       01  WS-SWAP-SUB                   PIC 9(3) COMP.
       01  WS-SWAP-ENTRY                 PIC X(73).

      *----------------------------------------------------------------
      * 製品ーコード→メーカーコードの対応表(返品の遡りに使う)。
       01  WS-AVG-DAYS-LATE              PIC 9(5)V9.
       01  WS-SUGGESTED-LEAD             PIC 9(5).
       01  WS-DEFECT-RATE                PIC 9(3)V9.
       01  WS-REJECT-RATE                PIC 9(3)V9.
       01  WS-SORT-PASS-SW               PIC X(1).
           88  ORDER-CHANGED                 VALUE 'Y'.
       01  WS-RATE-A                     PIC 9(3)V9.
       01  WS-RATE-B                     PIC 9(3)V9.
       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-PERFORMANCE-SCORE          PIC S9(4)V9.

       01  WS-SCORE-DETAIL-LINE.
           05  FILLER                  PIC X(8) VALUE 'VENDOR: '.
           05  FILLER                  PIC X(12)
               VALUE '  DEFECT:   '.
           05  SL-DEFECT-RATE           PIC ZZ9.9.
           05  FILLER                  PIC X(12)
               VALUE '%  REJECT:  '.
           05  SL-REJECT-RATE           PIC ZZ9.9.
           05  FILLER                  PIC X(18)
               VALUE '%  SUGGEST LEAD:  '.
           05  SL-SUGGESTED-LEAD        PIC ZZZZ9.
           PERFORM LOAD-MAKER-TABLE
           PERFORM SCORE-PO-LINES
           PERFORM SCORE-DEFECT-RETURNS
           PERFORM SCORE-INSPECTION-REJECTS
           IF WS-SCORE-COUNT = ZERO
               DISPLAY 'VENDOR SCORECARD - NOTHING TO SCORE'
               STOP RUN
           END-IF
           PERFORM RANK-WORST-FIRST
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           OPEN OUTPUT SCORECARD-REPORT-FILE
           OPEN OUTPUT VENDOR-SCORE-FILE
           PERFORM PRINT-ONE-SCORECARD
               VARYING WS-SCORE-SUB FROM 1 BY 1
               UNTIL WS-SCORE-SUB > WS-SCORE-COUNT
           CLOSE SCORECARD-REPORT-FILE
           CLOSE VENDOR-SCORE-FILE
           DISPLAY 'VENDOR SCORECARD - VENDORS: ' WS-SCORE-COUNT
           STOP RUN.

               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * 受入検査の不合格返品。RTVHIST.DATは仕入先コードを持つので
      * そのまま仕入先へ積む。
      *----------------------------------------------------------------
       SCORE-INSPECTION-REJECTS.
           OPEN INPUT VENDOR-FILE
           OPEN INPUT RTV-HISTORY-FILE
           IF RTVH-FILE-OK
               PERFORM READ-RTV-HISTORY
               PERFORM SCORE-ONE-REJECT UNTIL RTVH-FILE-EOF
               CLOSE RTV-HISTORY-FILE
           END-IF
           CLOSE VENDOR-FILE.

       READ-RTV-HISTORY.
           READ RTV-HISTORY-FILE
               AT END
                   SET RTVH-FILE-EOF TO TRUE
           END-READ.

       SCORE-ONE-REJECT.
           MOVE RV-VENDOR-CODE TO WS-TRACED-MAKER-CODE
           PERFORM FIND-SCORE-ROW
           IF WS-SCORE-HIT-SUB > ZERO
               ADD RV-REJECTED-QTY
                   TO SC-REJECTED-QTY (WS-SCORE-HIT-SUB)
           END-IF
           PERFORM READ-RTV-HISTORY.

      *----------------------------------------------------------------
      * 納期遵守率の低い順に並べる(単純な隣接交換 - ベンダー数は
      * 小さい)。
           ELSE
               MOVE ZERO TO WS-DEFECT-RATE
           END-IF
           IF SC-RECEIVED-QTY (WS-SCORE-SUB) > ZERO
               COMPUTE WS-REJECT-RATE ROUNDED =
                   SC-REJECTED-QTY (WS-SCORE-SUB) * 100
                       / SC-RECEIVED-QTY (WS-SCORE-SUB)
           ELSE
               MOVE ZERO TO WS-REJECT-RATE
           END-IF
           MOVE SC-VENDOR-CODE (WS-SCORE-SUB) TO SL-VENDOR-CODE
           MOVE WS-ON-TIME-RATE TO SL-ON-TIME-RATE
           MOVE WS-FILL-RATE TO SL-FILL-RATE
           MOVE WS-AVG-DAYS-LATE TO SL-AVG-DAYS-LATE
           MOVE WS-DEFECT-RATE TO SL-DEFECT-RATE
           MOVE WS-REJECT-RATE TO SL-REJECT-RATE
           MOVE WS-SUGGESTED-LEAD TO SL-SUGGESTED-LEAD
           WRITE SCORECARD-REPORT-LINE FROM WS-SCORE-DETAIL-LINE
           PERFORM WRITE-VENDOR-SCORE.

      *----------------------------------------------------------------
      * 見積比較用の総合点: 納期遵守率と充足率の平均から不良率と
      * 不合格率を引く(ゼロ未満はゼロ)。
      *----------------------------------------------------------------
       WRITE-VENDOR-SCORE.
           COMPUTE WS-PERFORMANCE-SCORE ROUNDED =
               (WS-ON-TIME-RATE + WS-FILL-RATE) / 2
               - WS-DEFECT-RATE - WS-REJECT-RATE
           IF WS-PERFORMANCE-SCORE < ZERO
               MOVE ZERO TO WS-PERFORMANCE-SCORE
           END-IF
           MOVE SC-VENDOR-CODE (WS-SCORE-SUB) TO VS-VENDOR-CODE
           MOVE WS-TODAY-CCYYMMDD TO VS-SCORE-DATE
           MOVE WS-ON-TIME-RATE TO VS-ON-TIME-RATE
           MOVE WS-FILL-RATE TO VS-FILL-RATE
           MOVE WS-DEFECT-RATE TO VS-DEFECT-RATE
           MOVE WS-REJECT-RATE TO VS-REJECT-RATE
           MOVE WS-PERFORMANCE-SCORE TO VS-PERFORMANCE-SCORE
           WRITE VENDOR-SCORE-RECORD.
