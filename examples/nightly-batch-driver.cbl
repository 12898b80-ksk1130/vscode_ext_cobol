      * the window raises one ALERTS.DAT row for the paging system
      * through the OPS-ROUTING-TABLE group - while there is still
      * time to phone someone.
      * The payroll stream's tail runs here too: the variance
      * pre-check every night once the masters are loaded, and the
      * bank transfer behind it.  The transfer step is gated - just
      * before launch the driver asks PAYROLL-RELEASE-GATE, and
      * until payroll has signed off the month's exception list on
      * PAYSIGN.DAT (or once the month is already on PAYREL.LOG) the
      * step is held and stood down with the reason on the console,
      * not launched and not failed.
      *================================================================

       ENVIRONMENT DIVISION.
                                          VALUE 'BATCH-PREFLIGHT'.
       01  WS-REMOVE-COMMAND           PIC X(130).

       01  WS-PAY-MONTH                PIC 9(6).
       01  WS-RELEASE-SW               PIC X(1).
           88  PAYROLL-RELEASED            VALUE 'Y'.
       01  WS-HOLD-REASON              PIC X(40).
       01  WS-SIGNED-BY                PIC X(20).

       COPY NIGHTLY-STEP-TABLE.

       COPY BATCH-WINDOW-RULES.
           MOVE 'D' TO NS-STEP-FREQUENCY (8)
           MOVE 25 TO NS-PRED-1 (8)
           MOVE 40 TO NS-PRED-2 (8)
           MOVE 80 TO NS-STEP-NUMBER (9)
           MOVE 'PAYROLL VARIANCE CHK' TO NS-STEP-NAME (9)
           MOVE 'PAYROLL-VARIANCE-CHECK' TO NS-PROGRAM-NAME (9)
           MOVE 'D' TO NS-STEP-FREQUENCY (9)
           MOVE 20 TO NS-PRED-1 (9)
           MOVE 0 TO NS-PRED-2 (9)
           MOVE 90 TO NS-STEP-NUMBER (10)
           MOVE 'PAYROLL BANK XFER' TO NS-STEP-NAME (10)
           MOVE 'PAYROLL-BANK-TRANSFER' TO NS-PROGRAM-NAME (10)
           MOVE 'G' TO NS-STEP-FREQUENCY (10)
           MOVE 80 TO NS-PRED-1 (10)
           MOVE 0 TO NS-PRED-2 (10)
           MOVE 10 TO WS-NIGHTLY-STEP-COUNT
           PERFORM MARK-STEP-PENDING
               VARYING NS-IDX FROM 1 BY 1
               UNTIL NS-IDX > WS-NIGHTLY-STEP-COUNT.
           IF NS-STATE-PENDING (NS-IDX)
               PERFORM CHECK-PREDECESSORS
               IF PREDECESSORS-MET
                   IF NS-FREQ-SIGNOFF-GATED (NS-IDX)
                       PERFORM CHECK-SIGNOFF-GATE
                   END-IF
                   IF NS-STATE-PENDING (NS-IDX)
                       PERFORM LAUNCH-ONE-STEP
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 振込ステップは先行の差異チェックが済んでから門を見る - その
      * 夜の検査結果とサインオフが合わなければ保留(S)で止める。
      * 保留は失敗ではないので夜間のRCには響かない。
      *----------------------------------------------------------------
       CHECK-SIGNOFF-GATE.
           MOVE WS-TODAY-DATE (1:6) TO WS-PAY-MONTH
           CALL 'PAYROLL-RELEASE-GATE' USING WS-PAY-MONTH
                                             WS-RELEASE-SW
                                             WS-HOLD-REASON
                                             WS-SIGNED-BY
           END-CALL
           IF NOT PAYROLL-RELEASED
               MOVE 'S' TO NS-STEP-STATE (NS-IDX)
               DISPLAY 'STEP ' NS-STEP-NUMBER (NS-IDX)
                   ' HELD - ' WS-HOLD-REASON
           END-IF.

       CHECK-PREDECESSORS.
           SET PREDECESSORS-MET TO TRUE
           MOVE NS-PRED-1 (NS-IDX) TO WS-PRED-STEP-NUMBER
