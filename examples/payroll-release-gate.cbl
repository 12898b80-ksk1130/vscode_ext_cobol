       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RELEASE-GATE.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Shared subprogram in the BATCH-LOCK-CHECK mold: decides
      * whether a month's payroll may go to the bank.  The caller
      * passes the pay month and gets back a release switch, the
      * reason it is held, and who signed the payroll off.  The
      * month is released only when
      *   - PAYVAR.CTL shows PAYROLL-VARIANCE-CHECK has run for the
      *     month and found PAYREG.DAT rows to pay;
      *   - a PAYSIGN.DAT sign-off card for the month carries the
      *     exception count and net total of that run of the check,
      *     so payroll has signed off the list as it now stands;
      *   - PAYREL.LOG does not already show the month released.
      * PAYROLL-BANK-TRANSFER calls it before writing ZENGIN.DAT in
      * the monthly run, and NIGHTLY-BATCH-DRIVER calls it before
      * launching the transfer step, which stays held (stood down)
      * until the switch comes back 'Y'.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIANCE-CONTROL-FILE ASSIGN TO "PAYVAR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCTL-STATUS.
           SELECT SIGNOFF-CARD-FILE ASSIGN TO "PAYSIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.
           SELECT RELEASE-LOG-FILE ASSIGN TO "PAYREL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-CONTROL-FILE.
       COPY PAYROLL-VARIANCE-CONTROL.

       FD  SIGNOFF-CARD-FILE.
       COPY PAYROLL-SIGNOFF-RECORD.

       FD  RELEASE-LOG-FILE.
       COPY PAYROLL-RELEASE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-VCTL-STATUS           PIC XX.
           88  VCTL-FILE-OK             VALUE '00'.
       01  WS-SIGN-STATUS           PIC XX.
           88  SIGN-FILE-OK             VALUE '00'.
           88  SIGN-FILE-EOF            VALUE '10'.
       01  WS-REL-STATUS            PIC XX.
           88  REL-FILE-OK              VALUE '00'.
           88  REL-FILE-EOF             VALUE '10'.

       01  WS-CONTROL-FOUND-SW      PIC X(1).
           88  CONTROL-FOR-MONTH        VALUE 'Y'.
       01  WS-ALREADY-RELEASED-SW   PIC X(1).
           88  MONTH-ALREADY-RELEASED   VALUE 'Y'.
       01  WS-CARD-SEEN-SW          PIC X(1).
           88  CARD-FOR-MONTH-SEEN      VALUE 'Y'.
       01  WS-CARD-MATCHED-SW       PIC X(1).
           88  SIGNOFF-CARD-MATCHED     VALUE 'Y'.

       01  WS-PAID-COUNT            PIC 9(5).
       01  WS-EXCEPTION-COUNT       PIC 9(5).
       01  WS-NET-TOTAL             PIC 9(11)V99.

       LINKAGE SECTION.
       01  LK-PAY-MONTH             PIC 9(6).
       01  LK-RELEASE-SW            PIC X(1).
       01  LK-HOLD-REASON           PIC X(40).
       01  LK-SIGNED-BY             PIC X(20).

       PROCEDURE DIVISION USING LK-PAY-MONTH
                                 LK-RELEASE-SW
                                 LK-HOLD-REASON
                                 LK-SIGNED-BY.
       MAIN-LOGIC.
           MOVE 'N' TO LK-RELEASE-SW
           MOVE SPACES TO LK-HOLD-REASON
           MOVE SPACES TO LK-SIGNED-BY
           PERFORM READ-VARIANCE-CONTROL
           PERFORM SCAN-RELEASE-LOG
           IF NOT CONTROL-FOR-MONTH
               MOVE 'NO VARIANCE CHECK RUN FOR THE MONTH'
                   TO LK-HOLD-REASON
               GOBACK
           END-IF
           IF WS-PAID-COUNT = ZERO
               MOVE 'NO PAYROLL ON PAYREG.DAT FOR THE MONTH'
                   TO LK-HOLD-REASON
               GOBACK
           END-IF
           IF MONTH-ALREADY-RELEASED
               MOVE 'MONTH ALREADY RELEASED ON PAYREL.LOG'
                   TO LK-HOLD-REASON
               GOBACK
           END-IF
           PERFORM SCAN-SIGNOFF-CARDS
           IF SIGNOFF-CARD-MATCHED
               MOVE 'Y' TO LK-RELEASE-SW
           ELSE
               IF CARD-FOR-MONTH-SEEN
                   MOVE 'SIGN-OFF DOES NOT MATCH LATEST CHECK'
                       TO LK-HOLD-REASON
               ELSE
                   MOVE 'AWAITING PAYROLL SIGN-OFF ON PAYSIGN.DAT'
                       TO LK-HOLD-REASON
               END-IF
           END-IF
           GOBACK.

       READ-VARIANCE-CONTROL.
           MOVE 'N' TO WS-CONTROL-FOUND-SW
           OPEN INPUT VARIANCE-CONTROL-FILE
           IF VCTL-FILE-OK
               READ VARIANCE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VC-PAY-MONTH = LK-PAY-MONTH
                           MOVE 'Y' TO WS-CONTROL-FOUND-SW
                           MOVE VC-PAID-COUNT TO WS-PAID-COUNT
                           MOVE VC-EXCEPTION-COUNT
                               TO WS-EXCEPTION-COUNT
                           MOVE VC-NET-TOTAL TO WS-NET-TOTAL
                       END-IF
               END-READ
               CLOSE VARIANCE-CONTROL-FILE
           END-IF.

       SCAN-RELEASE-LOG.
           MOVE 'N' TO WS-ALREADY-RELEASED-SW
           OPEN INPUT RELEASE-LOG-FILE
           IF REL-FILE-OK
               PERFORM READ-RELEASE-LOG
               PERFORM CHECK-RELEASE-ROW UNTIL REL-FILE-EOF
               CLOSE RELEASE-LOG-FILE
           END-IF.

       READ-RELEASE-LOG.
           READ RELEASE-LOG-FILE
               AT END
                   SET REL-FILE-EOF TO TRUE
           END-READ.

       CHECK-RELEASE-ROW.
           IF XL-PAY-MONTH = LK-PAY-MONTH
               MOVE 'Y' TO WS-ALREADY-RELEASED-SW
           END-IF
           PERFORM READ-RELEASE-LOG.

      *----------------------------------------------------------------
      * 当月のサインオフカードのうち、最新の検査結果と例外件数・
      * 差引支給総額が一致するものだけが解放の根拠になる。
      *----------------------------------------------------------------
       SCAN-SIGNOFF-CARDS.
           MOVE 'N' TO WS-CARD-SEEN-SW
           MOVE 'N' TO WS-CARD-MATCHED-SW
           OPEN INPUT SIGNOFF-CARD-FILE
           IF SIGN-FILE-OK
               PERFORM READ-SIGNOFF-CARD
               PERFORM CHECK-SIGNOFF-CARD UNTIL SIGN-FILE-EOF
               CLOSE SIGNOFF-CARD-FILE
           END-IF.

       READ-SIGNOFF-CARD.
           READ SIGNOFF-CARD-FILE
               AT END
                   SET SIGN-FILE-EOF TO TRUE
           END-READ.

       CHECK-SIGNOFF-CARD.
           IF PF-PAY-MONTH = LK-PAY-MONTH
               MOVE 'Y' TO WS-CARD-SEEN-SW
               IF PF-EXCEPTION-COUNT = WS-EXCEPTION-COUNT
                   AND PF-NET-TOTAL = WS-NET-TOTAL
                   MOVE 'Y' TO WS-CARD-MATCHED-SW
                   MOVE PF-SIGNED-BY TO LK-SIGNED-BY
               END-IF
           END-IF
           PERFORM READ-SIGNOFF-CARD.
