       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-DISPUTE-RESOLVE.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Applies the AR clerk's decisions to the ARDISPUT.DAT short-
      * payment and deduction disputes.  Each ARDISPTX.DAT
      * transaction names a dispute by invoice number plus an
      * action: A classifies it - reason code (P price dispute,
      * D damaged goods, Q missing quantity, U unauthorised
      * deduction) and owner - and leaves it open; C closes it as a
      * credit, W as a write-off, and B as a re-bill.  Credit and
      * write-off take the disputed amount (never more than the
      * item still has open) off AR-OPEN-AMOUNT and off
      * ACCOUNT-BALANCE through the journaled REWRITE path, with a
      * balanced pair of GLEXTR.DAT rows - credits to the sales
      * allowance under the DISPUTE batch source, write-offs to bad
      * debt under WRITEOFF exactly as SMALL-BALANCE-WRITE-OFF
      * posts them, and an ARPAYHST.DAT written-off row for the
      * credit review.  A re-bill leaves the amount owed and sends
      * it back into normal collection: the item's due date is
      * reset to the resolution date, so dunning and interest count
      * from the re-bill, not from the original invoice.
      * The resolutions are posted against ARITEMS.DAT first and the
      * disputes are closed afterwards, so a dispute is only marked
      * credited, re-billed or written off once its money has moved.
      * A resolution that could not post - the item is no longer
      * open, or the customer is gone from the master - leaves the
      * dispute open and is listed on ARDISPTX.EXC for the clerk to
      * look at and send again.  Without ARITEMS.DAT nothing can be
      * posted and the run stops before writing anything.
      * ARDISPUT.DAT is carried to ARDISPUT.NEW with closed rows
      * kept as the record of the decision, and ARITEMS.DAT to
      * ARITEMS.NEW.  ARDISPUT.RPT is the resolution register the
      * accountant signs; decisions that match no open dispute, or
      * carry a reason code we do not use, are listed on
      * ARDISPTX.EXC so a mistyped key is noticed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "ARDISPUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT DISPUTE-OUT-FILE ASSIGN TO "ARDISPUT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-TXN-FILE ASSIGN TO "ARDISPTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT AR-ITEM-OUT-FILE ASSIGN TO "ARITEMS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RESOLUTION-REPORT-FILE ASSIGN TO "ARDISPUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-EXCEPTION-FILE ASSIGN TO "ARDISPTX.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  DISPUTE-FILE.
       COPY AR-DISPUTE-RECORD.

       FD  DISPUTE-OUT-FILE.
       01  DISPUTE-OUT-RECORD           PIC X(57).

       FD  DECISION-TXN-FILE.
       01  DECISION-TXN-RECORD.
           05  DX-ACTION-CODE           PIC X(1).
               88  DX-ACTION-CLASSIFY       VALUE 'A'.
               88  DX-ACTION-CREDIT         VALUE 'C'.
               88  DX-ACTION-REBILL         VALUE 'B'.
               88  DX-ACTION-WRITE-OFF      VALUE 'W'.
           05  DX-INVOICE-NUMBER        PIC 9(12).
           05  DX-REASON-CODE           PIC X(1).
           05  DX-OWNER                 PIC X(8).

       FD  AR-ITEM-FILE.
       COPY AR-OPEN-ITEM-RECORD.

       FD  AR-ITEM-OUT-FILE.
       01  AR-ITEM-OUT-RECORD           PIC X(59).

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  PAY-HISTORY-FILE.
       COPY AR-PAYMENT-HISTORY-RECORD.

       FD  RESOLUTION-REPORT-FILE.
       01  RESOLUTION-REPORT-LINE       PIC X(90).

       FD  DECISION-EXCEPTION-FILE.
       01  DECISION-EXCEPTION-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
           88  CUST-NOT-FOUND                VALUE '23'.
       01  WS-DISPUTE-STATUS             PIC XX.
           88  DISPUTE-FILE-OK               VALUE '00'.
           88  DISPUTE-FILE-EOF              VALUE '10'.
       01  WS-DEC-STATUS                 PIC XX.
           88  DEC-FILE-OK                   VALUE '00'.
           88  DEC-FILE-EOF                  VALUE '10'.
       01  WS-AR-STATUS                  PIC XX.
           88  AR-FILE-OK                    VALUE '00'.
           88  AR-FILE-EOF                   VALUE '10'.
       01  WS-GL-STATUS                  PIC XX.
       01  WS-HIST-STATUS                PIC XX.

       01  WS-DECISION-TABLE-MAX         PIC 9(3) VALUE 500.
       01  WS-DECISION-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-DECISION-ENTRIES.
           05  WS-DECISION-ENTRY         OCCURS 500 TIMES.
               10  DC-ACTION-CODE            PIC X(1).
               10  DC-INVOICE-NUMBER         PIC 9(12).
               10  DC-REASON-CODE            PIC X(1).
               10  DC-OWNER                  PIC X(8).
               10  DC-MATCHED-SW             PIC X(1).
       01  WS-DECISION-SUB               PIC 9(3) COMP.
       01  WS-MATCH-SUB                  PIC 9(3) COMP.
       01  WS-MATCH-FOUND-SW             PIC X(1).
           88  DECISION-MATCHED              VALUE 'Y'.
           88  DECISION-NOT-MATCHED          VALUE 'N'.

      *----------------------------------------------------------------
      * 今回決着の指示がある係争。係争ファイルの何件目かを持ち、
      * 明細ファイルで金額を動かしたあと、係争ファイルをもう一度
      * 回して計上できたものだけを決着にする。
      *----------------------------------------------------------------
       01  WS-RESOLVED-TABLE-MAX         PIC 9(3) VALUE 500.
       01  WS-RESOLVED-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-RESOLVED-ENTRIES.
           05  WS-RESOLVED-ENTRY         OCCURS 500 TIMES.
               10  RS-INVOICE-NUMBER         PIC 9(12).
               10  RS-ACTION-CODE            PIC X(1).
               10  RS-DISPUTED-AMOUNT        PIC 9(9)V99.
               10  RS-POSTED-SW              PIC X(1).
               10  RS-DISPUTE-SEQ            PIC 9(7) COMP.
               10  RS-NOT-POSTED-REASON      PIC X(30).
       01  WS-RESOLVED-SUB               PIC 9(3) COMP.
       01  WS-DISPUTE-SEQ                PIC 9(7) COMP.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-RESOLVE-AMOUNT             PIC 9(9)V99.
       01  WS-GL-BATCH-SOURCE            PIC X(10).
       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).

       01  WS-CLASSIFIED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CREDITED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-REBILLED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-WRITTEN-OFF-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-OPEN-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-UNPOSTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-RESOLVED-TOTAL             PIC 9(9)V99 VALUE ZERO.

       01  WS-LOCK-HELD-SW               PIC X(1).
       01  WS-LOCK-HOLDER-NAME           PIC X(30).

       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                           VALUE 'AR-DISPUTE-RESOLVE'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8) VALUE 'BATCH'.

       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER                  PIC X(10) VALUE 'DISPUTE:  '.
           05  RR-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(10) VALUE '  INVOICE '.
           05  RR-INVOICE-NUMBER        PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RR-RESOLUTION            PIC X(9).
           05  FILLER                  PIC X(9) VALUE '  AMOUNT '.
           05  RR-AMOUNT                PIC ZZZZZZZZ9.99.

       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'DISPUTES RESOLVED:   '.
           05  RT-COUNT                 PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  TOTAL: '.
           05  RT-TOTAL                 PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(24)
               VALUE '  ACCOUNTANT SIGNATURE: '.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(14) VALUE 'ARDISPTX EXC: '.
           05  DE-ACTION-CODE           PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DE-INVOICE-NUMBER        PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DE-REASON                PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM CHECK-BATCH-LOCK
           PERFORM LOAD-DISPUTE-DECISIONS
           OPEN INPUT DISPUTE-FILE
           IF NOT DISPUTE-FILE-OK
               DISPLAY 'DISPUTE RESOLVE - NO DISPUTE FILE'
               STOP RUN
           END-IF
           MOVE ZERO TO WS-DISPUTE-SEQ
           PERFORM READ-DISPUTE
           PERFORM MATCH-ONE-DISPUTE UNTIL DISPUTE-FILE-EOF
           CLOSE DISPUTE-FILE
           OPEN INPUT AR-ITEM-FILE
           IF NOT AR-FILE-OK
               DISPLAY 'ERROR: NO OPEN ITEM FILE - NOTHING POSTED'
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESOLUTION-REPORT-FILE
           PERFORM POST-RESOLUTIONS
           OPEN INPUT DISPUTE-FILE
           OPEN OUTPUT DISPUTE-OUT-FILE
           OPEN OUTPUT DECISION-EXCEPTION-FILE
           MOVE ZERO TO WS-DISPUTE-SEQ
           MOVE 1 TO WS-RESOLVED-SUB
           PERFORM READ-DISPUTE
           PERFORM DECIDE-ONE-DISPUTE UNTIL DISPUTE-FILE-EOF
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE DISPUTE-FILE
           CLOSE DISPUTE-OUT-FILE
           COMPUTE RT-COUNT = WS-CREDITED-COUNT + WS-REBILLED-COUNT
               + WS-WRITTEN-OFF-COUNT
           MOVE WS-RESOLVED-TOTAL TO RT-TOTAL
           WRITE RESOLUTION-REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
           CLOSE RESOLUTION-REPORT-FILE
           CLOSE DECISION-EXCEPTION-FILE
           DISPLAY 'DISPUTE RESOLVE - CLASSIFIED: ' WS-CLASSIFIED-COUNT
               ' CREDITED: ' WS-CREDITED-COUNT
               ' REBILLED: ' WS-REBILLED-COUNT
               ' WRITTEN OFF: ' WS-WRITTEN-OFF-COUNT
               ' STILL OPEN: ' WS-OPEN-COUNT
               ' NOT POSTED: ' WS-UNPOSTED-COUNT
           STOP RUN.

       CHECK-BATCH-LOCK.
           CALL 'BATCH-LOCK-CHECK' USING WS-LOCK-HELD-SW
                                          WS-LOCK-HOLDER-NAME
           END-CALL
           IF WS-LOCK-HELD-SW = 'Y'
               DISPLAY 'CUSTOMER FILE LOCKED BY '
                   WS-LOCK-HOLDER-NAME
                   ' - DISPUTE RESOLVE NOT STARTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-DISPUTE-DECISIONS.
           OPEN INPUT DECISION-TXN-FILE
           IF DEC-FILE-OK
               PERFORM READ-DECISION-TXN
               PERFORM STORE-DECISION-TXN UNTIL DEC-FILE-EOF
               CLOSE DECISION-TXN-FILE
           END-IF.

       READ-DECISION-TXN.
           READ DECISION-TXN-FILE
               AT END
                   SET DEC-FILE-EOF TO TRUE
           END-READ.

       STORE-DECISION-TXN.
           IF WS-DECISION-COUNT < WS-DECISION-TABLE-MAX
               ADD 1 TO WS-DECISION-COUNT
               MOVE DX-ACTION-CODE
                   TO DC-ACTION-CODE (WS-DECISION-COUNT)
               MOVE DX-INVOICE-NUMBER
                   TO DC-INVOICE-NUMBER (WS-DECISION-COUNT)
               MOVE DX-REASON-CODE
                   TO DC-REASON-CODE (WS-DECISION-COUNT)
               MOVE DX-OWNER TO DC-OWNER (WS-DECISION-COUNT)
               MOVE 'N' TO DC-MATCHED-SW (WS-DECISION-COUNT)
           ELSE
               DISPLAY 'ERROR: DECISION TABLE FULL - '
                   DX-INVOICE-NUMBER ' NOT APPLIED'
           END-IF
           PERFORM READ-DECISION-TXN.

       READ-DISPUTE.
           READ DISPUTE-FILE
               AT END
                   SET DISPUTE-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * First pass: each open dispute takes at most one resolution
      * per run.  Nothing on the dispute changes yet; the resolution
      * is held with the dispute's position in the file so the
      * second pass can find it again.
      *----------------------------------------------------------------
       MATCH-ONE-DISPUTE.
           ADD 1 TO WS-DISPUTE-SEQ
           IF DP-OPEN
               PERFORM TAKE-RESOLUTION
           END-IF
           PERFORM READ-DISPUTE.

      *----------------------------------------------------------------
      * Second pass, after posting.  Closed rows are carried as they
      * stand.  An open row takes at most one classification and
      * one resolution per run, in that order, so a clerk can
      * classify and close it together.
      *----------------------------------------------------------------
       DECIDE-ONE-DISPUTE.
           ADD 1 TO WS-DISPUTE-SEQ
           IF DP-OPEN
               PERFORM APPLY-CLASSIFICATION
               IF WS-RESOLVED-SUB NOT > WS-RESOLVED-COUNT
                   IF RS-DISPUTE-SEQ (WS-RESOLVED-SUB) = WS-DISPUTE-SEQ
                       PERFORM APPLY-RESOLUTION
                       ADD 1 TO WS-RESOLVED-SUB
                   END-IF
               END-IF
               IF DP-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-IF
           WRITE DISPUTE-OUT-RECORD FROM AR-DISPUTE-RECORD
           PERFORM READ-DISPUTE.

       APPLY-CLASSIFICATION.
           SET DECISION-NOT-MATCHED TO TRUE
           PERFORM MATCH-CLASSIFICATION
               VARYING WS-DECISION-SUB FROM 1 BY 1
               UNTIL WS-DECISION-SUB > WS-DECISION-COUNT
                   OR DECISION-MATCHED
           IF DECISION-MATCHED
               SUBTRACT 1 FROM WS-DECISION-SUB
               MOVE 'Y' TO DC-MATCHED-SW (WS-DECISION-SUB)
               MOVE DC-REASON-CODE (WS-DECISION-SUB) TO DP-REASON-CODE
               IF DC-OWNER (WS-DECISION-SUB) NOT = SPACES
                   MOVE DC-OWNER (WS-DECISION-SUB) TO DP-OWNER
               END-IF
               ADD 1 TO WS-CLASSIFIED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 理由コードが使っていない値の分類は当てずに例外へ回す
      * (REPORT-ONE-DECISIONが拾う)。
      *----------------------------------------------------------------
       MATCH-CLASSIFICATION.
           IF DC-INVOICE-NUMBER (WS-DECISION-SUB) = DP-INVOICE-NUMBER
               AND DC-MATCHED-SW (WS-DECISION-SUB) = 'N'
               AND DC-ACTION-CODE (WS-DECISION-SUB) = 'A'
               AND (DC-REASON-CODE (WS-DECISION-SUB) = 'P'
                   OR DC-REASON-CODE (WS-DECISION-SUB) = 'D'
                   OR DC-REASON-CODE (WS-DECISION-SUB) = 'Q'
                   OR DC-REASON-CODE (WS-DECISION-SUB) = 'U')
               SET DECISION-MATCHED TO TRUE
           END-IF.

       TAKE-RESOLUTION.
           SET DECISION-NOT-MATCHED TO TRUE
           PERFORM MATCH-RESOLUTION
               VARYING WS-DECISION-SUB FROM 1 BY 1
               UNTIL WS-DECISION-SUB > WS-DECISION-COUNT
                   OR DECISION-MATCHED
           IF DECISION-MATCHED
               SUBTRACT 1 FROM WS-DECISION-SUB
               IF WS-RESOLVED-COUNT < WS-RESOLVED-TABLE-MAX
                   MOVE 'Y' TO DC-MATCHED-SW (WS-DECISION-SUB)
                   PERFORM HOLD-RESOLUTION
               ELSE
                   DISPLAY 'ERROR: RESOLVED TABLE FULL - '
                       DP-INVOICE-NUMBER ' LEFT OPEN'
               END-IF
           END-IF.

       MATCH-RESOLUTION.
           IF DC-INVOICE-NUMBER (WS-DECISION-SUB) = DP-INVOICE-NUMBER
               AND DC-MATCHED-SW (WS-DECISION-SUB) = 'N'
               AND (DC-ACTION-CODE (WS-DECISION-SUB) = 'C'
                   OR DC-ACTION-CODE (WS-DECISION-SUB) = 'B'
                   OR DC-ACTION-CODE (WS-DECISION-SUB) = 'W')
               SET DECISION-MATCHED TO TRUE
           END-IF.

       HOLD-RESOLUTION.
           ADD 1 TO WS-RESOLVED-COUNT
           MOVE DP-INVOICE-NUMBER
               TO RS-INVOICE-NUMBER (WS-RESOLVED-COUNT)
           MOVE DC-ACTION-CODE (WS-DECISION-SUB)
               TO RS-ACTION-CODE (WS-RESOLVED-COUNT)
           MOVE DP-DISPUTED-AMOUNT
               TO RS-DISPUTED-AMOUNT (WS-RESOLVED-COUNT)
           MOVE 'N' TO RS-POSTED-SW (WS-RESOLVED-COUNT)
           MOVE WS-DISPUTE-SEQ TO RS-DISPUTE-SEQ (WS-RESOLVED-COUNT)
           MOVE 'ITEM NOT OPEN - NOT POSTED'
               TO RS-NOT-POSTED-REASON (WS-RESOLVED-COUNT).

      *----------------------------------------------------------------
      * Only a posted resolution closes the dispute.  One that did
      * not post leaves the row open and goes to the exception list
      * with the reason, so the decision can be sent again.
      *----------------------------------------------------------------
       APPLY-RESOLUTION.
           IF RS-POSTED-SW (WS-RESOLVED-SUB) = 'Y'
               EVALUATE RS-ACTION-CODE (WS-RESOLVED-SUB)
                   WHEN 'C'
                       SET DP-CREDITED TO TRUE
                   WHEN 'B'
                       SET DP-REBILLED TO TRUE
                   WHEN OTHER
                       SET DP-WRITTEN-OFF TO TRUE
               END-EVALUATE
               MOVE WS-TODAY-CCYYMMDD TO DP-RESOLVED-DATE
           ELSE
               MOVE RS-ACTION-CODE (WS-RESOLVED-SUB) TO DE-ACTION-CODE
               MOVE DP-INVOICE-NUMBER TO DE-INVOICE-NUMBER
               MOVE RS-NOT-POSTED-REASON (WS-RESOLVED-SUB)
                   TO DE-REASON
               WRITE DECISION-EXCEPTION-LINE
                   FROM WS-EXCEPTION-DETAIL-LINE
           END-IF.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM REPORT-ONE-DECISION
               VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-DECISION-COUNT.

       REPORT-ONE-DECISION.
           IF DC-MATCHED-SW (WS-MATCH-SUB) = 'N'
               MOVE DC-ACTION-CODE (WS-MATCH-SUB) TO DE-ACTION-CODE
               MOVE DC-INVOICE-NUMBER (WS-MATCH-SUB)
                   TO DE-INVOICE-NUMBER
               MOVE 'NO MATCHING OPEN DISPUTE' TO DE-REASON
               IF DC-ACTION-CODE (WS-MATCH-SUB) = 'A'
                   AND DC-REASON-CODE (WS-MATCH-SUB) NOT = 'P'
                   AND DC-REASON-CODE (WS-MATCH-SUB) NOT = 'D'
                   AND DC-REASON-CODE (WS-MATCH-SUB) NOT = 'Q'
                   AND DC-REASON-CODE (WS-MATCH-SUB) NOT = 'U'
                   MOVE 'REASON CODE NOT RECOGNISED' TO DE-REASON
               END-IF
               WRITE DECISION-EXCEPTION-LINE
                   FROM WS-EXCEPTION-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * Posting, between the two dispute passes: the decided
      * amounts move on the open items.  A resolution whose item is
      * no longer open (paid since, or dropped) moves nothing and is
      * counted for the accountant.  AR-ITEM-FILE is already open.
      *----------------------------------------------------------------
       POST-RESOLUTIONS.
           OPEN I-O CUSTOMER-FILE
           OPEN OUTPUT AR-ITEM-OUT-FILE
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF
           PERFORM READ-AR-ITEM
           PERFORM REVIEW-ONE-ITEM UNTIL AR-FILE-EOF
           CLOSE AR-ITEM-FILE
           CLOSE AR-ITEM-OUT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE GL-INTERFACE-FILE
           CLOSE PAY-HISTORY-FILE
           PERFORM COUNT-UNPOSTED-RESOLUTION
               VARYING WS-RESOLVED-SUB FROM 1 BY 1
               UNTIL WS-RESOLVED-SUB > WS-RESOLVED-COUNT.

       READ-AR-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET AR-FILE-EOF TO TRUE
           END-READ.

       REVIEW-ONE-ITEM.
           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > ZERO
               PERFORM FIND-ITEM-RESOLUTION
                   VARYING WS-RESOLVED-SUB FROM 1 BY 1
                   UNTIL WS-RESOLVED-SUB > WS-RESOLVED-COUNT
           END-IF
           WRITE AR-ITEM-OUT-RECORD FROM AR-OPEN-ITEM-RECORD
           PERFORM READ-AR-ITEM.

       FIND-ITEM-RESOLUTION.
           IF RS-INVOICE-NUMBER (WS-RESOLVED-SUB) = AR-INVOICE-NUMBER
               AND RS-POSTED-SW (WS-RESOLVED-SUB) = 'N'
               AND AR-OPEN-AMOUNT > ZERO
               PERFORM RESOLVE-THIS-ITEM
           END-IF.

       RESOLVE-THIS-ITEM.
           IF RS-DISPUTED-AMOUNT (WS-RESOLVED-SUB) < AR-OPEN-AMOUNT
               MOVE RS-DISPUTED-AMOUNT (WS-RESOLVED-SUB)
                   TO WS-RESOLVE-AMOUNT
           ELSE
               MOVE AR-OPEN-AMOUNT TO WS-RESOLVE-AMOUNT
           END-IF
           IF RS-ACTION-CODE (WS-RESOLVED-SUB) = 'B'
               MOVE WS-TODAY-CCYYMMDD TO AR-DUE-DATE
               MOVE 'RE-BILLED' TO RR-RESOLUTION
               PERFORM WRITE-REGISTER-LINE
               MOVE 'Y' TO RS-POSTED-SW (WS-RESOLVED-SUB)
               ADD 1 TO WS-REBILLED-COUNT
           ELSE
               MOVE AR-CUSTOMER-ID TO RECORD-ID OF CUSTOMER-RECORD
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'NO CUSTOMER - NOT POSTED'
                           TO RS-NOT-POSTED-REASON (WS-RESOLVED-SUB)
                   NOT INVALID KEY
                       PERFORM POST-CREDIT-OR-WRITE-OFF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * The item, the lump balance, the ledger, and the register all
      * move together, the same as a small-balance write-off.  A
      * customer the master no longer has keeps the item as-is and
      * the dispute stays open.
      *----------------------------------------------------------------
       POST-CREDIT-OR-WRITE-OFF.
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           SUBTRACT WS-RESOLVE-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE CUSTOMER-RECORD
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-AFTER-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL
           SUBTRACT WS-RESOLVE-AMOUNT FROM AR-OPEN-AMOUNT
           IF RS-ACTION-CODE (WS-RESOLVED-SUB) = 'C'
               IF AR-OPEN-AMOUNT = ZERO
                   SET AR-ITEM-PAID TO TRUE
               END-IF
               MOVE 'DISPUTE' TO WS-GL-BATCH-SOURCE
               MOVE 'ALLOWANCE' TO WS-GL-ELEMENT-NAME
               MOVE 'CREDITED' TO RR-RESOLUTION
               ADD 1 TO WS-CREDITED-COUNT
           ELSE
               IF AR-OPEN-AMOUNT = ZERO
                   SET AR-ITEM-WRITTEN-OFF TO TRUE
               END-IF
               MOVE 'WRITEOFF' TO WS-GL-BATCH-SOURCE
               MOVE 'BADDEBT' TO WS-GL-ELEMENT-NAME
               MOVE 'WRITE-OFF' TO RR-RESOLUTION
               PERFORM WRITE-PAYMENT-HISTORY
               ADD 1 TO WS-WRITTEN-OFF-COUNT
           END-IF
           MOVE 'D' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           MOVE 'RECEIVABLE' TO WS-GL-ELEMENT-NAME
           MOVE 'C' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           PERFORM WRITE-REGISTER-LINE
           ADD WS-RESOLVE-AMOUNT TO WS-RESOLVED-TOTAL
           MOVE 'Y' TO RS-POSTED-SW (WS-RESOLVED-SUB).

       WRITE-REGISTER-LINE.
           MOVE AR-CUSTOMER-ID TO RR-CUSTOMER-ID
           MOVE AR-INVOICE-NUMBER TO RR-INVOICE-NUMBER
           MOVE WS-RESOLVE-AMOUNT TO RR-AMOUNT
           WRITE RESOLUTION-REPORT-LINE
               FROM WS-REGISTER-DETAIL-LINE.

       COUNT-UNPOSTED-RESOLUTION.
           IF RS-POSTED-SW (WS-RESOLVED-SUB) = 'N'
               ADD 1 TO WS-UNPOSTED-COUNT
           END-IF.

       WRITE-PAYMENT-HISTORY.
           MOVE AR-CUSTOMER-ID TO PY-CUSTOMER-ID
           MOVE AR-INVOICE-NUMBER TO PY-INVOICE-NUMBER
           IF AR-DUE-DATE = ZERO
               MOVE AR-INVOICE-DATE TO PY-DUE-DATE
           ELSE
               MOVE AR-DUE-DATE TO PY-DUE-DATE
           END-IF
           MOVE WS-TODAY-CCYYMMDD TO PY-SETTLED-DATE
           MOVE WS-RESOLVE-AMOUNT TO PY-SETTLED-AMOUNT
           SET PY-SETTLED-WRITTEN-OFF TO TRUE
           WRITE AR-PAYMENT-HISTORY-RECORD.

       WRITE-GL-ROW.
           MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
           MOVE WS-GL-BATCH-SOURCE TO GL-BATCH-SOURCE
           MOVE '99999999' TO GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = WS-GL-BATCH-SOURCE
                   AND GM-ELEMENT-NAME (GM-IDX)
                       = WS-GL-ELEMENT-NAME
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO GL-ACCOUNT-CODE
           END-SEARCH
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE WS-RESOLVE-AMOUNT TO GL-AMOUNT
           MOVE WS-JOURNAL-PROGRAM-NAME TO GL-SOURCE-PROGRAM
           MOVE AR-INVOICE-NUMBER TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.

       WRITE-UPDATE-JOURNAL.
           MOVE RECORD-ID OF CUSTOMER-RECORD TO WS-JOURNAL-KEY
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID.
