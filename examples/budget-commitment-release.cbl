       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-COMMITMENT-RELEASE.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Clears department budget reservations once the spending is
      * real.  Every open BUDGET-COMMITMENT-RECORD on COMMIT.DAT whose
      * document number turns up as GL-SOURCE-KEY on GLEXTR.DAT
      * against the reserved GL account is marked posted, with the
      * net posted amount (debits less credits on that account) and
      * today's date - from then on the posted amount, not the
      * reservation, counts against the budget.  Release cards on
      * COMMREL.DAT (one document number per line) cancel the
      * reservation of a rejected or withdrawn document; a card that
      * names no open reservation goes to COMMREL.EXC.  A card that
      * carries an amount - VENDOR-INVOICE-MATCH writes one for each
      * booked invoice quoting a requisition number - releases the
      * reservation as posted at the invoiced amount instead, so a
      * purchase requisition stops being reserved once it is billed
      * (several invoices against one requisition in the same run
      * add up).  The file is
      * carried forward to COMMIT.NEW and the worked card file
      * retires to COMMREL.G1 (the SALES-BUDGET-LOAD generation
      * swap).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMITMENT-FILE ASSIGN TO "COMMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-STATUS.
           SELECT COMMITMENT-OUT-FILE ASSIGN TO "COMMIT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT RELEASE-CARD-FILE ASSIGN TO "COMMREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CARD-EXCEPTION-FILE ASSIGN TO "COMMREL.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMITMENT-FILE.
       COPY BUDGET-COMMITMENT-RECORD.

       FD  COMMITMENT-OUT-FILE.
       01  COMMITMENT-OUT-RECORD        PIC X(119).

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  RELEASE-CARD-FILE.
       COPY BUDGET-RELEASE-CARD-RECORD.

       FD  CARD-EXCEPTION-FILE.
       01  CARD-EXCEPTION-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CMT-STATUS                 PIC XX.
           88  CMT-FILE-OK                   VALUE '00'.
           88  CMT-FILE-EOF                  VALUE '10'.
       01  WS-GL-STATUS                  PIC XX.
           88  GL-FILE-OK                    VALUE '00'.
           88  GL-FILE-EOF                   VALUE '10'.
       01  WS-CARD-STATUS                PIC XX.
           88  CARD-FILE-OK                  VALUE '00'.
           88  CARD-FILE-EOF                 VALUE '10'.

       01  WS-OPEN-TABLE-MAX             PIC 9(4) VALUE 5000.
       01  WS-OPEN-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-OPEN-ENTRIES.
           05  WS-OPEN-ENTRY             OCCURS 5000 TIMES.
               10  OT-DOCUMENT-NO            PIC X(20).
               10  OT-ACCOUNT-CODE           PIC X(8).
               10  OT-POSTED-SW              PIC X(1).
                   88  OT-FOUND-POSTED           VALUE 'Y'.
               10  OT-CANCEL-SW              PIC X(1).
                   88  OT-CANCEL-CARDED          VALUE 'Y'.
               10  OT-POSTED-AMOUNT          PIC S9(11)V99.
       01  WS-OPEN-SUB                   PIC 9(4) COMP.
       01  WS-OPEN-HIT-SUB               PIC 9(4) COMP.
       01  WS-FIND-DOCUMENT-NO           PIC X(20).

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-CARD-FILE-NAME             PIC X(20)
                                            VALUE 'COMMREL.DAT'.
       01  WS-CARD-GEN-FILE-NAME         PIC X(20)
                                            VALUE 'COMMREL.G1'.
       01  WS-CARDS-READ-SW              PIC X(1) VALUE 'N'.
           88  CARDS-WERE-READ               VALUE 'Y'.
       01  WS-POSTED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-CANCELLED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-STILL-OPEN-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(13) VALUE 'RELEASE EXC: '.
           05  RX-DOCUMENT-NO           PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RX-REASON                PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           OPEN INPUT COMMITMENT-FILE
           IF NOT CMT-FILE-OK
               DISPLAY 'BUDGET COMMITMENT RELEASE - NO COMMITMENTS'
               STOP RUN
           END-IF
           PERFORM READ-COMMITMENT
           PERFORM LOAD-OPEN-COMMITMENT UNTIL CMT-FILE-EOF
           CLOSE COMMITMENT-FILE
           PERFORM APPLY-RELEASE-CARDS
           PERFORM MATCH-GL-POSTINGS
           OPEN INPUT COMMITMENT-FILE
           OPEN OUTPUT COMMITMENT-OUT-FILE
           PERFORM READ-COMMITMENT
           PERFORM CARRY-ONE-COMMITMENT UNTIL CMT-FILE-EOF
           CLOSE COMMITMENT-FILE
           CLOSE COMMITMENT-OUT-FILE
           IF CARDS-WERE-READ
               CALL 'CBL_DELETE_FILE' USING WS-CARD-GEN-FILE-NAME
               CALL 'CBL_RENAME_FILE' USING WS-CARD-FILE-NAME
                                             WS-CARD-GEN-FILE-NAME
           END-IF
           DISPLAY 'BUDGET COMMITMENT RELEASE - POSTED: '
               WS-POSTED-COUNT ' CANCELLED: ' WS-CANCELLED-COUNT
               ' STILL OPEN: ' WS-STILL-OPEN-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT
           STOP RUN.

       READ-COMMITMENT.
           READ COMMITMENT-FILE
               AT END
                   SET CMT-FILE-EOF TO TRUE
           END-READ.

       LOAD-OPEN-COMMITMENT.
           IF CM-RESERVED
               IF WS-OPEN-COUNT NOT < WS-OPEN-TABLE-MAX
                   DISPLAY 'ERROR: OPEN COMMITMENT TABLE FULL AT '
                       WS-OPEN-TABLE-MAX ' ROWS - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPEN-COUNT
               MOVE CM-DOCUMENT-NO TO OT-DOCUMENT-NO (WS-OPEN-COUNT)
               MOVE CM-ACCOUNT-CODE TO OT-ACCOUNT-CODE (WS-OPEN-COUNT)
               MOVE 'N' TO OT-POSTED-SW (WS-OPEN-COUNT)
               MOVE 'N' TO OT-CANCEL-SW (WS-OPEN-COUNT)
               MOVE ZERO TO OT-POSTED-AMOUNT (WS-OPEN-COUNT)
           END-IF
           PERFORM READ-COMMITMENT.

       FIND-OPEN-COMMITMENT.
           MOVE ZERO TO WS-OPEN-HIT-SUB
           PERFORM MATCH-OPEN-COMMITMENT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   OR WS-OPEN-HIT-SUB > ZERO.

       MATCH-OPEN-COMMITMENT.
           IF OT-DOCUMENT-NO (WS-OPEN-SUB) = WS-FIND-DOCUMENT-NO
               MOVE WS-OPEN-SUB TO WS-OPEN-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * 取消カード: 否認・取下げになった伝票の予約を外す。金額付きの
      * カード(請求照合が購買依頼番号付きの請求から書く)は計上と
      * して扱い、請求額を計上額に足す。
      *----------------------------------------------------------------
       APPLY-RELEASE-CARDS.
           OPEN INPUT RELEASE-CARD-FILE
           OPEN OUTPUT CARD-EXCEPTION-FILE
           IF CARD-FILE-OK
               SET CARDS-WERE-READ TO TRUE
               PERFORM READ-RELEASE-CARD
               PERFORM APPLY-ONE-RELEASE-CARD UNTIL CARD-FILE-EOF
               CLOSE RELEASE-CARD-FILE
           END-IF
           CLOSE CARD-EXCEPTION-FILE.

       READ-RELEASE-CARD.
           READ RELEASE-CARD-FILE
               AT END
                   SET CARD-FILE-EOF TO TRUE
           END-READ.

       APPLY-ONE-RELEASE-CARD.
           MOVE RC-DOCUMENT-NO TO WS-FIND-DOCUMENT-NO
           PERFORM FIND-OPEN-COMMITMENT
           IF WS-OPEN-HIT-SUB > ZERO
               IF RC-ACTUAL-AMOUNT IS NUMERIC
                   AND RC-ACTUAL-AMOUNT > ZERO
                   MOVE 'Y' TO OT-POSTED-SW (WS-OPEN-HIT-SUB)
                   ADD RC-ACTUAL-AMOUNT
                       TO OT-POSTED-AMOUNT (WS-OPEN-HIT-SUB)
               ELSE
                   MOVE 'Y' TO OT-CANCEL-SW (WS-OPEN-HIT-SUB)
               END-IF
           ELSE
               MOVE RC-DOCUMENT-NO TO RX-DOCUMENT-NO
               MOVE 'NO OPEN RESERVATION' TO RX-REASON
               WRITE CARD-EXCEPTION-LINE
                   FROM WS-EXCEPTION-DETAIL-LINE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           PERFORM READ-RELEASE-CARD.

      *----------------------------------------------------------------
      * 伝票番号をキーに計上された GL 行のうち、予約した勘定の
      * 借方 - 貸方を計上額とする。
      *----------------------------------------------------------------
       MATCH-GL-POSTINGS.
           OPEN INPUT GL-INTERFACE-FILE
           IF GL-FILE-OK
               PERFORM READ-GL-ROW
               PERFORM MATCH-ONE-GL-ROW UNTIL GL-FILE-EOF
               CLOSE GL-INTERFACE-FILE
           END-IF.

       READ-GL-ROW.
           READ GL-INTERFACE-FILE
               AT END
                   SET GL-FILE-EOF TO TRUE
           END-READ.

       MATCH-ONE-GL-ROW.
           MOVE GL-SOURCE-KEY TO WS-FIND-DOCUMENT-NO
           PERFORM FIND-OPEN-COMMITMENT
           IF WS-OPEN-HIT-SUB > ZERO
               IF GL-ACCOUNT-CODE = OT-ACCOUNT-CODE (WS-OPEN-HIT-SUB)
                   MOVE 'Y' TO OT-POSTED-SW (WS-OPEN-HIT-SUB)
                   IF GL-DEBIT
                       ADD GL-AMOUNT
                           TO OT-POSTED-AMOUNT (WS-OPEN-HIT-SUB)
                   ELSE
                       SUBTRACT GL-AMOUNT
                           FROM OT-POSTED-AMOUNT (WS-OPEN-HIT-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-GL-ROW.

      *----------------------------------------------------------------
      * 計上が見つかれば計上済み、取消カードがあれば取消。両方なら
      * 実際に計上された方を優先する。
      *----------------------------------------------------------------
       CARRY-ONE-COMMITMENT.
           IF CM-RESERVED
               MOVE CM-DOCUMENT-NO TO WS-FIND-DOCUMENT-NO
               PERFORM FIND-OPEN-COMMITMENT
               EVALUATE TRUE
                   WHEN OT-FOUND-POSTED (WS-OPEN-HIT-SUB)
                       SET CM-POSTED TO TRUE
                       IF OT-POSTED-AMOUNT (WS-OPEN-HIT-SUB) > ZERO
                           MOVE OT-POSTED-AMOUNT (WS-OPEN-HIT-SUB)
                               TO CM-POSTED-AMOUNT
                       ELSE
                           MOVE ZERO TO CM-POSTED-AMOUNT
                       END-IF
                       MOVE WS-TODAY-CCYYMMDD TO CM-RELEASE-DATE
                       ADD 1 TO WS-POSTED-COUNT
                   WHEN OT-CANCEL-CARDED (WS-OPEN-HIT-SUB)
                       SET CM-CANCELLED TO TRUE
                       MOVE ZERO TO CM-POSTED-AMOUNT
                       MOVE WS-TODAY-CCYYMMDD TO CM-RELEASE-DATE
                       ADD 1 TO WS-CANCELLED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-STILL-OPEN-COUNT
               END-EVALUATE
           END-IF
           WRITE COMMITMENT-OUT-RECORD FROM BUDGET-COMMITMENT-RECORD
           PERFORM READ-COMMITMENT.
