       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-LIMIT-APPLY.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Applies credit control's decisions on the monthly
      * CREDIT-REVIEW-RUN proposals to the indexed CREDMAST.DAT credit
      * master.  Each CREDDEC.DAT transaction names a proposal by
      * customer plus an action: A approves it - the proposed grade
      * and limit are written, or the limit keyed on the decision
      * when credit control amends the figure - R rejects it, which
      * leaves limit and grade alone but still stamps the review
      * date.  A proposal that changes nothing needs no decision and
      * is stamped as reviewed.  Every change to the credit master
      * goes through MASTER-UPDATE-JOURNAL.  Proposals still waiting
      * for a decision are carried to CREDPROP.NEW unchanged;
      * decisions that match no proposal are listed on CREDDEC.EXC
      * so a mistyped key is noticed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO "CREDPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.
           SELECT PROPOSAL-OUT-FILE ASSIGN TO "CREDPROP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-TXN-FILE ASSIGN TO "CREDDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CUSTOMER-ID
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT DECISION-EXCEPTION-FILE ASSIGN TO "CREDDEC.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE.
       COPY CREDIT-PROPOSAL-RECORD.

       FD  PROPOSAL-OUT-FILE.
       01  PROPOSAL-OUT-RECORD          PIC X(51).

       FD  DECISION-TXN-FILE.
       01  DECISION-TXN-RECORD.
           05  CD-ACTION-CODE           PIC X(1).
               88  CD-ACTION-APPROVE        VALUE 'A'.
               88  CD-ACTION-REJECT         VALUE 'R'.
           05  CD-CUSTOMER-ID           PIC 9(8).
           05  CD-AMENDED-LIMIT         PIC 9(9)V99.

       FD  CREDIT-LIMIT-FILE.
       COPY CREDIT-LIMIT-RECORD.

       FD  DECISION-EXCEPTION-FILE.
       01  DECISION-EXCEPTION-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PROP-STATUS                PIC XX.
           88  PROP-FILE-OK                  VALUE '00'.
           88  PROP-FILE-EOF                 VALUE '10'.
       01  WS-DEC-STATUS                 PIC XX.
           88  DEC-FILE-OK                   VALUE '00'.
           88  DEC-FILE-EOF                  VALUE '10'.
       01  WS-CREDIT-STATUS              PIC XX.
           88  CREDIT-FOUND                  VALUE '00'.
           88  CREDIT-NOT-FOUND              VALUE '23'.

       01  WS-DECISION-TABLE-MAX         PIC 9(3) VALUE 500.
       01  WS-DECISION-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-DECISION-ENTRIES.
           05  WS-DECISION-ENTRY         OCCURS 500 TIMES.
               10  DC-ACTION-CODE            PIC X(1).
               10  DC-CUSTOMER-ID            PIC 9(8).
               10  DC-AMENDED-LIMIT          PIC 9(9)V99.
               10  DC-MATCHED-SW             PIC X(1).
       01  WS-DECISION-SUB               PIC 9(3) COMP.
       01  WS-MATCH-SUB                  PIC 9(3) COMP.
       01  WS-MATCH-FOUND-SW             PIC X(1).
           88  DECISION-MATCHED              VALUE 'Y'.
           88  DECISION-NOT-MATCHED          VALUE 'N'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-NEW-LIMIT                  PIC 9(9)V99.
       01  WS-NEW-GRADE                  PIC X(1).
       01  WS-ROW-ON-FILE-SW             PIC X(1).
           88  CREDIT-ROW-ON-FILE            VALUE 'Y'.

       01  WS-APPROVED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-UNCHANGED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CARRIED-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                           VALUE 'CREDIT-LIMIT-APPLY'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8) VALUE 'BATCH'.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(14) VALUE 'CREDDEC EXC: '.
           05  DE-ACTION-CODE           PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DE-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DE-REASON                PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-CREDIT-DECISIONS
           OPEN INPUT PROPOSAL-FILE
           IF NOT PROP-FILE-OK
               DISPLAY 'CREDIT LIMIT APPLY - NO PROPOSALS WAITING'
               STOP RUN
           END-IF
           OPEN OUTPUT PROPOSAL-OUT-FILE
           OPEN I-O CREDIT-LIMIT-FILE
           IF WS-CREDIT-STATUS NOT = '00'
               OPEN OUTPUT CREDIT-LIMIT-FILE
               CLOSE CREDIT-LIMIT-FILE
               OPEN I-O CREDIT-LIMIT-FILE
           END-IF
           OPEN OUTPUT DECISION-EXCEPTION-FILE
           PERFORM READ-PROPOSAL
           PERFORM DECIDE-ONE-PROPOSAL UNTIL PROP-FILE-EOF
           PERFORM REPORT-UNMATCHED-DECISIONS
           CLOSE PROPOSAL-FILE
           CLOSE PROPOSAL-OUT-FILE
           CLOSE CREDIT-LIMIT-FILE
           CLOSE DECISION-EXCEPTION-FILE
           DISPLAY 'CREDIT LIMIT APPLY - APPROVED: ' WS-APPROVED-COUNT
               ' REJECTED: ' WS-REJECTED-COUNT
               ' UNCHANGED: ' WS-UNCHANGED-COUNT
               ' STILL PENDING: ' WS-CARRIED-COUNT
           STOP RUN.

       LOAD-CREDIT-DECISIONS.
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
               MOVE CD-ACTION-CODE
                   TO DC-ACTION-CODE (WS-DECISION-COUNT)
               MOVE CD-CUSTOMER-ID
                   TO DC-CUSTOMER-ID (WS-DECISION-COUNT)
               MOVE CD-AMENDED-LIMIT
                   TO DC-AMENDED-LIMIT (WS-DECISION-COUNT)
               MOVE 'N' TO DC-MATCHED-SW (WS-DECISION-COUNT)
           ELSE
               DISPLAY 'ERROR: DECISION TABLE FULL - '
                   CD-CUSTOMER-ID ' NOT APPLIED'
           END-IF
           PERFORM READ-DECISION-TXN.

       READ-PROPOSAL.
           READ PROPOSAL-FILE
               AT END
                   SET PROP-FILE-EOF TO TRUE
           END-READ.

       DECIDE-ONE-PROPOSAL.
           SET DECISION-NOT-MATCHED TO TRUE
           PERFORM MATCH-DECISION-TO-PROPOSAL
               VARYING WS-DECISION-SUB FROM 1 BY 1
               UNTIL WS-DECISION-SUB > WS-DECISION-COUNT
                   OR DECISION-MATCHED
           IF DECISION-MATCHED
               SUBTRACT 1 FROM WS-DECISION-SUB
               MOVE 'Y' TO DC-MATCHED-SW (WS-DECISION-SUB)
               IF DC-ACTION-CODE (WS-DECISION-SUB) = 'A'
                   PERFORM APPROVE-PROPOSAL
               ELSE
                   PERFORM REJECT-PROPOSAL
               END-IF
           ELSE
               IF CQ-PROPOSED-LIMIT = CQ-CURRENT-LIMIT
                   AND CQ-PROPOSED-GRADE = CQ-CURRENT-GRADE
                   PERFORM STAMP-UNCHANGED-PROPOSAL
               ELSE
                   WRITE PROPOSAL-OUT-RECORD
                       FROM CREDIT-PROPOSAL-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-IF
           PERFORM READ-PROPOSAL.

       MATCH-DECISION-TO-PROPOSAL.
           IF DC-CUSTOMER-ID (WS-DECISION-SUB) = CQ-CUSTOMER-ID
               AND DC-MATCHED-SW (WS-DECISION-SUB) = 'N'
               AND (DC-ACTION-CODE (WS-DECISION-SUB) = 'A'
                   OR DC-ACTION-CODE (WS-DECISION-SUB) = 'R')
               SET DECISION-MATCHED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 承認: 金額が打ち直されていればそちらを、無ければ提案額を
      * 採る。格付けは提案どおり。
      *----------------------------------------------------------------
       APPROVE-PROPOSAL.
           IF DC-AMENDED-LIMIT (WS-DECISION-SUB) > ZERO
               MOVE DC-AMENDED-LIMIT (WS-DECISION-SUB) TO WS-NEW-LIMIT
           ELSE
               MOVE CQ-PROPOSED-LIMIT TO WS-NEW-LIMIT
           END-IF
           MOVE CQ-PROPOSED-GRADE TO WS-NEW-GRADE
           PERFORM STORE-CREDIT-ROW
           ADD 1 TO WS-APPROVED-COUNT.

      *----------------------------------------------------------------
      * A rejected proposal leaves the limit where it stands.  A
      * customer not yet on the credit master gets no row - the
      * shop-wide default still applies to them.
      *----------------------------------------------------------------
       REJECT-PROPOSAL.
           PERFORM READ-CREDIT-ROW
           IF CREDIT-ROW-ON-FILE
               MOVE CK-CREDIT-LIMIT TO WS-NEW-LIMIT
               MOVE CK-RISK-GRADE TO WS-NEW-GRADE
               PERFORM STORE-CREDIT-ROW
           END-IF
           ADD 1 TO WS-REJECTED-COUNT.

       STAMP-UNCHANGED-PROPOSAL.
           PERFORM READ-CREDIT-ROW
           IF CREDIT-ROW-ON-FILE
               MOVE CK-CREDIT-LIMIT TO WS-NEW-LIMIT
               MOVE CK-RISK-GRADE TO WS-NEW-GRADE
               PERFORM STORE-CREDIT-ROW
           END-IF
           ADD 1 TO WS-UNCHANGED-COUNT.

       READ-CREDIT-ROW.
           MOVE 'N' TO WS-ROW-ON-FILE-SW
           MOVE CQ-CUSTOMER-ID TO CK-CUSTOMER-ID
           READ CREDIT-LIMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CREDIT-ROW-ON-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Writes the new row or rewrites the existing one, with the
      * review date stamped either way and the before/after images
      * journaled.
      *----------------------------------------------------------------
       STORE-CREDIT-ROW.
           PERFORM READ-CREDIT-ROW
           IF CREDIT-ROW-ON-FILE
               MOVE CREDIT-LIMIT-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
               MOVE CQ-CUSTOMER-ID TO CK-CUSTOMER-ID
           END-IF
           MOVE WS-NEW-LIMIT TO CK-CREDIT-LIMIT
           MOVE WS-NEW-GRADE TO CK-RISK-GRADE
           MOVE WS-TODAY-CCYYMMDD TO CK-REVIEW-DATE
           IF CREDIT-ROW-ON-FILE
               REWRITE CREDIT-LIMIT-RECORD
           ELSE
               WRITE CREDIT-LIMIT-RECORD
           END-IF
           MOVE CREDIT-LIMIT-RECORD TO WS-JOURNAL-AFTER-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL.

       WRITE-UPDATE-JOURNAL.
           MOVE CK-CUSTOMER-ID TO WS-JOURNAL-KEY
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID.

       REPORT-UNMATCHED-DECISIONS.
           PERFORM REPORT-ONE-DECISION
               VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-DECISION-COUNT.

       REPORT-ONE-DECISION.
           IF DC-MATCHED-SW (WS-MATCH-SUB) = 'N'
               MOVE DC-ACTION-CODE (WS-MATCH-SUB) TO DE-ACTION-CODE
               MOVE DC-CUSTOMER-ID (WS-MATCH-SUB) TO DE-CUSTOMER-ID
               MOVE 'NO MATCHING PROPOSAL' TO DE-REASON
               WRITE DECISION-EXCEPTION-LINE
                   FROM WS-EXCEPTION-DETAIL-LINE
           END-IF.
