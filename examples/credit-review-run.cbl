       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW-RUN.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Monthly credit review.  Scores every customer with recent
      * receivables activity from three sources: the settled items
      * on ARPAYHST.DAT (days paid past AR-DUE-DATE and items written
      * off, within the CREDIT-REVIEW-RULES history window), the
      * still-open items on ARITEMS.DAT (an overdue item counts the
      * days it is overdue so far), and the reminder level the
      * customer currently holds on DUNLEVEL.DAT.  The score picks a
      * risk grade and a raise or cut to the customer's current
      * limit from the indexed CREDMAST.DAT credit master (the
      * CE-EXPOSURE-LIMIT default for a customer not yet on it).
      * Nothing on the credit master moves here: each scored
      * customer becomes a CREDPROP.DAT proposal, listed on
      * CREDREV.RPT for credit control, whose decisions
      * CREDIT-LIMIT-APPLY applies.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CUSTOMER-ID
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT DUN-LEVEL-FILE ASSIGN TO "DUNLEVEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUN-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "CREDPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "CREDREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       COPY CUSTOMER-DATA.

       FD  CREDIT-LIMIT-FILE.
       COPY CREDIT-LIMIT-RECORD.

       FD  PAY-HISTORY-FILE.
       COPY AR-PAYMENT-HISTORY-RECORD.

       FD  AR-ITEM-FILE.
       COPY AR-OPEN-ITEM-RECORD.

       FD  DUN-LEVEL-FILE.
       COPY DUNNING-LEVEL-RECORD.

       FD  PROPOSAL-FILE.
       COPY CREDIT-PROPOSAL-RECORD.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
           88  CUST-NOT-FOUND                VALUE '23'.
       01  WS-CREDIT-STATUS              PIC XX.
           88  CREDIT-FILE-OK                VALUE '00'.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-AR-STATUS                  PIC XX.
           88  AR-FILE-OK                    VALUE '00'.
           88  AR-FILE-EOF                   VALUE '10'.
       01  WS-DUN-STATUS                 PIC XX.
           88  DUN-FILE-OK                   VALUE '00'.
           88  DUN-FILE-EOF                  VALUE '10'.

       01  WS-CREDIT-MASTER-SW           PIC X(1) VALUE 'N'.
           88  CREDIT-MASTER-AVAILABLE       VALUE 'Y'.

       COPY CREDIT-EXPOSURE-LIMIT.
       COPY CREDIT-REVIEW-RULES.

      *----------------------------------------------------------------
      * 顧客ごとの採点材料。3つの入力を読み終えてから1件ずつ採点
      * する。
      *----------------------------------------------------------------
       01  WS-SCORE-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-SCORE-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-SCORE-ENTRIES.
           05  WS-SCORE-ENTRY            OCCURS 500 TIMES.
               10  SC-CUSTOMER-ID            PIC 9(8).
               10  SC-ITEM-COUNT             PIC 9(5).
               10  SC-LATE-DAYS-TOTAL        PIC 9(7).
               10  SC-WRITE-OFF-COUNT        PIC 9(3).
               10  SC-DUNNING-LEVEL          PIC 9(1).
       01  WS-SCORE-SUB                  PIC 9(3) COMP.
       01  WS-HIT-SUB                    PIC 9(3) COMP.
       01  WS-LOOKUP-CUSTOMER-ID         PIC 9(8).

       01  WS-TABLE-LOST-SW              PIC X(1) VALUE 'N'.
           88  SCORE-TABLE-LOST              VALUE 'Y'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TODAY-INTEGER              PIC 9(7).
       01  WS-HISTORY-START-INTEGER      PIC 9(7).
       01  WS-DUE-BASE-DATE              PIC 9(8).
       01  WS-ITEM-DAYS                  PIC S9(7).

       01  WS-AVG-DAYS-LATE              PIC 9(4).
       01  WS-SCORE-WORK                 PIC S9(5).
       01  WS-SCORE                      PIC 9(3).
       01  WS-CURRENT-LIMIT              PIC 9(9)V99.
       01  WS-CURRENT-GRADE              PIC X(1).
       01  WS-PROPOSED-LIMIT             PIC 9(9)V99.
       01  WS-PROPOSED-GRADE             PIC X(1).
       01  WS-CHANGE-PCT                 PIC S9(3).

       01  WS-PROPOSAL-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-RAISE-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CUT-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-NOT-ON-FILE-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'CREDIT REVIEW PROPOSALS - REVIEW DATE: '.
           05  RH-REVIEW-DATE           PIC 9(8).

       01  WS-REPORT-DETAIL-LINE.
           05  RD-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RD-CUSTOMER-NAME         PIC X(30).
           05  FILLER                  PIC X(7) VALUE ' SCORE '.
           05  RD-SCORE                 PIC ZZ9.
           05  FILLER                  PIC X(6) VALUE ' LATE '.
           05  RD-AVG-DAYS-LATE         PIC ZZZ9.
           05  FILLER                  PIC X(4) VALUE ' WO '.
           05  RD-WRITE-OFF-COUNT       PIC ZZ9.
           05  FILLER                  PIC X(5) VALUE ' DUN '.
           05  RD-DUNNING-LEVEL         PIC 9.
           05  FILLER                  PIC X(7) VALUE ' GRADE '.
           05  RD-CURRENT-GRADE         PIC X(1).
           05  FILLER                  PIC X(3) VALUE ' > '.
           05  RD-PROPOSED-GRADE        PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RD-CURRENT-LIMIT         PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(3) VALUE ' > '.
           05  RD-PROPOSED-LIMIT        PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RD-ACTION                PIC X(8).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(11) VALUE 'PROPOSALS: '.
           05  RT-PROPOSAL-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  RAISES: '.
           05  RT-RAISE-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE '  CUTS: '.
           05  RT-CUT-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(26)
               VALUE '  CREDIT CONTROL SIGNED: '.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
           COMPUTE WS-HISTORY-START-INTEGER =
               WS-TODAY-INTEGER - CG-HISTORY-DAYS
           PERFORM LOAD-PAYMENT-HISTORY
           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-DUNNING-LEVELS
           IF SCORE-TABLE-LOST
               DISPLAY 'CREDIT REVIEW RUN - SCORE TABLE OVERFLOW, '
                   'REVIEW WOULD BE INCOMPLETE - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-FILE
           OPEN INPUT CREDIT-LIMIT-FILE
           IF CREDIT-FILE-OK
               SET CREDIT-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT PROPOSAL-FILE
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE WS-TODAY-CCYYMMDD TO RH-REVIEW-DATE
           WRITE REVIEW-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           PERFORM SCORE-ONE-CUSTOMER
               VARYING WS-SCORE-SUB FROM 1 BY 1
               UNTIL WS-SCORE-SUB > WS-SCORE-COUNT
           MOVE WS-PROPOSAL-COUNT TO RT-PROPOSAL-COUNT
           MOVE WS-RAISE-COUNT TO RT-RAISE-COUNT
           MOVE WS-CUT-COUNT TO RT-CUT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           CLOSE CUST-FILE
           IF CREDIT-MASTER-AVAILABLE
               CLOSE CREDIT-LIMIT-FILE
           END-IF
           CLOSE PROPOSAL-FILE
           CLOSE REVIEW-REPORT-FILE
           DISPLAY 'CREDIT REVIEW RUN - PROPOSALS: ' WS-PROPOSAL-COUNT
               ' RAISES: ' WS-RAISE-COUNT
               ' CUTS: ' WS-CUT-COUNT
               ' NOT ON FILE: ' WS-NOT-ON-FILE-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * Settled items inside the history window.  A paid item adds
      * its days past due (early payment counts as zero, not as a
      * credit against a late one); a written-off item is counted
      * as a write-off only.
      *----------------------------------------------------------------
       LOAD-PAYMENT-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF HIST-FILE-OK
               PERFORM READ-PAY-HISTORY
               PERFORM STORE-PAY-HISTORY UNTIL HIST-FILE-EOF
               CLOSE PAY-HISTORY-FILE
           END-IF.

       READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   SET HIST-FILE-EOF TO TRUE
           END-READ.

       STORE-PAY-HISTORY.
           IF FUNCTION INTEGER-OF-DATE (PY-SETTLED-DATE)
               NOT < WS-HISTORY-START-INTEGER
               MOVE PY-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
               PERFORM FIND-SCORE-ENTRY
               IF NOT SCORE-TABLE-LOST
                   PERFORM ADD-SETTLED-ITEM
               END-IF
           END-IF
           PERFORM READ-PAY-HISTORY.

       ADD-SETTLED-ITEM.
           IF PY-SETTLED-WRITTEN-OFF
               ADD 1 TO SC-WRITE-OFF-COUNT (WS-HIT-SUB)
           ELSE
               ADD 1 TO SC-ITEM-COUNT (WS-HIT-SUB)
               COMPUTE WS-ITEM-DAYS =
                   FUNCTION INTEGER-OF-DATE (PY-SETTLED-DATE)
                   - FUNCTION INTEGER-OF-DATE (PY-DUE-DATE)
               IF WS-ITEM-DAYS > ZERO
                   ADD WS-ITEM-DAYS TO SC-LATE-DAYS-TOTAL (WS-HIT-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 未決済の明細: 期日を過ぎたものは今日までの経過日数を遅延
      * として数える。期日前のものは件数に入れず、顧客を採点対象
      * に載せるだけ。期日ゼロの旧明細は請求日を期日とみなす。
      *----------------------------------------------------------------
       LOAD-OPEN-ITEMS.
           OPEN INPUT AR-ITEM-FILE
           IF AR-FILE-OK
               PERFORM READ-AR-ITEM
               PERFORM STORE-OPEN-ITEM UNTIL AR-FILE-EOF
               CLOSE AR-ITEM-FILE
           END-IF.

       READ-AR-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET AR-FILE-EOF TO TRUE
           END-READ.

       STORE-OPEN-ITEM.
           IF AR-ITEM-OPEN
               MOVE AR-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
               PERFORM FIND-SCORE-ENTRY
               IF NOT SCORE-TABLE-LOST
                   PERFORM ADD-OPEN-ITEM
               END-IF
           END-IF
           PERFORM READ-AR-ITEM.

       ADD-OPEN-ITEM.
           IF AR-DUE-DATE = ZERO
               MOVE AR-INVOICE-DATE TO WS-DUE-BASE-DATE
           ELSE
               MOVE AR-DUE-DATE TO WS-DUE-BASE-DATE
           END-IF
           COMPUTE WS-ITEM-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (WS-DUE-BASE-DATE)
           IF WS-ITEM-DAYS > ZERO
               ADD 1 TO SC-ITEM-COUNT (WS-HIT-SUB)
               ADD WS-ITEM-DAYS TO SC-LATE-DAYS-TOTAL (WS-HIT-SUB)
           END-IF.

       LOAD-DUNNING-LEVELS.
           OPEN INPUT DUN-LEVEL-FILE
           IF DUN-FILE-OK
               PERFORM READ-DUN-LEVEL
               PERFORM STORE-DUN-LEVEL UNTIL DUN-FILE-EOF
               CLOSE DUN-LEVEL-FILE
           END-IF.

       READ-DUN-LEVEL.
           READ DUN-LEVEL-FILE
               AT END
                   SET DUN-FILE-EOF TO TRUE
           END-READ.

       STORE-DUN-LEVEL.
           MOVE DL-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
           PERFORM FIND-SCORE-ENTRY
           IF NOT SCORE-TABLE-LOST
               MOVE DL-DUNNING-LEVEL TO SC-DUNNING-LEVEL (WS-HIT-SUB)
           END-IF
           PERFORM READ-DUN-LEVEL.

      *----------------------------------------------------------------
      * Leaves WS-HIT-SUB on the customer's entry, adding one
      * when the customer is new to the table.  A full table stops
      * the run - a customer silently left unscored would keep a
      * stale limit.
      *----------------------------------------------------------------
       FIND-SCORE-ENTRY.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM MATCH-SCORE-ENTRY
               VARYING WS-SCORE-SUB FROM 1 BY 1
               UNTIL WS-SCORE-SUB > WS-SCORE-COUNT
                   OR WS-HIT-SUB > ZERO
           IF WS-HIT-SUB = ZERO
               IF WS-SCORE-COUNT < WS-SCORE-TABLE-MAX
                   ADD 1 TO WS-SCORE-COUNT
                   MOVE WS-SCORE-COUNT TO WS-HIT-SUB
                   MOVE WS-LOOKUP-CUSTOMER-ID
                       TO SC-CUSTOMER-ID (WS-HIT-SUB)
                   MOVE ZERO TO SC-ITEM-COUNT (WS-HIT-SUB)
                   MOVE ZERO TO SC-LATE-DAYS-TOTAL (WS-HIT-SUB)
                   MOVE ZERO TO SC-WRITE-OFF-COUNT (WS-HIT-SUB)
                   MOVE ZERO TO SC-DUNNING-LEVEL (WS-HIT-SUB)
               ELSE
                   DISPLAY 'ERROR: SCORE TABLE FULL - '
                       WS-LOOKUP-CUSTOMER-ID ' NOT SCORED'
                   SET SCORE-TABLE-LOST TO TRUE
               END-IF
           END-IF.

       MATCH-SCORE-ENTRY.
           IF SC-CUSTOMER-ID (WS-SCORE-SUB) = WS-LOOKUP-CUSTOMER-ID
               MOVE WS-SCORE-SUB TO WS-HIT-SUB
           END-IF.

       SCORE-ONE-CUSTOMER.
           MOVE SC-CUSTOMER-ID (WS-SCORE-SUB)
               TO RECORD-ID OF CUSTOMER-RECORD
           READ CUST-FILE KEY IS RECORD-ID OF CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               NOT INVALID KEY
                   PERFORM BUILD-PROPOSAL
           END-READ.

       BUILD-PROPOSAL.
           PERFORM GET-CURRENT-LIMIT
           PERFORM COMPUTE-SCORE
           PERFORM PICK-GRADE
           COMPUTE WS-PROPOSED-LIMIT ROUNDED =
               WS-CURRENT-LIMIT * (100 + WS-CHANGE-PCT) / 100
           IF WS-PROPOSED-LIMIT < CG-LIMIT-FLOOR
               MOVE CG-LIMIT-FLOOR TO WS-PROPOSED-LIMIT
           END-IF
           MOVE SC-CUSTOMER-ID (WS-SCORE-SUB) TO CQ-CUSTOMER-ID
           MOVE WS-TODAY-CCYYMMDD TO CQ-REVIEW-DATE
           MOVE WS-CURRENT-LIMIT TO CQ-CURRENT-LIMIT
           MOVE WS-CURRENT-GRADE TO CQ-CURRENT-GRADE
           MOVE WS-PROPOSED-LIMIT TO CQ-PROPOSED-LIMIT
           MOVE WS-PROPOSED-GRADE TO CQ-PROPOSED-GRADE
           MOVE WS-SCORE TO CQ-SCORE
           MOVE WS-AVG-DAYS-LATE TO CQ-AVG-DAYS-LATE
           MOVE SC-WRITE-OFF-COUNT (WS-SCORE-SUB)
               TO CQ-WRITE-OFF-COUNT
           MOVE SC-DUNNING-LEVEL (WS-SCORE-SUB) TO CQ-DUNNING-LEVEL
           WRITE CREDIT-PROPOSAL-RECORD
           ADD 1 TO WS-PROPOSAL-COUNT
           PERFORM WRITE-REPORT-DETAIL.

       GET-CURRENT-LIMIT.
           MOVE CE-EXPOSURE-LIMIT TO WS-CURRENT-LIMIT
           MOVE SPACE TO WS-CURRENT-GRADE
           IF CREDIT-MASTER-AVAILABLE
               MOVE SC-CUSTOMER-ID (WS-SCORE-SUB) TO CK-CUSTOMER-ID
               READ CREDIT-LIMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CK-CREDIT-LIMIT TO WS-CURRENT-LIMIT
                       MOVE CK-RISK-GRADE TO WS-CURRENT-GRADE
               END-READ
           END-IF.

       COMPUTE-SCORE.
           MOVE ZERO TO WS-AVG-DAYS-LATE
           IF SC-ITEM-COUNT (WS-SCORE-SUB) > ZERO
               DIVIDE SC-LATE-DAYS-TOTAL (WS-SCORE-SUB)
                   BY SC-ITEM-COUNT (WS-SCORE-SUB)
                   GIVING WS-AVG-DAYS-LATE
                   ON SIZE ERROR
                       MOVE 9999 TO WS-AVG-DAYS-LATE
               END-DIVIDE
           END-IF
           COMPUTE WS-SCORE-WORK = 100
               - (WS-AVG-DAYS-LATE * CG-LATE-DAY-POINTS)
               - (SC-WRITE-OFF-COUNT (WS-SCORE-SUB)
                   * CG-WRITE-OFF-POINTS)
               - (SC-DUNNING-LEVEL (WS-SCORE-SUB)
                   * CG-DUNNING-POINTS)
               ON SIZE ERROR
                   MOVE ZERO TO WS-SCORE-WORK
           END-COMPUTE
           IF WS-SCORE-WORK < ZERO
               MOVE ZERO TO WS-SCORE-WORK
           END-IF
           MOVE WS-SCORE-WORK TO WS-SCORE.

      *----------------------------------------------------------------
      * The grade rows run best to worst, so the first row whose
      * minimum the score reaches is the grade; the last row's
      * minimum of zero catches everyone else.
      *----------------------------------------------------------------
       PICK-GRADE.
           MOVE 'E' TO WS-PROPOSED-GRADE
           MOVE ZERO TO WS-CHANGE-PCT
           SET CG-IDX TO 1
           SEARCH CG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SCORE NOT < CG-MIN-SCORE (CG-IDX)
                   MOVE CG-GRADE (CG-IDX) TO WS-PROPOSED-GRADE
                   COMPUTE WS-CHANGE-PCT = CG-RAISE-PCT (CG-IDX)
                       - CG-CUT-PCT (CG-IDX)
           END-SEARCH.

       WRITE-REPORT-DETAIL.
           MOVE CQ-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE RECORD-NAME TO RD-CUSTOMER-NAME
           MOVE CQ-SCORE TO RD-SCORE
           MOVE CQ-AVG-DAYS-LATE TO RD-AVG-DAYS-LATE
           MOVE CQ-WRITE-OFF-COUNT TO RD-WRITE-OFF-COUNT
           MOVE CQ-DUNNING-LEVEL TO RD-DUNNING-LEVEL
           MOVE CQ-CURRENT-GRADE TO RD-CURRENT-GRADE
           MOVE CQ-PROPOSED-GRADE TO RD-PROPOSED-GRADE
           MOVE CQ-CURRENT-LIMIT TO RD-CURRENT-LIMIT
           MOVE CQ-PROPOSED-LIMIT TO RD-PROPOSED-LIMIT
           EVALUATE TRUE
               WHEN CQ-PROPOSED-LIMIT > CQ-CURRENT-LIMIT
                   MOVE 'RAISE' TO RD-ACTION
                   ADD 1 TO WS-RAISE-COUNT
               WHEN CQ-PROPOSED-LIMIT < CQ-CURRENT-LIMIT
                   MOVE 'CUT' TO RD-ACTION
                   ADD 1 TO WS-CUT-COUNT
               WHEN OTHER
                   MOVE 'NO CHG' TO RD-ACTION
           END-EVALUATE
           WRITE REVIEW-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
