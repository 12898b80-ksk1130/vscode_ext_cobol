       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-ACCRUAL-RUN.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Quarterly accrual and period-end settlement of the annual
      * volume rebates on REBATE.DAT, which sales used to track by
      * hand and too often forgot to pay.  For each active agreement
      * the qualifying purchases are the net INVDETL.DAT lines (the
      * invoice date is the leading CCYYMMDD of the invoice number)
      * billed to the customer - or, for a group agreement, to the
      * head office and every branch ACCTGRP.DAT links to it - from
      * the period start up to the as-of date (REBATE.PRM, CCYYMMDD;
      * the run date when no card is present).
      * While the period runs, the purchases to date are projected
      * over the whole period, the tier that projection reaches
      * gives the expected rate, and the expected rebate on the
      * purchases to date is accrued: only the movement since the
      * amount already booked is posted (the BAD-DEBT-PROVISION
      * discipline), a balanced pair of GLEXTR.DAT rows under the
      * REBATE batch source - rebate expense against the rebate
      * accrual, or the reverse when the expectation falls.
      * On the first run on or after the period end the rebate is
      * fixed at the tier actually reached, the accrual is trued up
      * to it, and it is credited: off the customer's (the head
      * office's) ACCOUNT-BALANCE through the journaled REWRITE
      * path, against the accrual in the GL, and down the open items
      * on ARITEMS.DAT oldest-first as returns credits are (carried
      * to ARITEMS.NEW).  A credit larger than what is open leaves
      * the balance below zero, and CUSTOMER-REFUND-RUN pays it out.
      * The agreement then turns settled.  REBATE.DAT is carried to
      * REBATE.NEW with the purchases, accrual and status as of the
      * run.  REBATE.RPT is the accrual schedule for finance, and
      * REBSTMT.RPT a statement per agreement for the customer
      * showing purchases so far, the tiers, and what is still
      * needed to reach the next one.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN TO "REBATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REB-STATUS.
           SELECT REBATE-OUT-FILE ASSIGN TO "REBATE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AS-OF-PARM-FILE ASSIGN TO "REBATE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT GROUP-LINK-FILE ASSIGN TO "ACCTGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STATUS.
           SELECT INVOICE-DETAIL-FILE ASSIGN TO "INVDETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT AR-ITEM-OUT-FILE ASSIGN TO "ARITEMS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "REBATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "REBSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE.
       01  REBATE-FILE-RECORD           PIC X(120).

       FD  REBATE-OUT-FILE.
       01  REBATE-OUT-RECORD            PIC X(120).

       FD  AS-OF-PARM-FILE.
       01  AS-OF-PARM-RECORD.
           05  RP-AS-OF-DATE            PIC 9(8).

       FD  GROUP-LINK-FILE.
       COPY ACCOUNT-GROUP-RECORD.

       FD  INVOICE-DETAIL-FILE.
       COPY INVOICE-DETAIL-RECORD.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  AR-ITEM-FILE.
       COPY AR-OPEN-ITEM-RECORD.

       FD  AR-ITEM-OUT-FILE.
       01  AR-ITEM-OUT-RECORD           PIC X(59).

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE         PIC X(132).

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REB-STATUS                 PIC XX.
           88  REB-FILE-OK                   VALUE '00'.
           88  REB-FILE-EOF                  VALUE '10'.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-GRP-STATUS                 PIC XX.
           88  GRP-FILE-OK                   VALUE '00'.
           88  GRP-FILE-EOF                  VALUE '10'.
       01  WS-DTL-STATUS                 PIC XX.
           88  DTL-FILE-OK                   VALUE '00'.
           88  DTL-FILE-EOF                  VALUE '10'.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
       01  WS-AR-STATUS                  PIC XX.
           88  AR-FILE-OK                    VALUE '00'.
           88  AR-FILE-EOF                   VALUE '10'.
       01  WS-GL-STATUS                  PIC XX.

       COPY REBATE-AGREEMENT-RECORD.
       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-AS-OF-DATE                 PIC 9(8).

       01  WS-LOCK-HELD-SW               PIC X(1).
       01  WS-LOCK-HOLDER-NAME           PIC X(30).

      *----------------------------------------------------------------
      * 契約は全件を表に積む(書き戻すので一件でも落とせない)。
      * 明細の照合に使うキー項目は別に持ち、購入額をここで累計する。
      *----------------------------------------------------------------
       01  WS-AGREEMENT-TABLE-MAX        PIC 9(3) VALUE 200.
       01  WS-AGREEMENT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-AGREEMENT-ENTRIES.
           05  WS-AGREEMENT-ENTRY        OCCURS 200 TIMES.
               10  RT-AGREEMENT-IMAGE        PIC X(120).
               10  RT-SCOPE                  PIC X(1).
               10  RT-CUSTOMER-ID            PIC 9(8).
               10  RT-FROM-DATE              PIC 9(8).
               10  RT-UPTO-DATE              PIC 9(8).
               10  RT-ACTIVE-SW              PIC X(1).
                   88  RT-ACTIVE                 VALUE 'Y'.
               10  RT-SALES                  PIC 9(11)V99.
       01  WS-AGREEMENT-SUB              PIC 9(3) COMP.

       01  WS-GROUP-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-GROUP-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-GROUP-ENTRIES.
           05  WS-GROUP-ENTRY            OCCURS 500 TIMES
                                             INDEXED BY GR-IDX.
               10  GR-CHILD-ID               PIC 9(8).
               10  GR-PARENT-ID              PIC 9(8).

      *----------------------------------------------------------------
      * Settled rebates rolled up by customer, worked down the open
      * items after the agreements - the returns credit table.  One
      * row per agreement at most, so it cannot overflow.
      *----------------------------------------------------------------
       01  WS-CREDIT-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-CREDIT-ENTRIES.
           05  WS-CREDIT-ENTRY           OCCURS 200 TIMES.
               10  CR-CUSTOMER-ID            PIC 9(8).
               10  CR-REMAINING-AMOUNT       PIC 9(9)V99.
       01  WS-CREDIT-SUB                 PIC 9(3) COMP.
       01  WS-CREDIT-FOUND-SW            PIC X(1).
           88  CREDIT-FOUND                  VALUE 'Y'.
       01  WS-APPLY-AMOUNT               PIC 9(9)V99.

       01  WS-DETAIL-NUMBER              PIC 9(12).
       01  WS-DETAIL-NUMBER-PARTS REDEFINES WS-DETAIL-NUMBER.
           05  WS-DD-DATE                 PIC 9(8).
           05  WS-DD-SEQ                  PIC 9(4).
       01  WS-DETAIL-PARENT-ID           PIC 9(8).

       01  WS-TIER-SUB                   PIC 9(2) COMP.
       01  WS-TIER-BASIS                 PIC 9(11)V99.
       01  WS-TIER-PCT                   PIC 9(2)V99.
       01  WS-TIER-REACHED               PIC 9(1).
       01  WS-NEXT-TIER                  PIC 9(1).

       01  WS-FROM-INTEGER               PIC 9(7).
       01  WS-UPTO-INTEGER               PIC 9(7).
       01  WS-TO-INTEGER                 PIC 9(7).
       01  WS-ELAPSED-DAYS               PIC 9(5).
       01  WS-PERIOD-DAYS                PIC 9(5).
       01  WS-PROJECTED-SALES            PIC 9(11)V99.
       01  WS-EXPECTED-PCT               PIC 9(2)V99.
       01  WS-REBATE-AMOUNT              PIC 9(9)V99.
       01  WS-ACCRUAL-CHANGE             PIC S9(9)V99.
       01  WS-POSTING-AMOUNT             PIC 9(11)V99.
       01  WS-SHORTFALL-AMOUNT           PIC 9(11)V99.
       01  WS-AGREEMENT-NOTE             PIC X(12).
       01  WS-REBATE-CREDITED-SW         PIC X(1).
           88  REBATE-CREDITED               VALUE 'Y'.
       01  WS-SETTLED-NOW-SW             PIC X(1).
           88  SETTLED-THIS-RUN              VALUE 'Y'.

       01  WS-ACCRUAL-POSTED-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCRUAL-BALANCE-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01  WS-SETTLED-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-SETTLED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-ACCRUING-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-PROGRAM-NAME            PIC X(30)
                                   VALUE 'REBATE-ACCRUAL-RUN'.
       01  WS-GL-SOURCE-KEY.
           05  FILLER                    PIC X(7) VALUE 'REBATE '.
           05  GK-AGREEMENT-NO           PIC 9(6).
           05  FILLER                    PIC X(7) VALUE SPACES.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                           VALUE 'REBATE-ACCRUAL-RUN'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8) VALUE 'BATCH'.

       01  WS-SCHEDULE-HEADER-LINE.
           05  FILLER                  PIC X(33)
               VALUE 'VOLUME REBATE ACCRUAL - AS OF: '.
           05  SH-AS-OF-DATE            PIC 9(8).
           05  FILLER                  PIC X(10) VALUE '  RUN ON: '.
           05  SH-RUN-DATE              PIC 9(8).

       01  WS-SCHEDULE-DETAIL-LINE.
           05  FILLER                  PIC X(7) VALUE 'AGMT: '.
           05  SD-AGREEMENT-NO          PIC 9(6).
           05  FILLER                  PIC X(7) VALUE '  CUST '.
           05  SD-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SD-SCOPE                 PIC X(1).
           05  FILLER                  PIC X(9) VALUE '  SALES: '.
           05  SD-SALES                 PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(8) VALUE '  RATE: '.
           05  SD-RATE                  PIC Z9.99.
           05  FILLER                  PIC X(12) VALUE '%  ACCRUED: '.
           05  SD-ACCRUED               PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE '  POSTED: '.
           05  SD-POSTED                PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SD-NOTE                  PIC X(12).

       01  WS-SCHEDULE-TOTAL-LINE.
           05  ST-LABEL                 PIC X(28).
           05  ST-AMOUNT                PIC ------------9.99.

       01  WS-SIGNATURE-LINE.
           05  FILLER                  PIC X(24)
               VALUE 'ACCOUNTANT SIGNATURE:   '.

       01  WS-STATEMENT-HEADER-LINE.
           05  FILLER                  PIC X(35)
               VALUE 'VOLUME REBATE STATEMENT  AGREEMENT '.
           05  SM-AGREEMENT-NO          PIC 9(6).
           05  FILLER                  PIC X(9) VALUE '  AS OF: '.
           05  SM-AS-OF-DATE            PIC 9(8).

       01  WS-STATEMENT-CUSTOMER-LINE.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER: '.
           05  SC-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SC-CUSTOMER-NAME         PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SC-SCOPE-NOTE            PIC X(20).

       01  WS-STATEMENT-PERIOD-LINE.
           05  FILLER                  PIC X(8) VALUE 'PERIOD: '.
           05  SP-PERIOD-FROM           PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  SP-PERIOD-TO             PIC 9(8).

       01  WS-STATEMENT-AMOUNT-LINE.
           05  SA-LABEL                 PIC X(36).
           05  SA-AMOUNT                PIC ZZZZZZZZZZ9.99.

       01  WS-STATEMENT-TIER-LINE.
           05  FILLER                  PIC X(7) VALUE '  TIER '.
           05  SR-TIER-NO               PIC 9.
           05  FILLER                  PIC X(7) VALUE '  FROM '.
           05  SR-THRESHOLD             PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SR-PCT                   PIC Z9.99.
           05  FILLER                  PIC X(1) VALUE '%'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SR-REACHED-NOTE          PIC X(7).

       01  WS-STATEMENT-RATE-LINE.
           05  FILLER                  PIC X(28)
               VALUE 'REBATE RATE EARNED TO DATE: '.
           05  SQ-PCT                   PIC Z9.99.
           05  FILLER                  PIC X(1) VALUE '%'.

       01  WS-STATEMENT-NEXT-LINE.
           05  FILLER                  PIC X(11) VALUE 'NEXT TIER: '.
           05  SN-PCT                   PIC Z9.99.
           05  FILLER                  PIC X(30)
               VALUE '% - FURTHER PURCHASES NEEDED: '.
           05  SN-SHORTFALL             PIC ZZZZZZZZZZ9.99.

       01  WS-TOP-TIER-LINE              PIC X(20)
           VALUE 'TOP TIER REACHED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM CHECK-BATCH-LOCK
           PERFORM READ-AS-OF-PARM
           PERFORM LOAD-AGREEMENTS
           IF WS-AGREEMENT-COUNT = ZERO
               DISPLAY 'REBATE ACCRUAL - NO AGREEMENTS ON FILE'
               STOP RUN
           END-IF
           PERFORM LOAD-GROUP-LINKS
           PERFORM ACCUMULATE-QUALIFYING-SALES
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           OPEN OUTPUT REBATE-OUT-FILE
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           OPEN OUTPUT STATEMENT-REPORT-FILE
           MOVE WS-AS-OF-DATE TO SH-AS-OF-DATE
           MOVE WS-TODAY-CCYYMMDD TO SH-RUN-DATE
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-HEADER-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           PERFORM PROCESS-ONE-AGREEMENT
               VARYING WS-AGREEMENT-SUB FROM 1 BY 1
               UNTIL WS-AGREEMENT-SUB > WS-AGREEMENT-COUNT
           PERFORM WRITE-SCHEDULE-TOTALS
           CLOSE CUSTOMER-FILE
           CLOSE GL-INTERFACE-FILE
           CLOSE REBATE-OUT-FILE
           CLOSE SCHEDULE-REPORT-FILE
           CLOSE STATEMENT-REPORT-FILE
           PERFORM WORK-DOWN-OPEN-ITEMS
           DISPLAY 'REBATE ACCRUAL - ACCRUING: ' WS-ACCRUING-COUNT
               ' SETTLED: ' WS-SETTLED-COUNT
               ' POSTED: ' WS-ACCRUAL-POSTED-TOTAL
           STOP RUN.

       CHECK-BATCH-LOCK.
           CALL 'BATCH-LOCK-CHECK' USING WS-LOCK-HELD-SW
                                          WS-LOCK-HOLDER-NAME
           END-CALL
           IF WS-LOCK-HELD-SW = 'Y'
               DISPLAY 'CUSTOMER FILE LOCKED BY '
                   WS-LOCK-HOLDER-NAME
                   ' - REBATE ACCRUAL NOT STARTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 基準日: パラメータが無ければ実行日。
      *----------------------------------------------------------------
       READ-AS-OF-PARM.
           MOVE WS-TODAY-CCYYMMDD TO WS-AS-OF-DATE
           OPEN INPUT AS-OF-PARM-FILE
           IF PRM-FILE-OK
               READ AS-OF-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-AS-OF-DATE > ZERO
                           MOVE RP-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE AS-OF-PARM-FILE
           END-IF.

       LOAD-AGREEMENTS.
           OPEN INPUT REBATE-FILE
           IF REB-FILE-OK
               PERFORM READ-AGREEMENT
               PERFORM STORE-AGREEMENT UNTIL REB-FILE-EOF
               CLOSE REBATE-FILE
           END-IF.

       READ-AGREEMENT.
           READ REBATE-FILE
               AT END
                   SET REB-FILE-EOF TO TRUE
           END-READ.

       STORE-AGREEMENT.
           IF WS-AGREEMENT-COUNT < WS-AGREEMENT-TABLE-MAX
               ADD 1 TO WS-AGREEMENT-COUNT
               MOVE REBATE-FILE-RECORD TO REBATE-AGREEMENT-RECORD
               MOVE REBATE-FILE-RECORD
                   TO RT-AGREEMENT-IMAGE (WS-AGREEMENT-COUNT)
               MOVE RA-SCOPE TO RT-SCOPE (WS-AGREEMENT-COUNT)
               MOVE RA-CUSTOMER-ID
                   TO RT-CUSTOMER-ID (WS-AGREEMENT-COUNT)
               MOVE RA-PERIOD-FROM TO RT-FROM-DATE (WS-AGREEMENT-COUNT)
               IF RA-PERIOD-TO < WS-AS-OF-DATE
                   MOVE RA-PERIOD-TO
                       TO RT-UPTO-DATE (WS-AGREEMENT-COUNT)
               ELSE
                   MOVE WS-AS-OF-DATE
                       TO RT-UPTO-DATE (WS-AGREEMENT-COUNT)
               END-IF
               IF RA-ACTIVE
                   MOVE 'Y' TO RT-ACTIVE-SW (WS-AGREEMENT-COUNT)
               ELSE
                   MOVE 'N' TO RT-ACTIVE-SW (WS-AGREEMENT-COUNT)
               END-IF
               MOVE ZERO TO RT-SALES (WS-AGREEMENT-COUNT)
           ELSE
               DISPLAY 'ERROR: REBATE AGREEMENT TABLE FULL - '
                   'AGREEMENTS WOULD BE LOST - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AGREEMENT.

      *----------------------------------------------------------------
      * A branch missing from the table would drop its purchases out
      * of the group's volume and understate the rebate, so a full
      * table stops the run.
      *----------------------------------------------------------------
       LOAD-GROUP-LINKS.
           OPEN INPUT GROUP-LINK-FILE
           IF GRP-FILE-OK
               PERFORM READ-GROUP-LINK
               PERFORM STORE-GROUP-LINK UNTIL GRP-FILE-EOF
               CLOSE GROUP-LINK-FILE
           END-IF.

       READ-GROUP-LINK.
           READ GROUP-LINK-FILE
               AT END
                   SET GRP-FILE-EOF TO TRUE
           END-READ.

       STORE-GROUP-LINK.
           IF WS-GROUP-COUNT < WS-GROUP-TABLE-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE AG-CHILD-ID TO GR-CHILD-ID (WS-GROUP-COUNT)
               MOVE AG-PARENT-ID TO GR-PARENT-ID (WS-GROUP-COUNT)
           ELSE
               DISPLAY 'ERROR: GROUP TABLE FULL - '
                   'GROUP VOLUMES WOULD BE SHORT - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-GROUP-LINK.

       ACCUMULATE-QUALIFYING-SALES.
           OPEN INPUT INVOICE-DETAIL-FILE
           IF DTL-FILE-OK
               PERFORM READ-INVOICE-DETAIL
               PERFORM POST-ONE-DETAIL UNTIL DTL-FILE-EOF
               CLOSE INVOICE-DETAIL-FILE
           END-IF.

       READ-INVOICE-DETAIL.
           READ INVOICE-DETAIL-FILE
               AT END
                   SET DTL-FILE-EOF TO TRUE
           END-READ.

       POST-ONE-DETAIL.
           MOVE IV-INVOICE-NUMBER TO WS-DETAIL-NUMBER
           MOVE ZERO TO WS-DETAIL-PARENT-ID
           SET GR-IDX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN GR-IDX > WS-GROUP-COUNT
                   CONTINUE
               WHEN GR-CHILD-ID (GR-IDX) = IV-CUSTOMER-ID
                   MOVE GR-PARENT-ID (GR-IDX) TO WS-DETAIL-PARENT-ID
           END-SEARCH
           PERFORM POST-DETAIL-TO-AGREEMENT
               VARYING WS-AGREEMENT-SUB FROM 1 BY 1
               UNTIL WS-AGREEMENT-SUB > WS-AGREEMENT-COUNT
           PERFORM READ-INVOICE-DETAIL.

       POST-DETAIL-TO-AGREEMENT.
           IF RT-ACTIVE (WS-AGREEMENT-SUB)
               AND WS-DD-DATE NOT < RT-FROM-DATE (WS-AGREEMENT-SUB)
               AND WS-DD-DATE NOT > RT-UPTO-DATE (WS-AGREEMENT-SUB)
               IF IV-CUSTOMER-ID = RT-CUSTOMER-ID (WS-AGREEMENT-SUB)
                   OR (RT-SCOPE (WS-AGREEMENT-SUB) = 'G'
                       AND WS-DETAIL-PARENT-ID
                           = RT-CUSTOMER-ID (WS-AGREEMENT-SUB))
                   ADD IV-LINE-AMOUNT TO RT-SALES (WS-AGREEMENT-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 期間中は見込み計上、期末到来後の最初の走行で確定・精算。
      * 精算済みの契約はそのまま引き継ぐ。
      *----------------------------------------------------------------
       PROCESS-ONE-AGREEMENT.
           MOVE RT-AGREEMENT-IMAGE (WS-AGREEMENT-SUB)
               TO REBATE-AGREEMENT-RECORD
           MOVE 'N' TO WS-SETTLED-NOW-SW
           IF RA-ACTIVE
               MOVE RT-SALES (WS-AGREEMENT-SUB) TO RA-QUALIFYING-SALES
               MOVE ZERO TO WS-ACCRUAL-CHANGE
               MOVE ZERO TO WS-EXPECTED-PCT
               MOVE RA-AGREEMENT-NO TO GK-AGREEMENT-NO
               IF WS-AS-OF-DATE NOT < RA-PERIOD-TO
                   PERFORM SETTLE-AGREEMENT
               ELSE
                   IF WS-AS-OF-DATE NOT < RA-PERIOD-FROM
                       PERFORM ACCRUE-AGREEMENT
                   ELSE
                       MOVE 'NOT STARTED' TO WS-AGREEMENT-NOTE
                   END-IF
               END-IF
               ADD RA-ACCRUED-AMOUNT TO WS-ACCRUAL-BALANCE-TOTAL
               PERFORM WRITE-SCHEDULE-LINE
               PERFORM WRITE-CUSTOMER-STATEMENT
           END-IF
           WRITE REBATE-OUT-RECORD FROM REBATE-AGREEMENT-RECORD.

      *----------------------------------------------------------------
      * The purchases so far, stretched over the whole period, pick
      * the tier the customer is heading for; that rate on the
      * purchases so far is the rebate earned to date.
      *----------------------------------------------------------------
       ACCRUE-AGREEMENT.
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE (RA-PERIOD-FROM)
           COMPUTE WS-UPTO-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE (RA-PERIOD-TO)
           COMPUTE WS-ELAPSED-DAYS =
               WS-UPTO-INTEGER - WS-FROM-INTEGER + 1
           COMPUTE WS-PERIOD-DAYS =
               WS-TO-INTEGER - WS-FROM-INTEGER + 1
           COMPUTE WS-PROJECTED-SALES ROUNDED =
               RA-QUALIFYING-SALES * WS-PERIOD-DAYS / WS-ELAPSED-DAYS
           MOVE WS-PROJECTED-SALES TO WS-TIER-BASIS
           PERFORM FIND-TIER-FOR-BASIS
           MOVE WS-TIER-PCT TO WS-EXPECTED-PCT
           COMPUTE WS-REBATE-AMOUNT ROUNDED =
               RA-QUALIFYING-SALES * WS-EXPECTED-PCT / 100
           PERFORM BOOK-ACCRUAL-CHANGE
           MOVE 'ACCRUING' TO WS-AGREEMENT-NOTE
           ADD 1 TO WS-ACCRUING-COUNT.

      *----------------------------------------------------------------
      * The period is over: the tier actually reached fixes the
      * rebate, the accrual is trued up to it, and it is credited to
      * the paying customer.  A customer missing from CUSTOMER.DAT
      * cannot be credited, so the agreement stays active with the
      * accrual standing until the master is put right.
      *----------------------------------------------------------------
       SETTLE-AGREEMENT.
           MOVE RA-QUALIFYING-SALES TO WS-TIER-BASIS
           PERFORM FIND-TIER-FOR-BASIS
           MOVE WS-TIER-PCT TO WS-EXPECTED-PCT
           COMPUTE WS-REBATE-AMOUNT ROUNDED =
               RA-QUALIFYING-SALES * WS-EXPECTED-PCT / 100
           PERFORM BOOK-ACCRUAL-CHANGE
           IF WS-REBATE-AMOUNT > ZERO
               PERFORM CREDIT-REBATE-TO-CUSTOMER
           ELSE
               SET REBATE-CREDITED TO TRUE
           END-IF
           IF REBATE-CREDITED
               SET RA-SETTLED TO TRUE
               MOVE WS-TODAY-CCYYMMDD TO RA-SETTLED-DATE
               MOVE WS-REBATE-AMOUNT TO RA-SETTLED-AMOUNT
               MOVE ZERO TO RA-ACCRUED-AMOUNT
               SET SETTLED-THIS-RUN TO TRUE
               MOVE 'SETTLED' TO WS-AGREEMENT-NOTE
               ADD 1 TO WS-SETTLED-COUNT
               ADD WS-REBATE-AMOUNT TO WS-SETTLED-TOTAL
           ELSE
               MOVE 'NOT SETTLED' TO WS-AGREEMENT-NOTE
           END-IF.

       CREDIT-REBATE-TO-CUSTOMER.
           MOVE 'N' TO WS-REBATE-CREDITED-SW
           MOVE RA-CUSTOMER-ID TO RECORD-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'REBATE NOT SETTLED - CUSTOMER NOT ON FILE: '
                       RA-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   SUBTRACT WS-REBATE-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE CUSTOMER-RECORD
                   MOVE CUSTOMER-RECORD TO WS-JOURNAL-AFTER-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
                   PERFORM ADD-TO-CREDIT-TABLE
                   MOVE WS-REBATE-AMOUNT TO WS-POSTING-AMOUNT
                   MOVE 'ACCRUAL' TO WS-GL-ELEMENT-NAME
                   MOVE 'D' TO WS-GL-DEBIT-CREDIT
                   PERFORM WRITE-GL-ROW
                   MOVE 'RECEIVABLE' TO WS-GL-ELEMENT-NAME
                   MOVE 'C' TO WS-GL-DEBIT-CREDIT
                   PERFORM WRITE-GL-ROW
                   SET REBATE-CREDITED TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 計上済み額との差額だけを仕訳する。増えれば費用/未払、
      * 減れば逆仕訳。
      *----------------------------------------------------------------
       BOOK-ACCRUAL-CHANGE.
           COMPUTE WS-ACCRUAL-CHANGE =
               WS-REBATE-AMOUNT - RA-ACCRUED-AMOUNT
           IF WS-ACCRUAL-CHANGE > ZERO
               MOVE WS-ACCRUAL-CHANGE TO WS-POSTING-AMOUNT
               MOVE 'EXPENSE' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
               MOVE 'ACCRUAL' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
           END-IF
           IF WS-ACCRUAL-CHANGE < ZERO
               COMPUTE WS-POSTING-AMOUNT = ZERO - WS-ACCRUAL-CHANGE
               MOVE 'ACCRUAL' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
               MOVE 'EXPENSE' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
           END-IF
           ADD WS-ACCRUAL-CHANGE TO WS-ACCRUAL-POSTED-TOTAL
           MOVE WS-REBATE-AMOUNT TO RA-ACCRUED-AMOUNT.

       FIND-TIER-FOR-BASIS.
           MOVE ZERO TO WS-TIER-PCT
           MOVE ZERO TO WS-TIER-REACHED
           PERFORM CHECK-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3.

       CHECK-ONE-TIER.
           IF RA-TIER-PCT (WS-TIER-SUB) > ZERO
               AND RA-TIER-THRESHOLD (WS-TIER-SUB)
                   NOT > WS-TIER-BASIS
               MOVE WS-TIER-SUB TO WS-TIER-REACHED
               MOVE RA-TIER-PCT (WS-TIER-SUB) TO WS-TIER-PCT
           END-IF.

       WRITE-GL-ROW.
           MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
           MOVE 'REBATE' TO GL-BATCH-SOURCE
           MOVE '99999999' TO GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'REBATE'
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

       ADD-TO-CREDIT-TABLE.
           MOVE 'N' TO WS-CREDIT-FOUND-SW
           PERFORM FIND-CREDIT-ENTRY
               VARYING WS-CREDIT-SUB FROM 1 BY 1
               UNTIL WS-CREDIT-SUB > WS-CREDIT-COUNT
                   OR CREDIT-FOUND
           IF CREDIT-FOUND
               SUBTRACT 1 FROM WS-CREDIT-SUB
           ELSE
               ADD 1 TO WS-CREDIT-COUNT
               MOVE WS-CREDIT-COUNT TO WS-CREDIT-SUB
               MOVE RA-CUSTOMER-ID TO CR-CUSTOMER-ID (WS-CREDIT-SUB)
               MOVE ZERO TO CR-REMAINING-AMOUNT (WS-CREDIT-SUB)
           END-IF
           ADD WS-REBATE-AMOUNT TO CR-REMAINING-AMOUNT (WS-CREDIT-SUB).

       FIND-CREDIT-ENTRY.
           IF CR-CUSTOMER-ID (WS-CREDIT-SUB) = RA-CUSTOMER-ID
               SET CREDIT-FOUND TO TRUE
           END-IF.

       WRITE-UPDATE-JOURNAL.
           MOVE RECORD-ID OF CUSTOMER-RECORD TO WS-JOURNAL-KEY
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID.

       WRITE-SCHEDULE-LINE.
           MOVE RA-AGREEMENT-NO TO SD-AGREEMENT-NO
           MOVE RA-CUSTOMER-ID TO SD-CUSTOMER-ID
           MOVE RA-SCOPE TO SD-SCOPE
           MOVE RA-QUALIFYING-SALES TO SD-SALES
           MOVE WS-EXPECTED-PCT TO SD-RATE
           MOVE RA-ACCRUED-AMOUNT TO SD-ACCRUED
           MOVE WS-ACCRUAL-CHANGE TO SD-POSTED
           MOVE WS-AGREEMENT-NOTE TO SD-NOTE
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-DETAIL-LINE.

       WRITE-SCHEDULE-TOTALS.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE 'ACCRUAL CHANGE POSTED:' TO ST-LABEL
           MOVE WS-ACCRUAL-POSTED-TOTAL TO ST-AMOUNT
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           MOVE 'REBATES CREDITED:' TO ST-LABEL
           MOVE WS-SETTLED-TOTAL TO ST-AMOUNT
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           MOVE 'ACCRUAL STANDING:' TO ST-LABEL
           MOVE WS-ACCRUAL-BALANCE-TOTAL TO ST-AMOUNT
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           WRITE SCHEDULE-REPORT-LINE FROM WS-SIGNATURE-LINE.

      *----------------------------------------------------------------
      * 顧客向け明細: 期間内の購入額、段階表、到達段階と次の段階
      * までの不足額。精算した回は入金充当した額を示す。
      *----------------------------------------------------------------
       WRITE-CUSTOMER-STATEMENT.
           MOVE RA-AGREEMENT-NO TO SM-AGREEMENT-NO
           MOVE WS-AS-OF-DATE TO SM-AS-OF-DATE
           WRITE STATEMENT-REPORT-LINE FROM WS-STATEMENT-HEADER-LINE
           MOVE RA-CUSTOMER-ID TO SC-CUSTOMER-ID
           MOVE SPACES TO SC-CUSTOMER-NAME
           MOVE RA-CUSTOMER-ID TO RECORD-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RECORD-NAME TO SC-CUSTOMER-NAME
           END-READ
           IF RA-SCOPE-GROUP
               MOVE '(WITH ALL BRANCHES)' TO SC-SCOPE-NOTE
           ELSE
               MOVE SPACES TO SC-SCOPE-NOTE
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM WS-STATEMENT-CUSTOMER-LINE
           MOVE RA-PERIOD-FROM TO SP-PERIOD-FROM
           MOVE RA-PERIOD-TO TO SP-PERIOD-TO
           WRITE STATEMENT-REPORT-LINE FROM WS-STATEMENT-PERIOD-LINE
           MOVE 'QUALIFYING PURCHASES IN PERIOD:' TO SA-LABEL
           MOVE RA-QUALIFYING-SALES TO SA-AMOUNT
           WRITE STATEMENT-REPORT-LINE FROM WS-STATEMENT-AMOUNT-LINE
           MOVE RA-QUALIFYING-SALES TO WS-TIER-BASIS
           PERFORM FIND-TIER-FOR-BASIS
           PERFORM WRITE-STATEMENT-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3
           MOVE WS-TIER-PCT TO SQ-PCT
           WRITE STATEMENT-REPORT-LINE FROM WS-STATEMENT-RATE-LINE
           IF SETTLED-THIS-RUN
               MOVE 'REBATE CREDITED TO YOUR ACCOUNT:' TO SA-LABEL
               MOVE RA-SETTLED-AMOUNT TO SA-AMOUNT
               WRITE STATEMENT-REPORT-LINE
                   FROM WS-STATEMENT-AMOUNT-LINE
           ELSE
               MOVE 'REBATE EARNED TO DATE:' TO SA-LABEL
               COMPUTE SA-AMOUNT ROUNDED =
                   RA-QUALIFYING-SALES * WS-TIER-PCT / 100
               WRITE STATEMENT-REPORT-LINE
                   FROM WS-STATEMENT-AMOUNT-LINE
               PERFORM WRITE-STATEMENT-NEXT-TIER
           END-IF
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.

       WRITE-STATEMENT-TIER.
           IF RA-TIER-PCT (WS-TIER-SUB) > ZERO
               MOVE WS-TIER-SUB TO SR-TIER-NO
               MOVE RA-TIER-THRESHOLD (WS-TIER-SUB) TO SR-THRESHOLD
               MOVE RA-TIER-PCT (WS-TIER-SUB) TO SR-PCT
               IF WS-TIER-SUB NOT > WS-TIER-REACHED
                   MOVE 'REACHED' TO SR-REACHED-NOTE
               ELSE
                   MOVE SPACES TO SR-REACHED-NOTE
               END-IF
               WRITE STATEMENT-REPORT-LINE FROM WS-STATEMENT-TIER-LINE
           END-IF.

       WRITE-STATEMENT-NEXT-TIER.
           MOVE ZERO TO WS-NEXT-TIER
           PERFORM FIND-NEXT-TIER
               VARYING WS-TIER-SUB FROM 3 BY -1
               UNTIL WS-TIER-SUB NOT > WS-TIER-REACHED
           IF WS-NEXT-TIER = ZERO
               WRITE STATEMENT-REPORT-LINE FROM WS-TOP-TIER-LINE
           ELSE
               COMPUTE WS-SHORTFALL-AMOUNT =
                   RA-TIER-THRESHOLD (WS-NEXT-TIER)
                       - RA-QUALIFYING-SALES
               MOVE RA-TIER-PCT (WS-NEXT-TIER) TO SN-PCT
               MOVE WS-SHORTFALL-AMOUNT TO SN-SHORTFALL
               WRITE STATEMENT-REPORT-LINE FROM WS-STATEMENT-NEXT-LINE
           END-IF.

       FIND-NEXT-TIER.
           IF RA-TIER-PCT (WS-TIER-SUB) > ZERO
               MOVE WS-TIER-SUB TO WS-NEXT-TIER
           END-IF.

      *----------------------------------------------------------------
      * 精算した割戻しをその顧客の未決済明細へ古い順に充当する
      * (返品の返金と同じ流儀)。
      *----------------------------------------------------------------
       WORK-DOWN-OPEN-ITEMS.
           IF WS-CREDIT-COUNT > ZERO
               OPEN INPUT AR-ITEM-FILE
               IF AR-FILE-OK
                   OPEN OUTPUT AR-ITEM-OUT-FILE
                   PERFORM READ-AR-ITEM
                   PERFORM PAY-DOWN-ONE-ITEM UNTIL AR-FILE-EOF
                   CLOSE AR-ITEM-OUT-FILE
                   CLOSE AR-ITEM-FILE
               END-IF
           END-IF.

       READ-AR-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET AR-FILE-EOF TO TRUE
           END-READ.

       PAY-DOWN-ONE-ITEM.
           IF AR-ITEM-OPEN
               PERFORM APPLY-CREDIT-TO-ITEM
                   VARYING WS-CREDIT-SUB FROM 1 BY 1
                   UNTIL WS-CREDIT-SUB > WS-CREDIT-COUNT
           END-IF
           WRITE AR-ITEM-OUT-RECORD FROM AR-OPEN-ITEM-RECORD
           PERFORM READ-AR-ITEM.

       APPLY-CREDIT-TO-ITEM.
           IF CR-CUSTOMER-ID (WS-CREDIT-SUB) = AR-CUSTOMER-ID
               AND CR-REMAINING-AMOUNT (WS-CREDIT-SUB) > ZERO
               AND AR-OPEN-AMOUNT > ZERO
               IF CR-REMAINING-AMOUNT (WS-CREDIT-SUB)
                   < AR-OPEN-AMOUNT
                   MOVE CR-REMAINING-AMOUNT (WS-CREDIT-SUB)
                       TO WS-APPLY-AMOUNT
               ELSE
                   MOVE AR-OPEN-AMOUNT TO WS-APPLY-AMOUNT
               END-IF
               SUBTRACT WS-APPLY-AMOUNT FROM AR-OPEN-AMOUNT
               SUBTRACT WS-APPLY-AMOUNT
                   FROM CR-REMAINING-AMOUNT (WS-CREDIT-SUB)
               IF AR-OPEN-AMOUNT = ZERO
                   SET AR-ITEM-PAID TO TRUE
               END-IF
           END-IF.
