       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-COMMITMENT-CHECK.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Shared subprogram for the department expense budget.  Called
      * by PURCHASE-REQUISITION-APPROVAL and EXPENSE-REPORT-APPROVAL
      * as each document is routed: measures the amount against what
      * is left of the department's DEPTBUD.DAT budget for the GL
      * account (fiscal year to date through this month, per
      * BUDGET-CONTROL-RULES), reserves it by appending a
      * BUDGET-COMMITMENT-RECORD to COMMIT.DAT, and tells the caller
      * whether the document went over so it can be routed one
      * approval level higher.
      * "Used" is every reservation still open, every released
      * reservation's posted amount, and the GLEXTR.DAT rows keyed by
      * the department code itself (FIXED-ASSET-DEPRECIATION's
      * charge, for one) on a budgeted account.  The files are read
      * once on the first call; later calls in the same run add
      * their own reservations to the tables as they go.
      * A document number already on COMMIT.DAT - in any status - is
      * measured but not reserved a second time, so a rerun of an
      * approval program over the same entry file cannot double the
      * department's commitment.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT COMMITMENT-FILE ASSIGN TO "COMMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-BUDGET-FILE.
       COPY DEPT-BUDGET-RECORD.

       FD  COMMITMENT-FILE.
       COPY BUDGET-COMMITMENT-RECORD.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       WORKING-STORAGE SECTION.
       COPY BUDGET-CONTROL-RULES.

       01  WS-BUD-STATUS                 PIC XX.
           88  BUD-FILE-OK                   VALUE '00'.
           88  BUD-FILE-EOF                  VALUE '10'.
       01  WS-CMT-STATUS                 PIC XX.
           88  CMT-FILE-OK                   VALUE '00'.
           88  CMT-FILE-EOF                  VALUE '10'.
       01  WS-GL-STATUS                  PIC XX.
           88  GL-FILE-OK                    VALUE '00'.
           88  GL-FILE-EOF                   VALUE '10'.

       01  WS-FIRST-CALL-SW              PIC X(1) VALUE 'Y'.
           88  FIRST-CALL                    VALUE 'Y'.

       01  WS-BUDGET-TABLE-MAX           PIC 9(4) VALUE 3000.
       01  WS-BUDGET-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-BUDGET-ENTRIES.
           05  WS-BUDGET-ENTRY           OCCURS 3000 TIMES.
               10  BT-DEPARTMENT-CODE        PIC X(10).
               10  BT-ACCOUNT-CODE           PIC X(8).
               10  BT-BUDGET-MONTH           PIC 9(6).
               10  BT-BUDGET-AMOUNT          PIC 9(11)V99.
       01  WS-BUDGET-SUB                 PIC 9(4) COMP.

       01  WS-USED-TABLE-MAX             PIC 9(4) VALUE 5000.
       01  WS-USED-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-USED-ENTRIES.
           05  WS-USED-ENTRY             OCCURS 5000 TIMES.
               10  UT-DEPARTMENT-CODE        PIC X(10).
               10  UT-ACCOUNT-CODE           PIC X(8).
               10  UT-BUDGET-MONTH           PIC 9(6).
               10  UT-USED-AMOUNT            PIC S9(11)V99.
       01  WS-USED-SUB                   PIC 9(4) COMP.
       01  WS-USED-HIT-SUB               PIC 9(4) COMP.

      *----------------------------------------------------------------
      * COMMIT.DAT上の伝票番号。同じ伝票は二重に予約しない。
      *----------------------------------------------------------------
       01  WS-DOC-TABLE-MAX              PIC 9(4) VALUE 5000.
       01  WS-DOC-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-DOC-ENTRIES.
           05  WS-DOC-ENTRY              OCCURS 5000 TIMES.
               10  DT-DOCUMENT-NO            PIC X(20).
       01  WS-DOC-SUB                    PIC 9(4) COMP.
       01  WS-DOC-FOUND-SW               PIC X(1).
           88  DOCUMENT-ALREADY-RESERVED     VALUE 'Y'.
       01  WS-ADD-DOCUMENT-NO            PIC X(20).

       01  WS-ADD-DEPARTMENT-CODE        PIC X(10).
       01  WS-ADD-ACCOUNT-CODE           PIC X(8).
       01  WS-ADD-MONTH                  PIC 9(6).
       01  WS-ADD-AMOUNT                 PIC S9(11)V99.
       01  WS-BUDGETED-SW                PIC X(1).
           88  ACCOUNT-IS-BUDGETED           VALUE 'Y'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-CHECK-MONTH                PIC 9(6).
       01  WS-CHECK-MONTH-PARTS REDEFINES WS-CHECK-MONTH.
           05  WS-CHECK-CCYY                 PIC 9(4).
           05  WS-CHECK-MM                   PIC 9(2).
       01  WS-FY-FIRST-MONTH             PIC 9(6).
       01  WS-YTD-BUDGET                 PIC S9(11)V99.
       01  WS-YTD-USED                   PIC S9(11)V99.

       LINKAGE SECTION.
       01  LK-SOURCE-PROGRAM             PIC X(30).
       01  LK-DOCUMENT-NO                PIC X(20).
       01  LK-EMPLOYEE-ID                PIC 9(8).
       01  LK-DEPARTMENT-CODE            PIC X(10).
       01  LK-ACCOUNT-CODE               PIC X(8).
       01  LK-AMOUNT                     PIC 9(7)V99.
       01  LK-BUDGET-REMAINING           PIC S9(11)V99.
       01  LK-OVER-BUDGET-SW             PIC X(1).

       PROCEDURE DIVISION USING LK-SOURCE-PROGRAM
                                 LK-DOCUMENT-NO
                                 LK-EMPLOYEE-ID
                                 LK-DEPARTMENT-CODE
                                 LK-ACCOUNT-CODE
                                 LK-AMOUNT
                                 LK-BUDGET-REMAINING
                                 LK-OVER-BUDGET-SW.
       MAIN-LOGIC.
           IF FIRST-CALL
               MOVE 'N' TO WS-FIRST-CALL-SW
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
               MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-CHECK-MONTH
               PERFORM SET-FISCAL-YEAR-START
               PERFORM LOAD-DEPT-BUDGET
               PERFORM LOAD-COMMITMENTS
               PERFORM LOAD-DEPARTMENT-POSTINGS
           END-IF
           PERFORM MEASURE-REMAINING-BUDGET
           IF LK-AMOUNT > LK-BUDGET-REMAINING
               MOVE 'Y' TO LK-OVER-BUDGET-SW
           ELSE
               MOVE 'N' TO LK-OVER-BUDGET-SW
           END-IF
           PERFORM RESERVE-COMMITMENT
           GOBACK.

      *----------------------------------------------------------------
      * 会計年度の開始月(BU-FISCAL-FIRST-MONTH)から当月までを累計する。
      *----------------------------------------------------------------
       SET-FISCAL-YEAR-START.
           IF WS-CHECK-MM NOT < BU-FISCAL-FIRST-MONTH
               COMPUTE WS-FY-FIRST-MONTH =
                   WS-CHECK-CCYY * 100 + BU-FISCAL-FIRST-MONTH
           ELSE
               COMPUTE WS-FY-FIRST-MONTH =
                   (WS-CHECK-CCYY - 1) * 100 + BU-FISCAL-FIRST-MONTH
           END-IF.

       LOAD-DEPT-BUDGET.
           OPEN INPUT DEPT-BUDGET-FILE
           IF BUD-FILE-OK
               PERFORM READ-DEPT-BUDGET
               PERFORM STORE-DEPT-BUDGET UNTIL BUD-FILE-EOF
               CLOSE DEPT-BUDGET-FILE
           END-IF.

       READ-DEPT-BUDGET.
           READ DEPT-BUDGET-FILE
               AT END
                   SET BUD-FILE-EOF TO TRUE
           END-READ.

       STORE-DEPT-BUDGET.
           IF WS-BUDGET-COUNT NOT < WS-BUDGET-TABLE-MAX
               DISPLAY 'ERROR: DEPARTMENT BUDGET TABLE FULL AT '
                   WS-BUDGET-TABLE-MAX ' ROWS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BUDGET-COUNT
           MOVE DB-DEPARTMENT-CODE
               TO BT-DEPARTMENT-CODE (WS-BUDGET-COUNT)
           MOVE DB-ACCOUNT-CODE TO BT-ACCOUNT-CODE (WS-BUDGET-COUNT)
           MOVE DB-BUDGET-MONTH TO BT-BUDGET-MONTH (WS-BUDGET-COUNT)
           MOVE DB-BUDGET-AMOUNT
               TO BT-BUDGET-AMOUNT (WS-BUDGET-COUNT)
           PERFORM READ-DEPT-BUDGET.

      *----------------------------------------------------------------
      * 予約中は予約額、計上済みは計上額を使用額とする。取消は対象外。
      *----------------------------------------------------------------
       LOAD-COMMITMENTS.
           OPEN INPUT COMMITMENT-FILE
           IF CMT-FILE-OK
               PERFORM READ-COMMITMENT
               PERFORM STORE-COMMITMENT UNTIL CMT-FILE-EOF
               CLOSE COMMITMENT-FILE
           END-IF.

       READ-COMMITMENT.
           READ COMMITMENT-FILE
               AT END
                   SET CMT-FILE-EOF TO TRUE
           END-READ.

       STORE-COMMITMENT.
           MOVE CM-DOCUMENT-NO TO WS-ADD-DOCUMENT-NO
           PERFORM ADD-TO-DOCUMENTS
           MOVE CM-DEPARTMENT-CODE TO WS-ADD-DEPARTMENT-CODE
           MOVE CM-ACCOUNT-CODE TO WS-ADD-ACCOUNT-CODE
           MOVE CM-BUDGET-MONTH TO WS-ADD-MONTH
           EVALUATE TRUE
               WHEN CM-RESERVED
                   MOVE CM-AMOUNT TO WS-ADD-AMOUNT
                   PERFORM ADD-TO-USED
               WHEN CM-POSTED
                   MOVE CM-POSTED-AMOUNT TO WS-ADD-AMOUNT
                   PERFORM ADD-TO-USED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-COMMITMENT.

      *----------------------------------------------------------------
      * 部署コードをキーに計上された GL 行(減価償却費など)は、予算の
      * ある部署・勘定のものだけ実績に加える。
      *----------------------------------------------------------------
       LOAD-DEPARTMENT-POSTINGS.
           OPEN INPUT GL-INTERFACE-FILE
           IF GL-FILE-OK
               PERFORM READ-GL-ROW
               PERFORM STORE-DEPARTMENT-POSTING UNTIL GL-FILE-EOF
               CLOSE GL-INTERFACE-FILE
           END-IF.

       READ-GL-ROW.
           READ GL-INTERFACE-FILE
               AT END
                   SET GL-FILE-EOF TO TRUE
           END-READ.

       STORE-DEPARTMENT-POSTING.
           IF GL-SOURCE-KEY (11:10) = SPACES
               MOVE GL-SOURCE-KEY (1:10) TO WS-ADD-DEPARTMENT-CODE
               MOVE GL-ACCOUNT-CODE TO WS-ADD-ACCOUNT-CODE
               MOVE 'N' TO WS-BUDGETED-SW
               PERFORM MATCH-BUDGETED-ACCOUNT
                   VARYING WS-BUDGET-SUB FROM 1 BY 1
                   UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
                       OR ACCOUNT-IS-BUDGETED
               IF ACCOUNT-IS-BUDGETED
                   MOVE GL-POST-DATE (1:6) TO WS-ADD-MONTH
                   IF GL-DEBIT
                       MOVE GL-AMOUNT TO WS-ADD-AMOUNT
                   ELSE
                       COMPUTE WS-ADD-AMOUNT = ZERO - GL-AMOUNT
                   END-IF
                   PERFORM ADD-TO-USED
               END-IF
           END-IF
           PERFORM READ-GL-ROW.

       MATCH-BUDGETED-ACCOUNT.
           IF BT-DEPARTMENT-CODE (WS-BUDGET-SUB)
                   = WS-ADD-DEPARTMENT-CODE
               AND BT-ACCOUNT-CODE (WS-BUDGET-SUB)
                   = WS-ADD-ACCOUNT-CODE
               MOVE 'Y' TO WS-BUDGETED-SW
           END-IF.

       ADD-TO-USED.
           MOVE ZERO TO WS-USED-HIT-SUB
           PERFORM MATCH-USED-ENTRY
               VARYING WS-USED-SUB FROM 1 BY 1
               UNTIL WS-USED-SUB > WS-USED-COUNT
                   OR WS-USED-HIT-SUB > ZERO
           IF WS-USED-HIT-SUB = ZERO
               IF WS-USED-COUNT NOT < WS-USED-TABLE-MAX
                   DISPLAY 'ERROR: BUDGET USAGE TABLE FULL AT '
                       WS-USED-TABLE-MAX ' ROWS - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-USED-COUNT
               MOVE WS-USED-COUNT TO WS-USED-HIT-SUB
               MOVE WS-ADD-DEPARTMENT-CODE
                   TO UT-DEPARTMENT-CODE (WS-USED-HIT-SUB)
               MOVE WS-ADD-ACCOUNT-CODE
                   TO UT-ACCOUNT-CODE (WS-USED-HIT-SUB)
               MOVE WS-ADD-MONTH TO UT-BUDGET-MONTH (WS-USED-HIT-SUB)
               MOVE ZERO TO UT-USED-AMOUNT (WS-USED-HIT-SUB)
           END-IF
           ADD WS-ADD-AMOUNT TO UT-USED-AMOUNT (WS-USED-HIT-SUB).

       MATCH-USED-ENTRY.
           IF UT-DEPARTMENT-CODE (WS-USED-SUB) = WS-ADD-DEPARTMENT-CODE
               AND UT-ACCOUNT-CODE (WS-USED-SUB) = WS-ADD-ACCOUNT-CODE
               AND UT-BUDGET-MONTH (WS-USED-SUB) = WS-ADD-MONTH
               MOVE WS-USED-SUB TO WS-USED-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * 残予算 = 年度累計予算 - 年度累計使用額(予約+計上)。
      *----------------------------------------------------------------
       MEASURE-REMAINING-BUDGET.
           MOVE ZERO TO WS-YTD-BUDGET
           MOVE ZERO TO WS-YTD-USED
           PERFORM SUM-ONE-BUDGET-ROW
               VARYING WS-BUDGET-SUB FROM 1 BY 1
               UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
           PERFORM SUM-ONE-USED-ROW
               VARYING WS-USED-SUB FROM 1 BY 1
               UNTIL WS-USED-SUB > WS-USED-COUNT
           COMPUTE LK-BUDGET-REMAINING = WS-YTD-BUDGET - WS-YTD-USED.

       SUM-ONE-BUDGET-ROW.
           IF BT-DEPARTMENT-CODE (WS-BUDGET-SUB) = LK-DEPARTMENT-CODE
               AND BT-ACCOUNT-CODE (WS-BUDGET-SUB) = LK-ACCOUNT-CODE
               AND BT-BUDGET-MONTH (WS-BUDGET-SUB)
                   NOT < WS-FY-FIRST-MONTH
               AND BT-BUDGET-MONTH (WS-BUDGET-SUB)
                   NOT > WS-CHECK-MONTH
               ADD BT-BUDGET-AMOUNT (WS-BUDGET-SUB) TO WS-YTD-BUDGET
           END-IF.

       SUM-ONE-USED-ROW.
           IF UT-DEPARTMENT-CODE (WS-USED-SUB) = LK-DEPARTMENT-CODE
               AND UT-ACCOUNT-CODE (WS-USED-SUB) = LK-ACCOUNT-CODE
               AND UT-BUDGET-MONTH (WS-USED-SUB)
                   NOT < WS-FY-FIRST-MONTH
               AND UT-BUDGET-MONTH (WS-USED-SUB)
                   NOT > WS-CHECK-MONTH
               ADD UT-USED-AMOUNT (WS-USED-SUB) TO WS-YTD-USED
           END-IF.

       ADD-TO-DOCUMENTS.
           IF WS-DOC-COUNT NOT < WS-DOC-TABLE-MAX
               DISPLAY 'ERROR: COMMITMENT DOCUMENT TABLE FULL AT '
                   WS-DOC-TABLE-MAX ' ROWS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DOC-COUNT
           MOVE WS-ADD-DOCUMENT-NO TO DT-DOCUMENT-NO (WS-DOC-COUNT).

       FIND-RESERVED-DOCUMENT.
           MOVE 'N' TO WS-DOC-FOUND-SW
           PERFORM MATCH-RESERVED-DOCUMENT
               VARYING WS-DOC-SUB FROM 1 BY 1
               UNTIL WS-DOC-SUB > WS-DOC-COUNT
                   OR DOCUMENT-ALREADY-RESERVED.

       MATCH-RESERVED-DOCUMENT.
           IF DT-DOCUMENT-NO (WS-DOC-SUB) = LK-DOCUMENT-NO
               MOVE 'Y' TO WS-DOC-FOUND-SW
           END-IF.

      *----------------------------------------------------------------
      * 既にCOMMIT.DATにある伝票番号は予約しない(再実行対策)。
      *----------------------------------------------------------------
       RESERVE-COMMITMENT.
           PERFORM FIND-RESERVED-DOCUMENT
           IF NOT DOCUMENT-ALREADY-RESERVED
               PERFORM WRITE-COMMITMENT
           END-IF.

       WRITE-COMMITMENT.
           OPEN EXTEND COMMITMENT-FILE
           IF NOT CMT-FILE-OK
               OPEN OUTPUT COMMITMENT-FILE
           END-IF
           MOVE LK-DOCUMENT-NO TO CM-DOCUMENT-NO
           MOVE LK-SOURCE-PROGRAM TO CM-SOURCE-PROGRAM
           MOVE LK-EMPLOYEE-ID TO CM-EMPLOYEE-ID
           MOVE LK-DEPARTMENT-CODE TO CM-DEPARTMENT-CODE
           MOVE LK-ACCOUNT-CODE TO CM-ACCOUNT-CODE
           MOVE WS-CHECK-MONTH TO CM-BUDGET-MONTH
           MOVE LK-AMOUNT TO CM-AMOUNT
           MOVE WS-TODAY-CCYYMMDD TO CM-RESERVE-DATE
           SET CM-RESERVED TO TRUE
           MOVE ZERO TO CM-POSTED-AMOUNT
           MOVE ZERO TO CM-RELEASE-DATE
           WRITE BUDGET-COMMITMENT-RECORD
           CLOSE COMMITMENT-FILE
           MOVE LK-DEPARTMENT-CODE TO WS-ADD-DEPARTMENT-CODE
           MOVE LK-ACCOUNT-CODE TO WS-ADD-ACCOUNT-CODE
           MOVE WS-CHECK-MONTH TO WS-ADD-MONTH
           MOVE LK-AMOUNT TO WS-ADD-AMOUNT
           PERFORM ADD-TO-USED
           MOVE LK-DOCUMENT-NO TO WS-ADD-DOCUMENT-NO
           PERFORM ADD-TO-DOCUMENTS.
