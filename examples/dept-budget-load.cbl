       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-BUDGET-LOAD.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Puts the department expense budget on file at planning time.
      * DBUDCARD.DAT carries one keyed budget figure per line -
      * 部署ーコード, GL account, month CCYYMM, amount.  The master is
      * carried forward to DEPTBUD.NEW: a card for a department,
      * account and month already on file replaces that row, new
      * combinations append, and cards with a blank department or
      * account or a zero month are refused to DBUDCARD.EXC.  The
      * worked card file retires to DBUDCARD.G1 (the
      * SALES-BUDGET-LOAD generation swap).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "DEPTBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT BUDGET-OUT-FILE ASSIGN TO "DEPTBUD.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-CARD-FILE ASSIGN TO "DBUDCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CARD-EXCEPTION-FILE ASSIGN TO "DBUDCARD.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY DEPT-BUDGET-RECORD.

       FD  BUDGET-OUT-FILE.
       01  BUDGET-OUT-RECORD            PIC X(37).

       FD  BUDGET-CARD-FILE.
       01  BUDGET-CARD-RECORD.
           05  BC2-DEPARTMENT-CODE      PIC X(10).
           05  BC2-ACCOUNT-CODE         PIC X(8).
           05  BC2-BUDGET-MONTH         PIC 9(6).
           05  BC2-BUDGET-AMOUNT        PIC 9(11)V99.

       FD  CARD-EXCEPTION-FILE.
       01  CARD-EXCEPTION-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BUD-STATUS                 PIC XX.
           88  BUD-FILE-OK                   VALUE '00'.
           88  BUD-FILE-EOF                  VALUE '10'.
       01  WS-CARD-STATUS                PIC XX.
           88  CARD-FILE-OK                  VALUE '00'.
           88  CARD-FILE-EOF                 VALUE '10'.

       01  WS-CARD-TABLE-MAX             PIC 9(4) VALUE 3000.
       01  WS-CARD-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-CARD-ENTRIES.
           05  WS-CARD-ENTRY             OCCURS 3000 TIMES.
               10  CD-DEPARTMENT-CODE        PIC X(10).
               10  CD-ACCOUNT-CODE           PIC X(8).
               10  CD-BUDGET-MONTH           PIC 9(6).
               10  CD-BUDGET-AMOUNT          PIC 9(11)V99.
       01  WS-CARD-SUB                   PIC 9(4) COMP.
       01  WS-CARD-HIT-SUB               PIC 9(4) COMP.

       01  WS-CARD-FILE-NAME             PIC X(20)
                                            VALUE 'DBUDCARD.DAT'.
       01  WS-CARD-GEN-FILE-NAME         PIC X(20)
                                            VALUE 'DBUDCARD.G1'.
       01  WS-REPLACED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-ADDED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-CARDS-READ-SW              PIC X(1) VALUE 'N'.
           88  CARDS-WERE-READ               VALUE 'Y'.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(12) VALUE 'BUDGET EXC: '.
           05  BX-DEPARTMENT-CODE       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BX-ACCOUNT-CODE          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BX-BUDGET-MONTH          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BX-REASON                PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUDGET-CARDS
           IF WS-CARD-COUNT = ZERO AND WS-REFUSED-COUNT = ZERO
               DISPLAY 'DEPT BUDGET LOAD - NO CARDS KEYED'
               STOP RUN
           END-IF
           OPEN OUTPUT BUDGET-OUT-FILE
           PERFORM CARRY-FORWARD-BUDGET
           PERFORM APPEND-NEW-ROWS
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
           CLOSE BUDGET-OUT-FILE
           IF CARDS-WERE-READ
               CALL 'CBL_DELETE_FILE' USING WS-CARD-GEN-FILE-NAME
               CALL 'CBL_RENAME_FILE' USING WS-CARD-FILE-NAME
                                             WS-CARD-GEN-FILE-NAME
           END-IF
           DISPLAY 'DEPT BUDGET LOAD - REPLACED: '
               WS-REPLACED-COUNT ' ADDED: ' WS-ADDED-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT
           STOP RUN.

       LOAD-BUDGET-CARDS.
           OPEN INPUT BUDGET-CARD-FILE
           OPEN OUTPUT CARD-EXCEPTION-FILE
           IF CARD-FILE-OK
               SET CARDS-WERE-READ TO TRUE
               PERFORM READ-BUDGET-CARD
               PERFORM STORE-BUDGET-CARD UNTIL CARD-FILE-EOF
               CLOSE BUDGET-CARD-FILE
           END-IF
           CLOSE CARD-EXCEPTION-FILE.

       READ-BUDGET-CARD.
           READ BUDGET-CARD-FILE
               AT END
                   SET CARD-FILE-EOF TO TRUE
           END-READ.

       STORE-BUDGET-CARD.
           IF BC2-DEPARTMENT-CODE = SPACES
               OR BC2-ACCOUNT-CODE = SPACES
               OR BC2-BUDGET-MONTH = ZERO
               MOVE BC2-DEPARTMENT-CODE TO BX-DEPARTMENT-CODE
               MOVE BC2-ACCOUNT-CODE TO BX-ACCOUNT-CODE
               MOVE BC2-BUDGET-MONTH TO BX-BUDGET-MONTH
               MOVE 'DEPT, ACCOUNT OR MONTH MISSING' TO BX-REASON
               WRITE CARD-EXCEPTION-LINE
                   FROM WS-EXCEPTION-DETAIL-LINE
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-CARD-COUNT < WS-CARD-TABLE-MAX
                   ADD 1 TO WS-CARD-COUNT
                   MOVE BC2-DEPARTMENT-CODE
                       TO CD-DEPARTMENT-CODE (WS-CARD-COUNT)
                   MOVE BC2-ACCOUNT-CODE
                       TO CD-ACCOUNT-CODE (WS-CARD-COUNT)
                   MOVE BC2-BUDGET-MONTH
                       TO CD-BUDGET-MONTH (WS-CARD-COUNT)
                   MOVE BC2-BUDGET-AMOUNT
                       TO CD-BUDGET-AMOUNT (WS-CARD-COUNT)
               ELSE
                   MOVE BC2-DEPARTMENT-CODE TO BX-DEPARTMENT-CODE
                   MOVE BC2-ACCOUNT-CODE TO BX-ACCOUNT-CODE
                   MOVE BC2-BUDGET-MONTH TO BX-BUDGET-MONTH
                   MOVE 'CARD TABLE FULL' TO BX-REASON
                   WRITE CARD-EXCEPTION-LINE
                       FROM WS-EXCEPTION-DETAIL-LINE
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
           END-IF
           PERFORM READ-BUDGET-CARD.

      *----------------------------------------------------------------
      * 既存行の繰越し: 同じ部署+勘定+月のカードがあればその金額で
      * 置き換える(置換済みカードは追記対象から外す)。
      *----------------------------------------------------------------
       CARRY-FORWARD-BUDGET.
           OPEN INPUT BUDGET-FILE
           IF BUD-FILE-OK
               PERFORM READ-BUDGET-ROW
               PERFORM CARRY-ONE-BUDGET-ROW UNTIL BUD-FILE-EOF
               CLOSE BUDGET-FILE
           END-IF.

       READ-BUDGET-ROW.
           READ BUDGET-FILE
               AT END
                   SET BUD-FILE-EOF TO TRUE
           END-READ.

       CARRY-ONE-BUDGET-ROW.
           MOVE ZERO TO WS-CARD-HIT-SUB
           PERFORM MATCH-CARD-TO-ROW
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
                   OR WS-CARD-HIT-SUB > ZERO
           IF WS-CARD-HIT-SUB > ZERO
               MOVE CD-BUDGET-AMOUNT (WS-CARD-HIT-SUB)
                   TO DB-BUDGET-AMOUNT
               MOVE ZERO TO CD-BUDGET-MONTH (WS-CARD-HIT-SUB)
               ADD 1 TO WS-REPLACED-COUNT
           END-IF
           WRITE BUDGET-OUT-RECORD FROM DEPT-BUDGET-RECORD
           PERFORM READ-BUDGET-ROW.

       MATCH-CARD-TO-ROW.
           IF CD-DEPARTMENT-CODE (WS-CARD-SUB) = DB-DEPARTMENT-CODE
               AND CD-ACCOUNT-CODE (WS-CARD-SUB) = DB-ACCOUNT-CODE
               AND CD-BUDGET-MONTH (WS-CARD-SUB)
                   = DB-BUDGET-MONTH
               MOVE WS-CARD-SUB TO WS-CARD-HIT-SUB
           END-IF.

       APPEND-NEW-ROWS.
           IF CD-BUDGET-MONTH (WS-CARD-SUB) > ZERO
               MOVE CD-DEPARTMENT-CODE (WS-CARD-SUB)
                   TO DB-DEPARTMENT-CODE
               MOVE CD-ACCOUNT-CODE (WS-CARD-SUB)
                   TO DB-ACCOUNT-CODE
               MOVE CD-BUDGET-MONTH (WS-CARD-SUB)
                   TO DB-BUDGET-MONTH
               MOVE CD-BUDGET-AMOUNT (WS-CARD-SUB)
                   TO DB-BUDGET-AMOUNT
               WRITE BUDGET-OUT-RECORD FROM DEPT-BUDGET-RECORD
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
