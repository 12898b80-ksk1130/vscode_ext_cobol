      * keeps the run from settling anyone twice, and the expense
      * moves to payable as a balanced GLEXTR.DAT pair under the
      * RETIRE batch source.
      * Any employee loan or salary advance still outstanding on
      * LOANMAST.DAT / LOANLGR.DAT is recovered from the net payout
      * on separation: an S row per loan is appended to the loan
      * ledger, the statement shows what was recovered and what
      * the retiree is paid, and any balance the payout cannot
      * cover is printed as still owed for payroll to collect.  The
      * amount recovered is moved from the retirement payable to
      * the loan receivable as its own RETIRE GL pair, and
      * RR-LOAN-RECOVERED keeps it on the register row.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LOAN-LEDGER-FILE ASSIGN TO "LOANLGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGR-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "RETIRSTM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  RR-LUMP-SUM              PIC 9(9)V99.
           05  RR-WITHHELD-TAX          PIC 9(9)V99.
           05  RR-NET-PAYOUT            PIC 9(9)V99.
           05  RR-LOAN-RECOVERED        PIC 9(9)V99.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  LOAN-MASTER-FILE.
       COPY EMPLOYEE-LOAN-RECORD.

       FD  LOAN-LEDGER-FILE.
       COPY LOAN-LEDGER-RECORD.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE        PIC X(100).

           88  REG-FILE-OK                   VALUE '00'.
           88  REG-FILE-EOF                  VALUE '10'.
       01  WS-GL-STATUS                  PIC XX.
       01  WS-LOAN-STATUS                PIC XX.
           88  LOAN-FILE-OK                  VALUE '00'.
           88  LOAN-FILE-EOF                 VALUE '10'.
       01  WS-LGR-STATUS                 PIC XX.
           88  LGR-FILE-OK                   VALUE '00'.
           88  LGR-FILE-EOF                  VALUE '10'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TODAY-PARTS.
       01  WS-PAYOUT-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  WS-SETTLED-RUN-COUNT          PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * 社員貸付の残高(貸付条件の元金 - 台帳の元金返済額)。
      *----------------------------------------------------------------
       01  WS-LOAN-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-LOAN-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LOAN-ENTRIES.
           05  WS-LOAN-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY LT-IDX.
               10  LTT-LOAN-NO               PIC X(10).
               10  LTT-EMPLOYEE-ID           PIC 9(8).
               10  LTT-BALANCE               PIC S9(7)V99.
       01  WS-LOAN-SUB                   PIC 9(3) COMP.
       01  WS-LOAN-FOUND-SW              PIC X(1).
           88  LOAN-ROW-FOUND                VALUE 'Y'.
       01  WS-LOAN-ROOM                  PIC 9(9)V99.
       01  WS-LOAN-TAKE                  PIC 9(7)V99.
       01  WS-LOAN-RECOVERED             PIC 9(9)V99.
       01  WS-LOAN-STILL-OWED            PIC 9(9)V99.
       01  WS-PAID-TO-RETIREE            PIC 9(9)V99.
       01  WS-RECOVERED-TOTAL            PIC 9(11)V99 VALUE ZERO.

       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-AMOUNT                  PIC 9(11)V99.

       01  WS-STATEMENT-HEADER-LINE.
           05  FILLER                  PIC X(25)
           05  FILLER                  PIC X(8) VALUE '  NET:  '.
           05  SD-NET-PAYOUT            PIC ZZZZZZZZ9.99.

       01  WS-STATEMENT-LOAN-LINE.
           05  FILLER                  PIC X(18)
               VALUE '  LOAN RECOVERED: '.
           05  SL-LOAN-RECOVERED        PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE '  PAID:   '.
           05  SL-PAID-TO-RETIREE       PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(13)
               VALUE '  STILL OWED:'.
           05  SL-LOAN-STILL-OWED       PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           MOVE WS-TODAY-CCYYMMDD TO WS-TODAY-PARTS
           PERFORM LOAD-SETTLED-REGISTER
           PERFORM LOAD-EMPLOYEE-LOANS
           OPEN EXTEND LOAN-LEDGER-FILE
           IF NOT LGR-FILE-OK
               OPEN OUTPUT LOAN-LEDGER-FILE
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN EXTEND RETIRE-REGISTER-FILE
           IF NOT REG-FILE-OK
           CLOSE EMPLOYEE-FILE
           CLOSE RETIRE-REGISTER-FILE
           CLOSE STATEMENT-REPORT-FILE
           CLOSE LOAN-LEDGER-FILE
           PERFORM WRITE-GL-PAIR
           DISPLAY 'RETIREMENT ALLOWANCE RUN - SETTLED: '
               WS-SETTLED-RUN-COUNT
               ' LOANS RECOVERED: ' WS-RECOVERED-TOTAL
           STOP RUN.

       LOAD-SETTLED-REGISTER.
           END-IF
           PERFORM READ-RETIRE-REGISTER.

      *----------------------------------------------------------------
      * 貸付条件を読み込み、台帳の元金返済額を差し引いて残高を
      * 出す。あふれると回収漏れになるので打ち切る。
      *----------------------------------------------------------------
       LOAD-EMPLOYEE-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-FILE-OK
               PERFORM READ-LOAN-MASTER
               PERFORM STORE-LOAN-MASTER UNTIL LOAN-FILE-EOF
               CLOSE LOAN-MASTER-FILE
           END-IF
           IF WS-LOAN-COUNT > ZERO
               OPEN INPUT LOAN-LEDGER-FILE
               IF LGR-FILE-OK
                   PERFORM READ-LOAN-LEDGER
                   PERFORM APPLY-LOAN-LEDGER-ROW UNTIL LGR-FILE-EOF
                   CLOSE LOAN-LEDGER-FILE
               END-IF
           END-IF.

       READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE
               AT END
                   SET LOAN-FILE-EOF TO TRUE
           END-READ.

       STORE-LOAN-MASTER.
           IF WS-LOAN-COUNT < WS-LOAN-TABLE-MAX
               ADD 1 TO WS-LOAN-COUNT
               SET LT-IDX TO WS-LOAN-COUNT
               MOVE LN-LOAN-NO TO LTT-LOAN-NO (LT-IDX)
               MOVE LN-EMPLOYEE-ID TO LTT-EMPLOYEE-ID (LT-IDX)
               MOVE LN-PRINCIPAL TO LTT-BALANCE (LT-IDX)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-LOAN-TABLE-MAX
                   ' LOANS ON LOANMAST.DAT - RUN ABORTED'
               CLOSE LOAN-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-LOAN-MASTER.

       READ-LOAN-LEDGER.
           READ LOAN-LEDGER-FILE
               AT END
                   SET LGR-FILE-EOF TO TRUE
           END-READ.

       APPLY-LOAN-LEDGER-ROW.
           MOVE 'N' TO WS-LOAN-FOUND-SW
           SET LT-IDX TO 1
           SEARCH WS-LOAN-ENTRY
               AT END
                   CONTINUE
               WHEN LT-IDX > WS-LOAN-COUNT
                   CONTINUE
               WHEN LTT-LOAN-NO (LT-IDX) = LJ-LOAN-NO
                   SET LOAN-ROW-FOUND TO TRUE
           END-SEARCH
           IF LOAN-ROW-FOUND
               SUBTRACT LJ-PRINCIPAL-PAID FROM LTT-BALANCE (LT-IDX)
           END-IF
           PERFORM READ-LOAN-LEDGER.

       READ-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
           PERFORM WORK-OUT-RETIREMENT-TAX
           COMPUTE WS-NET-PAYOUT =
               WS-LUMP-SUM - WS-WITHHELD-TAX
           PERFORM RECOVER-LOAN-BALANCES
           PERFORM WRITE-SETTLEMENT
           ADD WS-NET-PAYOUT TO WS-PAYOUT-TOTAL
           ADD WS-LOAN-RECOVERED TO WS-RECOVERED-TOTAL
           ADD 1 TO WS-SETTLED-RUN-COUNT.

       WORK-OUT-LUMP-SUM.
                   ROUNDED MODE IS NEAREST-EVEN =
               WS-TAXABLE-BASE * 0.20.

      *----------------------------------------------------------------
      * 退職時の貸付残高は手取りの退職金から回収する。回収しきれ
      * ない残高は明細に未回収として載せ、給与担当が別途回収する。
      *----------------------------------------------------------------
       RECOVER-LOAN-BALANCES.
           MOVE ZERO TO WS-LOAN-RECOVERED
           MOVE ZERO TO WS-LOAN-STILL-OWED
           MOVE WS-NET-PAYOUT TO WS-LOAN-ROOM
           PERFORM RECOVER-ONE-LOAN
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
           COMPUTE WS-PAID-TO-RETIREE =
               WS-NET-PAYOUT - WS-LOAN-RECOVERED.

       RECOVER-ONE-LOAN.
           IF LTT-EMPLOYEE-ID (WS-LOAN-SUB) = 社員ーコード
               AND LTT-BALANCE (WS-LOAN-SUB) > ZERO
               IF LTT-BALANCE (WS-LOAN-SUB) > WS-LOAN-ROOM
                   MOVE WS-LOAN-ROOM TO WS-LOAN-TAKE
               ELSE
                   MOVE LTT-BALANCE (WS-LOAN-SUB) TO WS-LOAN-TAKE
               END-IF
               IF WS-LOAN-TAKE > ZERO
                   SUBTRACT WS-LOAN-TAKE
                       FROM LTT-BALANCE (WS-LOAN-SUB)
                   MOVE LTT-LOAN-NO (WS-LOAN-SUB) TO LJ-LOAN-NO
                   MOVE 社員ーコード TO LJ-EMPLOYEE-ID
                   SET LJ-SEPARATION-RECOVERY TO TRUE
                   MOVE WS-TODAY-CCYYMMDD (1:6) TO LJ-PAY-MONTH
                   MOVE WS-TODAY-CCYYMMDD TO LJ-ENTRY-DATE
                   MOVE WS-LOAN-TAKE TO LJ-PRINCIPAL-PAID
                   MOVE ZERO TO LJ-INTEREST-PAID
                   MOVE LTT-BALANCE (WS-LOAN-SUB) TO LJ-BALANCE-AFTER
                   WRITE LOAN-LEDGER-RECORD
                   ADD WS-LOAN-TAKE TO WS-LOAN-RECOVERED
                   SUBTRACT WS-LOAN-TAKE FROM WS-LOAN-ROOM
               END-IF
               ADD LTT-BALANCE (WS-LOAN-SUB) TO WS-LOAN-STILL-OWED
           END-IF.

       WRITE-SETTLEMENT.
           MOVE 社員ーコード TO SH-EMPLOYEE-ID
           MOVE 社員ー氏名 TO SH-EMPLOYEE-NAME
           MOVE WS-NET-PAYOUT TO SD-NET-PAYOUT
           WRITE STATEMENT-REPORT-LINE
               FROM WS-STATEMENT-DETAIL-LINE
           IF WS-LOAN-RECOVERED > ZERO
               OR WS-LOAN-STILL-OWED > ZERO
               MOVE WS-LOAN-RECOVERED TO SL-LOAN-RECOVERED
               MOVE WS-PAID-TO-RETIREE TO SL-PAID-TO-RETIREE
               MOVE WS-LOAN-STILL-OWED TO SL-LOAN-STILL-OWED
               WRITE STATEMENT-REPORT-LINE
                   FROM WS-STATEMENT-LOAN-LINE
           END-IF
           MOVE 社員ーコード TO RR-EMPLOYEE-ID
           MOVE WS-TODAY-CCYYMMDD TO RR-SETTLE-DATE
           MOVE WS-SERVICE-YEARS TO RR-SERVICE-YEARS
           MOVE WS-LUMP-SUM TO RR-LUMP-SUM
           MOVE WS-WITHHELD-TAX TO RR-WITHHELD-TAX
           MOVE WS-NET-PAYOUT TO RR-NET-PAYOUT
           MOVE WS-LOAN-RECOVERED TO RR-LOAN-RECOVERED
           WRITE RETIRE-REGISTER-RECORD.

       WRITE-GL-PAIR.
               IF WS-GL-STATUS NOT = '00'
                   OPEN OUTPUT GL-INTERFACE-FILE
               END-IF
               MOVE WS-PAYOUT-TOTAL TO WS-GL-AMOUNT
               MOVE 'EXPENSE' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
               MOVE 'PAYABLE' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
               IF WS-RECOVERED-TOTAL > ZERO
                   MOVE WS-RECOVERED-TOTAL TO WS-GL-AMOUNT
                   MOVE 'PAYABLE' TO WS-GL-ELEMENT-NAME
                   MOVE 'D' TO WS-GL-DEBIT-CREDIT
                   PERFORM WRITE-GL-ROW
                   MOVE 'LOANRECV' TO WS-GL-ELEMENT-NAME
                   MOVE 'C' TO WS-GL-DEBIT-CREDIT
                   PERFORM WRITE-GL-ROW
               END-IF
               CLOSE GL-INTERFACE-FILE
           END-IF.

                       TO GL-ACCOUNT-CODE
           END-SEARCH
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE WS-GL-AMOUNT TO GL-AMOUNT
           MOVE 'RETIREMENT-ALLOWANCE-RUN' TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-CCYYMMDD TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.
