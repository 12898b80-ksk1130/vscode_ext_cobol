      * line's tax and lists any line whose stored amount does not
      * recompute, reconciles the accumulated tax total against the
      * INVREG.DAT register for the same period, and prints the
      * summary to TAXSUMM.RPT.  Credit and debit notes raised by
      * BILLING-NOTE-ISSUE in the period (CDNOTE.DAT, by note date)
      * are netted into the 10% and 8% rate totals from each note's
      * per-rate block - a credit note reduces the output tax, a
      * debit note adds to it - and their net effect is shown on a
      * line of its own after the reconcile line, which still
      * compares invoice lines to the invoice register only.  The
      * rate totals can therefore go negative in a period that
      * credits more than it bills.  The purchase side closes the
      * report: the APNOQUAL.DAT invoices from unregistered vendors
      * booked in the period are listed with their total as
      * NON-QUALIFIED PURCHASES - spend that earns no input-tax
           SELECT NOQUAL-FILE ASSIGN TO "APNOQUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOQ-STATUS.
           SELECT NOTE-REGISTER-FILE ASSIGN TO "CDNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  NQ-INVOICE-DATE          PIC 9(8).
           05  NQ-INVOICE-AMOUNT        PIC 9(9)V99.

       FD  NOTE-REGISTER-FILE.
       COPY BILLING-NOTE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
           88  REG-FILE-OK                   VALUE '00'.
           88  REG-FILE-EOF                  VALUE '10'.

       01  WS-NOTE-STATUS                PIC XX.
           88  NOTE-FILE-OK                  VALUE '00'.
           88  NOTE-FILE-EOF                 VALUE '10'.

       01  WS-NOQ-STATUS                 PIC XX.
           88  NOQ-FILE-OK                   VALUE '00'.
           88  NOQ-FILE-EOF                  VALUE '10'.
       01  WS-RATE-ENTRIES.
           05  WS-RATE-ENTRY             OCCURS 10 TIMES.
               10  RA-TAX-RATE               PIC 9V99.
               10  RA-TAXABLE-BASE           PIC S9(11)V99.
               10  RA-TAX-AMOUNT             PIC S9(11)V99.
       01  WS-RATE-SUB                   PIC 9(2) COMP.
       01  WS-RATE-FOUND-SW              PIC X(1).
           88  RATE-FOUND                    VALUE 'Y'.
           88  RATE-NOT-FOUND                VALUE 'N'.
       01  WS-BUCKET-RATE                PIC 9V99.
       01  WS-BUCKET-BASE                PIC S9(11)V99.
       01  WS-BUCKET-TAX                 PIC S9(11)V99.

       01  WS-NOTE-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-NOTE-NET-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-NOTE-TAX-TOTAL             PIC S9(11)V99 VALUE ZERO.

       01  WS-DETAIL-DATE.
           05  WS-DD-DATE                 PIC 9(8).
           05  FILLER                  PIC X(6) VALUE 'RATE: '.
           05  TS-TAX-RATE              PIC 9.99.
           05  FILLER                  PIC X(7) VALUE ' BASE: '.
           05  TS-TAXABLE-BASE          PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(6) VALUE ' TAX: '.
           05  TS-TAX-AMOUNT            PIC ZZZZZZZZZZ9.99-.

       01  WS-MISMATCH-DETAIL-LINE.
           05  FILLER                  PIC X(14)
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RC-RESULT                PIC X(14).

       01  WS-NOTE-SUMMARY-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'CREDIT/DEBIT NOTES: '.
           05  CN-NOTE-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE '  NET: '.
           05  CN-NET-TOTAL             PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(7) VALUE '  TAX: '.
           05  CN-TAX-TOTAL             PIC ZZZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PERIOD-PARM
           OPEN OUTPUT TAX-SUMMARY-FILE
           PERFORM ACCUMULATE-DETAIL-LINES
           PERFORM ACCUMULATE-REGISTER-TAX
           PERFORM ACCUMULATE-BILLING-NOTES
           PERFORM WRITE-RATE-SUMMARY
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
           PERFORM WRITE-RECONCILE-LINE
           PERFORM WRITE-NOTE-SUMMARY-LINE
           PERFORM WRITE-NOQUAL-SECTION
           CLOSE TAX-SUMMARY-FILE
           DISPLAY 'TAX SUMMARY - RATES: ' WS-RATE-COUNT
               ' MISMATCHED LINES: ' WS-MISMATCH-COUNT
               ' NOTES: ' WS-NOTE-COUNT
               ' NON-QUALIFIED: ' WS-NOQUAL-COUNT
           STOP RUN.

           MOVE IV-INVOICE-NUMBER TO WS-DETAIL-DATE
           IF WS-DD-DATE NOT < WS-FROM-DATE
               AND WS-DD-DATE NOT > WS-TO-DATE
               MOVE IV-TAX-RATE TO WS-BUCKET-RATE
               MOVE IV-LINE-AMOUNT TO WS-BUCKET-BASE
               MOVE IV-TAX-AMOUNT TO WS-BUCKET-TAX
               PERFORM TALLY-INTO-RATE-BUCKET
               ADD IV-TAX-AMOUNT TO WS-DETAIL-TAX-TOTAL
               PERFORM RECOMPUTE-LINE-TAX
           END-IF
           PERFORM READ-INVOICE-DETAIL.
           ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-RATE-COUNT TO WS-RATE-SUB
               MOVE WS-BUCKET-RATE TO RA-TAX-RATE (WS-RATE-SUB)
               MOVE ZERO TO RA-TAXABLE-BASE (WS-RATE-SUB)
               MOVE ZERO TO RA-TAX-AMOUNT (WS-RATE-SUB)
           END-IF
           ADD WS-BUCKET-BASE TO RA-TAXABLE-BASE (WS-RATE-SUB)
           ADD WS-BUCKET-TAX TO RA-TAX-AMOUNT (WS-RATE-SUB).

       FIND-RATE-BUCKET.
           IF RA-TAX-RATE (WS-RATE-SUB) = WS-BUCKET-RATE
               SET RATE-FOUND TO TRUE
           END-IF.

               MOVE 'OUT OF BALANCE' TO RC-RESULT
           END-IF
           WRITE TAX-SUMMARY-LINE FROM WS-RECONCILE-LINE.

      *----------------------------------------------------------------
      * 返還インボイス・追加請求: 期間内に発行した伝票の税率別内訳を
      * 10%・8%の区分へ加減する(返還は減算、追加請求は加算)。
      *----------------------------------------------------------------
       ACCUMULATE-BILLING-NOTES.
           OPEN INPUT NOTE-REGISTER-FILE
           IF NOTE-FILE-OK
               PERFORM READ-BILLING-NOTE
               PERFORM TALLY-ONE-BILLING-NOTE UNTIL NOTE-FILE-EOF
               CLOSE NOTE-REGISTER-FILE
           END-IF.

       READ-BILLING-NOTE.
           READ NOTE-REGISTER-FILE
               AT END
                   SET NOTE-FILE-EOF TO TRUE
           END-READ.

       TALLY-ONE-BILLING-NOTE.
           IF BN-NOTE-DATE NOT < WS-FROM-DATE
               AND BN-NOTE-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-NOTE-COUNT
               IF BN-NET-AT-10 NOT = ZERO OR BN-TAX-AT-10 NOT = ZERO
                   MOVE 0.10 TO WS-BUCKET-RATE
                   MOVE BN-NET-AT-10 TO WS-BUCKET-BASE
                   MOVE BN-TAX-AT-10 TO WS-BUCKET-TAX
                   PERFORM TALLY-NOTE-INTO-BUCKET
               END-IF
               IF BN-NET-AT-8 NOT = ZERO OR BN-TAX-AT-8 NOT = ZERO
                   MOVE 0.08 TO WS-BUCKET-RATE
                   MOVE BN-NET-AT-8 TO WS-BUCKET-BASE
                   MOVE BN-TAX-AT-8 TO WS-BUCKET-TAX
                   PERFORM TALLY-NOTE-INTO-BUCKET
               END-IF
           END-IF
           PERFORM READ-BILLING-NOTE.

       TALLY-NOTE-INTO-BUCKET.
           IF BN-CREDIT-NOTE
               COMPUTE WS-BUCKET-BASE = ZERO - WS-BUCKET-BASE
               COMPUTE WS-BUCKET-TAX = ZERO - WS-BUCKET-TAX
           END-IF
           ADD WS-BUCKET-BASE TO WS-NOTE-NET-TOTAL
           ADD WS-BUCKET-TAX TO WS-NOTE-TAX-TOTAL
           PERFORM TALLY-INTO-RATE-BUCKET.

       WRITE-NOTE-SUMMARY-LINE.
           MOVE WS-NOTE-COUNT TO CN-NOTE-COUNT
           MOVE WS-NOTE-NET-TOTAL TO CN-NET-TOTAL
           MOVE WS-NOTE-TAX-TOTAL TO CN-TAX-TOTAL
           WRITE TAX-SUMMARY-LINE FROM WS-NOTE-SUMMARY-LINE.
