      * application uses, and a balanced pair of GLEXTR.DAT rows
      * moves it from receivables to bad debt under the WRITEOFF
      * batch source in GL-ACCOUNT-MAP-TABLE.  WRITEOFF.RPT is the
      * register the accountant signs.  Each item written off is
      * also appended to the ARPAYHST.DAT payment history, where the
      * credit review counts it against the customer.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-GL-STATUS.
           SELECT WRITE-OFF-REPORT-FILE ASSIGN TO "WRITEOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITE-OFF-REPORT-FILE.
       01  WRITE-OFF-REPORT-LINE        PIC X(90).

       FD  PAY-HISTORY-FILE.
       COPY AR-PAYMENT-HISTORY-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
       01  WS-THRESH-STATUS              PIC XX.
           88  THRESH-FILE-OK                VALUE '00'.
       01  WS-GL-STATUS                  PIC XX.
       01  WS-HIST-STATUS                PIC XX.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-THRESHOLD-AMOUNT           PIC 9(5)V99 VALUE ZERO.
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           OPEN OUTPUT WRITE-OFF-REPORT-FILE
           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF
           PERFORM READ-AR-ITEM
           PERFORM REVIEW-ONE-ITEM UNTIL AR-FILE-EOF
           MOVE WS-WRITTEN-OFF-COUNT TO WT-COUNT
           CLOSE CUSTOMER-FILE
           CLOSE GL-INTERFACE-FILE
           CLOSE WRITE-OFF-REPORT-FILE
           CLOSE PAY-HISTORY-FILE
           DISPLAY 'SMALL BALANCE WRITE-OFF - ITEMS: '
               WS-WRITTEN-OFF-COUNT
               ' TOTAL: ' WS-WRITTEN-OFF-TOTAL
           MOVE WS-WRITE-OFF-AMOUNT TO WR-AMOUNT
           WRITE WRITE-OFF-REPORT-LINE
               FROM WS-REGISTER-DETAIL-LINE
           PERFORM WRITE-PAYMENT-HISTORY
           ADD 1 TO WS-WRITTEN-OFF-COUNT
           ADD WS-WRITE-OFF-AMOUNT TO WS-WRITTEN-OFF-TOTAL.

       WRITE-PAYMENT-HISTORY.
           MOVE AR-CUSTOMER-ID TO PY-CUSTOMER-ID
           MOVE AR-INVOICE-NUMBER TO PY-INVOICE-NUMBER
           IF AR-DUE-DATE = ZERO
               MOVE AR-INVOICE-DATE TO PY-DUE-DATE
           ELSE
               MOVE AR-DUE-DATE TO PY-DUE-DATE
           END-IF
           MOVE WS-TODAY-CCYYMMDD TO PY-SETTLED-DATE
           MOVE WS-WRITE-OFF-AMOUNT TO PY-SETTLED-AMOUNT
           SET PY-SETTLED-WRITTEN-OFF TO TRUE
           WRITE AR-PAYMENT-HISTORY-RECORD.

       WRITE-GL-ROW.
           MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
           MOVE 'WRITEOFF' TO GL-BATCH-SOURCE
