      * shortfall is covered.  With no inbound cover the line shows
      * the date a PO cut tonight would arrive (today plus the
      * maker's lead time); a product with no mapping or no vendor
      * prints UNSCHEDULED rather than a guessed date.  Each line's
      * promise is also appended to ORDPROM.DAT (zero date when
      * UNSCHEDULED) so BACKORDER-AGING can tell the customer when
      * a backordered line has missed it and SERVICE-LEVEL-REPORT
      * can measure how often it was kept.
      * Drop-ship PO lines are not inbound stock and promise
      * nothing here.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO "ORDACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMISE-FILE ASSIGN TO "ORDPROM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMISE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE              PIC X(90).

       FD  PROMISE-FILE.
       COPY ORDER-PROMISE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FILE-OK                 VALUE '00'.
       01  WS-SORTED-STATUS              PIC XX.
           88  SORTED-FILE-OK                VALUE '00'.
           88  SORTED-FILE-EOF               VALUE '10'.
       01  WS-PROMISE-STATUS             PIC XX.
           88  PROMISE-FILE-OK               VALUE '00'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).


           OPEN INPUT SORTED-ORDER-FILE
           OPEN OUTPUT ACK-REPORT-FILE
           OPEN EXTEND PROMISE-FILE
           IF NOT PROMISE-FILE-OK
               OPEN OUTPUT PROMISE-FILE
           END-IF
           PERFORM READ-SORTED-ORDER
           PERFORM ACKNOWLEDGE-ONE-LINE UNTIL SORTED-FILE-EOF
           CLOSE SORTED-ORDER-FILE
           CLOSE ACK-REPORT-FILE
           CLOSE PROMISE-FILE
           DISPLAY 'ORDER ACKNOWLEDGMENT - CUSTOMERS: ' WS-ACK-COUNT
           STOP RUN.


       STORE-INBOUND-ROW.
           IF PO-LINE-OPEN
               AND NOT PO-DROP-SHIP
               AND PO-ORDER-QTY > PO-RECEIVED-QTY
               AND WS-PO-COUNT < WS-PO-TABLE-MAX
               ADD 1 TO WS-PO-COUNT
           END-IF
           MOVE WS-PROMISE-NOTE TO AD-NOTE
           WRITE ACK-REPORT-LINE FROM WS-ACK-DETAIL-LINE
           PERFORM KEEP-PROMISE
           PERFORM READ-SORTED-ORDER.

       KEEP-PROMISE.
           MOVE SO-CUSTOMER-ID TO PM-CUSTOMER-ID
           MOVE SO-PRODUCT-ID TO PM-PRODUCT-ID
           MOVE SO-ORDER-DATE TO PM-ORDER-DATE
           MOVE SO-QUANTITY TO PM-QUANTITY
           IF PROMISE-DATE-FOUND
               MOVE WS-PROMISE-DATE TO PM-PROMISE-DATE
           ELSE
               MOVE ZERO TO PM-PROMISE-DATE
           END-IF
           MOVE WS-TODAY-CCYYMMDD TO PM-ACK-DATE
           WRITE ORDER-PROMISE-RECORD.

      *----------------------------------------------------------------
      * Free stock first (and this line's promise consumes it, so
      * two lines for the same product tonight are not both promised
