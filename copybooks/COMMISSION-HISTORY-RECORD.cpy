      *================================================================
      * COMMISSION-HISTORY-RECORD.
      *
      * One row per customer per commission run on COMMHIST.DAT,
      * appended by SALES-COMMISSION-RUN beside the statement it
      * prints: the customer's net sales for the month, the rep it
      * was credited to, and the commission that customer earned
      * at the rep's rate.  A rep whose month nets to nothing or
      * less pays nothing, so every row under that rep carries zero.
      * A rerun in the same month appends again; readers take the
      * last row for a month and customer as the one that stands.
      *================================================================
       01  COMMISSION-HISTORY-RECORD.
           05  CH-RUN-MONTH        PIC 9(6).
           05  CH-CUSTOMER-ID      PIC 9(8).
           05  CH-REP-CODE         PIC X(5).
           05  CH-NET-SALES        PIC S9(11)V99.
           05  CH-COMMISSION       PIC S9(9)V99.
