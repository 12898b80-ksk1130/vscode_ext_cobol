      * the COMMISSN batch source in GL-ACCOUNT-MAP-TABLE.  Sales
      * for customers with no rep assignment earn nobody commission
      * and land on the COMMEXC.RPT exception listing so coverage
      * gaps are visible instead of silently unpaid.  Each
      * customer's share of the commission - its net sales at the
      * rep's rate - is appended to COMMHIST.DAT so the customer
      * profitability report can charge it to the account.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT COMMISSION-HISTORY-FILE ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHST-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "COMMSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "COMMEXC.RPT"
       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  COMMISSION-HISTORY-FILE.
       COPY COMMISSION-HISTORY-RECORD.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE        PIC X(90).

           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-GL-STATUS                  PIC XX.
       01  WS-CHST-STATUS                PIC XX.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-RUN-MONTH                  PIC 9(6).
           END-IF
           OPEN OUTPUT STATEMENT-REPORT-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           OPEN EXTEND COMMISSION-HISTORY-FILE
           IF WS-CHST-STATUS NOT = '00'
               OPEN OUTPUT COMMISSION-HISTORY-FILE
           END-IF
           PERFORM SETTLE-ONE-CUSTOMER
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               UNTIL WS-REP-SUB > WS-REP-COUNT
           CLOSE STATEMENT-REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           CLOSE COMMISSION-HISTORY-FILE
           PERFORM WRITE-PAYABLE-SUMMARY
           DISPLAY 'SALES COMMISSION RUN - STATEMENTS: '
               WS-STATEMENT-COUNT
      *----------------------------------------------------------------
      * A rep whose customers returned more than they bought this
      * month shows negative sales and zero payable - commission is
      * not clawed back below zero by this run.  The payable is
      * settled before the customer lines so each line's share
      * written to COMMHIST.DAT follows the same rule.
      *----------------------------------------------------------------
       PRINT-ONE-REP-STATEMENT.
           IF RT-NET-SALES (WS-REP-SUB) > ZERO
               COMPUTE RT-COMMISSION-AMOUNT (WS-REP-SUB) ROUNDED =
                   RT-NET-SALES (WS-REP-SUB)
           ELSE
               MOVE ZERO TO RT-COMMISSION-AMOUNT (WS-REP-SUB)
           END-IF
           MOVE RT-REP-CODE (WS-REP-SUB) TO SH-REP-CODE
           MOVE RT-REP-NAME (WS-REP-SUB) TO SH-REP-NAME
           MOVE WS-RUN-MONTH TO SH-RUN-MONTH
           WRITE STATEMENT-REPORT-LINE FROM WS-STMT-HEADER-LINE
           PERFORM PRINT-REP-CUSTOMER-LINE
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
           MOVE RT-NET-SALES (WS-REP-SUB) TO ST-NET-SALES
           MOVE RT-COMMISSION-PCT (WS-REP-SUB)
               TO ST-COMMISSION-PCT
               MOVE CU-NET-SALES (WS-CUST-SUB) TO SD-NET-SALES
               WRITE STATEMENT-REPORT-LINE
                   FROM WS-STMT-DETAIL-LINE
               PERFORM WRITE-COMMISSION-HISTORY
           END-IF.

       WRITE-COMMISSION-HISTORY.
           MOVE WS-RUN-MONTH TO CH-RUN-MONTH
           MOVE CU-CUSTOMER-ID (WS-CUST-SUB) TO CH-CUSTOMER-ID
           MOVE RT-REP-CODE (WS-REP-SUB) TO CH-REP-CODE
           MOVE CU-NET-SALES (WS-CUST-SUB) TO CH-NET-SALES
           IF RT-COMMISSION-AMOUNT (WS-REP-SUB) > ZERO
               COMPUTE CH-COMMISSION ROUNDED =
                   CU-NET-SALES (WS-CUST-SUB)
                       * RT-COMMISSION-PCT (WS-REP-SUB) / 100
           ELSE
               MOVE ZERO TO CH-COMMISSION
           END-IF
           WRITE COMMISSION-HISTORY-RECORD.

       WRITE-PAYABLE-SUMMARY.
           IF WS-PAYABLE-TOTAL > ZERO
               OPEN EXTEND GL-INTERFACE-FILE
