      *     ANNSALES.DAT and the YEAREND.RPT listing;
      *   - stamps all twelve periods permanently closed (status F)
      *     on PERIODCT.NEW - a reversal can never reopen them.
      * The year's monthly GLBAL.DAT rows folded into the annual
      * summary are also appended as they stand to GLBALHST.DAT, so
      * FINANCIAL-STATEMENTS can still show the same month last
      * year once this year's rows have left the ledger.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT GL-ANNUAL-FILE ASSIGN TO "GLANNUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-STATUS.
           SELECT GL-HISTORY-FILE ASSIGN TO "GLBALHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT PERIOD-SALES-FILE ASSIGN TO "PERSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSAL-STATUS.
           05  GA-DEBIT-TOTAL           PIC 9(13)V99.
           05  GA-CREDIT-TOTAL          PIC 9(13)V99.

       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-RECORD            PIC X(44).

       FD  PERIOD-SALES-FILE.
       01  PERIOD-SALES-RECORD.
           05  PS-PERIOD               PIC 9(6).
           88  BAL-FILE-OK                   VALUE '00'.
           88  BAL-FILE-EOF                  VALUE '10'.
       01  WS-ANN-STATUS                 PIC XX.
       01  WS-HST-STATUS                 PIC XX.
       01  WS-PSAL-STATUS                PIC XX.
           88  PSAL-FILE-OK                  VALUE '00'.
           88  PSAL-FILE-EOF                 VALUE '10'.
       ROLL-LEDGER-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           OPEN OUTPUT GL-BALANCE-OUT-FILE
           OPEN EXTEND GL-HISTORY-FILE
           IF WS-HST-STATUS NOT = '00'
               OPEN OUTPUT GL-HISTORY-FILE
           END-IF
           IF BAL-FILE-OK
               PERFORM READ-BALANCE-ROW
               PERFORM ROLL-ONE-BALANCE UNTIL BAL-FILE-EOF
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
           CLOSE GL-BALANCE-OUT-FILE
           CLOSE GL-HISTORY-FILE
           OPEN EXTEND GL-ANNUAL-FILE
           IF WS-ANN-STATUS NOT = '00'
               OPEN OUTPUT GL-ANNUAL-FILE
                   OR CONTROL-ROW-IN-YEAR
           IF CONTROL-ROW-IN-YEAR
               PERFORM FOLD-INTO-ACCOUNT
               WRITE GL-HISTORY-RECORD FROM GL-BALANCE-RECORD
           ELSE
               WRITE GL-BALANCE-OUT-RECORD
                   FROM GL-BALANCE-RECORD
