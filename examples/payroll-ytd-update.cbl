      * the last 賞与 period it took, so running the update twice
      * between paydays - or leaving June's register in place until
      * July - posts nothing twice.
      * Retroactive arrears paid on the month's register row are
      * taxable pay of the year: they join YT-GROSS, with their
      * extra withholding in YT-WITHHELD and their extra social
      * insurance in YT-DEDUCTIONS, and the arrears are also added
      * to YT-ARREARS-PAY so the year's figures show how much came
      * as back pay.
      *================================================================

       ENVIRONMENT DIVISION.
       COPY YTD-PAY-RECORD.

       FD  YTD-PAY-OUT-FILE.
       01  YTD-PAY-OUT-RECORD           PIC X(89).

       FD  PAY-REGISTER-FILE.
       COPY PAY-REGISTER-RECORD.
               10  YD-LAST-POSTED-MONTH      PIC 9(6).
               10  YD-LAST-BONUS-PERIOD      PIC 9(6).
               10  YD-NONTAX-COMMUTE         PIC 9(11)V99.
               10  YD-ARREARS-PAY            PIC 9(11)V99.
       01  WS-YTD-SUB                    PIC 9(3) COMP.
       01  WS-YTD-FOUND-SW               PIC X(1).
           88  YTD-ROW-FOUND                 VALUE 'Y'.
       01  WS-POST-WITHHELD              PIC 9(9)V99.
       01  WS-POST-DEDUCTIONS            PIC 9(9)V99.
       01  WS-POST-NONTAX                PIC 9(9)V99.
       01  WS-POST-ARREARS               PIC 9(9)V99.
       01  WS-WITHHOLDING-RATE           PIC 9V999.
       01  WS-POSTED-COUNT               PIC 9(5) VALUE ZERO.

           05  WY-LAST-POSTED-MONTH       PIC 9(6).
           05  WY-LAST-BONUS-PERIOD       PIC 9(6).
           05  WY-NONTAX-COMMUTE          PIC 9(11)V99.
           05  WY-ARREARS-PAY             PIC 9(11)V99.

      *----------------------------------------------------------------
      * 今月のPAYREG.DAT行の控え。行のある社員は実績で記帳し、無い
               10  PGT-WITHHOLDING           PIC 9(7)V99.
               10  PGT-DEDUCTIONS            PIC 9(9)V99.
               10  PGT-NONTAX-COMMUTE        PIC 9(7)V99.
               10  PGT-ARREARS-PAY           PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   TO YD-LAST-BONUS-PERIOD (WS-YTD-COUNT)
               MOVE YT-NONTAX-COMMUTE
                   TO YD-NONTAX-COMMUTE (WS-YTD-COUNT)
               MOVE YT-ARREARS-PAY
                   TO YD-ARREARS-PAY (WS-YTD-COUNT)
           END-IF
           PERFORM READ-YTD-PAY.

               ADD 1 TO WS-REG-COUNT
               MOVE PG-EMPLOYEE-ID
                   TO PGT-EMPLOYEE-ID (WS-REG-COUNT)
               COMPUTE PGT-TAXABLE-GROSS (WS-REG-COUNT) =
                   PG-TAXABLE-GROSS + PG-ARREARS-PAY
               COMPUTE PGT-WITHHOLDING (WS-REG-COUNT) =
                   PG-WITHHOLDING-TAX + PG-ARREARS-TAX
               COMPUTE PGT-DEDUCTIONS (WS-REG-COUNT) =
                   PG-SOCIAL-INS-EE + PG-RESIDENT-TAX
                   + PG-OTHER-DEDUCTION + PG-ARREARS-SOC-INS
               MOVE PG-COMMUTE-TAXFREE
                   TO PGT-NONTAX-COMMUTE (WS-REG-COUNT)
               MOVE PG-ARREARS-PAY
                   TO PGT-ARREARS-PAY (WS-REG-COUNT)
           END-IF
           PERFORM READ-PAY-REGISTER.

               SET POSTING-MONTHLY-PAY TO TRUE
               MOVE 社員ーコード TO WS-POST-EMPLOYEE-ID
               MOVE ZERO TO WS-POST-NONTAX
               MOVE ZERO TO WS-POST-ARREARS
               SET PGX-IDX TO 1
               SEARCH WS-REG-ENTRY
                   AT END
                           TO WS-POST-DEDUCTIONS
                       MOVE PGT-NONTAX-COMMUTE (PGX-IDX)
                           TO WS-POST-NONTAX
                       MOVE PGT-ARREARS-PAY (PGX-IDX)
                           TO WS-POST-ARREARS
               END-SEARCH
               PERFORM POST-INTO-YTD-TABLE
           END-IF
           MOVE BN-WITHHELD-AMOUNT TO WS-POST-WITHHELD
           MOVE ZERO TO WS-POST-DEDUCTIONS
           MOVE ZERO TO WS-POST-NONTAX
           MOVE ZERO TO WS-POST-ARREARS
           PERFORM POST-INTO-YTD-TABLE
           PERFORM READ-BONUS-REGISTER.

                   MOVE ZERO TO YD-LAST-POSTED-MONTH (WS-YTD-SUB)
                   MOVE ZERO TO YD-LAST-BONUS-PERIOD (WS-YTD-SUB)
                   MOVE ZERO TO YD-NONTAX-COMMUTE (WS-YTD-SUB)
                   MOVE ZERO TO YD-ARREARS-PAY (WS-YTD-SUB)
               ELSE
                   DISPLAY 'ERROR: YTD TABLE FULL - EMPLOYEE '
                       WS-POST-EMPLOYEE-ID ' NOT POSTED'
               TO YD-DEDUCTIONS (WS-YTD-SUB)
           ADD WS-POST-NONTAX
               TO YD-NONTAX-COMMUTE (WS-YTD-SUB)
           ADD WS-POST-ARREARS
               TO YD-ARREARS-PAY (WS-YTD-SUB)
           ADD 1 TO WS-POSTED-COUNT.

       FIND-YTD-ROW.
               TO WY-LAST-BONUS-PERIOD
           MOVE YD-NONTAX-COMMUTE (WS-YTD-SUB)
               TO WY-NONTAX-COMMUTE
           MOVE YD-ARREARS-PAY (WS-YTD-SUB) TO WY-ARREARS-PAY
           WRITE YTD-PAY-OUT-RECORD FROM WS-YTD-WORK-RECORD.
