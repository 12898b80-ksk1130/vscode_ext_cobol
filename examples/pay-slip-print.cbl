      * register instead - the bonus run's slips go out the same
      * door as the monthly ones, the PAYROLL-BANK-TRANSFER
      * convention.
      * A month that pays retroactive arrears prints them on their
      * own line after the month's deductions - the arrears, the
      * extra withholding and the extra social insurance - and the
      * year's arrears print under the YTD line, so the employee
      * can tell back pay from the month's own pay.
      * Approved expense reports repaid with the pay print as their
      * own non-taxable line before the net, with the note that the
      * EXPREMIT.RPT remittance advice lists the reports covered.
      * Employee loan instalments taken by the payroll print on a
      * deduction line of their own under the month's deductions.
      *================================================================

       ENVIRONMENT DIVISION.
               10  YDT-WITHHELD              PIC 9(11)V99.
               10  YDT-DEDUCTIONS            PIC 9(11)V99.
               10  YDT-NONTAX-COMMUTE        PIC 9(11)V99.
               10  YDT-ARREARS-PAY           PIC 9(11)V99.

       01  WS-SLIP-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-EMPLOYEE-NAME              PIC X(20).
       01  WS-YTD-ARREARS                PIC 9(11)V99.

       01  WS-SLIP-HEADER-LINE.
           05  FILLER                  PIC X(13)
           05  FILLER                  PIC X(9) VALUE ' OTHER:  '.
           05  SD-OTHER-DEDUCT          PIC ZZZZZZ9.99.

       01  WS-SLIP-LOAN-LINE.
           05  FILLER                  PIC X(18)
               VALUE '  LOAN REPAYMENT: '.
           05  SK-LOAN-REPAYMENT        PIC ZZZZZZ9.99.

       01  WS-SLIP-ARREARS-LINE.
           05  FILLER                  PIC X(11) VALUE '  ARREARS: '.
           05  SA-ARREARS-PAY           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE ' TAX:  '.
           05  SA-ARREARS-TAX           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(10)
               VALUE ' SOC INS: '.
           05  SA-ARREARS-SOC-INS       PIC ZZZZZZ9.99.

       01  WS-SLIP-REIMB-LINE.
           05  FILLER                  PIC X(18)
               VALUE '  EXPENSES REPAID:'.
           05  SR-EXPENSE-REIMB         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(30)
               VALUE ' (NON-TAXABLE, SEE REMITTANCE)'.

       01  WS-SLIP-NET-LINE.
           05  FILLER                  PIC X(18)
               VALUE '  NET PAY:        '.
               VALUE ' NONTAX:  '.
           05  SY-YTD-NONTAX            PIC ZZZZZZZZZ9.99.

       01  WS-SLIP-YTD-ARREARS-LINE.
           05  FILLER                  PIC X(15)
               VALUE '  YTD ARREARS: '.
           05  SY-YTD-ARREARS           PIC ZZZZZZZZZ9.99.

       01  WS-SLIP-BLANK-LINE           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
                   TO YDT-DEDUCTIONS (WS-YTD-COUNT)
               MOVE YT-NONTAX-COMMUTE
                   TO YDT-NONTAX-COMMUTE (WS-YTD-COUNT)
               MOVE YT-ARREARS-PAY
                   TO YDT-ARREARS-PAY (WS-YTD-COUNT)
           END-IF
           PERFORM READ-YTD-PAY.

               MOVE PG-RESIDENT-TAX TO SD-RESIDENT-TAX
               MOVE PG-OTHER-DEDUCTION TO SD-OTHER-DEDUCT
               WRITE PAY-SLIP-LINE FROM WS-SLIP-DEDUCT-LINE
               IF PG-LOAN-REPAYMENT > ZERO
                   MOVE PG-LOAN-REPAYMENT TO SK-LOAN-REPAYMENT
                   WRITE PAY-SLIP-LINE FROM WS-SLIP-LOAN-LINE
               END-IF
               IF PG-ARREARS-PAY > ZERO
                   MOVE PG-ARREARS-PAY TO SA-ARREARS-PAY
                   MOVE PG-ARREARS-TAX TO SA-ARREARS-TAX
                   MOVE PG-ARREARS-SOC-INS TO SA-ARREARS-SOC-INS
                   WRITE PAY-SLIP-LINE FROM WS-SLIP-ARREARS-LINE
               END-IF
               IF PG-EXPENSE-REIMB > ZERO
                   MOVE PG-EXPENSE-REIMB TO SR-EXPENSE-REIMB
                   WRITE PAY-SLIP-LINE FROM WS-SLIP-REIMB-LINE
               END-IF
               MOVE PG-NET-PAY TO SN-NET-PAY
               WRITE PAY-SLIP-LINE FROM WS-SLIP-NET-LINE
               MOVE PG-EMPLOYEE-ID TO 社員ーコード
           END-READ.

       WRITE-YTD-LINE.
           MOVE ZERO TO WS-YTD-ARREARS
           SET YT-IDX TO 1
           SEARCH WS-YTD-ENTRY
               AT END
                       TO SY-YTD-DEDUCTIONS
                   MOVE YDT-NONTAX-COMMUTE (YT-IDX)
                       TO SY-YTD-NONTAX
                   MOVE YDT-ARREARS-PAY (YT-IDX)
                       TO WS-YTD-ARREARS
           END-SEARCH
           WRITE PAY-SLIP-LINE FROM WS-SLIP-YTD-LINE
           IF WS-YTD-ARREARS > ZERO
               MOVE WS-YTD-ARREARS TO SY-YTD-ARREARS
               WRITE PAY-SLIP-LINE FROM WS-SLIP-YTD-ARREARS-LINE
           END-IF.

      *----------------------------------------------------------------
      * 賞与明細: 支給・控除の分解はBONUSREG.DATが持つ総額・税・
