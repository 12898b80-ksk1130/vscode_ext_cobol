      *================================================================
      * EMPLOYEE-LOAN-RECORD.
      *
      * One employee loan or salary advance per row on LOANMAST.DAT,
      * keyed by the loan number and held against 社員ーコード.  The
      * row carries the terms as lent and is not rewritten: the
      * principal advanced, the annual interest rate (percent, 0
      * for an interest-free advance), the fixed monthly instalment
      * and the first payroll month it is taken from.  What has
      * been repaid is on the LOANLGR.DAT ledger; the balance is
      * LN-PRINCIPAL less the principal repaid there.
      *   R - relocation loan
      *   E - emergency loan
      *   A - salary advance
      *================================================================
       01  EMPLOYEE-LOAN-RECORD.
           05  LN-LOAN-NO          PIC X(10).
           05  LN-EMPLOYEE-ID      PIC 9(8).
           05  LN-LOAN-TYPE        PIC X(1).
               88  LN-RELOCATION-LOAN  VALUE 'R'.
               88  LN-EMERGENCY-LOAN   VALUE 'E'.
               88  LN-SALARY-ADVANCE   VALUE 'A'.
           05  LN-ADVANCE-DATE     PIC 9(8).
           05  LN-PRINCIPAL        PIC 9(7)V99.
           05  LN-INTEREST-RATE    PIC 9(2)V999.
           05  LN-INSTALMENT       PIC 9(7)V99.
           05  LN-START-MONTH      PIC 9(6).
