      *================================================================
      * LOAN-LEDGER-RECORD.
      *
      * One repayment per row on LOANLGR.DAT, the employee loan
      * ledger.  The ledger is only ever appended to; a loan's
      * balance is its LN-PRINCIPAL less the LJ-PRINCIPAL-PAID of
      * its rows.
      *   P - instalment taken by PAYROLL-MONTHLY-RUN for the
      *       LJ-PAY-MONTH payroll; the interest for the month on
      *       the balance is paid first, the rest reduces principal
      *   S - balance recovered from the retirement allowance by
      *       RETIREMENT-ALLOWANCE-RUN on separation
      * LJ-BALANCE-AFTER is the loan's balance once the row is
      * applied, so a statement can print it without re-adding the
      * ledger.
      *================================================================
       01  LOAN-LEDGER-RECORD.
           05  LJ-LOAN-NO          PIC X(10).
           05  LJ-EMPLOYEE-ID      PIC 9(8).
           05  LJ-ENTRY-TYPE       PIC X(1).
               88  LJ-PAYROLL-INSTALMENT VALUE 'P'.
               88  LJ-SEPARATION-RECOVERY VALUE 'S'.
           05  LJ-PAY-MONTH        PIC 9(6).
           05  LJ-ENTRY-DATE       PIC 9(8).
           05  LJ-PRINCIPAL-PAID   PIC 9(7)V99.
           05  LJ-INTEREST-PAID    PIC 9(7)V99.
           05  LJ-BALANCE-AFTER    PIC 9(7)V99.
