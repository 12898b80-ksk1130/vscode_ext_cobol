      * extract refuses to pay an employee with no row here (they
      * stay on the control listing as unpaid instead of silently
      * dropping off the transmission).
      * EB-REIMBURSE-METHOD is the employee's choice for approved
      * expense reimbursements: a separate transfer to this account
      * (blank or 'B'), or a non-taxable line in the next payroll
      * ('P').
      *================================================================
       01  EMPLOYEE-BANK-RECORD.
           05  EB-EMPLOYEE-ID      PIC 9(8).
           05  EB-ACCOUNT-TYPE     PIC 9(1).
           05  EB-ACCOUNT-NUMBER   PIC 9(7).
           05  EB-ACCOUNT-NAME     PIC X(30).
           05  EB-REIMBURSE-METHOD PIC X(1).
               88  EB-REIMBURSE-BY-PAYROLL VALUE 'P'.
