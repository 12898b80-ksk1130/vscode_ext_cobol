      *================================================================
      * EXPENSE-PAYROLL-RECORD.
      *
      * One row per employee per reimbursement run on EXPPAYRL.DAT,
      * appended by EXPENSE-REIMBURSEMENT for employees who take
      * their expenses through the payroll instead of a separate
      * transfer: the approved reports' total and how many reports
      * it covers, and the payroll month to pay it in - this month
      * if the employee has not been paid yet, otherwise the next.
      * PAYROLL-MONTHLY-RUN adds the run month's rows to the net as
      * a non-taxable line (PG-EXPENSE-REIMB); they stay out of the
      * taxable gross and the social insurance.
      *================================================================
       01  EXPENSE-PAYROLL-RECORD.
           05  XP-EMPLOYEE-ID      PIC 9(8).
           05  XP-PAY-MONTH        PIC 9(6).
           05  XP-REIMBURSE-AMOUNT PIC 9(7)V99.
           05  XP-REPORT-COUNT     PIC 9(3).
           05  XP-RUN-DATE         PIC 9(8).
