      *================================================================
      * EXPENSE-REGISTER-RECORD.
      *
      * One row per expense report on EXPREG.DAT, appended by
      * EXPENSE-REPORT-APPROVAL as the report is routed: the
      * document number the budget reservation is held under, the
      * submitter's 部署ーコード, the GL account charged, the amount
      * and the approver the report was routed to.  EXPENSE-
      * REIMBURSEMENT applies the signed EXPAPPR.DAT approval cards
      * (approved or rejected), pays the approved reports and
      * carries the register forward on EXPREG.NEW with each paid
      * report stamped: the date, whether it went by bank transfer
      * or through the payroll, and the payroll month it rides in.
      *================================================================
       01  EXPENSE-REGISTER-RECORD.
           05  ER-DOCUMENT-NO      PIC X(20).
           05  ER-EMPLOYEE-ID      PIC 9(8).
           05  ER-DEPARTMENT-CODE  PIC X(10).
           05  ER-ACCOUNT-CODE     PIC X(8).
           05  ER-AMOUNT           PIC 9(7)V99.
           05  ER-DESCRIPTION      PIC X(30).
           05  ER-SUBMIT-DATE      PIC 9(8).
           05  ER-APPROVER-TITLE   PIC X(14).
           05  ER-STATUS           PIC X(1).
               88  ER-ROUTED           VALUE 'R'.
               88  ER-APPROVED         VALUE 'A'.
               88  ER-REJECTED         VALUE 'X'.
               88  ER-PAID             VALUE 'P'.
           05  ER-APPROVED-BY      PIC X(20).
           05  ER-PAY-METHOD       PIC X(1).
               88  ER-PAID-BY-TRANSFER VALUE 'B'.
               88  ER-PAID-BY-PAYROLL  VALUE 'P'.
           05  ER-PAID-DATE        PIC 9(8).
           05  ER-PAY-MONTH        PIC 9(6).
