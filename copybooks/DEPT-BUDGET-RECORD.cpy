      *================================================================
      * DEPT-BUDGET-RECORD.
      *
      * One department expense budget figure per 部署ーコード, GL
      * account and month on DEPTBUD.DAT, loaded by DEPT-BUDGET-LOAD
      * from the keyed budget cards (a re-keyed card replaces the
      * row for its department, account and month).
      * BUDGET-COMMITMENT-CHECK measures each requisition and expense
      * report against these rows at approval, and DEPT-BUDGET-REPORT
      * sets them beside the month's commitments and actuals.
      *================================================================
       01  DEPT-BUDGET-RECORD.
           05  DB-DEPARTMENT-CODE  PIC X(10).
           05  DB-ACCOUNT-CODE     PIC X(8).
           05  DB-BUDGET-MONTH     PIC 9(6).
           05  DB-BUDGET-AMOUNT    PIC 9(11)V99.
