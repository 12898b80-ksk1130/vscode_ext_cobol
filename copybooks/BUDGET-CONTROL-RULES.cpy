      *================================================================
      * BUDGET-CONTROL-RULES.
      *
      * Department expense budget checking, kept here the way
      * ESCALATION-RULES holds the escalation days.  A request is
      * measured against the department's budget for its GL account
      * from the first month of the fiscal year through the current
      * month, less what is already reserved and posted, so an
      * underspent month carries forward inside the year.  A
      * requisition or expense report keyed without an account
      * charges the default account for its kind.
      *================================================================
       01  WS-BUDGET-CONTROL-RULES.
           05  BU-FISCAL-FIRST-MONTH   PIC 9(2)    VALUE 4.
           05  BU-REQUISITION-ACCOUNT  PIC X(8)    VALUE '50700000'.
           05  BU-EXPENSE-ACCOUNT      PIC X(8)    VALUE '50800000'.
