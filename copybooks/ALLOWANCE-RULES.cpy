      *================================================================
      * ALLOWANCE-RULES.
      *
      * Provision rates for the month-end BAD-DEBT-PROVISION run,
      * kept here the way DUNNING-RULES holds the dunning knobs.
      * Each percentage is applied to a customer's open items in
      * the matching AR-AGING-REPORT bucket (days past AR-DUE-DATE:
      * not yet due, 1-30, 31-60, over 60).  A customer with lines
      * on the credit-hold queue or at the top dunning level is
      * provided for specifically at AW-SPECIFIC-PCT of everything
      * open instead.
      *================================================================
       01  WS-ALLOWANCE-RULES.
           05  AW-CURRENT-PCT         PIC 9(3)V99 VALUE 1.00.
           05  AW-30-PCT              PIC 9(3)V99 VALUE 3.00.
           05  AW-60-PCT              PIC 9(3)V99 VALUE 10.00.
           05  AW-90-PCT              PIC 9(3)V99 VALUE 50.00.
           05  AW-SPECIFIC-PCT        PIC 9(3)V99 VALUE 100.00.
