      *================================================================
      * CREDIT-PROPOSAL-RECORD.
      *
      * One scored customer per row on CREDPROP.DAT, written by the
      * monthly CREDIT-REVIEW-RUN for credit control to decide.  The
      * current limit and grade are as the credit master stood at
      * review time (the CE-EXPOSURE-LIMIT default and a blank grade
      * for a customer with no CREDMAST.DAT row yet); the proposed
      * pair is what the scoring rules suggest.  The payment-history
      * figures that drove the score ride along so the decision can
      * be made from the row alone.  CREDIT-LIMIT-APPLY applies the
      * decisions and carries undecided rows forward.
      *================================================================
       01  CREDIT-PROPOSAL-RECORD.
           05  CQ-CUSTOMER-ID      PIC 9(8).
           05  CQ-REVIEW-DATE      PIC 9(8).
           05  CQ-CURRENT-LIMIT    PIC 9(9)V99.
           05  CQ-CURRENT-GRADE    PIC X(1).
           05  CQ-PROPOSED-LIMIT   PIC 9(9)V99.
           05  CQ-PROPOSED-GRADE   PIC X(1).
           05  CQ-SCORE            PIC 9(3).
           05  CQ-AVG-DAYS-LATE    PIC 9(4).
           05  CQ-WRITE-OFF-COUNT  PIC 9(3).
           05  CQ-DUNNING-LEVEL    PIC 9(1).
