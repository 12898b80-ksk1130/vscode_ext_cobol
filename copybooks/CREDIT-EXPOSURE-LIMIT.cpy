      * way LOYALTY-TIER-RULES holds the tier thresholds.  A customer
      * whose ACCOUNT-BALANCE is already above CE-EXPOSURE-LIMIT has
      * new orders routed to the held-orders queue for credit review
      * instead of straight into ORDERS.DAT.  Customers now carry
      * their own limit on the CREDMAST.DAT credit master; this value
      * is the default CREDIT-LIMIT-LOOKUP answers for a customer
      * with no credit master row.
      *================================================================
       01  WS-CREDIT-EXPOSURE-LIMIT.
           05  CE-EXPOSURE-LIMIT       PIC 9(9)V99 VALUE 1000000.00.
