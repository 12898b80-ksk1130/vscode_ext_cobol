      *================================================================
      * INVENTORY-TURNOVER-RULES.
      *
      * Knobs for INVENTORY-TURNOVER-REPORT, kept here the way
      * REORDER-POINT-RULES holds the 発注点 settings.
      * IT-PERIOD-DAYS is how far back STOCKMOV.LOG is read for
      * issues and the average balance; turnover is annualised from
      * it.  A product whose on-hand would last longer than
      * IT-TARGET-SUPPLY-DAYS at the period's rate of issue is
      * flagged for the buyers.
      *================================================================
       01  WS-INVENTORY-TURNOVER-RULES.
           05  IT-PERIOD-DAYS          PIC 9(3)    VALUE 365.
           05  IT-TARGET-SUPPLY-DAYS   PIC 9(4)    VALUE 120.
