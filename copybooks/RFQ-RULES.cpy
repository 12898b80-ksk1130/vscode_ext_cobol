      *================================================================
      * RFQ-RULES.
      *
      * How RFQ-COMPARISON weighs quotes, kept here the way
      * REORDER-POINT-RULES holds the 発注点 settings.  Each quote
      * scores RF-COST-WEIGHT parts cost (100 for the cheapest
      * effective landed cost on the RFQ, proportionally less for
      * dearer ones) and RF-PERFORMANCE-WEIGHT parts
      * VS-PERFORMANCE-SCORE; the two weights should total 100.  A
      * vendor with no VENDSCOR.DAT row is given RF-NO-HISTORY-SCORE.
      * RF-IMPORT-UPLIFT-PCT is added to a quote in a currency other
      * than yen for the ocean freight, duty and broker charges
      * LANDED-COST-VOUCHER will later capitalise.
      *================================================================
       01  WS-RFQ-RULES.
           05  RF-COST-WEIGHT          PIC 9(3)    VALUE 70.
           05  RF-PERFORMANCE-WEIGHT   PIC 9(3)    VALUE 30.
           05  RF-NO-HISTORY-SCORE     PIC 9(3)V9  VALUE 75.0.
           05  RF-IMPORT-UPLIFT-PCT    PIC 9(3)V9  VALUE 12.0.
