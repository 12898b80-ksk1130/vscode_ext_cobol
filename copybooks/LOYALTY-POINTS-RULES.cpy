      *================================================================
      * LOYALTY-POINTS-RULES.
      *
      * Earn and burn terms of the loyalty points programme.  Points
      * are earned per 100 yen of an invoice's net at the rate for
      * the customer's 会員ー区分 (プレミアム会員 earn the premium
      * rate), fractions dropped.  One point redeems for
      * LP-POINT-VALUE yen, which is also the value finance accrues
      * the outstanding balance at.  Earned points lapse
      * LP-EXPIRY-DAYS after the invoice date; the monthly statement
      * warns of points lapsing within LP-NOTICE-DAYS of the month
      * end.
      *================================================================
       01  WS-LOYALTY-POINTS-RULES.
           05  LP-STANDARD-RATE       PIC 9(2)V9  VALUE 1.0.
           05  LP-PREMIUM-RATE        PIC 9(2)V9  VALUE 2.0.
           05  LP-POINT-VALUE         PIC 9(3)V99 VALUE 1.00.
           05  LP-EXPIRY-DAYS         PIC 9(5)    VALUE 730.
           05  LP-NOTICE-DAYS         PIC 9(3)    VALUE 90.
