      *================================================================
      * POINTS-STATEMENT-RECORD.
      *
      * One row per member on PTSTMT.DAT, the monthly points
      * statement extract LOYALTY-POINTS-STATEMENT hands to the
      * mailing house.  Name and postal address come from
      * 顧客データー.  The opening balance plus the month's earned
      * points less the redeemed, reversed and expired points is the
      * closing balance; PS-EXPIRING-POINTS of it lapse by
      * PS-EXPIRING-BY-DATE unless used.  A balance can go below
      * zero when a return reverses points already redeemed.
      *================================================================
       01  POINTS-STATEMENT-RECORD.
           05  PS-JCUST-ID         PIC 9(10).
           05  PS-STATEMENT-MONTH  PIC 9(6).
           05  PS-SURNAME          PIC X(10).
           05  PS-GIVEN-NAME       PIC X(10).
           05  PS-POSTAL-CODE      PIC 9(7).
           05  PS-PREFECTURE       PIC X(20).
           05  PS-CITY             PIC X(20).
           05  PS-STREET           PIC X(30).
           05  PS-MEMBER-CLASS     PIC X(1).
           05  PS-OPENING-POINTS   PIC S9(9).
           05  PS-EARNED-POINTS    PIC 9(9).
           05  PS-REDEEMED-POINTS  PIC 9(9).
           05  PS-REVERSED-POINTS  PIC 9(9).
           05  PS-EXPIRED-POINTS   PIC 9(9).
           05  PS-CLOSING-POINTS   PIC S9(9).
           05  PS-EXPIRING-POINTS  PIC 9(9).
           05  PS-EXPIRING-BY-DATE PIC 9(8).
