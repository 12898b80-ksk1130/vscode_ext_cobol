      *================================================================
      * BACKORDER-NOTICE-RECORD.
      *
      * One customer notification per row on BONOTICE.DAT, rewritten
      * whole each BACKORDER-AGING run like the other gateway
      * extracts.  BN-CHANNEL E rows go to the mail gateway at
      * BN-MAIL-ADDRESS (a verified 顧客データー address only); L
      * rows are printed as letters to BN-CUSTOMER-NAME at
      * BN-CUSTOMER-ADDRESS from CUSTOMER.DAT.  BN-NOTICE-TYPE C
      * says the line was cancelled (BN-REASON-CODE as on
      * BACKORDER-HISTORY-RECORD); D says it is late against
      * BN-PROMISE-DATE, with BN-EXPECTED-DATE the date the next
      * inbound purchase order is due (zero when none is open).
      *================================================================
       01  BACKORDER-NOTICE-RECORD.
           05  BN-NOTICE-TYPE      PIC X(1).
               88  BN-NOTICE-CANCELLED VALUE 'C'.
               88  BN-NOTICE-DELAYED   VALUE 'D'.
           05  BN-CHANNEL          PIC X(1).
               88  BN-BY-MAIL          VALUE 'E'.
               88  BN-BY-LETTER        VALUE 'L'.
           05  BN-CUSTOMER-ID      PIC 9(8).
           05  BN-PRODUCT-ID       PIC 9(8).
           05  BN-ORDER-DATE       PIC 9(8).
           05  BN-QUANTITY         PIC 9(5).
           05  BN-PROMISE-DATE     PIC 9(8).
           05  BN-EXPECTED-DATE    PIC 9(8).
           05  BN-REASON-CODE      PIC X(1).
           05  BN-MAIL-ADDRESS     PIC X(50).
           05  BN-CUSTOMER-NAME    PIC X(30).
           05  BN-CUSTOMER-ADDRESS PIC X(50).
