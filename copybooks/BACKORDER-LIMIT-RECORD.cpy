      *================================================================
      * BACKORDER-LIMIT-RECORD.
      *
      * One row per customer on BOLIMIT.DAT whose backorders are to
      * be held for some other length of time than the shop-wide
      * BA-DEFAULT-CANCEL-DAYS before BACKORDER-AGING cancels them.
      * BL-CANCEL-DAYS of 999 means the customer has asked to wait
      * however long it takes - that customer's lines are never
      * cancelled for age (end of life still cancels them).
      *================================================================
       01  BACKORDER-LIMIT-RECORD.
           05  BL-CUSTOMER-ID      PIC 9(8).
           05  BL-CANCEL-DAYS      PIC 9(3).
               88  BL-NEVER-CANCEL     VALUE 999.
