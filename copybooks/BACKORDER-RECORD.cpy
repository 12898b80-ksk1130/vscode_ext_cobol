      * as BACKORDR.DAT at the start of the next allocation run so
      * arriving stock releases the oldest waiting demand first.
      * Mirrors ORDER-RECORD with BO- names so a program can hold
      * both layouts at once.  BACKORDER-AGING drops lines from it
      * in place before the allocation run when they are cancelled
      * for age or end of life (see BACKORDER-HISTORY-RECORD).
      * BO-SHIP-TO-NO carries the order line's ship-to so a released
      * backorder still goes to the address the customer asked for.
      *================================================================
       01  BACKORDER-RECORD.
           05  BO-CUSTOMER-ID      PIC 9(8).
           05  BO-PRODUCT-ID       PIC 9(8).
           05  BO-QUANTITY         PIC 9(5).
           05  BO-ORDER-DATE       PIC 9(8).
           05  BO-SHIP-TO-NO       PIC 9(3).
