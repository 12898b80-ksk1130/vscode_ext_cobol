      * month-end sales pass STARTs the date key at the period
      * instead of rereading all history.  The mirror OH- names
      * let a program hold this and the ORDER-DATA queue layout at
      * once.  OH-SHIP-TO-NO is the delivery address the line was
      * taken for (zero for the sold-to address).
      *================================================================
       01  ORDER-HISTORY-RECORD.
           05  OH-PRIMARY-KEY.
               10  OH-LINE-SEQ     PIC 9(5).
           05  OH-PRODUCT-ID       PIC 9(8).
           05  OH-QUANTITY         PIC 9(5).
           05  OH-SHIP-TO-NO       PIC 9(3).
