      *================================================================
      * BACKORDER-AGING-RULES.
      *
      * Configurable knobs for BACKORDER-AGING, kept here the same
      * way DUNNING-RULES holds the dunning grace period.
      * BA-BUCKET-1-DAYS and BA-BUCKET-2-DAYS are the upper edges of
      * the first two age buckets (days since BO-ORDER-DATE) and
      * BA-BUCKET-3-DAYS the edge of the third; older lines fall in
      * the last bucket.  BA-DEFAULT-CANCEL-DAYS is the age past
      * which a customer with no BOLIMIT.DAT row has a waiting line
      * cancelled.
      *================================================================
       01  WS-BACKORDER-AGING-RULES.
           05  BA-BUCKET-1-DAYS        PIC 9(3)    VALUE 30.
           05  BA-BUCKET-2-DAYS        PIC 9(3)    VALUE 60.
           05  BA-BUCKET-3-DAYS        PIC 9(3)    VALUE 90.
           05  BA-DEFAULT-CANCEL-DAYS  PIC 9(3)    VALUE 120.
