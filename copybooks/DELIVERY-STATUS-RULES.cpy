      *================================================================
      * DELIVERY-STATUS-RULES.
      *
      * Knobs for DELIVERY-STATUS-IMPORT, kept here the way
      * BACKORDER-AGING-RULES holds the aging buckets.
      * DR-NO-SCAN-DAYS is how many days a parcel may go without a
      * carrier scan (counted from the last scan, or from the ship
      * date before the first) before it is listed as an exception.
      * DR-TRACE-DAYS limits that check to recent shipments - an
      * older parcel with no delivery scan is left to the carrier
      * claim process rather than listed every night.
      *================================================================
       01  WS-DELIVERY-STATUS-RULES.
           05  DR-NO-SCAN-DAYS         PIC 9(3)    VALUE 3.
           05  DR-TRACE-DAYS           PIC 9(3)    VALUE 30.
