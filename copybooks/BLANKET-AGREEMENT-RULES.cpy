      *================================================================
      * BLANKET-AGREEMENT-RULES.
      *
      * Warning thresholds for BLANKET-RELEASE, kept here the way
      * REORDER-POINT-RULES holds the reorder knobs.  An agreement
      * is NEARLY USED UP once BL-USED-UP-WARNING-PCT of its
      * committed quantity has been released, and EXPIRING when its
      * end date is within BL-EXPIRY-WARNING-DAYS of the run date
      * with quantity still not called off.
      *================================================================
       01  WS-BLANKET-AGREEMENT-RULES.
           05  BL-USED-UP-WARNING-PCT  PIC 9(3)    VALUE 90.
           05  BL-EXPIRY-WARNING-DAYS  PIC 9(3)    VALUE 30.
