      *================================================================
      * CARRIER-SELECTION-RULES.
      *
      * Knobs for CARRIER-RATE-SHOP, kept here the way
      * REORDER-POINT-RULES holds the reorder knobs.
      * CK-DEFAULT-CARRIER is the carrier everything went by before
      * rate shopping, and the one the savings report compares
      * against.  CK-STANDARD-TRANSIT-DAYS is the service level for
      * a shipment with no promised date on ORDPROM.DAT.
      *================================================================
       01  WS-CARRIER-SELECTION-RULES.
           05  CK-DEFAULT-CARRIER      PIC X(5)    VALUE 'TAKQB'.
           05  CK-STANDARD-TRANSIT-DAYS PIC 9(2)   VALUE 3.
