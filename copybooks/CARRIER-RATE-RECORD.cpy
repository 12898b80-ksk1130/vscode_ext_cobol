      *================================================================
      * CARRIER-RATE-RECORD.
      *
      * One rate band on the indexed CARRATE.DAT carrier rate
      * master, keyed by carrier code, delivery zone (DELIVERY-ZONE-
      * TABLE) and band number.  Within a carrier and zone the bands
      * run smallest first; a shipment takes the first band whose
      * billed weight and size (the three sides added, in cm - the
      * 60/80/100 size classes of the parcel carriers) it fits.
      * The expected freight is CRM-BAND-CHARGE plus billed weight
      * times CRM-RATE-PER-KG, so a size-class carrier is loaded
      * with a flat charge and a line-haul carrier with a per-kg
      * rate.  CRM-TRANSIT-DAYS is the carrier's published delivery
      * time to the zone.  Replaces the single carrier's four
      * weight tiers of CARRIER-RATE-TABLE for carrier selection.
      *================================================================
       01  CARRIER-RATE-RECORD.
           05  CRM-KEY.
               10  CRM-CARRIER-CODE    PIC X(5).
               10  CRM-ZONE            PIC 9(2).
               10  CRM-BAND            PIC 9(2).
           05  CRM-MAX-WEIGHT-KG       PIC 9(5)V99.
           05  CRM-MAX-SIZE-CM         PIC 9(3).
           05  CRM-BAND-CHARGE         PIC 9(5)V99.
           05  CRM-RATE-PER-KG         PIC 9(3)V99.
           05  CRM-TRANSIT-DAYS        PIC 9(2).
