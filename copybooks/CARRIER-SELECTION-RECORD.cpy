      *================================================================
      * CARRIER-SELECTION-RECORD.
      *
      * The carrier CARRIER-RATE-SHOP chose for one of the day's
      * shipments (customer and ship-to), on CARRSEL.DAT, rewritten
      * each run.  CARRIER-MANIFEST takes the carrier and expected
      * freight from here for every shipment it finds a row for on
      * the run date.  CX-DEFAULT-FREIGHT is what the default
      * carrier would have charged (zero if it cannot carry it).
      *================================================================
       01  CARRIER-SELECTION-RECORD.
           05  CX-CUSTOMER-ID          PIC 9(8).
           05  CX-SHIP-TO-NO           PIC 9(3).
           05  CX-SHIP-DATE            PIC 9(8).
           05  CX-CARRIER-CODE         PIC X(5).
           05  CX-EXPECTED-FREIGHT     PIC 9(7)V99.
           05  CX-ZONE                 PIC 9(2).
           05  CX-DEFAULT-FREIGHT      PIC 9(7)V99.
