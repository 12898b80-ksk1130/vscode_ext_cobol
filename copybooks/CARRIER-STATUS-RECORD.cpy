      *================================================================
      * CARRIER-STATUS-RECORD.
      *
      * One scan event on a carrier's daily delivery-status file
      * (DLVcarrier.DAT, e.g. DLVTAKQB.DAT), keyed by the tracking
      * number CARRIER-MANIFEST gave the shipment.  DV-RECEIVED-BY
      * is the name the carrier took at the door on a delivery
      * scan and spaces otherwise.
      *================================================================
       01  CARRIER-STATUS-RECORD.
           05  DV-TRACKING-NUMBER      PIC 9(12).
           05  DV-EVENT-CODE           PIC X(2).
               88  DV-DELIVERED            VALUE 'DL'.
               88  DV-IN-TRANSIT           VALUE 'IT'.
               88  DV-UNDELIVERABLE        VALUE 'UD'.
               88  DV-REFUSED              VALUE 'RF'.
               88  DV-DAMAGED              VALUE 'DM'.
           05  DV-EVENT-DATE           PIC 9(8).
           05  DV-RECEIVED-BY          PIC X(20).
