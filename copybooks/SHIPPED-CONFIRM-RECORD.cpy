      * more than was allocated - and is the quantity billing is
      * driven from; the shortfall against the allocation went back
      * to the backorder file as open demand, not onto an invoice.
      * SP-SHIP-TO-NO is the delivery address the goods went to;
      * CARRIER-MANIFEST builds one shipment per customer and
      * ship-to from it.
      * SP-LOT-NUMBER is the LOTS.DAT lot the quantity was drawn
      * from (AL-LOT-NUMBER on the allocation row), kept so a lot
      * can be traced to every customer who received it; spaces
      * for products that are not lot-tracked and for drop-ship.
      *================================================================
       01  SHIPPED-CONFIRM-RECORD.
           05  SP-CUSTOMER-ID      PIC 9(8).
           05  SP-SHIPPED-QTY      PIC 9(5).
           05  SP-ORDER-DATE       PIC 9(8).
           05  SP-SHIP-DATE        PIC 9(8).
           05  SP-SHIP-TO-NO       PIC 9(3).
           05  SP-LOT-NUMBER       PIC X(10).
