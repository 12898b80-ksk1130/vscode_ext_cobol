      * phone; SHP-EXPECTED-FREIGHT is what the shipment should
      * cost by CARRIER-RATE-TABLE, which the freight-invoice
      * reconciliation later holds the carrier's bill against.
      * SHP-SHIP-TO-NO is the delivery address the shipment went
      * to (zero for the sold-to address on CUSTOMER.DAT).
      * What became of the parcel is kept on the same row by
      * DELIVERY-STATUS-IMPORT from the carriers' daily status
      * files: SHP-DELIVERY-STATUS in transit (I, or space on a row
      * older than the field), delivered (D, with the date and who
      * signed) or in exception (X, with SHP-EXCEPTION-CODE).
      * SHP-LAST-SCAN-DATE is the carrier's latest scan and
      * SHP-STATUS-DATE the run that last changed the status.  The
      * date fields read as spaces on older rows.
      *================================================================
       01  SHIPMENT-HISTORY-RECORD.
           05  SHP-TRACKING-NUMBER PIC 9(12).
           05  SHP-CARRIER-CODE    PIC X(5).
           05  SHP-BILLED-WEIGHT-KG PIC 9(5)V99.
           05  SHP-EXPECTED-FREIGHT PIC 9(7)V99.
           05  SHP-SHIP-TO-NO      PIC 9(3).
           05  SHP-DELIVERY-STATUS PIC X(1).
               88  SHP-IN-TRANSIT      VALUE 'I' ' '.
               88  SHP-DELIVERED       VALUE 'D'.
               88  SHP-DELIVERY-EXCEPTION VALUE 'X'.
           05  SHP-DELIVERED-DATE  PIC 9(8).
           05  SHP-RECEIVED-BY     PIC X(20).
           05  SHP-EXCEPTION-CODE  PIC X(2).
               88  SHP-EXC-UNDELIVERABLE VALUE 'UD'.
               88  SHP-EXC-REFUSED     VALUE 'RF'.
               88  SHP-EXC-DAMAGED     VALUE 'DM'.
               88  SHP-EXC-NO-SCAN     VALUE 'NS'.
           05  SHP-LAST-SCAN-DATE  PIC 9(8).
           05  SHP-STATUS-DATE     PIC 9(8).
