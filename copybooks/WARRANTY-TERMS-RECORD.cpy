      *================================================================
      * WARRANTY-TERMS-RECORD.
      *
      * One product's warranty terms per row on WARRTERM.DAT, read
      * by WARRANTY-CLAIM-INTAKE.  WT-WARRANTY-DAYS is how long the
      * customer is covered, counted from SN-SHIP-DATE on the
      * SERIAL.DAT unit.  A covered unit that fails within
      * WT-REPLACE-DAYS of shipping is replaced outright; after that
      * it is repaired at WT-REPAIR-COST.  WT-VENDOR-WARRANTY-DAYS
      * is the cover the vendor gives us, counted from our receipt
      * date (SN-RECEIPT-DATE) - a covered failure inside it is
      * back-charged to the vendor instead.  A serial-controlled
      * product with no row here carries no warranty.
      *================================================================
       01  WARRANTY-TERMS-RECORD.
           05  WT-PRODUCT-CODE     PIC X(20).
           05  WT-WARRANTY-DAYS    PIC 9(4).
           05  WT-REPLACE-DAYS     PIC 9(3).
           05  WT-VENDOR-WARRANTY-DAYS PIC 9(4).
           05  WT-REPAIR-COST      PIC 9(7)V99.
