      *================================================================
      * WARRANTY-CLAIM-RECORD.
      *
      * One accepted warranty claim per row, appended to WARRHIST.DAT
      * by WARRANTY-CLAIM-INTAKE.  WH-CLAIM-NUMBER is the run date
      * CCYYMMDD plus a 4-digit sequence.  WH-VENDOR-CODE is the
      * vendor of the purchase order the unit was received on
      * (SN-PO-NUMBER), or the product's メーカーコード when that
      * order is no longer on OPENPO.DAT.  WH-CLAIM-ROUTE says how
      * the claim was settled and WH-CLAIM-COST what it cost: the
      * repair cost from WARRANTY-TERMS-RECORD, or 原価 for a
      * replacement or a vendor back-charge.  An out-of-warranty
      * claim costs us nothing - the repair is quoted to the
      * customer.  VENDOR-CHARGEBACK-RUN bills back-charge rows to
      * the vendor and sets WH-CLAIMED-SW so they are billed once.
      *================================================================
       01  WARRANTY-CLAIM-RECORD.
           05  WH-CLAIM-NUMBER     PIC 9(12).
           05  WH-SERIAL-NUMBER    PIC X(20).
           05  WH-PRODUCT-CODE     PIC X(20).
           05  WH-CUSTOMER-ID      PIC 9(8).
           05  WH-CLAIM-DATE       PIC 9(8).
           05  WH-SHIP-DATE        PIC 9(8).
           05  WH-VENDOR-CODE      PIC X(10).
           05  WH-CLAIM-ROUTE      PIC X(1).
               88  WH-ROUTE-REPAIR     VALUE 'R'.
               88  WH-ROUTE-REPLACE    VALUE 'P'.
               88  WH-ROUTE-BACK-CHARGE VALUE 'V'.
               88  WH-ROUTE-OUT-OF-WARRANTY VALUE 'O'.
           05  WH-CLAIM-COST       PIC 9(7)V99.
           05  WH-CLAIMED-SW       PIC X(1).
               88  WH-CLAIM-RAISED     VALUE 'Y'.
           05  WH-FAULT-TEXT       PIC X(30).
