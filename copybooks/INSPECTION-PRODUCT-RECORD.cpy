      *================================================================
      * INSPECTION-PRODUCT-RECORD.
      *
      * One row per product on INSPPROD.DAT whose arrivals must pass
      * receiving inspection before they can be sold.  GOODS-RECEIPT
      * puts such receipts into quarantine (QUARANTN.DAT) instead of
      * 在庫数量, and RECEIVING-INSPECTION releases them once the
      * inspector's result is keyed.  A product with no row here
      * (or with the switch off) goes straight to available stock.
      *================================================================
       01  INSPECTION-PRODUCT-RECORD.
           05  IP-PRODUCT-CODE     PIC X(20).
           05  IP-INSPECT-SW       PIC X(1).
               88  IP-INSPECTION-REQUIRED VALUE 'Y'.
