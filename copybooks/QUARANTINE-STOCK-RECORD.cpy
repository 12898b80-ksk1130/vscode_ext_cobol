      *================================================================
      * QUARANTINE-STOCK-RECORD.
      *
      * One uninspected receipt per row on QUARANTN.DAT, written by
      * GOODS-RECEIPT for products listed on INSPPROD.DAT.  The
      * goods are on the dock but not in 在庫数量 or any
      * 倉庫ー内訳 bucket, so STOCK-ALLOCATION cannot promise them.
      * QS-UNIT-COST is the PO line's cost in yen, carried so a
      * rejected quantity can be valued for the return to vendor.
      * RECEIVING-INSPECTION reduces QS-QUARANTINE-QTY as results
      * are applied and drops the row when it reaches zero.
      *================================================================
       01  QUARANTINE-STOCK-RECORD.
           05  QS-PO-NUMBER        PIC 9(12).
           05  QS-PRODUCT-CODE     PIC X(20).
           05  QS-VENDOR-CODE      PIC X(10).
           05  QS-WAREHOUSE-CODE   PIC X(5).
           05  QS-RECEIPT-DATE     PIC 9(8).
           05  QS-LOT-NUMBER       PIC X(10).
           05  QS-EXPIRY-DATE      PIC 9(8).
           05  QS-QUARANTINE-QTY   PIC 9(5).
           05  QS-UNIT-COST        PIC 9(7)V99.
