      *================================================================
      * COST-HISTORY-RECORD.
      *
      * One row per change GOODS-RECEIPT makes to the moving-average
      * 原価 of a product (RECEIVING-INSPECTION for a quarantined
      * receipt, when it releases the accepted quantity), appended
      * to COSTHIST.DAT: the receipt that caused it (PO number,
      * quantity and the yen PO unit cost), the stock on hand and
      * 原価 before it, the new 原価, and the purchase price
      * variance posted for it (PO cost less the cost the stock was
      * carried at, times the quantity).
      * LANDED-COST-VOUCHER appends a row too when it capitalises an
      * import charge into 原価 (source L): the charge amount, the
      * voucher's PO, and no received quantity or variance.
      * Read alongside REVALJNL.DAT it explains every movement of
      * 原価, whichever way it was changed.
      *================================================================
       01  COST-HISTORY-RECORD.
           05  CS-CHANGE-DATE      PIC 9(8).
           05  CS-PRODUCT-CODE     PIC X(20).
           05  CS-PO-NUMBER        PIC 9(12).
           05  CS-ON-HAND-QTY      PIC 9(7).
           05  CS-RECEIVED-QTY     PIC 9(5).
           05  CS-PO-UNIT-COST     PIC 9(7)V99.
           05  CS-OLD-COST         PIC 9(7)V99.
           05  CS-NEW-COST         PIC 9(7)V99.
           05  CS-VARIANCE-AMOUNT  PIC S9(9)V99.
           05  CS-CHANGE-SOURCE    PIC X(1).
               88  CS-FROM-RECEIPT     VALUE 'R'.
               88  CS-FROM-LANDED-COST VALUE 'L'.
           05  CS-CHARGE-AMOUNT    PIC 9(9)V99.
