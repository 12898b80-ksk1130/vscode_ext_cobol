      *================================================================
      * LOT-RECEIPT-HISTORY-RECORD.
      *
      * One lot arrival per row on LOTRCPT.DAT, appended by
      * GOODS-RECEIPT for every lot-carrying receipt it matches to
      * an open PO line.  LOTS.DAT only says what is on hand now;
      * this history keeps which purchase order and vendor each lot
      * came in on and how much, for as long as the lot may have to
      * be traced - it is never rewritten or purged.
      *================================================================
       01  LOT-RECEIPT-HISTORY-RECORD.
           05  LH-PRODUCT-CODE     PIC X(20).
           05  LH-LOT-NUMBER       PIC X(10).
           05  LH-EXPIRY-DATE      PIC 9(8).
           05  LH-WAREHOUSE-CODE   PIC X(5).
           05  LH-PO-NUMBER        PIC 9(12).
           05  LH-VENDOR-CODE      PIC X(10).
           05  LH-RECEIPT-DATE     PIC 9(8).
           05  LH-RECEIVED-QTY     PIC 9(5).
