      * 倉庫ー内訳ー数量 bucket in 製品マスター.  An order line short
      * across several buckets produces one row per bucket drawn, so
      * the warehouse paperwork can be grouped by AL-WAREHOUSE-CODE.
      * A draw on a lot-tracked product is further split one row per
      * LOTS.DAT lot consumed, with AL-LOT-NUMBER naming the lot, so
      * an order change that releases the draw can put the stock
      * back into the lot it came from; other rows carry spaces.
      * AL-SHIP-TO-NO carries the order line's ship-to through to
      * the pick list and packing slip.
      *================================================================
       01  ALLOCATION-RECORD.
           05  AL-CUSTOMER-ID      PIC 9(8).
           05  AL-WAREHOUSE-CODE   PIC X(5).
           05  AL-ALLOCATED-QTY    PIC 9(5).
           05  AL-ORDER-DATE       PIC 9(8).
           05  AL-LOT-NUMBER       PIC X(10).
           05  AL-SHIP-TO-NO       PIC 9(3).
