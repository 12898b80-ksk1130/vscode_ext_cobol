      * after the pricing date wins.  PURCHASE-ORDER-GENERATION
      * values each PO line from here at cut time, and
      * VENDOR-INVOICE-MATCH holds a vendor invoice priced above
      * the agreed cost on the exception queue.  RFQ-AWARD appends
      * a row here for every quotation it awards.
      *================================================================
       01  VENDOR-PRICE-RECORD.
           05  VP-VENDOR-CODE      PIC X(10).
