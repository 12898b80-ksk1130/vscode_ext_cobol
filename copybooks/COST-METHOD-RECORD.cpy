      *================================================================
      * COST-METHOD-RECORD.
      *
      * One row per product on COSTMTHD.DAT that is costed by moving
      * average instead of standard cost.  For those products
      * GOODS-RECEIPT re-averages 原価 in 製品マスター on every
      * receipt from the stock on hand, the old cost and the PO
      * line's PO-UNIT-COST (RECEIVING-INSPECTION does the same for
      * a quarantined receipt as it is released); a product with no
      * row here (or with method S) stays on standard cost and its
      * 原価 changes only through COST-REVALUATION.
      *================================================================
       01  COST-METHOD-RECORD.
           05  CM-PRODUCT-CODE     PIC X(20).
           05  CM-COST-METHOD      PIC X(1).
               88  CM-MOVING-AVERAGE   VALUE 'M'.
               88  CM-STANDARD-COST    VALUE 'S'.
