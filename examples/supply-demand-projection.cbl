      * demand.  The week the position first goes negative is
      * flagged SHORT IN WEEK n - the buyer's cue to order before
      * the allocation starts writing backorders, not after.
      * Drop-ship PO lines are not inbound stock and are left out
      * of the supply.
      *================================================================

       ENVIRONMENT DIVISION.

       STORE-INBOUND-ROW.
           IF PO-LINE-OPEN
               AND NOT PO-DROP-SHIP
               AND PO-ORDER-QTY > PO-RECEIVED-QTY
               MOVE PO-PRODUCT-CODE TO WS-LOOKUP-PRODUCT-CODE
               PERFORM FIND-ITEM-ROW
