      * The input files are retired to their generations afterwards
      * (the POSTAL-MASTER-LOAD swap) so a rerun cannot bill a
      * shipment twice.
      * The allocation row's ship-to number is carried onto
      * SHIPPED.DAT and onto any short remainder, so the manifest
      * labels the parcel for the branch that ordered it; the
      * billing queue stays with the sold-to customer.
      * The allocation row's lot number is carried onto SHIPPED.DAT
      * the same way, so LOT-TRACE-INQUIRY can say which customers
      * received a lot.
      *================================================================

       ENVIRONMENT DIVISION.
       COPY SHIPPED-CONFIRM-RECORD.

       FD  BACKORDER-OUT-FILE.
       01  BACKORDER-OUT-RECORD         PIC X(32).

       FD  CONTROL-LISTING-FILE.
       01  CONTROL-LISTING-LINE         PIC X(90).
           05  WB-PRODUCT-ID              PIC 9(8).
           05  WB-QUANTITY                PIC 9(5).
           05  WB-ORDER-DATE              PIC 9(8).
           05  WB-SHIP-TO-NO              PIC 9(3).

       01  WS-CONFIRMED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-SHORT-COUNT                PIC 9(5) VALUE ZERO.
      * 数量が二重に使われることはない。
      *----------------------------------------------------------------
       CONFIRM-ONE-ALLOCATION.
           IF AL-SHIP-TO-NO NOT NUMERIC
               MOVE ZERO TO AL-SHIP-TO-NO
           END-IF
           MOVE ZERO TO WS-CONFIRMED-QTY
           PERFORM DRAW-CONFIRMED-QTY
               VARYING WS-CONFIRM-SUB FROM 1 BY 1
           MOVE WS-CONFIRMED-QTY TO SP-SHIPPED-QTY
           MOVE AL-ORDER-DATE TO SP-ORDER-DATE
           MOVE WS-TODAY-CCYYMMDD TO SP-SHIP-DATE
           MOVE AL-SHIP-TO-NO TO SP-SHIP-TO-NO
           MOVE AL-LOT-NUMBER TO SP-LOT-NUMBER
           WRITE SHIPPED-CONFIRM-RECORD
           ADD 1 TO WS-CONFIRMED-COUNT.

           MOVE AL-PRODUCT-ID TO WB-PRODUCT-ID
           MOVE WS-SHORT-QTY TO WB-QUANTITY
           MOVE AL-ORDER-DATE TO WB-ORDER-DATE
           MOVE AL-SHIP-TO-NO TO WB-SHIP-TO-NO
           WRITE BACKORDER-OUT-RECORD FROM WS-BACKORDER-WORK
           IF WS-CONFIRMED-QTY > ZERO
               ADD 1 TO WS-SHORT-COUNT
