           MOVE SO-PRODUCT-ID TO ORDER-PRODUCT-ID
           MOVE SO-QUANTITY TO ORDER-QUANTITY
           MOVE WS-TODAY-CCYYMMDD TO ORDER-DATE
           MOVE ZERO TO ORDER-SHIP-TO-NO
           WRITE ORDER-RECORD
           ADD 1 TO WS-GENERATED-COUNT.

