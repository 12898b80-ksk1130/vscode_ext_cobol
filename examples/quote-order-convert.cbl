           MOVE QT-PRODUCT-ID TO ORDER-PRODUCT-ID
           MOVE QT-QUANTITY TO ORDER-QUANTITY
           MOVE WS-TODAY-CCYYMMDD TO ORDER-DATE
           MOVE ZERO TO ORDER-SHIP-TO-NO
           WRITE ORDER-RECORD
           MOVE 'C' TO QT-QUOTE-STATUS
           ADD 1 TO WS-CONVERTED-COUNT.
