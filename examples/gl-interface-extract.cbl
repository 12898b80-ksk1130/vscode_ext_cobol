      * batch is out of balance the extract file is not written at
      * all - the out-of-balance report GLOOB.RPT is written
      * instead and the step ends with a nonzero return code.
      * Loyalty points redeemed on an invoice (IR-POINTS-AMOUNT) are
      * debited to the points liability, since the receivable is
      * only the amount left for the customer to pay.
      *================================================================

       ENVIRONMENT DIVISION.
           MOVE 'D' TO WS-STAGE-DC
           MOVE IR-TOTAL-AMOUNT TO WS-STAGE-AMOUNT
           PERFORM STAGE-GL-ENTRY
           IF IR-POINTS-AMOUNT > ZERO
               MOVE 'POINTSLIAB' TO WS-STAGE-ELEMENT
               MOVE 'D' TO WS-STAGE-DC
               MOVE IR-POINTS-AMOUNT TO WS-STAGE-AMOUNT
               PERFORM STAGE-GL-ENTRY
           END-IF
           MOVE 'SALES' TO WS-STAGE-ELEMENT
           MOVE 'C' TO WS-STAGE-DC
           MOVE IR-NET-AMOUNT TO WS-STAGE-AMOUNT
