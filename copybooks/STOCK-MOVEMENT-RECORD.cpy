      * movement.  Movement types:
      *   RC = goods receipt     IS = issue (allocation)
      *   RT = customer return   TR = warehouse transfer
      *   AJ = count adjustment     OC = allocation released by an
      *                                 order change or cancellation
      *   QR = released from receiving inspection quarantine
      *================================================================
       01  STOCK-MOVEMENT-RECORD.
           05  SM-MOVEMENT-DATE    PIC 9(8).
