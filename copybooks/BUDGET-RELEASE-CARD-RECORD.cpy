      *================================================================
      * BUDGET-RELEASE-CARD-RECORD.
      *
      * One card per line on COMMREL.DAT, read by
      * BUDGET-COMMITMENT-RELEASE.  A card keyed by hand names only
      * the document number and cancels its reservation (rejected
      * or withdrawn paperwork).  VENDOR-INVOICE-MATCH appends a
      * card for every booked vendor invoice that quotes a
      * requisition number, with RC-ACTUAL-AMOUNT the yen booked:
      * such a card releases the reservation as posted at that
      * amount, since requisition spending never reaches GLEXTR.DAT
      * under the requisition's own number.  RC-ACTUAL-AMOUNT is
      * spaces on hand-keyed cards.
      *================================================================
       01  RELEASE-CARD-RECORD.
           05  RC-DOCUMENT-NO      PIC X(20).
           05  RC-ACTUAL-AMOUNT    PIC 9(9)V99.
