      *================================================================
      * DUPLICATE-CHECK-RULES.
      *
      * How close two vendor invoices must be before
      * AP-DUPLICATE-CHECK holds the newer one, kept here the way
      * RFQ-RULES holds the quote weights.  Two items from the same
      * vendor for the same amount count as a likely duplicate when
      * their invoice dates are no more than DC-DATE-WINDOW-DAYS
      * apart; the same invoice number after normalising, or the
      * same amount paid into the same bank account under another
      * vendor code, is a likely duplicate whatever the dates.
      *================================================================
       01  WS-DUPLICATE-CHECK-RULES.
           05  DC-DATE-WINDOW-DAYS     PIC 9(3)    VALUE 30.
