      * customer's ACCOUNT-BALANCE at the moment intake held the
      * line, so the review listing can show what the exposure was
      * then against what it is now.  CREDIT-HOLD-RELEASE moves
      * released lines into ORDERS.DAT and drops cancelled ones,
      * keeping the line's HO-SHIP-TO-NO delivery address.
      *================================================================
       01  HELD-ORDER-RECORD.
           05  HO-CUSTOMER-ID      PIC 9(8).
           05  HO-ORDER-DATE       PIC 9(8).
           05  HO-HELD-DATE        PIC 9(8).
           05  HO-BALANCE-AT-HOLD  PIC S9(9)V99.
           05  HO-SHIP-TO-NO       PIC 9(3).
