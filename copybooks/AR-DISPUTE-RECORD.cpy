      *================================================================
      * AR-DISPUTE-RECORD.
      *
      * One short-paid or deducted amount under investigation per
      * row on ARDISPUT.DAT, linked to its receivable by
      * AR-INVOICE-NUMBER.  CASH-APPLICATION raises the row when a
      * receipt leaves part of an item unpaid, as an unauthorised
      * deduction until the clerk classifies it; AR-DISPUTE-RESOLVE
      * records the reason and owner and closes the row as a credit,
      * a re-bill or a write-off.  While a row is open its amount
      * (never more than the item still has open) is kept out of
      * dunning and late interest - DISPUTE-AMOUNT-LOOKUP answers it.
      * Closed rows stay on the file with the resolution date as the
      * record of what was decided.
      *================================================================
       01  AR-DISPUTE-RECORD.
           05  DP-INVOICE-NUMBER   PIC 9(12).
           05  DP-CUSTOMER-ID      PIC 9(8).
           05  DP-OPENED-DATE      PIC 9(8).
           05  DP-DISPUTED-AMOUNT  PIC 9(9)V99.
           05  DP-REASON-CODE      PIC X(1).
               88  DP-REASON-PRICE     VALUE 'P'.
               88  DP-REASON-DAMAGED   VALUE 'D'.
               88  DP-REASON-SHORT-QTY VALUE 'Q'.
               88  DP-REASON-DEDUCTION VALUE 'U'.
               88  DP-REASON-VALID     VALUE 'P' 'D' 'Q' 'U'.
           05  DP-OWNER            PIC X(8).
           05  DP-STATUS           PIC X(1).
               88  DP-OPEN             VALUE 'O'.
               88  DP-CREDITED         VALUE 'C'.
               88  DP-REBILLED         VALUE 'R'.
               88  DP-WRITTEN-OFF      VALUE 'W'.
           05  DP-RESOLVED-DATE    PIC 9(8).
