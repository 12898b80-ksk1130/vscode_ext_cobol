      * level escalates one step per run through the DUNLEVEL.DAT
      * cycle file (capped at DN-MAX-LEVEL); accounts no longer past
      * due are not carried to DUNLEVEL.NEW, which resets them for
      * the next time.  Any part of an item under open dispute on
      * ARDISPUT.DAT is left out of the chase: it neither counts
      * toward the past-due amount nor makes the item the oldest.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-OLDEST-DAYS                PIC S9(7).
       01  WS-ITEM-DAYS                  PIC S9(7).
       01  WS-AGE-BASE-DATE              PIC 9(8).
       01  WS-DISPUTED-AMOUNT            PIC 9(9)V99.
       01  WS-CHASE-AMOUNT               PIC 9(9)V99.

       01  WS-PRIOR-CUSTOMER-ID          PIC 9(8).
       01  WS-FIRST-CUSTOMER-SW          PIC X(1) VALUE 'Y'.
                   PERFORM START-NEW-CUSTOMER
               END-IF
           END-IF
           MOVE ZERO TO WS-CHASE-AMOUNT
           IF SI-ITEM-STATUS = 'O' AND SI-OPEN-AMOUNT > ZERO
               PERFORM SET-UNDISPUTED-AMOUNT
           END-IF
           IF WS-CHASE-AMOUNT > ZERO
               IF SI-DUE-DATE = ZERO
                   MOVE SI-INVOICE-DATE TO WS-AGE-BASE-DATE
               ELSE
               IF WS-ITEM-DAYS > WS-OLDEST-DAYS
                   MOVE WS-ITEM-DAYS TO WS-OLDEST-DAYS
               END-IF
               ADD WS-CHASE-AMOUNT TO WS-PAST-DUE-AMOUNT
           END-IF
           PERFORM READ-SORTED-ITEM.

      *----------------------------------------------------------------
      * 係争中の金額は調査が済むまで督促しない。係争額が残高を
      * 超えていれば明細ごと督促対象外。
      *----------------------------------------------------------------
       SET-UNDISPUTED-AMOUNT.
           CALL 'DISPUTE-AMOUNT-LOOKUP' USING SI-INVOICE-NUMBER
                                              WS-DISPUTED-AMOUNT
           END-CALL
           IF WS-DISPUTED-AMOUNT < SI-OPEN-AMOUNT
               COMPUTE WS-CHASE-AMOUNT =
                   SI-OPEN-AMOUNT - WS-DISPUTED-AMOUNT
           END-IF.

       START-NEW-CUSTOMER.
           MOVE SI-CUSTOMER-ID TO WS-PRIOR-CUSTOMER-ID
           MOVE ZERO TO WS-OLDEST-DAYS
