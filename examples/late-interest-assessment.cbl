      * the posting to ACCOUNT-BALANCE through the journaled
      * REWRITE path.  INTASSES.RPT is the assessment register for
      * the accountant.  ARITEMS is carried forward to ARITEMS.NEW.
      * Interest accrues only on the part of an item not under open
      * dispute on ARDISPUT.DAT; an amount being investigated earns
      * nothing until it is resolved.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-MARKER-INTEGER             PIC 9(7) VALUE ZERO.
       01  WS-DAYS-LATE                  PIC S9(7).
       01  WS-ITEM-INTEREST              PIC 9(9)V99.
       01  WS-DISPUTED-AMOUNT            PIC 9(9)V99.
       01  WS-INTEREST-BASE-AMOUNT       PIC 9(9)V99.

       01  WS-INVOICE-SEQ                PIC 9(4) VALUE ZERO.
       01  WS-SEED-NUMBER.

       ASSESS-ONE-ITEM.
           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > ZERO
               PERFORM SET-INTEREST-BASE
               IF WS-INTEREST-BASE-AMOUNT > ZERO
                   PERFORM ACCRUE-ITEM-INTEREST
               END-IF
           END-IF
           WRITE AR-ITEM-OUT-RECORD FROM AR-OPEN-ITEM-RECORD
           PERFORM READ-AR-ITEM.

      *----------------------------------------------------------------
      * 係争中の金額には利息を付けない。
      *----------------------------------------------------------------
       SET-INTEREST-BASE.
           MOVE ZERO TO WS-INTEREST-BASE-AMOUNT
           CALL 'DISPUTE-AMOUNT-LOOKUP' USING AR-INVOICE-NUMBER
                                              WS-DISPUTED-AMOUNT
           END-CALL
           IF WS-DISPUTED-AMOUNT < AR-OPEN-AMOUNT
               COMPUTE WS-INTEREST-BASE-AMOUNT =
                   AR-OPEN-AMOUNT - WS-DISPUTED-AMOUNT
           END-IF.

      *----------------------------------------------------------------
      * 起算日は期日と査定済みマーカーの遅い方。マーカー以前の
      * 延滞分は前回までの査定が請求済み。
               - WS-BASE-INTEGER
           IF WS-DAYS-LATE > ZERO
               COMPUTE WS-ITEM-INTEREST ROUNDED =
                   WS-INTEREST-BASE-AMOUNT * WS-ANNUAL-RATE-PCT
                       * WS-DAYS-LATE / 36500
               IF WS-ITEM-INTEREST > ZERO
                   PERFORM ADD-TO-CHARGE-TABLE
           MOVE ZERO TO IR-TAX-AT-10
           MOVE ZERO TO IR-NET-AT-8
           MOVE ZERO TO IR-TAX-AT-8
           MOVE ZERO TO IR-POINTS-AMOUNT
           WRITE INVOICE-REGISTER-RECORD
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           ADD CH-INTEREST-AMOUNT (WS-CHARGE-SUB)
