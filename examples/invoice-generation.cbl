      * is also written to INVDETL.DAT and every invoice to the
      * INVREG.DAT register so the amounts can be posted from a file
      * instead of from the printout.
      * Billed customers with a confirmed 顧客ーID link earn loyalty
      * points on each invoice's net at the LOYALTY-POINTS-RULES
      * rate for their 会員ー区分, appended to the POINTS.DAT
      * ledger.  A POINTRQ.DAT card (顧客ーID and points, zero for
      * the whole balance) redeems points on the customer's next
      * invoice: capped at the ledger balance and the invoice net,
      * it prints as a discount line that comes off the amount due
      * (IR-POINTS-AMOUNT on the register - the taxable net and the
      * tax are untouched), is written to the ledger, and the card
      * is dropped; cards for customers not billed stay for the
      * next run.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-HELDL-STATUS.
           SELECT HELD-LINE-REPORT-FILE ASSIGN TO "HELDLINE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POINTS-LEDGER-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTS-STATUS.
           SELECT REDEEM-REQUEST-FILE ASSIGN TO "POINTRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTRQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-LINE-REPORT-FILE.
       01  HELD-LINE-REPORT-LINE        PIC X(90).

       FD  POINTS-LEDGER-FILE.
       COPY POINTS-LEDGER-RECORD.

       FD  REDEEM-REQUEST-FILE.
       01  REDEEM-REQUEST-RECORD.
           05  RQ-JCUST-ID              PIC 9(10).
           05  RQ-POINTS                PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS                PIC XX.
           88  PROD-FOUND                    VALUE '00'.
       01  WS-FLOOR-STATUS               PIC XX.
           88  FLOOR-FILE-OK                 VALUE '00'.
       01  WS-HELDL-STATUS               PIC XX.
       01  WS-PTS-STATUS                 PIC XX.
           88  PTS-FILE-OK                   VALUE '00'.
           88  PTS-FILE-EOF                  VALUE '10'.
       01  WS-PTRQ-STATUS                PIC XX.
           88  PTRQ-FILE-OK                  VALUE '00'.
           88  PTRQ-FILE-EOF                 VALUE '10'.

       01  WS-TAX-TABLE-MAX              PIC 9(3) VALUE 200.
       01  WS-TAX-COUNT                  PIC 9(3) VALUE ZERO.
               10  MB-CUSTOMER-ID            PIC 9(10).
               10  MB-MEMBER-TIER            PIC X(1).

      *----------------------------------------------------------------
      * ポイント利用依頼(POINTRQ.DAT)と、依頼のある顧客だけの
      * 台帳残高。請求した顧客の依頼は使用済みにして書き戻さない。
      *----------------------------------------------------------------
       COPY LOYALTY-POINTS-RULES.

       01  WS-REDEEM-TABLE-MAX           PIC 9(3) VALUE 100.
       01  WS-REDEEM-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-REDEEM-ENTRIES.
           05  WS-REDEEM-ENTRY           OCCURS 100 TIMES
                                             INDEXED BY RD-IDX.
               10  RD-JCUST-ID               PIC 9(10).
               10  RD-REQUESTED-POINTS       PIC 9(9).
               10  RD-BALANCE                PIC S9(9).
               10  RD-APPLIED-SW             PIC X(1).
                   88  RD-APPLIED                VALUE 'Y'.
       01  WS-REDEEM-SUB                 PIC 9(3) COMP.
       01  WS-REDEEM-CARDS-SW            PIC X(1) VALUE 'N'.
           88  REDEEM-CARDS-PRESENT          VALUE 'Y'.

       01  WS-INVOICE-JCUST-ID           PIC 9(10).
       01  WS-EARN-RATE                  PIC 9(2)V9.
       01  WS-EARNED-POINTS              PIC 9(9).
       01  WS-REDEEM-POINTS              PIC 9(9).
       01  WS-REDEEM-MAX-POINTS          PIC 9(9).
       01  WS-POINTS-AMOUNT              PIC 9(9)V99.
       01  WS-POINTS-EXPIRY-DATE         PIC 9(8).
       01  WS-POINTS-EARNED-TOTAL        PIC 9(9) VALUE ZERO.
       01  WS-POINTS-REDEEMED-TOTAL      PIC 9(9) VALUE ZERO.

       01  WS-POINTS-REDEEMED-LINE.
           05  FILLER                  PIC X(19)
               VALUE '  POINTS REDEEMED: '.
           05  PR-POINTS                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE '  LESS: '.
           05  PR-AMOUNT                PIC ZZZZZZZZ9.99.

       01  WS-POINTS-EARNED-LINE.
           05  FILLER                  PIC X(19)
               VALUE '  POINTS EARNED:   '.
           05  PE-POINTS                PIC ZZZZZZZZ9.

       01  WS-OVERRIDE-TABLE-MAX         PIC 9(3) VALUE 100.
       01  WS-OVERRIDE-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-OVERRIDE-ENTRIES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           COMPUTE WS-EXPIRY-WARNING-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 30)
           COMPUTE WS-POINTS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   + LP-EXPIRY-DAYS)
           PERFORM CHECK-BILLING-QUEUE
           PERFORM READ-MARGIN-FLOOR-CARD
           PERFORM LOAD-CONTRACT-PRICES
           PERFORM LOAD-TAX-RATE-TABLE
           PERFORM LOAD-KEY-LINKS
           PERFORM LOAD-MEMBER-TIERS
           PERFORM LOAD-REDEMPTION-REQUESTS
           OPEN OUTPUT OVERRIDE-EXCEPTION-FILE
           PERFORM LOAD-DISCOUNT-OVERRIDES
           CLOSE OVERRIDE-EXCEPTION-FILE
           IF NOT IDTL-FILE-OK
               OPEN OUTPUT INVOICE-DETAIL-FILE
           END-IF
           OPEN EXTEND POINTS-LEDGER-FILE
           IF NOT PTS-FILE-OK
               OPEN OUTPUT POINTS-LEDGER-FILE
           END-IF
           PERFORM READ-SORTED-ORDER
           PERFORM BILL-ORDER-LINE UNTIL SORTED-FILE-EOF
           IF NOT FIRST-INVOICE
           CLOSE INVOICE-DETAIL-FILE
           CLOSE HELD-LINE-FILE
           CLOSE HELD-LINE-REPORT-FILE
           CLOSE POINTS-LEDGER-FILE
           PERFORM RETIRE-BILLING-QUEUE
           PERFORM REWRITE-REDEMPTION-REQUESTS
           DISPLAY 'INVOICE GENERATION - INVOICES: ' WS-INVOICE-COUNT
               ' HELD LINES: ' WS-HELD-LINE-COUNT
           DISPLAY 'INVOICE GENERATION - POINTS EARNED: '
               WS-POINTS-EARNED-TOTAL
               ' REDEEMED: ' WS-POINTS-REDEEMED-TOTAL
           STOP RUN.

      *----------------------------------------------------------------
           END-IF
           PERFORM READ-JCUSTOMER.

      *----------------------------------------------------------------
      * Redemption cards are held in full - a card dropped for want
      * of table room would be lost when the file is written back -
      * so a full table stops the run before anything is billed.
      * Only the customers holding a card need a balance, built from
      * the ledger: earned less redeemed, reversed and expired.
      *----------------------------------------------------------------
       LOAD-REDEMPTION-REQUESTS.
           OPEN INPUT REDEEM-REQUEST-FILE
           IF PTRQ-FILE-OK
               SET REDEEM-CARDS-PRESENT TO TRUE
               PERFORM READ-REDEEM-REQUEST
               PERFORM STORE-REDEEM-REQUEST UNTIL PTRQ-FILE-EOF
               CLOSE REDEEM-REQUEST-FILE
           END-IF
           IF WS-REDEEM-COUNT > ZERO
               PERFORM LOAD-REDEEMER-BALANCES
           END-IF.

       READ-REDEEM-REQUEST.
           READ REDEEM-REQUEST-FILE
               AT END
                   SET PTRQ-FILE-EOF TO TRUE
           END-READ.

       STORE-REDEEM-REQUEST.
           IF WS-REDEEM-COUNT < WS-REDEEM-TABLE-MAX
               ADD 1 TO WS-REDEEM-COUNT
               MOVE RQ-JCUST-ID TO RD-JCUST-ID (WS-REDEEM-COUNT)
               MOVE RQ-POINTS
                   TO RD-REQUESTED-POINTS (WS-REDEEM-COUNT)
               MOVE ZERO TO RD-BALANCE (WS-REDEEM-COUNT)
               MOVE 'N' TO RD-APPLIED-SW (WS-REDEEM-COUNT)
           ELSE
               DISPLAY 'ERROR: POINTS REQUEST TABLE FULL - '
                   'CARDS WOULD BE LOST - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-REDEEM-REQUEST.

       LOAD-REDEEMER-BALANCES.
           OPEN INPUT POINTS-LEDGER-FILE
           IF PTS-FILE-OK
               PERFORM READ-POINTS-LEDGER
               PERFORM POST-LEDGER-TO-BALANCE UNTIL PTS-FILE-EOF
               CLOSE POINTS-LEDGER-FILE
           END-IF.

       READ-POINTS-LEDGER.
           READ POINTS-LEDGER-FILE
               AT END
                   SET PTS-FILE-EOF TO TRUE
           END-READ.

       POST-LEDGER-TO-BALANCE.
           SET RD-IDX TO 1
           SEARCH WS-REDEEM-ENTRY
               AT END
                   CONTINUE
               WHEN RD-IDX > WS-REDEEM-COUNT
                   CONTINUE
               WHEN RD-JCUST-ID (RD-IDX) = PL-JCUST-ID
                   IF PL-EARNED
                       ADD PL-POINTS TO RD-BALANCE (RD-IDX)
                   ELSE
                       SUBTRACT PL-POINTS FROM RD-BALANCE (RD-IDX)
                   END-IF
           END-SEARCH
           PERFORM READ-POINTS-LEDGER.

      *----------------------------------------------------------------
      * 使用済みでない依頼カードだけを書き戻す(今回請求の無かった
      * 顧客の依頼は次回の請求で使う)。
      *----------------------------------------------------------------
       REWRITE-REDEMPTION-REQUESTS.
           IF REDEEM-CARDS-PRESENT
               OPEN OUTPUT REDEEM-REQUEST-FILE
               PERFORM KEEP-UNAPPLIED-REQUEST
                   VARYING WS-REDEEM-SUB FROM 1 BY 1
                   UNTIL WS-REDEEM-SUB > WS-REDEEM-COUNT
               CLOSE REDEEM-REQUEST-FILE
           END-IF.

       KEEP-UNAPPLIED-REQUEST.
           IF NOT RD-APPLIED (WS-REDEEM-SUB)
               MOVE RD-JCUST-ID (WS-REDEEM-SUB) TO RQ-JCUST-ID
               MOVE RD-REQUESTED-POINTS (WS-REDEEM-SUB) TO RQ-POINTS
               WRITE REDEEM-REQUEST-RECORD
           END-IF.

      *----------------------------------------------------------------
      * A manual override beyond what the matrix would grant needs a
      * keyed reason; without one the row is refused to INVOVRD.EXC
           MOVE WS-INVOICE-NET-AT-8 TO RB-NET-AMOUNT
           MOVE WS-INVOICE-TAX-AT-8 TO RB-TAX-AMOUNT
           WRITE INVOICE-REPORT-LINE FROM WS-RATE-BLOCK-LINE
           MOVE WS-PRIOR-CUSTOMER-ID TO WS-MAP-RECORD-ID
           PERFORM MAP-CUSTOMER-TO-JCUST
           MOVE WS-MAPPED-JCUST-ID TO WS-INVOICE-JCUST-ID
           MOVE ZERO TO WS-POINTS-AMOUNT
           IF WS-INVOICE-JCUST-ID > ZERO
               PERFORM REDEEM-REQUESTED-POINTS
           END-IF
           COMPUTE WS-INVOICE-TOTAL =
               WS-INVOICE-NET + WS-INVOICE-TAX - WS-POINTS-AMOUNT
           MOVE WS-INVOICE-NET TO IT-NET-AMOUNT
           MOVE WS-INVOICE-TAX TO IT-TAX-AMOUNT
           MOVE WS-INVOICE-TOTAL TO IT-TOTAL-AMOUNT
           WRITE INVOICE-REPORT-LINE FROM WS-INVOICE-TOTAL-LINE
           PERFORM WRITE-INVOICE-REGISTER
           IF WS-INVOICE-JCUST-ID > ZERO
               PERFORM EARN-INVOICE-POINTS
           END-IF
           ADD 1 TO WS-INVOICE-COUNT.

      *----------------------------------------------------------------
      * ポイント利用は請求額からの値引き行。税抜金額と税額は動かさず
      * (税率別内訳と明細の税額はそのまま)、支払額だけを減らす。
      * 利用できるのは台帳残高と請求の税抜金額まで。
      *----------------------------------------------------------------
       REDEEM-REQUESTED-POINTS.
           SET RD-IDX TO 1
           SEARCH WS-REDEEM-ENTRY
               AT END
                   CONTINUE
               WHEN RD-IDX > WS-REDEEM-COUNT
                   CONTINUE
               WHEN RD-JCUST-ID (RD-IDX) = WS-INVOICE-JCUST-ID
                   AND NOT RD-APPLIED (RD-IDX)
                   PERFORM APPLY-POINTS-REDEMPTION
           END-SEARCH.

       APPLY-POINTS-REDEMPTION.
           SET RD-APPLIED (RD-IDX) TO TRUE
           MOVE RD-REQUESTED-POINTS (RD-IDX) TO WS-REDEEM-POINTS
           IF WS-REDEEM-POINTS = ZERO
               OR WS-REDEEM-POINTS > RD-BALANCE (RD-IDX)
               IF RD-BALANCE (RD-IDX) > ZERO
                   MOVE RD-BALANCE (RD-IDX) TO WS-REDEEM-POINTS
               ELSE
                   MOVE ZERO TO WS-REDEEM-POINTS
               END-IF
           END-IF
           COMPUTE WS-REDEEM-MAX-POINTS =
               WS-INVOICE-NET / LP-POINT-VALUE
           IF WS-REDEEM-POINTS > WS-REDEEM-MAX-POINTS
               MOVE WS-REDEEM-MAX-POINTS TO WS-REDEEM-POINTS
           END-IF
           IF WS-REDEEM-POINTS > ZERO
               COMPUTE WS-POINTS-AMOUNT =
                   WS-REDEEM-POINTS * LP-POINT-VALUE
               SUBTRACT WS-REDEEM-POINTS FROM RD-BALANCE (RD-IDX)
               MOVE WS-REDEEM-POINTS TO PR-POINTS
               MOVE WS-POINTS-AMOUNT TO PR-AMOUNT
               WRITE INVOICE-REPORT-LINE FROM WS-POINTS-REDEEMED-LINE
               MOVE 'R' TO PL-ENTRY-TYPE
               MOVE WS-REDEEM-POINTS TO PL-POINTS
               MOVE ZERO TO PL-EXPIRY-DATE
               PERFORM WRITE-POINTS-LEDGER-ROW
               ADD WS-REDEEM-POINTS TO WS-POINTS-REDEEMED-TOTAL
           ELSE
               DISPLAY 'POINTS REQUEST NOT HONOURED - NO BALANCE: '
                   WS-INVOICE-JCUST-ID
           END-IF.

      *----------------------------------------------------------------
      * 付与はポイント値引き後の税抜金額に会員ー区分の率を掛け、
      * 端数は切り捨て。
      *----------------------------------------------------------------
       EARN-INVOICE-POINTS.
           MOVE WS-INVOICE-JCUST-ID TO WS-MAPPED-JCUST-ID
           MOVE '0' TO WS-MEMBER-TIER
           PERFORM SEARCH-TIER-BY-JCUST-ID
           IF WS-MEMBER-TIER = '1'
               MOVE LP-PREMIUM-RATE TO WS-EARN-RATE
           ELSE
               MOVE LP-STANDARD-RATE TO WS-EARN-RATE
           END-IF
           COMPUTE WS-EARNED-POINTS =
               (WS-INVOICE-NET - WS-POINTS-AMOUNT)
                   * WS-EARN-RATE / 100
           IF WS-EARNED-POINTS > ZERO
               MOVE 'E' TO PL-ENTRY-TYPE
               MOVE WS-EARNED-POINTS TO PL-POINTS
               MOVE WS-POINTS-EXPIRY-DATE TO PL-EXPIRY-DATE
               PERFORM WRITE-POINTS-LEDGER-ROW
               MOVE WS-EARNED-POINTS TO PE-POINTS
               WRITE INVOICE-REPORT-LINE FROM WS-POINTS-EARNED-LINE
               ADD WS-EARNED-POINTS TO WS-POINTS-EARNED-TOTAL
           END-IF.

       WRITE-POINTS-LEDGER-ROW.
           MOVE WS-INVOICE-JCUST-ID TO PL-JCUST-ID
           MOVE WS-RUN-DATE TO PL-ENTRY-DATE
           MOVE WS-INVOICE-NUMBER TO PL-INVOICE-NUMBER
           MOVE WS-PRIOR-CUSTOMER-ID TO PL-CUSTOMER-ID
           WRITE POINTS-LEDGER-RECORD.

       WRITE-INVOICE-REGISTER.
           MOVE WS-INVOICE-NUMBER TO IR-INVOICE-NUMBER
           MOVE WS-RUN-DATE TO IR-INVOICE-DATE
           MOVE WS-INVOICE-TAX-AT-10 TO IR-TAX-AT-10
           MOVE WS-INVOICE-NET-AT-8 TO IR-NET-AT-8
           MOVE WS-INVOICE-TAX-AT-8 TO IR-TAX-AT-8
           MOVE WS-POINTS-AMOUNT TO IR-POINTS-AMOUNT
           WRITE INVOICE-REGISTER-RECORD.
