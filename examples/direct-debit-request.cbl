       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRECT-DEBIT-REQUEST.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Builds the 口座振替 request for customers who pay by
      * automatic account debit.  DDCOLL.PRM carries the collection
      * date agreed with the bank; without the card nothing is
      * requested.  Walks the open items on ARITEMS.DAT and picks
      * every item falling due on or before the collection date
      * (AR-DUE-DATE, the invoice date where that is zero) for a
      * customer whose CUSTBANK.DAT row carries the direct-debit
      * mandate, less any amount under open dispute.  One debit per
      * customer goes on DDREQ.DAT in the Zengin 口座振替 layout -
      * whole-yen amounts, trailer totalling the yen actually on the
      * data records, as the refund file does.  Every item requested
      * is recorded on the DDPEND.DAT pending file (carried to
      * DDPEND.NEW), so an item the bank is still working on, or
      * one whose debit has already failed, is never requested
      * again; DIRECT-DEBIT-RESULT clears the rows.  DDREQ.RPT is
      * the control listing.  Balances and items are not touched
      * here - the money moves when the result comes back.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-CARD-FILE ASSIGN TO "DDCOLL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT BANK-DETAIL-FILE ASSIGN TO "CUSTBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT PENDING-FILE ASSIGN TO "DDPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PENDING-OUT-FILE ASSIGN TO "DDPEND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REQUEST-FILE ASSIGN TO "DDREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-LISTING-FILE ASSIGN TO "DDREQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-CARD-FILE.
       01  COLLECTION-CARD-RECORD.
           05  CC-COLLECTION-DATE       PIC 9(8).

       FD  BANK-DETAIL-FILE.
       COPY CUSTOMER-BANK-RECORD.

       FD  AR-ITEM-FILE.
       COPY AR-OPEN-ITEM-RECORD.

       FD  PENDING-FILE.
       COPY DIRECT-DEBIT-PENDING-RECORD.

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD           PIC X(40).

       FD  REQUEST-FILE.
       01  REQUEST-RECORD               PIC X(120).

       FD  CONTROL-LISTING-FILE.
       01  CONTROL-LISTING-LINE         PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS                PIC XX.
           88  CARD-FILE-OK                  VALUE '00'.
       01  WS-BANK-STATUS                PIC XX.
           88  BANK-FILE-OK                  VALUE '00'.
           88  BANK-FILE-EOF                 VALUE '10'.
       01  WS-AR-STATUS                  PIC XX.
           88  AR-FILE-OK                    VALUE '00'.
           88  AR-FILE-EOF                   VALUE '10'.
       01  WS-PEND-STATUS                PIC XX.
           88  PEND-FILE-OK                  VALUE '00'.
           88  PEND-FILE-EOF                 VALUE '10'.

       01  WS-COLLECTION-DATE            PIC 9(8) VALUE ZERO.
       01  WS-AGE-BASE-DATE              PIC 9(8).
       01  WS-DISPUTED-AMOUNT            PIC 9(9)V99.
       01  WS-DEBIT-IN-YEN               PIC 9(10).
       01  WS-DEBIT-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-DEBIT-TOTAL                PIC 9(12) VALUE ZERO.
       01  WS-ITEM-COUNT                 PIC 9(5) VALUE ZERO.

       01  WS-BANK-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-BANK-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-BANK-ENTRIES.
           05  WS-BANK-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY BK-IDX.
               10  BK-CUSTOMER-ID            PIC 9(8).
               10  BK-BANK-CODE              PIC 9(4).
               10  BK-BRANCH-CODE            PIC 9(3).
               10  BK-ACCOUNT-TYPE           PIC 9(1).
               10  BK-ACCOUNT-NUMBER         PIC 9(7).
               10  BK-ACCOUNT-NAME           PIC X(30).
       01  WS-BANK-LOOKUP-ID             PIC 9(8).
       01  WS-BANK-FOUND-SW              PIC X(1).
           88  BANK-DETAIL-FOUND             VALUE 'Y'.
           88  BANK-DETAIL-NOT-FOUND         VALUE 'N'.

      *----------------------------------------------------------------
      * 依頼中・不能の明細。積み切れないと同じ明細を二重に引き落と
      * すので、溢れたら走行を止める。
      *----------------------------------------------------------------
       01  WS-PENDING-TABLE-MAX          PIC 9(4) VALUE 1000.
       01  WS-PENDING-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PENDING-ENTRIES.
           05  WS-PENDING-ENTRY          OCCURS 1000 TIMES.
               10  PN-PENDING-ROW            PIC X(40).
               10  PN-INVOICE-NUMBER         PIC 9(12).
               10  PN-STATUS                 PIC X(1).
               10  PN-STILL-OPEN-SW          PIC X(1).
       01  WS-PENDING-SUB                PIC 9(4) COMP.
       01  WS-PENDING-HIT-SUB            PIC 9(4) COMP.

       01  WS-REQUEST-TABLE-MAX          PIC 9(4) VALUE 1000.
       01  WS-REQUEST-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-REQUEST-ENTRIES.
           05  WS-REQUEST-ENTRY          OCCURS 1000 TIMES.
               10  RQ-CUSTOMER-ID            PIC 9(8).
               10  RQ-INVOICE-NUMBER         PIC 9(12).
               10  RQ-AMOUNT                 PIC 9(9)V99.
       01  WS-REQUEST-SUB                PIC 9(4) COMP.

       01  WS-PAYER-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-PAYER-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-PAYER-ENTRIES.
           05  WS-PAYER-ENTRY            OCCURS 500 TIMES.
               10  PR-CUSTOMER-ID            PIC 9(8).
               10  PR-DEBIT-AMOUNT           PIC 9(9)V99.
               10  PR-ITEM-COUNT             PIC 9(4).
       01  WS-PAYER-SUB                  PIC 9(3) COMP.
       01  WS-PAYER-HIT-SUB              PIC 9(3) COMP.

       COPY DIRECT-DEBIT-ZENGIN-LAYOUT.

       01  WS-CONTROL-DETAIL-LINE.
           05  FILLER                  PIC X(8) VALUE 'DEBIT:  '.
           05  CL-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-ACCOUNT-NAME          PIC X(30).
           05  FILLER                  PIC X(9) VALUE ' AMOUNT: '.
           05  CL-DEBIT-AMOUNT          PIC Z(9)9.
           05  FILLER                  PIC X(8) VALUE '  ITEMS '.
           05  CL-ITEM-COUNT            PIC ZZZ9.

       01  WS-CONTROL-TOTAL-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'DEBIT COUNT: '.
           05  CT-DEBIT-COUNT           PIC ZZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  TOTAL: '.
           05  CT-DEBIT-TOTAL           PIC Z(11)9.
           05  FILLER                  PIC X(22)
               VALUE '  COLLECTION DATE:    '.
           05  CT-COLLECTION-DATE       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-COLLECTION-CARD
           PERFORM LOAD-BANK-DETAILS
           PERFORM LOAD-PENDING-ITEMS
           OPEN INPUT AR-ITEM-FILE
           IF NOT AR-FILE-OK
               DISPLAY 'DIRECT DEBIT REQUEST - NO OPEN ITEM FILE'
               STOP RUN
           END-IF
           PERFORM READ-AR-ITEM
           PERFORM REVIEW-ONE-ITEM UNTIL AR-FILE-EOF
           CLOSE AR-ITEM-FILE
           PERFORM GATHER-ONE-REQUEST
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
           OPEN OUTPUT REQUEST-FILE
           OPEN OUTPUT CONTROL-LISTING-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           MOVE WS-COLLECTION-DATE TO DZ-COLLECTION-DATE
           WRITE REQUEST-RECORD FROM WS-DEBIT-HEADER
           PERFORM REQUEST-ONE-PAYER
               VARYING WS-PAYER-SUB FROM 1 BY 1
               UNTIL WS-PAYER-SUB > WS-PAYER-COUNT
           PERFORM WRITE-REQUEST-TRAILER
           PERFORM CARRY-ONE-PENDING
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
           PERFORM RECORD-ONE-REQUEST
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
           CLOSE REQUEST-FILE
           CLOSE CONTROL-LISTING-FILE
           CLOSE PENDING-OUT-FILE
           DISPLAY 'DIRECT DEBIT REQUEST - DEBITS: ' WS-DEBIT-COUNT
               ' ITEMS: ' WS-ITEM-COUNT
               ' TOTAL: ' WS-DEBIT-TOTAL
           STOP RUN.

      *----------------------------------------------------------------
      * 振替日は銀行と取り決めた日。カードが無ければ何も依頼しない
      * - 既定日で引き落とすと顧客の口座に予告なく請求が立つ。
      *----------------------------------------------------------------
       READ-COLLECTION-CARD.
           OPEN INPUT COLLECTION-CARD-FILE
           IF CARD-FILE-OK
               READ COLLECTION-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-COLLECTION-DATE TO WS-COLLECTION-DATE
               END-READ
               CLOSE COLLECTION-CARD-FILE
           END-IF
           IF WS-COLLECTION-DATE = ZERO
               DISPLAY 'DIRECT DEBIT REQUEST - NO COLLECTION DATE '
                   'CARD, NOTHING REQUESTED'
               STOP RUN
           END-IF.

       LOAD-BANK-DETAILS.
           OPEN INPUT BANK-DETAIL-FILE
           IF BANK-FILE-OK
               PERFORM READ-BANK-DETAIL
               PERFORM STORE-BANK-DETAIL UNTIL BANK-FILE-EOF
               CLOSE BANK-DETAIL-FILE
           END-IF.

       READ-BANK-DETAIL.
           READ BANK-DETAIL-FILE
               AT END
                   SET BANK-FILE-EOF TO TRUE
           END-READ.

       STORE-BANK-DETAIL.
           IF CB-DIRECT-DEBIT
               IF WS-BANK-COUNT < WS-BANK-TABLE-MAX
                   ADD 1 TO WS-BANK-COUNT
                   MOVE CB-CUSTOMER-ID
                       TO BK-CUSTOMER-ID (WS-BANK-COUNT)
                   MOVE CB-BANK-CODE TO BK-BANK-CODE (WS-BANK-COUNT)
                   MOVE CB-BRANCH-CODE
                       TO BK-BRANCH-CODE (WS-BANK-COUNT)
                   MOVE CB-ACCOUNT-TYPE
                       TO BK-ACCOUNT-TYPE (WS-BANK-COUNT)
                   MOVE CB-ACCOUNT-NUMBER
                       TO BK-ACCOUNT-NUMBER (WS-BANK-COUNT)
                   MOVE CB-ACCOUNT-NAME
                       TO BK-ACCOUNT-NAME (WS-BANK-COUNT)
               ELSE
                   DISPLAY 'ERROR: BANK TABLE FULL - '
                       CB-CUSTOMER-ID ' NOT DEBITED'
               END-IF
           END-IF
           PERFORM READ-BANK-DETAIL.

       LOAD-PENDING-ITEMS.
           OPEN INPUT PENDING-FILE
           IF PEND-FILE-OK
               PERFORM READ-PENDING
               PERFORM STORE-PENDING-ITEM UNTIL PEND-FILE-EOF
               CLOSE PENDING-FILE
           END-IF.

       READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET PEND-FILE-EOF TO TRUE
           END-READ.

       STORE-PENDING-ITEM.
           IF WS-PENDING-COUNT < WS-PENDING-TABLE-MAX
               ADD 1 TO WS-PENDING-COUNT
               MOVE DIRECT-DEBIT-PENDING-RECORD
                   TO PN-PENDING-ROW (WS-PENDING-COUNT)
               MOVE DD-INVOICE-NUMBER
                   TO PN-INVOICE-NUMBER (WS-PENDING-COUNT)
               MOVE DD-STATUS TO PN-STATUS (WS-PENDING-COUNT)
               MOVE 'N' TO PN-STILL-OPEN-SW (WS-PENDING-COUNT)
           ELSE
               DISPLAY 'ERROR: PENDING TABLE FULL - ITEMS WOULD '
                   'BE DEBITED TWICE - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PENDING.

       READ-AR-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET AR-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * An item already on the pending file is left alone - the
      * bank has it, or its debit failed and it is in normal
      * collection.  The rest are picked when due by the collection
      * date for a customer with a mandate.
      *----------------------------------------------------------------
       REVIEW-ONE-ITEM.
           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > ZERO
               MOVE ZERO TO WS-PENDING-HIT-SUB
               PERFORM FIND-PENDING-ITEM
                   VARYING WS-PENDING-SUB FROM 1 BY 1
                   UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                       OR WS-PENDING-HIT-SUB > ZERO
               IF WS-PENDING-HIT-SUB > ZERO
                   MOVE 'Y' TO PN-STILL-OPEN-SW (WS-PENDING-HIT-SUB)
               ELSE
                   PERFORM CONSIDER-ITEM-FOR-DEBIT
               END-IF
           END-IF
           PERFORM READ-AR-ITEM.

       FIND-PENDING-ITEM.
           IF PN-INVOICE-NUMBER (WS-PENDING-SUB) = AR-INVOICE-NUMBER
               MOVE WS-PENDING-SUB TO WS-PENDING-HIT-SUB
           END-IF.

       CONSIDER-ITEM-FOR-DEBIT.
           IF AR-DUE-DATE = ZERO
               MOVE AR-INVOICE-DATE TO WS-AGE-BASE-DATE
           ELSE
               MOVE AR-DUE-DATE TO WS-AGE-BASE-DATE
           END-IF
           IF WS-AGE-BASE-DATE NOT > WS-COLLECTION-DATE
               MOVE AR-CUSTOMER-ID TO WS-BANK-LOOKUP-ID
               PERFORM FIND-BANK-DETAIL
               IF BANK-DETAIL-FOUND
                   PERFORM QUEUE-ITEM-FOR-DEBIT
               END-IF
           END-IF.

       FIND-BANK-DETAIL.
           SET BANK-DETAIL-NOT-FOUND TO TRUE
           SET BK-IDX TO 1
           SEARCH WS-BANK-ENTRY
               AT END
                   CONTINUE
               WHEN BK-CUSTOMER-ID (BK-IDX) = WS-BANK-LOOKUP-ID
                   SET BANK-DETAIL-FOUND TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------
      * 係争中の金額は引き落とさない。溢れた明細は依頼せず、通常の
      * 回収に残る。
      *----------------------------------------------------------------
       QUEUE-ITEM-FOR-DEBIT.
           CALL 'DISPUTE-AMOUNT-LOOKUP' USING AR-INVOICE-NUMBER
                                              WS-DISPUTED-AMOUNT
           END-CALL
           IF WS-DISPUTED-AMOUNT < AR-OPEN-AMOUNT
               IF WS-REQUEST-COUNT < WS-REQUEST-TABLE-MAX
                   ADD 1 TO WS-REQUEST-COUNT
                   MOVE AR-CUSTOMER-ID
                       TO RQ-CUSTOMER-ID (WS-REQUEST-COUNT)
                   MOVE AR-INVOICE-NUMBER
                       TO RQ-INVOICE-NUMBER (WS-REQUEST-COUNT)
                   COMPUTE RQ-AMOUNT (WS-REQUEST-COUNT) =
                       AR-OPEN-AMOUNT - WS-DISPUTED-AMOUNT
               ELSE
                   DISPLAY 'ERROR: REQUEST TABLE FULL - '
                       AR-INVOICE-NUMBER ' NOT REQUESTED'
               END-IF
           END-IF.

       GATHER-ONE-REQUEST.
           MOVE ZERO TO WS-PAYER-HIT-SUB
           PERFORM FIND-PAYER-ENTRY
               VARYING WS-PAYER-SUB FROM 1 BY 1
               UNTIL WS-PAYER-SUB > WS-PAYER-COUNT
                   OR WS-PAYER-HIT-SUB > ZERO
           IF WS-PAYER-HIT-SUB > ZERO
               ADD RQ-AMOUNT (WS-REQUEST-SUB)
                   TO PR-DEBIT-AMOUNT (WS-PAYER-HIT-SUB)
               ADD 1 TO PR-ITEM-COUNT (WS-PAYER-HIT-SUB)
           ELSE
               IF WS-PAYER-COUNT < WS-PAYER-TABLE-MAX
                   ADD 1 TO WS-PAYER-COUNT
                   MOVE RQ-CUSTOMER-ID (WS-REQUEST-SUB)
                       TO PR-CUSTOMER-ID (WS-PAYER-COUNT)
                   MOVE RQ-AMOUNT (WS-REQUEST-SUB)
                       TO PR-DEBIT-AMOUNT (WS-PAYER-COUNT)
                   MOVE 1 TO PR-ITEM-COUNT (WS-PAYER-COUNT)
               ELSE
                   DISPLAY 'ERROR: PAYER TABLE FULL - '
                       RQ-CUSTOMER-ID (WS-REQUEST-SUB)
                       ' NOT DEBITED'
                   MOVE ZERO TO RQ-AMOUNT (WS-REQUEST-SUB)
               END-IF
           END-IF.

       FIND-PAYER-ENTRY.
           IF PR-CUSTOMER-ID (WS-PAYER-SUB)
               = RQ-CUSTOMER-ID (WS-REQUEST-SUB)
               MOVE WS-PAYER-SUB TO WS-PAYER-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * 全銀の金額は円単位 - 銭以下は切り捨てて依頼する。端数の銭
      * は明細に残り、少額償却が拾う(入金消込は係争にしない)。円に
      * ならない顧客は依頼しない(明細も保留に載せない)。
      *----------------------------------------------------------------
       REQUEST-ONE-PAYER.
           MOVE PR-DEBIT-AMOUNT (WS-PAYER-SUB) TO WS-DEBIT-IN-YEN
           IF WS-DEBIT-IN-YEN > ZERO
               MOVE PR-CUSTOMER-ID (WS-PAYER-SUB)
                   TO WS-BANK-LOOKUP-ID
               PERFORM FIND-BANK-DETAIL
               MOVE BK-BANK-CODE (BK-IDX) TO DZ-BANK-CODE
               MOVE BK-BRANCH-CODE (BK-IDX) TO DZ-BRANCH-CODE
               MOVE BK-ACCOUNT-TYPE (BK-IDX) TO DZ-ACCOUNT-TYPE
               MOVE BK-ACCOUNT-NUMBER (BK-IDX) TO DZ-ACCOUNT-NUMBER
               MOVE BK-ACCOUNT-NAME (BK-IDX) TO DZ-ACCOUNT-NAME
               MOVE WS-DEBIT-IN-YEN TO DZ-DEBIT-AMOUNT
               MOVE SPACES TO DZ-CUSTOMER-NUMBER
               MOVE PR-CUSTOMER-ID (WS-PAYER-SUB) TO DZ-CUSTOMER-ID
               MOVE WS-COLLECTION-DATE TO DZ-DEBIT-DATE
               MOVE '0' TO DZ-RESULT-CODE
               WRITE REQUEST-RECORD FROM WS-DEBIT-DATA
               ADD 1 TO WS-DEBIT-COUNT
               ADD WS-DEBIT-IN-YEN TO WS-DEBIT-TOTAL
               MOVE PR-CUSTOMER-ID (WS-PAYER-SUB) TO CL-CUSTOMER-ID
               MOVE BK-ACCOUNT-NAME (BK-IDX) TO CL-ACCOUNT-NAME
               MOVE WS-DEBIT-IN-YEN TO CL-DEBIT-AMOUNT
               MOVE PR-ITEM-COUNT (WS-PAYER-SUB) TO CL-ITEM-COUNT
               WRITE CONTROL-LISTING-LINE FROM WS-CONTROL-DETAIL-LINE
           ELSE
               MOVE ZERO TO PR-DEBIT-AMOUNT (WS-PAYER-SUB)
           END-IF.

       WRITE-REQUEST-TRAILER.
           MOVE WS-DEBIT-COUNT TO DZ-DEBIT-COUNT
           MOVE WS-DEBIT-TOTAL TO DZ-DEBIT-TOTAL
           WRITE REQUEST-RECORD FROM WS-DEBIT-TRAILER
           WRITE REQUEST-RECORD FROM WS-DEBIT-END
           MOVE WS-DEBIT-COUNT TO CT-DEBIT-COUNT
           MOVE WS-DEBIT-TOTAL TO CT-DEBIT-TOTAL
           MOVE WS-COLLECTION-DATE TO CT-COLLECTION-DATE
           WRITE CONTROL-LISTING-LINE FROM WS-CONTROL-TOTAL-LINE.

      *----------------------------------------------------------------
      * Rows still with the bank are carried whatever the item's
      * state; a failed row only while its item is still open.
      *----------------------------------------------------------------
       CARRY-ONE-PENDING.
           IF PN-STATUS (WS-PENDING-SUB) = 'R'
               OR PN-STILL-OPEN-SW (WS-PENDING-SUB) = 'Y'
               WRITE PENDING-OUT-RECORD
                   FROM PN-PENDING-ROW (WS-PENDING-SUB)
           END-IF.

       RECORD-ONE-REQUEST.
           IF RQ-AMOUNT (WS-REQUEST-SUB) > ZERO
               PERFORM FIND-REQUEST-PAYER
               IF PR-DEBIT-AMOUNT (WS-PAYER-HIT-SUB) > ZERO
                   MOVE RQ-CUSTOMER-ID (WS-REQUEST-SUB)
                       TO DD-CUSTOMER-ID
                   MOVE RQ-INVOICE-NUMBER (WS-REQUEST-SUB)
                       TO DD-INVOICE-NUMBER
                   MOVE RQ-AMOUNT (WS-REQUEST-SUB) TO DD-AMOUNT
                   MOVE WS-COLLECTION-DATE TO DD-COLLECTION-DATE
                   SET DD-REQUESTED TO TRUE
                   WRITE PENDING-OUT-RECORD
                       FROM DIRECT-DEBIT-PENDING-RECORD
                   ADD 1 TO WS-ITEM-COUNT
               END-IF
           END-IF.

       FIND-REQUEST-PAYER.
           MOVE ZERO TO WS-PAYER-HIT-SUB
           PERFORM FIND-PAYER-ENTRY
               VARYING WS-PAYER-SUB FROM 1 BY 1
               UNTIL WS-PAYER-SUB > WS-PAYER-COUNT
                   OR WS-PAYER-HIT-SUB > ZERO.
