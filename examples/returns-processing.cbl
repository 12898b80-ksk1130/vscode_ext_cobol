      * 倉庫ー内訳 bucket - a keyed REWRITE of just the touched
      * records on the indexed JPRODUCT.DAT.  Refused returns go
      * to RETURNS.EXC with the reason.
      * A credit also takes back the loyalty points the goods
      * earned: the customer is mapped to its 顧客ーID through the
      * confirmed CUSTXREF.DAT links, and the credit at the
      * LOYALTY-POINTS-RULES rate for its 会員ー区分 in
      * JCUSTOMR.DAT is appended to the POINTS.DAT ledger as a
      * reversal.  A customer with no confirmed link holds no points.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURNS-EXCEPTION-FILE ASSIGN TO "RETURNS.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-FILE ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT JCUSTOMER-FILE ASSIGN TO "JCUSTOMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCUST-STATUS.
           SELECT POINTS-LEDGER-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-EXCEPTION-FILE.
       01  RETURNS-EXCEPTION-LINE       PIC X(80).

       FD  XREF-FILE.
       COPY CUSTOMER-KEY-XREF-RECORD.

       FD  JCUSTOMER-FILE.
       COPY 顧客データー.

       FD  POINTS-LEDGER-FILE.
       COPY POINTS-LEDGER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
           88  AR-FILE-EOF                   VALUE '10'.
       01  WS-PRODUCT-CHANGED-SW         PIC X(1).
           88  PRODUCT-RECORD-CHANGED        VALUE 'Y'.
       01  WS-XREF-STATUS                PIC XX.
           88  XREF-FILE-OK                  VALUE '00'.
           88  XREF-FILE-EOF                 VALUE '10'.
       01  WS-JCUST-STATUS               PIC XX.
           88  JCUST-FILE-OK                 VALUE '00'.
           88  JCUST-FILE-EOF                VALUE '10'.
       01  WS-PTS-STATUS                 PIC XX.
           88  PTS-FILE-OK                   VALUE '00'.

      *----------------------------------------------------------------
      * 返金したポイントの取消に使う: 確認済みリンクで8桁RECORD-ID
      * から顧客ーIDへ、顧客ーIDから会員ー区分へ。
      *----------------------------------------------------------------
       COPY LOYALTY-POINTS-RULES.

       01  WS-LINK-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-LINK-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LINK-ENTRIES.
           05  WS-LINK-ENTRY             OCCURS 200 TIMES
                                             INDEXED BY LK-IDX.
               10  LK-RECORD-ID              PIC 9(8).
               10  LK-JCUST-ID               PIC 9(10).
       01  WS-MAPPED-JCUST-ID            PIC 9(10).

       01  WS-MEMBER-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-MEMBER-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-MEMBER-ENTRIES.
           05  WS-MEMBER-ENTRY           OCCURS 200 TIMES
                                             INDEXED BY MB-IDX.
               10  MB-CUSTOMER-ID            PIC 9(10).
               10  MB-MEMBER-TIER            PIC X(1).
       01  WS-MEMBER-TIER                PIC X(1).
       01  WS-EARN-RATE                  PIC 9(2)V9.
       01  WS-REVERSED-POINTS            PIC 9(9).
       01  WS-POINTS-REVERSED-TOTAL      PIC 9(9) VALUE ZERO.

      *----------------------------------------------------------------
      * 今夜のRMAに現れる顧客だけ履歴を引くための控え。
           PERFORM DRAW-DOWN-PRIOR-RETURNS
           PERFORM LOAD-SERIAL-CONTROL
           PERFORM LOAD-SERIAL-MASTER
           PERFORM LOAD-KEY-LINKS
           PERFORM LOAD-MEMBER-TIERS
           OPEN I-O CUSTOMER-FILE
           OPEN INPUT PROD-FILE
           OPEN INPUT RETURN-TXN-FILE
           END-IF
           OPEN OUTPUT RETURNS-REGISTER-FILE
           OPEN OUTPUT RETURNS-EXCEPTION-FILE
           OPEN EXTEND POINTS-LEDGER-FILE
           IF NOT PTS-FILE-OK
               OPEN OUTPUT POINTS-LEDGER-FILE
           END-IF
           PERFORM READ-RETURN-TXN
           PERFORM PROCESS-ONE-RETURN UNTIL RTN-FILE-EOF
           CLOSE CUSTOMER-FILE
           CLOSE RETURN-HISTORY-FILE
           CLOSE RETURNS-REGISTER-FILE
           CLOSE RETURNS-EXCEPTION-FILE
           CLOSE POINTS-LEDGER-FILE
           PERFORM WORK-DOWN-OPEN-ITEMS
           PERFORM RESTOCK-RETURNED-GOODS
           PERFORM WRITE-SERIAL-MASTER
           DISPLAY 'RETURNS PROCESSING - ACCEPTED: '
               WS-ACCEPTED-COUNT ' REFUSED: ' WS-REFUSED-COUNT
               ' POINTS REVERSED: ' WS-POINTS-REVERSED-TOTAL
           STOP RUN.

       CHECK-BATCH-LOCK.
           MOVE RM-QUANTITY TO RH-RETURNED-QTY
           MOVE RM-RETURN-DATE TO RH-RETURN-DATE
           PERFORM CREDIT-CUSTOMER-BALANCE
           IF WS-REFUND-AMOUNT > ZERO
               PERFORM REVERSE-RETURN-POINTS
           END-IF
           MOVE WS-REFUND-AMOUNT TO RH-CREDIT-AMOUNT
           MOVE RM-REASON-CODE TO RH-REASON-CODE
           MOVE 'N' TO RH-CLAIMED-SW
                   PERFORM ADD-TO-CREDIT-TABLE
           END-READ.

      *----------------------------------------------------------------
      * 返金額に会員ー区分の付与率を掛けたポイントを取り消す(付与と
      * 同じく端数切り捨て)。リンクの無い顧客はポイントを持たない。
      *----------------------------------------------------------------
       REVERSE-RETURN-POINTS.
           MOVE ZERO TO WS-MAPPED-JCUST-ID
           SET LK-IDX TO 1
           SEARCH WS-LINK-ENTRY
               AT END
                   CONTINUE
               WHEN LK-IDX > WS-LINK-COUNT
                   CONTINUE
               WHEN LK-RECORD-ID (LK-IDX) = RM-CUSTOMER-ID
                   MOVE LK-JCUST-ID (LK-IDX) TO WS-MAPPED-JCUST-ID
           END-SEARCH
           IF WS-MAPPED-JCUST-ID > ZERO
               MOVE '0' TO WS-MEMBER-TIER
               SET MB-IDX TO 1
               SEARCH WS-MEMBER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MB-IDX > WS-MEMBER-COUNT
                       CONTINUE
                   WHEN MB-CUSTOMER-ID (MB-IDX) = WS-MAPPED-JCUST-ID
                       MOVE MB-MEMBER-TIER (MB-IDX) TO WS-MEMBER-TIER
               END-SEARCH
               IF WS-MEMBER-TIER = '1'
                   MOVE LP-PREMIUM-RATE TO WS-EARN-RATE
               ELSE
                   MOVE LP-STANDARD-RATE TO WS-EARN-RATE
               END-IF
               COMPUTE WS-REVERSED-POINTS =
                   WS-REFUND-AMOUNT * WS-EARN-RATE / 100
               IF WS-REVERSED-POINTS > ZERO
                   MOVE WS-MAPPED-JCUST-ID TO PL-JCUST-ID
                   MOVE 'V' TO PL-ENTRY-TYPE
                   MOVE RM-RETURN-DATE TO PL-ENTRY-DATE
                   MOVE WS-REVERSED-POINTS TO PL-POINTS
                   MOVE ZERO TO PL-INVOICE-NUMBER
                   MOVE RM-CUSTOMER-ID TO PL-CUSTOMER-ID
                   MOVE ZERO TO PL-EXPIRY-DATE
                   WRITE POINTS-LEDGER-RECORD
                   ADD WS-REVERSED-POINTS TO WS-POINTS-REVERSED-TOTAL
               END-IF
           END-IF.

       LOAD-KEY-LINKS.
           OPEN INPUT XREF-FILE
           IF XREF-FILE-OK
               PERFORM READ-XREF
               PERFORM STORE-KEY-LINK UNTIL XREF-FILE-EOF
               CLOSE XREF-FILE
           END-IF.

       READ-XREF.
           READ XREF-FILE
               AT END
                   SET XREF-FILE-EOF TO TRUE
           END-READ.

       STORE-KEY-LINK.
           IF CX-LINK-CONFIRMED
               AND WS-LINK-COUNT < WS-LINK-TABLE-MAX
               ADD 1 TO WS-LINK-COUNT
               MOVE CX-RECORD-ID TO LK-RECORD-ID (WS-LINK-COUNT)
               MOVE CX-JCUST-ID TO LK-JCUST-ID (WS-LINK-COUNT)
           END-IF
           PERFORM READ-XREF.

       LOAD-MEMBER-TIERS.
           OPEN INPUT JCUSTOMER-FILE
           IF JCUST-FILE-OK
               PERFORM READ-JCUSTOMER
               PERFORM STORE-MEMBER-TIER UNTIL JCUST-FILE-EOF
               CLOSE JCUSTOMER-FILE
           END-IF.

       READ-JCUSTOMER.
           READ JCUSTOMER-FILE
               AT END
                   SET JCUST-FILE-EOF TO TRUE
           END-READ.

       STORE-MEMBER-TIER.
           IF WS-MEMBER-COUNT < WS-MEMBER-TABLE-MAX
               ADD 1 TO WS-MEMBER-COUNT
               MOVE 顧客ーID TO MB-CUSTOMER-ID (WS-MEMBER-COUNT)
               MOVE 会員ー区分 TO MB-MEMBER-TIER (WS-MEMBER-COUNT)
           END-IF
           PERFORM READ-JCUSTOMER.

       ADD-TO-CREDIT-TABLE.
           SET HISTORY-NOT-FOUND TO TRUE
           PERFORM FIND-CREDIT-ENTRY
