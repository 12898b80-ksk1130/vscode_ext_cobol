       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORDER-AGING.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Ages the open backorders on BACKORDR.DAT, which until now
      * simply waited for STOCK-ALLOCATION or GOODS-RECEIPT however
      * long that took while the customer heard nothing.  Each line
      * is aged in days from BO-ORDER-DATE into the buckets set in
      * BACKORDER-AGING-RULES and listed on BOAGING.RPT with the
      * next inbound purchase order for the product - the earliest
      * open OPENPO.DAT line, due PO-ORDER-DATE plus the vendor's
      * VM-LEAD-TIME-DAYS as ORDER-ACKNOWLEDGMENT reckons it.  A
      * line is cancelled when its product has passed its
      * DISCEOL.DAT cutoff (no stock is ever coming) or when it is
      * older than the customer's limit - the BOLIMIT.DAT row, else
      * BA-DEFAULT-CANCEL-DAYS.  Cancelled lines are dropped from
      * BACKORDR.DAT, which is rewritten to BACKORDR.CHG and swapped
      * in place so the allocation run that follows sees the
      * result; the ordered quantity on ORDERS.DAT is left as
      * booked, the cancellation going to the BOHIST.DAT backorder
      * history instead.  Every cancellation, and every open line
      * whose ORDPROM.DAT promised date has passed, raises one
      * customer notice on the BONOTICE.DAT extract - an e-mail
      * where a confirmed CUSTXREF.DAT link leads to a verified
      * 顧客データー address, otherwise a letter to the name and
      * address on CUSTOMER.DAT.  A late notice is recorded on
      * BOHIST.DAT so it goes once per line, not every night.
      * Drop-ship PO lines are not inbound stock and promise
      * nothing here.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.
           SELECT BACKORDER-OUT-FILE ASSIGN TO "BACKORDR.CHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMIT-FILE ASSIGN TO "BOLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT DISCONTINUE-FILE ASSIGN TO "DISCEOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOL-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT PROMISE-FILE ASSIGN TO "ORDPROM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMISE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT XREF-FILE ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT JCUSTOMER-FILE ASSIGN TO "JCUSTOMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCUST-STATUS.
           SELECT CUST-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "BONOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO "BOAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILE.
       COPY BACKORDER-RECORD.

       FD  BACKORDER-OUT-FILE.
       01  BACKORDER-OUT-RECORD         PIC X(32).

       FD  LIMIT-FILE.
       COPY BACKORDER-LIMIT-RECORD.

       FD  DISCONTINUE-FILE.
       COPY DISCONTINUATION-RECORD.

       FD  OPEN-PO-FILE.
       COPY OPEN-PO-RECORD.

       FD  VENDOR-FILE.
       COPY VENDOR-MASTER-RECORD.

       FD  PROMISE-FILE.
       COPY ORDER-PROMISE-RECORD.

       FD  HISTORY-FILE.
       COPY BACKORDER-HISTORY-RECORD.

       FD  XREF-FILE.
       COPY CUSTOMER-KEY-XREF-RECORD.

       FD  JCUSTOMER-FILE.
       COPY 顧客データー.

       FD  CUST-FILE.
       COPY CUSTOMER-DATA.

       FD  NOTICE-FILE.
       COPY BACKORDER-NOTICE-RECORD.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BKO-STATUS                 PIC XX.
           88  BKO-FILE-OK                   VALUE '00'.
           88  BKO-FILE-EOF                  VALUE '10'.
       01  WS-LIMIT-STATUS               PIC XX.
           88  LIMIT-FILE-OK                 VALUE '00'.
           88  LIMIT-FILE-EOF                VALUE '10'.
       01  WS-EOL-STATUS                 PIC XX.
           88  EOL-FILE-OK                   VALUE '00'.
           88  EOL-FILE-EOF                  VALUE '10'.
       01  WS-PO-STATUS                  PIC XX.
           88  PO-FILE-OK                    VALUE '00'.
           88  PO-FILE-EOF                   VALUE '10'.
       01  WS-VEND-STATUS                PIC XX.
       01  WS-PROMISE-STATUS             PIC XX.
           88  PROMISE-FILE-OK               VALUE '00'.
           88  PROMISE-FILE-EOF              VALUE '10'.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-XREF-STATUS                PIC XX.
           88  XREF-FILE-OK                  VALUE '00'.
           88  XREF-FILE-EOF                 VALUE '10'.
       01  WS-JCUST-STATUS               PIC XX.
           88  JCUST-FILE-OK                 VALUE '00'.
           88  JCUST-FILE-EOF                VALUE '10'.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.

       COPY BACKORDER-AGING-RULES.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TODAY-INTEGER              PIC 9(7).
       01  WS-LINE-AGE-DAYS              PIC S9(7).
       01  WS-CANCEL-DAYS                PIC 9(3).

       01  WS-LIMIT-TABLE-MAX            PIC 9(3) VALUE 200.
       01  WS-LIMIT-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-LIMIT-ENTRIES.
           05  WS-LIMIT-ENTRY            OCCURS 200 TIMES
                                             INDEXED BY LM-IDX.
               10  LM-CUSTOMER-ID            PIC 9(8).
               10  LM-CANCEL-DAYS            PIC 9(3).

      *----------------------------------------------------------------
      * 販売終了品: 打切日を過ぎた製品ーコードのみ。
      *----------------------------------------------------------------
       01  WS-EOL-TABLE-MAX              PIC 9(3) VALUE 200.
       01  WS-EOL-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-EOL-ENTRIES.
           05  WS-EOL-ENTRY              OCCURS 200 TIMES
                                             INDEXED BY EO-IDX.
               10  EO-PRODUCT-CODE           PIC X(20).

      *----------------------------------------------------------------
      * 次回入荷: 製品ーコード毎に最も早く着く未完了PO行。
      *----------------------------------------------------------------
       01  WS-INBOUND-TABLE-MAX          PIC 9(3) VALUE 200.
       01  WS-INBOUND-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-INBOUND-ENTRIES.
           05  WS-INBOUND-ENTRY          OCCURS 200 TIMES
                                             INDEXED BY IB-IDX.
               10  IB-PRODUCT-CODE           PIC X(20).
               10  IB-PO-NUMBER              PIC 9(12).
               10  IB-EXPECTED-DATE          PIC 9(8).
       01  WS-PO-EXPECTED-DATE           PIC 9(8).
       01  WS-LEAD-TIME-DAYS             PIC 9(3).

       01  WS-PROMISE-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-PROMISE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PROMISE-ENTRIES.
           05  WS-PROMISE-ENTRY          OCCURS 500 TIMES
                                             INDEXED BY PR-IDX.
               10  PR-CUSTOMER-ID            PIC 9(8).
               10  PR-PRODUCT-ID             PIC 9(8).
               10  PR-ORDER-DATE             PIC 9(8).
               10  PR-PROMISE-DATE           PIC 9(8).

       01  WS-NOTIFIED-TABLE-MAX         PIC 9(3) VALUE 500.
       01  WS-NOTIFIED-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-NOTIFIED-ENTRIES.
           05  WS-NOTIFIED-ENTRY         OCCURS 500 TIMES
                                             INDEXED BY NF-IDX.
               10  NF-CUSTOMER-ID            PIC 9(8).
               10  NF-PRODUCT-ID             PIC 9(8).
               10  NF-ORDER-DATE             PIC 9(8).

       01  WS-LINK-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-LINK-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LINK-ENTRIES.
           05  WS-LINK-ENTRY             OCCURS 200 TIMES
                                             INDEXED BY LK-IDX.
               10  LK-RECORD-ID              PIC 9(8).
               10  LK-JCUST-ID               PIC 9(10).

       01  WS-ADDR-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-ADDR-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-ADDR-ENTRIES.
           05  WS-ADDR-ENTRY             OCCURS 200 TIMES
                                             INDEXED BY AD-IDX.
               10  AD-JCUST-ID               PIC 9(10).
               10  AD-MAIL-ADDRESS           PIC X(50).
               10  AD-MAIL-STATE             PIC X(1).

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).
       01  WS-MAPPED-JCUST-ID            PIC 9(10).
       01  WS-FOUND-MAIL-ADDRESS         PIC X(50).
       01  WS-FOUND-MAIL-STATE           PIC X(1).

       01  WS-LINE-ACTION                PIC X(1).
           88  LINE-KEPT                     VALUE 'K'.
           88  LINE-CANCELLED-AGED           VALUE 'A'.
           88  LINE-CANCELLED-EOL            VALUE 'E'.
       01  WS-LINE-PROMISE-DATE          PIC 9(8).
       01  WS-LINE-PO-NUMBER             PIC 9(12).
       01  WS-LINE-EXPECTED-DATE         PIC 9(8).
       01  WS-DELAY-NOTICE-SW            PIC X(1).
           88  DELAY-NOTICE-DUE              VALUE 'Y'.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOTAL           OCCURS 4 TIMES.
               10  BK-LINE-COUNT             PIC 9(5).
               10  BK-QUANTITY               PIC 9(7).
       01  WS-BUCKET-SUB                 PIC 9(3) COMP.

       01  WS-BKO-FILE-NAME              PIC X(20)
                                            VALUE 'BACKORDR.DAT'.
       01  WS-BKO-WORK-FILE-NAME         PIC X(20)
                                            VALUE 'BACKORDR.CHG'.

       01  WS-KEPT-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-CANCELLED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CANCELLED-QTY              PIC 9(7) VALUE ZERO.
       01  WS-DELAY-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-MAIL-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-LETTER-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-UNADDRESSED-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-AGING-DETAIL-LINE.
           05  DL-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-PRODUCT-ID            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-ORDER-DATE            PIC 9(8).
           05  FILLER                  PIC X(5) VALUE ' QTY '.
           05  DL-QUANTITY              PIC ZZZZ9.
           05  FILLER                  PIC X(5) VALUE ' AGE '.
           05  DL-AGE-DAYS              PIC ZZZ9.
           05  FILLER                  PIC X(4) VALUE ' PO '.
           05  DL-PO-NUMBER             PIC X(12).
           05  FILLER                  PIC X(5) VALUE ' DUE '.
           05  DL-EXPECTED-DATE         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-ACTION                PIC X(22).

       01  WS-BUCKET-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE 'AGE BUCKET: '.
           05  BT-BUCKET-LABEL          PIC X(10).
           05  FILLER                  PIC X(9) VALUE '  LINES: '.
           05  BT-LINE-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE '  QTY: '.
           05  BT-QUANTITY              PIC ZZZZZZ9.

       01  WS-AGING-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE 'KEPT: '.
           05  AT-KEPT-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE '  CANCELLED: '.
           05  AT-CANCELLED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  LATE:  '.
           05  AT-DELAY-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  MAILS: '.
           05  AT-MAIL-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  LETTERS: '.
           05  AT-LETTER-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE '  NO ADDRESS:  '.
           05  AT-UNADDRESSED-COUNT     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
           OPEN INPUT BACKORDER-FILE
           IF NOT BKO-FILE-OK
               DISPLAY 'BACKORDER AGING - NO BACKORDERS WAITING'
               STOP RUN
           END-IF
           INITIALIZE WS-BUCKET-TOTALS
           PERFORM LOAD-CUSTOMER-LIMITS
           PERFORM LOAD-END-OF-LIFE
           PERFORM LOAD-INBOUND-SUPPLY
           PERFORM LOAD-PROMISES
           PERFORM LOAD-DELAY-NOTICES
           PERFORM LOAD-KEY-LINKS
           PERFORM LOAD-MAIL-ADDRESSES

           OPEN OUTPUT BACKORDER-OUT-FILE
           OPEN EXTEND HISTORY-FILE
           IF NOT HIST-FILE-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN INPUT CUST-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM READ-BACKORDER
           PERFORM AGE-ONE-BACKORDER UNTIL BKO-FILE-EOF
           PERFORM WRITE-AGING-TOTALS
           CLOSE BACKORDER-FILE
           CLOSE BACKORDER-OUT-FILE
           CLOSE HISTORY-FILE
           CLOSE CUST-FILE
           CLOSE NOTICE-FILE
           CLOSE AGING-REPORT-FILE
           PERFORM SWAP-BACKORDER-FILE
           DISPLAY 'BACKORDER AGING - KEPT: ' WS-KEPT-COUNT
               ' CANCELLED: ' WS-CANCELLED-COUNT
               ' LATE: ' WS-DELAY-COUNT
           DISPLAY 'BACKORDER AGING - MAILS: ' WS-MAIL-COUNT
               ' LETTERS: ' WS-LETTER-COUNT
               ' NO ADDRESS: ' WS-UNADDRESSED-COUNT
           STOP RUN.

       LOAD-CUSTOMER-LIMITS.
           OPEN INPUT LIMIT-FILE
           IF LIMIT-FILE-OK
               PERFORM READ-LIMIT
               PERFORM STORE-LIMIT UNTIL LIMIT-FILE-EOF
               CLOSE LIMIT-FILE
           END-IF.

       READ-LIMIT.
           READ LIMIT-FILE
               AT END
                   SET LIMIT-FILE-EOF TO TRUE
           END-READ.

       STORE-LIMIT.
           IF WS-LIMIT-COUNT < WS-LIMIT-TABLE-MAX
               ADD 1 TO WS-LIMIT-COUNT
               MOVE BL-CUSTOMER-ID TO LM-CUSTOMER-ID (WS-LIMIT-COUNT)
               MOVE BL-CANCEL-DAYS TO LM-CANCEL-DAYS (WS-LIMIT-COUNT)
           ELSE
               DISPLAY 'ERROR: LIMIT TABLE FULL - CUSTOMER '
                   BL-CUSTOMER-ID ' TAKES THE DEFAULT LIMIT'
           END-IF
           PERFORM READ-LIMIT.

       LOAD-END-OF-LIFE.
           OPEN INPUT DISCONTINUE-FILE
           IF EOL-FILE-OK
               PERFORM READ-DISCONTINUE
               PERFORM STORE-END-OF-LIFE UNTIL EOL-FILE-EOF
               CLOSE DISCONTINUE-FILE
           END-IF.

       READ-DISCONTINUE.
           READ DISCONTINUE-FILE
               AT END
                   SET EOL-FILE-EOF TO TRUE
           END-READ.

       STORE-END-OF-LIFE.
           IF DE-CUTOFF-DATE NOT > WS-TODAY-CCYYMMDD
               IF WS-EOL-COUNT < WS-EOL-TABLE-MAX
                   ADD 1 TO WS-EOL-COUNT
                   MOVE DE-PRODUCT-CODE
                       TO EO-PRODUCT-CODE (WS-EOL-COUNT)
               ELSE
                   DISPLAY 'ERROR: END-OF-LIFE TABLE FULL - '
                       DE-PRODUCT-CODE ' NOT LOADED'
               END-IF
           END-IF
           PERFORM READ-DISCONTINUE.

      *----------------------------------------------------------------
      * 未完了PO行の到着予定日(発注日+リードタイム)を求め、製品毎に
      * 最も早いものを残す。
      *----------------------------------------------------------------
       LOAD-INBOUND-SUPPLY.
           OPEN INPUT VENDOR-FILE
           OPEN INPUT OPEN-PO-FILE
           IF PO-FILE-OK
               PERFORM READ-OPEN-PO
               PERFORM STORE-INBOUND-ROW UNTIL PO-FILE-EOF
               CLOSE OPEN-PO-FILE
           END-IF
           CLOSE VENDOR-FILE.

       READ-OPEN-PO.
           READ OPEN-PO-FILE
               AT END
                   SET PO-FILE-EOF TO TRUE
           END-READ.

       STORE-INBOUND-ROW.
           IF PO-LINE-OPEN
               AND NOT PO-DROP-SHIP
               AND PO-ORDER-QTY > PO-RECEIVED-QTY
               MOVE ZERO TO WS-LEAD-TIME-DAYS
               MOVE PO-VENDOR-CODE TO VM-VENDOR-CODE
               READ VENDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VM-LEAD-TIME-DAYS TO WS-LEAD-TIME-DAYS
               END-READ
               IF PO-ORDER-DATE = ZERO
                   MOVE WS-TODAY-CCYYMMDD TO PO-ORDER-DATE
               END-IF
               COMPUTE WS-PO-EXPECTED-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE)
                    + WS-LEAD-TIME-DAYS)
               PERFORM KEEP-EARLIEST-INBOUND
           END-IF
           PERFORM READ-OPEN-PO.

       KEEP-EARLIEST-INBOUND.
           SET IB-IDX TO 1
           SEARCH WS-INBOUND-ENTRY
               AT END
                   PERFORM ADD-INBOUND-ROW
               WHEN IB-IDX > WS-INBOUND-COUNT
                   PERFORM ADD-INBOUND-ROW
               WHEN IB-PRODUCT-CODE (IB-IDX) = PO-PRODUCT-CODE
                   IF WS-PO-EXPECTED-DATE < IB-EXPECTED-DATE (IB-IDX)
                       MOVE PO-NUMBER TO IB-PO-NUMBER (IB-IDX)
                       MOVE WS-PO-EXPECTED-DATE
                           TO IB-EXPECTED-DATE (IB-IDX)
                   END-IF
           END-SEARCH.

       ADD-INBOUND-ROW.
           IF WS-INBOUND-COUNT < WS-INBOUND-TABLE-MAX
               ADD 1 TO WS-INBOUND-COUNT
               MOVE PO-PRODUCT-CODE
                   TO IB-PRODUCT-CODE (WS-INBOUND-COUNT)
               MOVE PO-NUMBER TO IB-PO-NUMBER (WS-INBOUND-COUNT)
               MOVE WS-PO-EXPECTED-DATE
                   TO IB-EXPECTED-DATE (WS-INBOUND-COUNT)
           ELSE
               DISPLAY 'ERROR: INBOUND TABLE FULL - PO '
                   PO-NUMBER ' NOT LOADED'
           END-IF.

      *----------------------------------------------------------------
      * 約束日: 同じ行が二度請けられていれば後の行が有効。
      *----------------------------------------------------------------
       LOAD-PROMISES.
           OPEN INPUT PROMISE-FILE
           IF PROMISE-FILE-OK
               PERFORM READ-PROMISE
               PERFORM STORE-PROMISE UNTIL PROMISE-FILE-EOF
               CLOSE PROMISE-FILE
           END-IF.

       READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   SET PROMISE-FILE-EOF TO TRUE
           END-READ.

       STORE-PROMISE.
           SET PR-IDX TO 1
           SEARCH WS-PROMISE-ENTRY
               AT END
                   PERFORM ADD-PROMISE-ROW
               WHEN PR-IDX > WS-PROMISE-COUNT
                   PERFORM ADD-PROMISE-ROW
               WHEN PR-CUSTOMER-ID (PR-IDX) = PM-CUSTOMER-ID
                   AND PR-PRODUCT-ID (PR-IDX) = PM-PRODUCT-ID
                   AND PR-ORDER-DATE (PR-IDX) = PM-ORDER-DATE
                   MOVE PM-PROMISE-DATE TO PR-PROMISE-DATE (PR-IDX)
           END-SEARCH
           PERFORM READ-PROMISE.

       ADD-PROMISE-ROW.
           IF WS-PROMISE-COUNT < WS-PROMISE-TABLE-MAX
               ADD 1 TO WS-PROMISE-COUNT
               MOVE PM-CUSTOMER-ID TO PR-CUSTOMER-ID (WS-PROMISE-COUNT)
               MOVE PM-PRODUCT-ID TO PR-PRODUCT-ID (WS-PROMISE-COUNT)
               MOVE PM-ORDER-DATE TO PR-ORDER-DATE (WS-PROMISE-COUNT)
               MOVE PM-PROMISE-DATE
                   TO PR-PROMISE-DATE (WS-PROMISE-COUNT)
           ELSE
               DISPLAY 'ERROR: PROMISE TABLE FULL - LINE FOR '
                   PM-CUSTOMER-ID ' NOT LOADED'
           END-IF.

       LOAD-DELAY-NOTICES.
           OPEN INPUT HISTORY-FILE
           IF HIST-FILE-OK
               PERFORM READ-HISTORY
               PERFORM STORE-DELAY-NOTICE UNTIL HIST-FILE-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET HIST-FILE-EOF TO TRUE
           END-READ.

       STORE-DELAY-NOTICE.
           IF BH-DELAY-NOTIFIED
               IF WS-NOTIFIED-COUNT < WS-NOTIFIED-TABLE-MAX
                   ADD 1 TO WS-NOTIFIED-COUNT
                   MOVE BH-CUSTOMER-ID
                       TO NF-CUSTOMER-ID (WS-NOTIFIED-COUNT)
                   MOVE BH-PRODUCT-ID
                       TO NF-PRODUCT-ID (WS-NOTIFIED-COUNT)
                   MOVE BH-ORDER-DATE
                       TO NF-ORDER-DATE (WS-NOTIFIED-COUNT)
               ELSE
                   DISPLAY 'ERROR: NOTICE TABLE FULL - LINE FOR '
                       BH-CUSTOMER-ID ' MAY BE TOLD AGAIN'
               END-IF
           END-IF
           PERFORM READ-HISTORY.

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

       LOAD-MAIL-ADDRESSES.
           OPEN INPUT JCUSTOMER-FILE
           IF JCUST-FILE-OK
               PERFORM READ-JCUSTOMER
               PERFORM STORE-MAIL-ADDRESS UNTIL JCUST-FILE-EOF
               CLOSE JCUSTOMER-FILE
           END-IF.

       READ-JCUSTOMER.
           READ JCUSTOMER-FILE
               AT END
                   SET JCUST-FILE-EOF TO TRUE
           END-READ.

       STORE-MAIL-ADDRESS.
           IF WS-ADDR-COUNT < WS-ADDR-TABLE-MAX
               ADD 1 TO WS-ADDR-COUNT
               MOVE 顧客ーID TO AD-JCUST-ID (WS-ADDR-COUNT)
               MOVE メールアドレス
                   TO AD-MAIL-ADDRESS (WS-ADDR-COUNT)
               MOVE メール確認ー状態
                   TO AD-MAIL-STATE (WS-ADDR-COUNT)
           END-IF
           PERFORM READ-JCUSTOMER.

       READ-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   SET BKO-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 一行ずつ経過日数で区分し、販売終了品か顧客の上限を超えた
      * 行は取消、残す行は約束日を過ぎていれば遅延通知。
      *----------------------------------------------------------------
       AGE-ONE-BACKORDER.
           COMPUTE WS-LINE-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (BO-ORDER-DATE)
           IF WS-LINE-AGE-DAYS < ZERO
               MOVE ZERO TO WS-LINE-AGE-DAYS
           END-IF
           PERFORM ADD-TO-AGE-BUCKET
           MOVE BO-PRODUCT-ID TO WS-XREF-RECORD-ID
           PERFORM MAP-ID-TO-PRODUCT-CODE
           PERFORM FIND-NEXT-INBOUND
           PERFORM FIND-CANCEL-DAYS
           SET LINE-KEPT TO TRUE
           MOVE 'N' TO WS-DELAY-NOTICE-SW
           SET EO-IDX TO 1
           SEARCH WS-EOL-ENTRY
               AT END
                   CONTINUE
               WHEN EO-IDX > WS-EOL-COUNT
                   CONTINUE
               WHEN EO-PRODUCT-CODE (EO-IDX) = WS-MAPPED-PRODUCT-CODE
                   AND WS-MAPPED-PRODUCT-CODE NOT = SPACES
                   SET LINE-CANCELLED-EOL TO TRUE
           END-SEARCH
           IF LINE-KEPT
               AND WS-CANCEL-DAYS NOT = 999
               AND WS-LINE-AGE-DAYS > WS-CANCEL-DAYS
               SET LINE-CANCELLED-AGED TO TRUE
           END-IF
           IF LINE-KEPT
               WRITE BACKORDER-OUT-RECORD FROM BACKORDER-RECORD
               ADD 1 TO WS-KEPT-COUNT
               PERFORM CHECK-PROMISE-KEPT
           ELSE
               PERFORM CANCEL-BACKORDER-LINE
           END-IF
           PERFORM WRITE-AGING-DETAIL
           PERFORM READ-BACKORDER.

       ADD-TO-AGE-BUCKET.
           EVALUATE TRUE
               WHEN WS-LINE-AGE-DAYS NOT > BA-BUCKET-1-DAYS
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-LINE-AGE-DAYS NOT > BA-BUCKET-2-DAYS
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-LINE-AGE-DAYS NOT > BA-BUCKET-3-DAYS
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1 TO BK-LINE-COUNT (WS-BUCKET-SUB)
           ADD BO-QUANTITY TO BK-QUANTITY (WS-BUCKET-SUB).

       MAP-ID-TO-PRODUCT-CODE.
           MOVE 'F' TO WS-XREF-DIRECTION
           CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                          WS-XREF-RECORD-ID
                                          WS-MAPPED-PRODUCT-CODE
           END-CALL.

       FIND-NEXT-INBOUND.
           MOVE ZERO TO WS-LINE-PO-NUMBER
           MOVE ZERO TO WS-LINE-EXPECTED-DATE
           SET IB-IDX TO 1
           SEARCH WS-INBOUND-ENTRY
               AT END
                   CONTINUE
               WHEN IB-IDX > WS-INBOUND-COUNT
                   CONTINUE
               WHEN IB-PRODUCT-CODE (IB-IDX) = WS-MAPPED-PRODUCT-CODE
                   AND WS-MAPPED-PRODUCT-CODE NOT = SPACES
                   MOVE IB-PO-NUMBER (IB-IDX) TO WS-LINE-PO-NUMBER
                   MOVE IB-EXPECTED-DATE (IB-IDX)
                       TO WS-LINE-EXPECTED-DATE
           END-SEARCH.

       FIND-CANCEL-DAYS.
           MOVE BA-DEFAULT-CANCEL-DAYS TO WS-CANCEL-DAYS
           SET LM-IDX TO 1
           SEARCH WS-LIMIT-ENTRY
               AT END
                   CONTINUE
               WHEN LM-IDX > WS-LIMIT-COUNT
                   CONTINUE
               WHEN LM-CUSTOMER-ID (LM-IDX) = BO-CUSTOMER-ID
                   MOVE LM-CANCEL-DAYS (LM-IDX) TO WS-CANCEL-DAYS
           END-SEARCH.

      *----------------------------------------------------------------
      * 約束日を過ぎた行は、まだ知らせていなければ一度だけ通知する。
      * UNSCHEDULEDで請けた行(約束日ゼロ)は対象外。
      *----------------------------------------------------------------
       CHECK-PROMISE-KEPT.
           MOVE ZERO TO WS-LINE-PROMISE-DATE
           SET PR-IDX TO 1
           SEARCH WS-PROMISE-ENTRY
               AT END
                   CONTINUE
               WHEN PR-IDX > WS-PROMISE-COUNT
                   CONTINUE
               WHEN PR-CUSTOMER-ID (PR-IDX) = BO-CUSTOMER-ID
                   AND PR-PRODUCT-ID (PR-IDX) = BO-PRODUCT-ID
                   AND PR-ORDER-DATE (PR-IDX) = BO-ORDER-DATE
                   MOVE PR-PROMISE-DATE (PR-IDX)
                       TO WS-LINE-PROMISE-DATE
           END-SEARCH
           IF WS-LINE-PROMISE-DATE > ZERO
               AND WS-LINE-PROMISE-DATE < WS-TODAY-CCYYMMDD
               SET DELAY-NOTICE-DUE TO TRUE
               SET NF-IDX TO 1
               SEARCH WS-NOTIFIED-ENTRY
                   AT END
                       CONTINUE
                   WHEN NF-IDX > WS-NOTIFIED-COUNT
                       CONTINUE
                   WHEN NF-CUSTOMER-ID (NF-IDX) = BO-CUSTOMER-ID
                       AND NF-PRODUCT-ID (NF-IDX) = BO-PRODUCT-ID
                       AND NF-ORDER-DATE (NF-IDX) = BO-ORDER-DATE
                       MOVE 'N' TO WS-DELAY-NOTICE-SW
               END-SEARCH
           END-IF
           IF DELAY-NOTICE-DUE
               ADD 1 TO WS-DELAY-COUNT
               MOVE 'D' TO BN-NOTICE-TYPE
               MOVE SPACE TO BN-REASON-CODE
               PERFORM WRITE-CUSTOMER-NOTICE
               MOVE 'D' TO BH-EVENT-CODE
               MOVE SPACE TO BH-REASON-CODE
               PERFORM WRITE-HISTORY-EVENT
           END-IF.

       CANCEL-BACKORDER-LINE.
           ADD 1 TO WS-CANCELLED-COUNT
           ADD BO-QUANTITY TO WS-CANCELLED-QTY
           MOVE ZERO TO WS-LINE-PROMISE-DATE
           MOVE 'C' TO BN-NOTICE-TYPE
           MOVE WS-LINE-ACTION TO BN-REASON-CODE
           PERFORM WRITE-CUSTOMER-NOTICE
           MOVE 'C' TO BH-EVENT-CODE
           MOVE WS-LINE-ACTION TO BH-REASON-CODE
           PERFORM WRITE-HISTORY-EVENT.

       WRITE-HISTORY-EVENT.
           MOVE BO-CUSTOMER-ID TO BH-CUSTOMER-ID
           MOVE BO-PRODUCT-ID TO BH-PRODUCT-ID
           MOVE BO-ORDER-DATE TO BH-ORDER-DATE
           MOVE BO-QUANTITY TO BH-QUANTITY
           MOVE WS-TODAY-CCYYMMDD TO BH-EVENT-DATE
           WRITE BACKORDER-HISTORY-RECORD.

      *----------------------------------------------------------------
      * 確認済みリンク先の確認済みアドレスがあればメール、無ければ
      * CUSTOMER.DATの名前と住所で手紙。どちらも無ければ件数のみ。
      *----------------------------------------------------------------
       WRITE-CUSTOMER-NOTICE.
           PERFORM FIND-CUSTOMER-ADDRESS
           MOVE BO-CUSTOMER-ID TO BN-CUSTOMER-ID
           MOVE BO-PRODUCT-ID TO BN-PRODUCT-ID
           MOVE BO-ORDER-DATE TO BN-ORDER-DATE
           MOVE BO-QUANTITY TO BN-QUANTITY
           MOVE WS-LINE-PROMISE-DATE TO BN-PROMISE-DATE
           MOVE WS-LINE-EXPECTED-DATE TO BN-EXPECTED-DATE
           MOVE SPACES TO BN-MAIL-ADDRESS
           MOVE SPACES TO BN-CUSTOMER-NAME
           MOVE SPACES TO BN-CUSTOMER-ADDRESS
           IF WS-FOUND-MAIL-STATE = '1'
               MOVE 'E' TO BN-CHANNEL
               MOVE WS-FOUND-MAIL-ADDRESS TO BN-MAIL-ADDRESS
               WRITE BACKORDER-NOTICE-RECORD
               ADD 1 TO WS-MAIL-COUNT
           ELSE
               MOVE BO-CUSTOMER-ID TO RECORD-ID OF CUSTOMER-RECORD
               READ CUST-FILE
                   INVALID KEY
                       ADD 1 TO WS-UNADDRESSED-COUNT
                   NOT INVALID KEY
                       MOVE 'L' TO BN-CHANNEL
                       MOVE RECORD-NAME TO BN-CUSTOMER-NAME
                       MOVE CUSTOMER-ADDRESS TO BN-CUSTOMER-ADDRESS
                       WRITE BACKORDER-NOTICE-RECORD
                       ADD 1 TO WS-LETTER-COUNT
               END-READ
           END-IF.

       FIND-CUSTOMER-ADDRESS.
           MOVE ZERO TO WS-MAPPED-JCUST-ID
           MOVE SPACES TO WS-FOUND-MAIL-ADDRESS
           MOVE '0' TO WS-FOUND-MAIL-STATE
           SET LK-IDX TO 1
           SEARCH WS-LINK-ENTRY
               AT END
                   CONTINUE
               WHEN LK-IDX > WS-LINK-COUNT
                   CONTINUE
               WHEN LK-RECORD-ID (LK-IDX) = BO-CUSTOMER-ID
                   MOVE LK-JCUST-ID (LK-IDX)
                       TO WS-MAPPED-JCUST-ID
           END-SEARCH
           IF WS-MAPPED-JCUST-ID > ZERO
               SET AD-IDX TO 1
               SEARCH WS-ADDR-ENTRY
                   AT END
                       CONTINUE
                   WHEN AD-IDX > WS-ADDR-COUNT
                       CONTINUE
                   WHEN AD-JCUST-ID (AD-IDX) = WS-MAPPED-JCUST-ID
                       MOVE AD-MAIL-ADDRESS (AD-IDX)
                           TO WS-FOUND-MAIL-ADDRESS
                       MOVE AD-MAIL-STATE (AD-IDX)
                           TO WS-FOUND-MAIL-STATE
               END-SEARCH
           END-IF.

       WRITE-AGING-DETAIL.
           MOVE BO-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE BO-PRODUCT-ID TO DL-PRODUCT-ID
           MOVE BO-ORDER-DATE TO DL-ORDER-DATE
           MOVE BO-QUANTITY TO DL-QUANTITY
           MOVE WS-LINE-AGE-DAYS TO DL-AGE-DAYS
           IF WS-LINE-PO-NUMBER > ZERO
               MOVE WS-LINE-PO-NUMBER TO DL-PO-NUMBER
               MOVE WS-LINE-EXPECTED-DATE TO DL-EXPECTED-DATE
           ELSE
               MOVE 'NONE OPEN' TO DL-PO-NUMBER
               MOVE SPACES TO DL-EXPECTED-DATE
           END-IF
           EVALUATE TRUE
               WHEN LINE-CANCELLED-EOL
                   MOVE 'CANCELLED - END OF LIFE' TO DL-ACTION
               WHEN LINE-CANCELLED-AGED
                   MOVE 'CANCELLED - AGED' TO DL-ACTION
               WHEN DELAY-NOTICE-DUE
                   MOVE 'LATE - CUSTOMER TOLD' TO DL-ACTION
               WHEN OTHER
                   MOVE SPACES TO DL-ACTION
           END-EVALUATE
           WRITE AGING-REPORT-LINE FROM WS-AGING-DETAIL-LINE.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           PERFORM WRITE-ONE-BUCKET-TOTAL
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
           MOVE WS-KEPT-COUNT TO AT-KEPT-COUNT
           MOVE WS-CANCELLED-COUNT TO AT-CANCELLED-COUNT
           MOVE WS-DELAY-COUNT TO AT-DELAY-COUNT
           MOVE WS-MAIL-COUNT TO AT-MAIL-COUNT
           MOVE WS-LETTER-COUNT TO AT-LETTER-COUNT
           MOVE WS-UNADDRESSED-COUNT TO AT-UNADDRESSED-COUNT
           WRITE AGING-REPORT-LINE FROM WS-AGING-TOTAL-LINE.

       WRITE-ONE-BUCKET-TOTAL.
           MOVE SPACES TO BT-BUCKET-LABEL
           EVALUATE WS-BUCKET-SUB
               WHEN 1
                   MOVE 'UP TO ' TO BT-BUCKET-LABEL (1:6)
                   MOVE BA-BUCKET-1-DAYS TO BT-BUCKET-LABEL (7:3)
               WHEN 2
                   MOVE 'UP TO ' TO BT-BUCKET-LABEL (1:6)
                   MOVE BA-BUCKET-2-DAYS TO BT-BUCKET-LABEL (7:3)
               WHEN 3
                   MOVE 'UP TO ' TO BT-BUCKET-LABEL (1:6)
                   MOVE BA-BUCKET-3-DAYS TO BT-BUCKET-LABEL (7:3)
               WHEN OTHER
                   MOVE 'OVER ' TO BT-BUCKET-LABEL (1:6)
                   MOVE BA-BUCKET-3-DAYS TO BT-BUCKET-LABEL (7:3)
           END-EVALUATE
           MOVE BK-LINE-COUNT (WS-BUCKET-SUB) TO BT-LINE-COUNT
           MOVE BK-QUANTITY (WS-BUCKET-SUB) TO BT-QUANTITY
           WRITE AGING-REPORT-LINE FROM WS-BUCKET-TOTAL-LINE.

      *----------------------------------------------------------------
      * 書き上がった BACKORDR.CHG を正に差し替える。続く引当処理が
      * 今夜の取消を見るため、.NEW 昇格を待たずにここで入れ替える。
      *----------------------------------------------------------------
       SWAP-BACKORDER-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-BKO-FILE-NAME
           CALL 'CBL_RENAME_FILE' USING WS-BKO-WORK-FILE-NAME
                                         WS-BKO-FILE-NAME.
