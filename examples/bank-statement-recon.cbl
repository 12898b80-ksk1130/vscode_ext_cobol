       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-STATEMENT-RECON.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Month-end bank reconciliation, replacing the highlighter
      * pass over the printed statement.  Reads the bank's account
      * activity statement BANKSTMT.DAT (BANK-STATEMENT-LAYOUT) and
      * matches every credit and debit on it to the book movement
      * that caused it, within the statement period:
      *   - receipts on BANKRCPT.DAT, one credit each - except the
      *     direct-debit collections DIRECT-DEBIT-RESULT posts there
      *     one row per customer, which the bank credits as one
      *     lump per collection date and are matched so;
      *   - every ZENGIN.DAT, APZENG.DAT, REFZENG.DAT and
      *     EXPZENG.DAT batch we transmitted, found through the
      *     XMITMAN.DAT manifest and read from its retained copy
      *     (the night's file itself is overwritten by the next
      *     run); the bank debits each batch as one lump for its
      *     trailer total on the transfer date.  A resent batch is
      *     the same transmission and is counted once; failed
      *     transmissions are left out.
      * A pair matches on direction and exact amount with the dates
      * no more than WS-DATE-WINDOW-DAYS apart.  BANKREC.RPT lists
      * the bank entries nothing on our side explains, the book
      * movements that never cleared, and the book balance of the
      * bank account on GLBAL.DAT (GL-ACCOUNT-MAP-TABLE's CASH BANK
      * account, all periods through the statement month) against
      * the statement's closing balance, with the difference the
      * listed items leave unexplained.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "BANKRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "XMITMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT TRANSFER-COPY-FILE ASSIGN TO WS-TRANSFER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "BANKREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD             PIC X(120).

       FD  RECEIPT-FILE.
       01  RECEIPT-IN-RECORD            PIC X(107).

       FD  MANIFEST-FILE.
       COPY TRANSMISSION-MANIFEST-RECORD.

       FD  TRANSFER-COPY-FILE.
       01  TRANSFER-COPY-RECORD         PIC X(120).

       FD  GL-BALANCE-FILE.
       COPY GL-BALANCE-RECORD.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-STMT-STATUS                PIC XX.
           88  STMT-FILE-OK                  VALUE '00'.
           88  STMT-FILE-EOF                 VALUE '10'.
       01  WS-RCPT-STATUS                PIC XX.
           88  RCPT-FILE-OK                  VALUE '00'.
           88  RCPT-FILE-EOF                 VALUE '10'.
       01  WS-MAN-STATUS                 PIC XX.
           88  MAN-FILE-OK                   VALUE '00'.
           88  MAN-FILE-EOF                  VALUE '10'.
       01  WS-COPY-STATUS                PIC XX.
           88  COPY-FILE-OK                  VALUE '00'.
           88  COPY-FILE-EOF                 VALUE '10'.
       01  WS-BAL-STATUS                 PIC XX.
           88  BAL-FILE-OK                   VALUE '00'.
           88  BAL-FILE-EOF                  VALUE '10'.

       COPY BANK-STATEMENT-LAYOUT.
       COPY BANK-RECEIPT-RECORD.
       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-TRANSFER-FILE-NAME         PIC X(12).
       01  WS-TRANSFER-HEADER-VIEW.
           05  FILLER                    PIC X(53).
           05  TH-TRANSFER-DATE          PIC 9(8).
           05  FILLER                    PIC X(59).
       01  WS-TRANSFER-TRAILER-VIEW.
           05  FILLER                    PIC X(1).
           05  TT-TRANSFER-COUNT         PIC 9(6).
           05  TT-TRANSFER-TOTAL         PIC 9(12).
           05  FILLER                    PIC X(101).

       01  WS-DATE-WINDOW-DAYS           PIC 9(2) VALUE 3.
       01  WS-HEADER-SEEN-SW             PIC X(1) VALUE 'N'.
           88  STATEMENT-HEADER-SEEN         VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW            PIC X(1) VALUE 'N'.
           88  STATEMENT-TRAILER-SEEN        VALUE 'Y'.
       01  WS-PERIOD-FROM                PIC 9(8).
       01  WS-PERIOD-TO                  PIC 9(8).
       01  WS-STATEMENT-MONTH            PIC 9(6).
       01  WS-BANK-ACCOUNT-CODE          PIC X(8) VALUE '99999999'.

      *----------------------------------------------------------------
      * 通帳側: 明細1行ずつ。照合済みの印を持つ。
      *----------------------------------------------------------------
       01  WS-BANK-TABLE-MAX             PIC 9(4) VALUE 1000.
       01  WS-BANK-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-BANK-ENTRIES.
           05  WS-BANK-ENTRY             OCCURS 1000 TIMES.
               10  BE-DATE                   PIC 9(8).
               10  BE-DATE-INTEGER           PIC 9(7).
               10  BE-DIRECTION              PIC X(1).
               10  BE-AMOUNT                 PIC 9(12).
               10  BE-DESCRIPTION            PIC X(48).
               10  BE-MATCHED-SW             PIC X(1).
                   88  BE-MATCHED                VALUE 'Y'.
       01  WS-BANK-SUB                   PIC 9(4) COMP.
       01  WS-BANK-HIT-SUB               PIC 9(4) COMP.

      *----------------------------------------------------------------
      * 帳簿側: 入金1件、口座振替の入金日ごとの一括、振込バッチ1本
      * をそれぞれ1行にする。
      *----------------------------------------------------------------
       01  WS-BOOK-TABLE-MAX             PIC 9(4) VALUE 1000.
       01  WS-BOOK-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-BOOK-ENTRIES.
           05  WS-BOOK-ENTRY             OCCURS 1000 TIMES.
               10  BK-KIND                   PIC X(1).
                   88  BK-RECEIPT                VALUE 'R'.
                   88  BK-DIRECT-DEBIT           VALUE 'D'.
                   88  BK-TRANSFER               VALUE 'T'.
               10  BK-DATE                   PIC 9(8).
               10  BK-DATE-INTEGER           PIC 9(7).
               10  BK-DIRECTION              PIC X(1).
               10  BK-AMOUNT                 PIC 9(11)V99.
               10  BK-SOURCE                 PIC X(12).
               10  BK-REFERENCE              PIC X(20).
               10  BK-MATCHED-SW             PIC X(1).
                   88  BK-MATCHED                VALUE 'Y'.
       01  WS-BOOK-SUB                   PIC 9(4) COMP.
       01  WS-BOOK-HIT-SUB               PIC 9(4) COMP.

       01  WS-NEW-KIND                   PIC X(1).
       01  WS-NEW-DATE                   PIC 9(8).
       01  WS-NEW-DIRECTION              PIC X(1).
       01  WS-NEW-AMOUNT                 PIC 9(11)V99.
       01  WS-NEW-SOURCE                 PIC X(12).
       01  WS-NEW-REFERENCE              PIC X(20).
       01  WS-DATE-GAP                   PIC S9(7).

       01  WS-MATCHED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-BANK-ONLY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-BOOK-ONLY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-BANK-ONLY-CREDITS          PIC 9(13)V99 VALUE ZERO.
       01  WS-BANK-ONLY-DEBITS           PIC 9(13)V99 VALUE ZERO.
       01  WS-BOOK-ONLY-CREDITS          PIC 9(13)V99 VALUE ZERO.
       01  WS-BOOK-ONLY-DEBITS           PIC 9(13)V99 VALUE ZERO.
       01  WS-STATEMENT-CREDITS          PIC 9(14) VALUE ZERO.
       01  WS-STATEMENT-DEBITS           PIC 9(14) VALUE ZERO.
       01  WS-FOOTED-BALANCE             PIC S9(15).
       01  WS-BOOK-BALANCE               PIC S9(13)V99 VALUE ZERO.
       01  WS-BANK-BALANCE               PIC S9(15)V99 VALUE ZERO.
       01  WS-BALANCE-DIFFERENCE         PIC S9(15)V99.
       01  WS-UNEXPLAINED-DIFFERENCE     PIC S9(15)V99.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'BANK RECONCILIATION  '.
           05  FILLER                  PIC X(8) VALUE 'ACCOUNT '.
           05  TL-BANK-CODE             PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  TL-BRANCH-CODE           PIC 9(3).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  TL-ACCOUNT-NUMBER        PIC 9(7).
           05  FILLER                  PIC X(9) VALUE '  PERIOD '.
           05  TL-FROM-DATE             PIC 9(8).
           05  FILLER                  PIC X(3) VALUE ' - '.
           05  TL-TO-DATE               PIC 9(8).

       01  WS-BANK-ONLY-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'NOT IN BOOKS:  '.
           05  BO-DATE                  PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BO-DIRECTION             PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  BO-AMOUNT                PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BO-DESCRIPTION           PIC X(48).

       01  WS-BOOK-ONLY-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'NOT CLEARED:   '.
           05  NC-DATE                  PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  NC-DIRECTION             PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  NC-AMOUNT                PIC ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NC-KIND                  PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  NC-SOURCE                PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  NC-REFERENCE             PIC X(20).

       01  WS-SUMMARY-LINE.
           05  SM-LABEL                 PIC X(32).
           05  SM-AMOUNT                PIC ---------------9.99.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(9) VALUE 'MATCHED: '.
           05  CT-MATCHED               PIC ZZZZ9.
           05  FILLER                  PIC X(16)
               VALUE '  NOT IN BOOKS: '.
           05  CT-BANK-ONLY             PIC ZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE '  NOT CLEARED: '.
           05  CT-BOOK-ONLY             PIC ZZZZ9.

       01  WS-FOOTING-LINE              PIC X(60) VALUE
           'WARNING: STATEMENT DOES NOT FOOT TO ITS CLOSING BALANCE'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-STATEMENT
           IF NOT STATEMENT-HEADER-SEEN
               OR NOT STATEMENT-TRAILER-SEEN
               DISPLAY 'BANK RECONCILIATION - NO COMPLETE STATEMENT, '
                   'NOTHING RECONCILED'
               STOP RUN
           END-IF
           PERFORM LOAD-BOOK-RECEIPTS
           PERFORM LOAD-BOOK-TRANSFERS
           PERFORM MATCH-ONE-BOOK-ENTRY
               VARYING WS-BOOK-SUB FROM 1 BY 1
               UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
           PERFORM FIND-BANK-ACCOUNT-CODE
           PERFORM TOTAL-BOOK-BALANCE
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM WRITE-REPORT-TITLE
           PERFORM LIST-ONE-BANK-ONLY
               VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT
           PERFORM LIST-ONE-BOOK-ONLY
               VARYING WS-BOOK-SUB FROM 1 BY 1
               UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
           PERFORM WRITE-BALANCE-SUMMARY
           CLOSE RECON-REPORT-FILE
           DISPLAY 'BANK RECONCILIATION - MATCHED: ' WS-MATCHED-COUNT
               ' NOT IN BOOKS: ' WS-BANK-ONLY-COUNT
               ' NOT CLEARED: ' WS-BOOK-ONLY-COUNT
           STOP RUN.

       LOAD-STATEMENT.
           OPEN INPUT STATEMENT-FILE
           IF STMT-FILE-OK
               PERFORM READ-STATEMENT
               PERFORM STORE-STATEMENT-RECORD UNTIL STMT-FILE-EOF
               CLOSE STATEMENT-FILE
           END-IF.

       READ-STATEMENT.
           READ STATEMENT-FILE
               AT END
                   SET STMT-FILE-EOF TO TRUE
           END-READ.

       STORE-STATEMENT-RECORD.
           EVALUATE STATEMENT-RECORD (1:1)
               WHEN '1'
                   MOVE STATEMENT-RECORD TO WS-STATEMENT-HEADER
                   MOVE BH-FROM-DATE TO WS-PERIOD-FROM
                   MOVE BH-TO-DATE TO WS-PERIOD-TO
                   MOVE BH-TO-DATE (1:6) TO WS-STATEMENT-MONTH
                   SET STATEMENT-HEADER-SEEN TO TRUE
               WHEN '2'
                   MOVE STATEMENT-RECORD TO WS-STATEMENT-DATA
                   PERFORM STORE-BANK-ENTRY
               WHEN '8'
                   MOVE STATEMENT-RECORD TO WS-STATEMENT-TRAILER
                   SET STATEMENT-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-STATEMENT.

      *----------------------------------------------------------------
      * 明細を積み切れないまま照合すると、漏れた明細が帳簿の誤りに
      * 見えてしまうので、ここで走行を止める。
      *----------------------------------------------------------------
       STORE-BANK-ENTRY.
           IF WS-BANK-COUNT < WS-BANK-TABLE-MAX
               ADD 1 TO WS-BANK-COUNT
               MOVE BD-TRANS-DATE TO BE-DATE (WS-BANK-COUNT)
               COMPUTE BE-DATE-INTEGER (WS-BANK-COUNT) =
                   FUNCTION INTEGER-OF-DATE (BD-TRANS-DATE)
               IF BD-CREDIT
                   MOVE 'C' TO BE-DIRECTION (WS-BANK-COUNT)
                   ADD BD-AMOUNT TO WS-STATEMENT-CREDITS
               ELSE
                   MOVE 'D' TO BE-DIRECTION (WS-BANK-COUNT)
                   ADD BD-AMOUNT TO WS-STATEMENT-DEBITS
               END-IF
               MOVE BD-AMOUNT TO BE-AMOUNT (WS-BANK-COUNT)
               MOVE BD-DESCRIPTION TO BE-DESCRIPTION (WS-BANK-COUNT)
               MOVE 'N' TO BE-MATCHED-SW (WS-BANK-COUNT)
           ELSE
               DISPLAY 'ERROR: BANK ENTRY TABLE FULL - '
                   'RECONCILIATION WOULD BE INCOMPLETE - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-BOOK-RECEIPTS.
           OPEN INPUT RECEIPT-FILE
           IF RCPT-FILE-OK
               PERFORM READ-RECEIPT
               PERFORM STORE-BOOK-RECEIPT UNTIL RCPT-FILE-EOF
               CLOSE RECEIPT-FILE
           END-IF.

       READ-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   SET RCPT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 口座振替の入金は銀行が振替日ごとに一括で入金するので、同じ
      * 日の行を1件にまとめて照合する。
      *----------------------------------------------------------------
       STORE-BOOK-RECEIPT.
           MOVE RECEIPT-IN-RECORD TO BANK-RECEIPT-RECORD
           IF BR-RECEIPT-DATE NOT < WS-PERIOD-FROM
               AND BR-RECEIPT-DATE NOT > WS-PERIOD-TO
               MOVE BR-RECEIPT-DATE TO WS-NEW-DATE
               MOVE 'C' TO WS-NEW-DIRECTION
               MOVE BR-RECEIPT-AMOUNT TO WS-NEW-AMOUNT
               MOVE 'BANKRCPT.DAT' TO WS-NEW-SOURCE
               MOVE BR-REFERENCE TO WS-NEW-REFERENCE
               IF BR-REFERENCE = 'DIRECT DEBIT'
                   MOVE 'D' TO WS-NEW-KIND
                   PERFORM ADD-TO-DIRECT-DEBIT-LUMP
               ELSE
                   MOVE 'R' TO WS-NEW-KIND
                   PERFORM ADD-BOOK-ENTRY
               END-IF
           END-IF
           PERFORM READ-RECEIPT.

       ADD-TO-DIRECT-DEBIT-LUMP.
           MOVE ZERO TO WS-BOOK-HIT-SUB
           PERFORM FIND-DIRECT-DEBIT-LUMP
               VARYING WS-BOOK-SUB FROM 1 BY 1
               UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
                   OR WS-BOOK-HIT-SUB > ZERO
           IF WS-BOOK-HIT-SUB > ZERO
               ADD WS-NEW-AMOUNT TO BK-AMOUNT (WS-BOOK-HIT-SUB)
           ELSE
               PERFORM ADD-BOOK-ENTRY
           END-IF.

       FIND-DIRECT-DEBIT-LUMP.
           IF BK-DIRECT-DEBIT (WS-BOOK-SUB)
               AND BK-DATE (WS-BOOK-SUB) = WS-NEW-DATE
               MOVE WS-BOOK-SUB TO WS-BOOK-HIT-SUB
           END-IF.

       ADD-BOOK-ENTRY.
           IF WS-BOOK-COUNT < WS-BOOK-TABLE-MAX
               ADD 1 TO WS-BOOK-COUNT
               MOVE WS-NEW-KIND TO BK-KIND (WS-BOOK-COUNT)
               MOVE WS-NEW-DATE TO BK-DATE (WS-BOOK-COUNT)
               COMPUTE BK-DATE-INTEGER (WS-BOOK-COUNT) =
                   FUNCTION INTEGER-OF-DATE (WS-NEW-DATE)
               MOVE WS-NEW-DIRECTION TO BK-DIRECTION (WS-BOOK-COUNT)
               MOVE WS-NEW-AMOUNT TO BK-AMOUNT (WS-BOOK-COUNT)
               MOVE WS-NEW-SOURCE TO BK-SOURCE (WS-BOOK-COUNT)
               MOVE WS-NEW-REFERENCE TO BK-REFERENCE (WS-BOOK-COUNT)
               MOVE 'N' TO BK-MATCHED-SW (WS-BOOK-COUNT)
           ELSE
               DISPLAY 'ERROR: BOOK ENTRY TABLE FULL - '
                   'RECONCILIATION WOULD BE INCOMPLETE - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-BOOK-TRANSFERS.
           OPEN INPUT MANIFEST-FILE
           IF MAN-FILE-OK
               PERFORM READ-MANIFEST
               PERFORM TAKE-ONE-MANIFEST-ROW UNTIL MAN-FILE-EOF
               CLOSE MANIFEST-FILE
           END-IF.

       READ-MANIFEST.
           READ MANIFEST-FILE
               AT END
                   SET MAN-FILE-EOF TO TRUE
           END-READ.

       TAKE-ONE-MANIFEST-ROW.
           IF (XM-FILE-NAME = 'ZENGIN.DAT'
               OR XM-FILE-NAME = 'APZENG.DAT'
               OR XM-FILE-NAME = 'REFZENG.DAT'
               OR XM-FILE-NAME = 'EXPZENG.DAT')
               AND NOT XM-FAILED
               PERFORM READ-RETAINED-TRANSFER
           END-IF
           PERFORM READ-MANIFEST.

      *----------------------------------------------------------------
      * 保管コピーのヘッダから振込日、トレーラから合計金額を取る。
      * 保管コピーが消えている行は照合できないので一覧で知らせる。
      *----------------------------------------------------------------
       READ-RETAINED-TRANSFER.
           MOVE XM-RETAINED-NAME TO WS-TRANSFER-FILE-NAME
           MOVE ZERO TO TH-TRANSFER-DATE
           MOVE ZERO TO TT-TRANSFER-TOTAL
           OPEN INPUT TRANSFER-COPY-FILE
           IF COPY-FILE-OK
               PERFORM READ-TRANSFER-COPY
               PERFORM SCAN-TRANSFER-RECORD UNTIL COPY-FILE-EOF
               CLOSE TRANSFER-COPY-FILE
               IF TH-TRANSFER-DATE NOT < WS-PERIOD-FROM
                   AND TH-TRANSFER-DATE NOT > WS-PERIOD-TO
                   AND TT-TRANSFER-TOTAL > ZERO
                   PERFORM ADD-TRANSFER-BATCH
               END-IF
           ELSE
               DISPLAY 'BANK RECONCILIATION - RETAINED COPY '
                   XM-RETAINED-NAME ' OF ' XM-FILE-NAME
                   ' NOT FOUND - NOT RECONCILED'
           END-IF.

       READ-TRANSFER-COPY.
           READ TRANSFER-COPY-FILE
               AT END
                   SET COPY-FILE-EOF TO TRUE
           END-READ.

       SCAN-TRANSFER-RECORD.
           EVALUATE TRANSFER-COPY-RECORD (1:1)
               WHEN '1'
                   MOVE TRANSFER-COPY-RECORD TO WS-TRANSFER-HEADER-VIEW
               WHEN '8'
                   MOVE TRANSFER-COPY-RECORD
                       TO WS-TRANSFER-TRAILER-VIEW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-TRANSFER-COPY.

      *----------------------------------------------------------------
      * 再送は同じ振込の送り直しなので、同じファイル・振込日・合計
      * のバッチは1本として数える。
      *----------------------------------------------------------------
       ADD-TRANSFER-BATCH.
           MOVE 'T' TO WS-NEW-KIND
           MOVE TH-TRANSFER-DATE TO WS-NEW-DATE
           MOVE 'D' TO WS-NEW-DIRECTION
           MOVE TT-TRANSFER-TOTAL TO WS-NEW-AMOUNT
           MOVE XM-FILE-NAME TO WS-NEW-SOURCE
           MOVE XM-RETAINED-NAME TO WS-NEW-REFERENCE
           MOVE ZERO TO WS-BOOK-HIT-SUB
           PERFORM FIND-SAME-TRANSFER
               VARYING WS-BOOK-SUB FROM 1 BY 1
               UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
                   OR WS-BOOK-HIT-SUB > ZERO
           IF WS-BOOK-HIT-SUB = ZERO
               PERFORM ADD-BOOK-ENTRY
           END-IF.

       FIND-SAME-TRANSFER.
           IF BK-TRANSFER (WS-BOOK-SUB)
               AND BK-SOURCE (WS-BOOK-SUB) = WS-NEW-SOURCE
               AND BK-DATE (WS-BOOK-SUB) = WS-NEW-DATE
               AND BK-AMOUNT (WS-BOOK-SUB) = WS-NEW-AMOUNT
               MOVE WS-BOOK-SUB TO WS-BOOK-HIT-SUB
           END-IF.

       MATCH-ONE-BOOK-ENTRY.
           MOVE ZERO TO WS-BANK-HIT-SUB
           PERFORM TRY-BANK-ENTRY
               VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT
                   OR WS-BANK-HIT-SUB > ZERO
           IF WS-BANK-HIT-SUB > ZERO
               MOVE 'Y' TO BE-MATCHED-SW (WS-BANK-HIT-SUB)
               MOVE 'Y' TO BK-MATCHED-SW (WS-BOOK-SUB)
               ADD 1 TO WS-MATCHED-COUNT
           END-IF.

       TRY-BANK-ENTRY.
           IF NOT BE-MATCHED (WS-BANK-SUB)
               AND BE-DIRECTION (WS-BANK-SUB)
                   = BK-DIRECTION (WS-BOOK-SUB)
               AND BE-AMOUNT (WS-BANK-SUB) = BK-AMOUNT (WS-BOOK-SUB)
               COMPUTE WS-DATE-GAP = BE-DATE-INTEGER (WS-BANK-SUB)
                   - BK-DATE-INTEGER (WS-BOOK-SUB)
               IF WS-DATE-GAP NOT > WS-DATE-WINDOW-DAYS
                   AND WS-DATE-GAP NOT < ZERO - WS-DATE-WINDOW-DAYS
                   MOVE WS-BANK-SUB TO WS-BANK-HIT-SUB
               END-IF
           END-IF.

       FIND-BANK-ACCOUNT-CODE.
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'CASH'
                   AND GM-ELEMENT-NAME (GM-IDX) = 'BANK'
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO WS-BANK-ACCOUNT-CODE
           END-SEARCH.

      *----------------------------------------------------------------
      * 帳簿残高 = 預金勘定の借方合計-貸方合計(明細の月まで全期間)。
      *----------------------------------------------------------------
       TOTAL-BOOK-BALANCE.
           OPEN INPUT GL-BALANCE-FILE
           IF BAL-FILE-OK
               PERFORM READ-GL-BALANCE
               PERFORM ADD-ONE-GL-BALANCE UNTIL BAL-FILE-EOF
               CLOSE GL-BALANCE-FILE
           END-IF.

       READ-GL-BALANCE.
           READ GL-BALANCE-FILE
               AT END
                   SET BAL-FILE-EOF TO TRUE
           END-READ.

       ADD-ONE-GL-BALANCE.
           IF GB-ACCOUNT-CODE = WS-BANK-ACCOUNT-CODE
               AND GB-PERIOD NOT > WS-STATEMENT-MONTH
               COMPUTE WS-BOOK-BALANCE = WS-BOOK-BALANCE
                   + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
           END-IF
           PERFORM READ-GL-BALANCE.

       WRITE-REPORT-TITLE.
           MOVE BH-BANK-CODE TO TL-BANK-CODE
           MOVE BH-BRANCH-CODE TO TL-BRANCH-CODE
           MOVE BH-ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER
           MOVE WS-PERIOD-FROM TO TL-FROM-DATE
           MOVE WS-PERIOD-TO TO TL-TO-DATE
           WRITE RECON-REPORT-LINE FROM WS-TITLE-LINE
           COMPUTE WS-FOOTED-BALANCE = BH-OPENING-BALANCE
               + WS-STATEMENT-CREDITS - WS-STATEMENT-DEBITS
           IF WS-FOOTED-BALANCE NOT = BT-CLOSING-BALANCE
               WRITE RECON-REPORT-LINE FROM WS-FOOTING-LINE
           END-IF.

       LIST-ONE-BANK-ONLY.
           IF NOT BE-MATCHED (WS-BANK-SUB)
               MOVE BE-DATE (WS-BANK-SUB) TO BO-DATE
               IF BE-DIRECTION (WS-BANK-SUB) = 'C'
                   MOVE 'IN' TO BO-DIRECTION
                   ADD BE-AMOUNT (WS-BANK-SUB) TO WS-BANK-ONLY-CREDITS
               ELSE
                   MOVE 'OUT' TO BO-DIRECTION
                   ADD BE-AMOUNT (WS-BANK-SUB) TO WS-BANK-ONLY-DEBITS
               END-IF
               MOVE BE-AMOUNT (WS-BANK-SUB) TO BO-AMOUNT
               MOVE BE-DESCRIPTION (WS-BANK-SUB) TO BO-DESCRIPTION
               WRITE RECON-REPORT-LINE FROM WS-BANK-ONLY-LINE
               ADD 1 TO WS-BANK-ONLY-COUNT
           END-IF.

       LIST-ONE-BOOK-ONLY.
           IF NOT BK-MATCHED (WS-BOOK-SUB)
               MOVE BK-DATE (WS-BOOK-SUB) TO NC-DATE
               IF BK-DIRECTION (WS-BOOK-SUB) = 'C'
                   MOVE 'IN' TO NC-DIRECTION
                   ADD BK-AMOUNT (WS-BOOK-SUB) TO WS-BOOK-ONLY-CREDITS
               ELSE
                   MOVE 'OUT' TO NC-DIRECTION
                   ADD BK-AMOUNT (WS-BOOK-SUB) TO WS-BOOK-ONLY-DEBITS
               END-IF
               MOVE BK-AMOUNT (WS-BOOK-SUB) TO NC-AMOUNT
               EVALUATE TRUE
                   WHEN BK-RECEIPT (WS-BOOK-SUB)
                       MOVE 'RECEIPT' TO NC-KIND
                   WHEN BK-DIRECT-DEBIT (WS-BOOK-SUB)
                       MOVE 'DIRECT DEBIT' TO NC-KIND
                   WHEN OTHER
                       MOVE 'TRANSFER' TO NC-KIND
               END-EVALUATE
               MOVE BK-SOURCE (WS-BOOK-SUB) TO NC-SOURCE
               MOVE BK-REFERENCE (WS-BOOK-SUB) TO NC-REFERENCE
               WRITE RECON-REPORT-LINE FROM WS-BOOK-ONLY-LINE
               ADD 1 TO WS-BOOK-ONLY-COUNT
           END-IF.

      *----------------------------------------------------------------
      * Book and bank differ by exactly the items listed above:
      * what the bank has that the books do not, and what the books
      * have that has not reached the bank.  Whatever is left is
      * unexplained and is the accountant's to find.
      *----------------------------------------------------------------
       WRITE-BALANCE-SUMMARY.
           MOVE WS-MATCHED-COUNT TO CT-MATCHED
           MOVE WS-BANK-ONLY-COUNT TO CT-BANK-ONLY
           MOVE WS-BOOK-ONLY-COUNT TO CT-BOOK-ONLY
           WRITE RECON-REPORT-LINE FROM WS-COUNT-LINE
           MOVE BT-CLOSING-BALANCE TO WS-BANK-BALANCE
           COMPUTE WS-BALANCE-DIFFERENCE =
               WS-BOOK-BALANCE - WS-BANK-BALANCE
           COMPUTE WS-UNEXPLAINED-DIFFERENCE = WS-BALANCE-DIFFERENCE
               + WS-BANK-ONLY-CREDITS - WS-BANK-ONLY-DEBITS
               - WS-BOOK-ONLY-CREDITS + WS-BOOK-ONLY-DEBITS
           MOVE 'BANK CLOSING BALANCE:' TO SM-LABEL
           MOVE WS-BANK-BALANCE TO SM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'BOOK BALANCE:' TO SM-LABEL
           MOVE WS-BOOK-BALANCE TO SM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DIFFERENCE (BOOK - BANK):' TO SM-LABEL
           MOVE WS-BALANCE-DIFFERENCE TO SM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'BANK CREDITS NOT IN BOOKS:' TO SM-LABEL
           MOVE WS-BANK-ONLY-CREDITS TO SM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'BANK DEBITS NOT IN BOOKS:' TO SM-LABEL
           MOVE WS-BANK-ONLY-DEBITS TO SM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RECEIPTS NOT CLEARED:' TO SM-LABEL
           MOVE WS-BOOK-ONLY-CREDITS TO SM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'TRANSFERS NOT CLEARED:' TO SM-LABEL
           MOVE WS-BOOK-ONLY-DEBITS TO SM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'UNEXPLAINED DIFFERENCE:' TO SM-LABEL
           MOVE WS-UNEXPLAINED-DIFFERENCE TO SM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE.
