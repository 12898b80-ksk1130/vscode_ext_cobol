      * (oldest-first) order, writing ARITEMS.NEW.  Receipts whose
      * customer is not on file go to the CASHSUSP.RPT suspense
      * listing for manual matching instead of moving any money.
      * Every item paid off is also appended to the ARPAYHST.DAT
      * payment history, dated from the receipt that cleared it, so
      * the credit review can still count days paid past due after
      * the open-item maint has dropped the paid row.
      * A receipt that arrives without BR-CUSTOMER-ID is identified
      * from the bank's remitter kana name: it is folded to
      * full-width and compared with 姓ーカナ/名ーカナ on
      * JCUSTOMR.DAT, reaching CUSTOMER.DAT only through confirmed
      * CUSTXREF.DAT links.  It posts on its own only when exactly
      * one name-matched customer has an open AR-OPEN-AMOUNT (or an
      * open total) equal to the receipt; anything less certain goes
      * to suspense with the best candidate proposed.  Every
      * suspended receipt is also written whole to the worked
      * suspense file CASHSUSP.NEW; rows the clerk has worked on
      * CASHSUSP.DAT (payer keyed in) are re-applied at the start of
      * the next run and the rest are carried forward.
      * A receipt that runs out part-way through an item is a short
      * payment: the unpaid rest of that item is raised on the
      * ARDISPUT.DAT dispute file as an unauthorised deduction for
      * the clerk to classify, unless the invoice is already under
      * open dispute.  A direct-debit receipt is collected in whole
      * yen, so an item it leaves owing less than one yen is not a
      * deduction: no dispute is raised and the sen residual is left
      * for the small-balance write-off.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-APP-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "CASHSUSP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT JCUSTOMER-FILE ASSIGN TO "JCUSTOMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCUST-STATUS.
           SELECT XREF-FILE ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT WORKED-SUSPENSE-FILE ASSIGN TO "CASHSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKED-STATUS.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO "CASHSUSP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPUTE-FILE ASSIGN TO "ARDISPUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CUSTOMER-DATA.

       FD  RECEIPT-FILE.
       01  RECEIPT-IN-RECORD            PIC X(107).

       FD  AR-ITEM-FILE.
       COPY AR-OPEN-ITEM-RECORD.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE                PIC X(80).

       FD  PAY-HISTORY-FILE.
       COPY AR-PAYMENT-HISTORY-RECORD.

       FD  JCUSTOMER-FILE.
       COPY 顧客データー.

       FD  XREF-FILE.
       COPY CUSTOMER-KEY-XREF-RECORD.

       FD  WORKED-SUSPENSE-FILE.
       01  WORKED-SUSPENSE-IN-RECORD    PIC X(151).

       FD  SUSPENSE-OUT-FILE.
       COPY CASH-SUSPENSE-RECORD.

       FD  DISPUTE-FILE.
       COPY AR-DISPUTE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
           88  AR-FILE-OK                    VALUE '00'.
           88  AR-FILE-EOF                   VALUE '10'.
       01  WS-APP-STATUS                 PIC XX.
       01  WS-HIST-STATUS                PIC XX.
       01  WS-JCUST-STATUS               PIC XX.
           88  JCUST-FILE-OK                 VALUE '00'.
           88  JCUST-FILE-EOF                VALUE '10'.
       01  WS-XREF-STATUS                PIC XX.
           88  XREF-FILE-OK                  VALUE '00'.
           88  XREF-FILE-EOF                 VALUE '10'.
       01  WS-WORKED-STATUS              PIC XX.
           88  WORKED-FILE-OK                VALUE '00'.
           88  WORKED-FILE-EOF               VALUE '10'.
       01  WS-DISPUTE-STATUS             PIC XX.
       01  WS-TODAY-CCYYMMDD             PIC 9(8).

      *----------------------------------------------------------------
      * The receipt being posted, whichever file it came from - the
      * bank file or a worked suspense row.
      *----------------------------------------------------------------
       COPY BANK-RECEIPT-RECORD.

       01  WS-RECEIPT-TABLE-MAX          PIC 9(3) VALUE 200.
       01  WS-RECEIPT-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-RECEIPT-ENTRIES.
           05  WS-RECEIPT-ENTRY          OCCURS 200 TIMES.
               10  RT-CUSTOMER-ID            PIC 9(8).
               10  RT-REMAINING-AMOUNT       PIC 9(9)V99.
               10  RT-RECEIPT-DATE           PIC 9(8).
               10  RT-DIRECT-DEBIT-SW        PIC X.
                   88  RT-DIRECT-DEBIT       VALUE 'Y'.
       01  WS-RECEIPT-SUB                PIC 9(3) COMP.

       01  WS-APPLY-AMOUNT               PIC 9(9)V99.
       01  WS-MATCHED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-SUSPENSE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-NAME-MATCHED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REAPPLIED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CARRIED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-SHORT-PAID-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-SEN-RESIDUAL-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ITEM-APPLIED-AMOUNT        PIC 9(9)V99.
       01  WS-ITEM-DEBITED-SW            PIC X.
           88  WS-ITEM-DEBITED           VALUE 'Y'.
       01  WS-DISPUTED-AMOUNT            PIC 9(9)V99.
       01  WS-PRIME-INVOICE-NUMBER       PIC 9(12).

      *----------------------------------------------------------------
      * 振込依頼人名の照合用。確認済みリンク(Y)のある顧客データー
      * だけを表に積む - リンクの無い顧客には入金を充てられない。
      *----------------------------------------------------------------
       01  WS-LINK-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-LINK-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LINK-ENTRIES.
           05  WS-LINK-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY LN-IDX.
               10  LN-RECORD-ID              PIC 9(8).
               10  LN-JCUST-ID               PIC 9(10).

       01  WS-NAME-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-NAME-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-NAME-ENTRIES.
           05  WS-NAME-ENTRY             OCCURS 500 TIMES.
               10  NM-RECORD-ID              PIC 9(8).
               10  NM-FULL-KEY               PIC X(40).
               10  NM-SEI-KEY                PIC X(20).
               10  NM-SEI-LENGTH             PIC 9(2).
       01  WS-NAME-SUB                   PIC 9(3) COMP.

       01  WS-OPEN-TABLE-MAX             PIC 9(4) VALUE 1000.
       01  WS-OPEN-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-OPEN-ENTRIES.
           05  WS-OPEN-ENTRY             OCCURS 1000 TIMES.
               10  OI-CUSTOMER-ID            PIC 9(8).
               10  OI-OPEN-AMOUNT            PIC 9(9)V99.
       01  WS-OPEN-SUB                   PIC 9(4) COMP.
       01  WS-OPEN-TOTAL                 PIC 9(11)V99.

       COPY HALF-KANA-MAP-TABLE.
       01  WS-KANA-SUB                   PIC 9(3) COMP.
       01  WS-CONV-IN                    PIC X(60).
       01  WS-CONV-OUT                   PIC X(60).
       01  WS-CONV-LENGTH                PIC 9(2).
       01  WS-IN-POS                     PIC 9(2) COMP.
       01  WS-OUT-POS                    PIC 9(2) COMP.
       01  WS-MATCH-LEN                  PIC 9(1).
       01  WS-NAME-KEY                   PIC X(60).
       01  WS-NAME-KEY-LENGTH            PIC 9(2).
       01  WS-REMITTER-KEY               PIC X(60).

       01  WS-CHECK-CUSTOMER-ID          PIC 9(8).
       01  WS-AMOUNT-FIT-SW              PIC X(1).
           88  AMOUNT-FITS-OPEN-ITEMS        VALUE 'Y'.
       01  WS-FULL-HIT-COUNT             PIC 9(3).
       01  WS-FULL-HIT-ID                PIC 9(8).
       01  WS-SEI-HIT-COUNT              PIC 9(3).
       01  WS-SEI-HIT-ID                 PIC 9(8).
       01  WS-AMOUNT-HIT-COUNT           PIC 9(3).
       01  WS-AMOUNT-HIT-ID              PIC 9(8).
       01  WS-PROPOSED-CUSTOMER-ID       PIC 9(8).

       01  WS-LOCK-HELD-SW               PIC X(1).
       01  WS-LOCK-HOLDER-NAME           PIC X(30).
           05  SU-REFERENCE             PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SU-REASON                PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SU-PROPOSED-CUSTOMER-ID  PIC Z(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM CHECK-BATCH-LOCK
           PERFORM LOAD-CONFIRMED-LINKS
           PERFORM LOAD-REMITTER-NAMES
           PERFORM LOAD-OPEN-AMOUNTS
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND APPLIED-REGISTER-FILE
           IF WS-APP-STATUS NOT = '00'
               OPEN OUTPUT APPLIED-REGISTER-FILE
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT SUSPENSE-OUT-FILE
           PERFORM REAPPLY-WORKED-SUSPENSE
           OPEN INPUT RECEIPT-FILE
           IF RCPT-FILE-OK
               PERFORM READ-RECEIPT
               PERFORM APPLY-ONE-RECEIPT UNTIL RCPT-FILE-EOF
               CLOSE RECEIPT-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE APPLIED-REGISTER-FILE
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-OUT-FILE
           PERFORM WORK-DOWN-OPEN-ITEMS
           DISPLAY 'CASH APPLICATION - MATCHED: ' WS-MATCHED-COUNT
               ' BY NAME: ' WS-NAME-MATCHED-COUNT
               ' REAPPLIED: ' WS-REAPPLIED-COUNT
               ' SUSPENSE: ' WS-SUSPENSE-COUNT
               ' STILL UNWORKED: ' WS-CARRIED-COUNT
               ' SHORT PAID: ' WS-SHORT-PAID-COUNT
               ' SEN LEFT: ' WS-SEN-RESIDUAL-COUNT
           STOP RUN.

       CHECK-BATCH-LOCK.
                   SET RCPT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A bank receipt with no payer keyed is identified by name
      * first; one still unidentified goes straight to suspense.
      *----------------------------------------------------------------
       APPLY-ONE-RECEIPT.
           MOVE RECEIPT-IN-RECORD TO BANK-RECEIPT-RECORD
           MOVE ZERO TO WS-PROPOSED-CUSTOMER-ID
           IF BR-CUSTOMER-ID = ZERO
               PERFORM IDENTIFY-REMITTER
           END-IF
           IF BR-CUSTOMER-ID = ZERO
               PERFORM WRITE-SUSPENSE-LINE
           ELSE
               PERFORM POST-ONE-RECEIPT
           END-IF
           PERFORM READ-RECEIPT.

      *----------------------------------------------------------------
      * A receipt dated into a period the month-end close has
      * stamped shut is not applied - it goes to suspense so the
      * closed period's figures cannot move retroactively.
      *----------------------------------------------------------------
       POST-ONE-RECEIPT.
           MOVE BR-RECEIPT-DATE TO WS-RECEIPT-DATE-FIELD
           CALL 'PERIOD-LOCK-CHECK' USING WS-RECEIPT-DATE-FIELD
                                           WS-PERIOD-CLOSED-SW
                   NOT INVALID KEY
                       PERFORM POST-RECEIPT-TO-BALANCE
               END-READ
           END-IF.

       POST-RECEIPT-TO-BALANCE.
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   TO RT-CUSTOMER-ID (WS-RECEIPT-COUNT)
               MOVE BR-RECEIPT-AMOUNT
                   TO RT-REMAINING-AMOUNT (WS-RECEIPT-COUNT)
               MOVE BR-RECEIPT-DATE
                   TO RT-RECEIPT-DATE (WS-RECEIPT-COUNT)
               IF BR-REFERENCE = 'DIRECT DEBIT'
                   SET RT-DIRECT-DEBIT (WS-RECEIPT-COUNT) TO TRUE
               ELSE
                   MOVE 'N' TO RT-DIRECT-DEBIT-SW (WS-RECEIPT-COUNT)
               END-IF
           END-IF
           ADD 1 TO WS-MATCHED-COUNT.

           MOVE WS-TODAY-CCYYMMDD TO CA-APPLIED-DATE
           WRITE CASH-APPLIED-RECORD.

      *----------------------------------------------------------------
      * The listing line is for today's reading; the worked suspense
      * row carries the whole receipt so the clerk's answer can be
      * posted by a later run.
      *----------------------------------------------------------------
       WRITE-SUSPENSE-LINE.
           MOVE BR-CUSTOMER-ID TO SU-CUSTOMER-ID
           MOVE BR-RECEIPT-AMOUNT TO SU-RECEIPT-AMOUNT
           MOVE BR-REFERENCE TO SU-REFERENCE
           MOVE WS-SUSPENSE-REASON TO SU-REASON
           MOVE WS-PROPOSED-CUSTOMER-ID TO SU-PROPOSED-CUSTOMER-ID
           WRITE SUSPENSE-LINE FROM WS-SUSPENSE-DETAIL-LINE
           MOVE BR-RECEIPT-DATE TO SX-RECEIPT-DATE
           MOVE BR-CUSTOMER-ID TO SX-KEYED-CUSTOMER-ID
           MOVE BR-RECEIPT-AMOUNT TO SX-RECEIPT-AMOUNT
           MOVE BR-REFERENCE TO SX-REFERENCE
           MOVE BR-REMITTER-KANA TO SX-REMITTER-KANA
           MOVE WS-TODAY-CCYYMMDD TO SX-SUSPENSE-DATE
           MOVE WS-SUSPENSE-REASON TO SX-REASON
           MOVE WS-PROPOSED-CUSTOMER-ID TO SX-PROPOSED-CUSTOMER-ID
           MOVE ZERO TO SX-WORKED-CUSTOMER-ID
           WRITE CASH-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT.

      *----------------------------------------------------------------
      * 前回までの保留分: 担当者が入金先を打ち込んだ行は通常の入金と
      * 同じ経路で充当し、まだの行はそのまま次回へ持ち越す。
      *----------------------------------------------------------------
       REAPPLY-WORKED-SUSPENSE.
           OPEN INPUT WORKED-SUSPENSE-FILE
           IF WORKED-FILE-OK
               PERFORM READ-WORKED-SUSPENSE
               PERFORM REAPPLY-ONE-SUSPENSE UNTIL WORKED-FILE-EOF
               CLOSE WORKED-SUSPENSE-FILE
           END-IF.

       READ-WORKED-SUSPENSE.
           READ WORKED-SUSPENSE-FILE
               AT END
                   SET WORKED-FILE-EOF TO TRUE
           END-READ.

       REAPPLY-ONE-SUSPENSE.
           MOVE WORKED-SUSPENSE-IN-RECORD TO CASH-SUSPENSE-RECORD
           IF SX-WORKED-CUSTOMER-ID > ZERO
               MOVE SX-RECEIPT-DATE TO BR-RECEIPT-DATE
               MOVE SX-WORKED-CUSTOMER-ID TO BR-CUSTOMER-ID
               MOVE SX-RECEIPT-AMOUNT TO BR-RECEIPT-AMOUNT
               MOVE SX-REFERENCE TO BR-REFERENCE
               MOVE SX-REMITTER-KANA TO BR-REMITTER-KANA
               MOVE ZERO TO WS-PROPOSED-CUSTOMER-ID
               ADD 1 TO WS-REAPPLIED-COUNT
               PERFORM POST-ONE-RECEIPT
           ELSE
               WRITE CASH-SUSPENSE-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF
           PERFORM READ-WORKED-SUSPENSE.

      *----------------------------------------------------------------
      * Remitter-name matching.  A full-name hit whose customer has
      * an open item (or open total) equal to the receipt is the
      * only thing trusted to post unattended, and only when it is
      * the one such customer; a name hit without the amount, a
      * surname-only hit, or several hits each leave the receipt in
      * suspense with the reason and the best candidate for the
      * clerk.
      *----------------------------------------------------------------
       IDENTIFY-REMITTER.
           MOVE ZERO TO WS-FULL-HIT-COUNT
           MOVE ZERO TO WS-FULL-HIT-ID
           MOVE ZERO TO WS-SEI-HIT-COUNT
           MOVE ZERO TO WS-SEI-HIT-ID
           MOVE ZERO TO WS-AMOUNT-HIT-COUNT
           MOVE ZERO TO WS-AMOUNT-HIT-ID
           MOVE BR-REMITTER-KANA TO WS-CONV-IN
           MOVE 60 TO WS-CONV-LENGTH
           PERFORM BUILD-NAME-KEY
           MOVE WS-NAME-KEY TO WS-REMITTER-KEY
           IF WS-REMITTER-KEY = SPACES
               MOVE 'NO CUSTOMER OR NAME' TO WS-SUSPENSE-REASON
           ELSE
               PERFORM COMPARE-ONE-NAME
                   VARYING WS-NAME-SUB FROM 1 BY 1
                   UNTIL WS-NAME-SUB > WS-NAME-COUNT
               PERFORM JUDGE-NAME-MATCH
           END-IF.

       COMPARE-ONE-NAME.
           IF WS-REMITTER-KEY (41:20) = SPACES
               AND WS-REMITTER-KEY (1:40) = NM-FULL-KEY (WS-NAME-SUB)
               IF NM-RECORD-ID (WS-NAME-SUB) NOT = WS-FULL-HIT-ID
                   ADD 1 TO WS-FULL-HIT-COUNT
                   MOVE NM-RECORD-ID (WS-NAME-SUB) TO WS-FULL-HIT-ID
                   MOVE WS-FULL-HIT-ID TO WS-CHECK-CUSTOMER-ID
                   PERFORM CHECK-OPEN-AMOUNT
                   IF AMOUNT-FITS-OPEN-ITEMS
                       ADD 1 TO WS-AMOUNT-HIT-COUNT
                       MOVE WS-FULL-HIT-ID TO WS-AMOUNT-HIT-ID
                   END-IF
               END-IF
           ELSE
               IF NM-SEI-LENGTH (WS-NAME-SUB) > ZERO
                   AND WS-REMITTER-KEY (1:NM-SEI-LENGTH (WS-NAME-SUB))
                       = NM-SEI-KEY (WS-NAME-SUB)
                           (1:NM-SEI-LENGTH (WS-NAME-SUB))
                   AND NM-RECORD-ID (WS-NAME-SUB) NOT = WS-SEI-HIT-ID
                   ADD 1 TO WS-SEI-HIT-COUNT
                   MOVE NM-RECORD-ID (WS-NAME-SUB) TO WS-SEI-HIT-ID
               END-IF
           END-IF.

       JUDGE-NAME-MATCH.
           EVALUATE TRUE
               WHEN WS-AMOUNT-HIT-COUNT = 1
                   MOVE WS-AMOUNT-HIT-ID TO BR-CUSTOMER-ID
                   ADD 1 TO WS-NAME-MATCHED-COUNT
               WHEN WS-FULL-HIT-COUNT = 1
                   MOVE 'NAME OK AMOUNT DIFF' TO WS-SUSPENSE-REASON
                   MOVE WS-FULL-HIT-ID TO WS-PROPOSED-CUSTOMER-ID
               WHEN WS-FULL-HIT-COUNT > 1
                   MOVE 'SEVERAL NAME MATCHES' TO WS-SUSPENSE-REASON
               WHEN WS-SEI-HIT-COUNT = 1
                   MOVE 'SURNAME MATCH ONLY' TO WS-SUSPENSE-REASON
                   MOVE WS-SEI-HIT-ID TO WS-PROPOSED-CUSTOMER-ID
               WHEN WS-SEI-HIT-COUNT > 1
                   MOVE 'SEVERAL SURNAMES' TO WS-SUSPENSE-REASON
               WHEN OTHER
                   MOVE 'NO NAME MATCH' TO WS-SUSPENSE-REASON
           END-EVALUATE.

       CHECK-OPEN-AMOUNT.
           MOVE 'N' TO WS-AMOUNT-FIT-SW
           MOVE ZERO TO WS-OPEN-TOTAL
           PERFORM CHECK-ONE-OPEN-ITEM
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
           IF WS-OPEN-TOTAL = BR-RECEIPT-AMOUNT
               SET AMOUNT-FITS-OPEN-ITEMS TO TRUE
           END-IF.

       CHECK-ONE-OPEN-ITEM.
           IF OI-CUSTOMER-ID (WS-OPEN-SUB) = WS-CHECK-CUSTOMER-ID
               ADD OI-OPEN-AMOUNT (WS-OPEN-SUB) TO WS-OPEN-TOTAL
               IF OI-OPEN-AMOUNT (WS-OPEN-SUB) = BR-RECEIPT-AMOUNT
                   SET AMOUNT-FITS-OPEN-ITEMS TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 半角で来る依頼人名も全角で持つ顧客名も、全角に畳んでから
      * 空白(半角・全角とも)を詰めた照合キーにして比べる。
      *----------------------------------------------------------------
       BUILD-NAME-KEY.
           PERFORM CONVERT-KANA-FIELD
           MOVE SPACES TO WS-NAME-KEY
           MOVE 1 TO WS-IN-POS
           MOVE 1 TO WS-OUT-POS
           PERFORM SQUEEZE-NAME-AT-POS
               UNTIL WS-IN-POS > WS-CONV-LENGTH
           COMPUTE WS-NAME-KEY-LENGTH = WS-OUT-POS - 1.

       SQUEEZE-NAME-AT-POS.
           IF WS-CONV-OUT (WS-IN-POS:1) = SPACE
               ADD 1 TO WS-IN-POS
           ELSE
               IF WS-IN-POS + 2 NOT > WS-CONV-LENGTH
                   AND WS-CONV-OUT (WS-IN-POS:3) = '　'
                   ADD 3 TO WS-IN-POS
               ELSE
                   MOVE WS-CONV-OUT (WS-IN-POS:1)
                       TO WS-NAME-KEY (WS-OUT-POS:1)
                   ADD 1 TO WS-IN-POS
                   ADD 1 TO WS-OUT-POS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * JCUST-STANDARDIZE's scan: the voiced pair (6 bytes) is tried
      * before the single letter (3 bytes); an unmapped byte is
      * copied as it stands.
      *----------------------------------------------------------------
       CONVERT-KANA-FIELD.
           MOVE SPACES TO WS-CONV-OUT
           MOVE 1 TO WS-IN-POS
           MOVE 1 TO WS-OUT-POS
           PERFORM CONVERT-KANA-AT-POS
               UNTIL WS-IN-POS > WS-CONV-LENGTH.

       CONVERT-KANA-AT-POS.
           MOVE ZERO TO WS-MATCH-LEN
           PERFORM TRY-KANA-ENTRIES
               VARYING WS-KANA-SUB FROM 1 BY 1
               UNTIL WS-KANA-SUB > 87
                   OR WS-MATCH-LEN > ZERO
           IF WS-MATCH-LEN = ZERO
               MOVE WS-CONV-IN (WS-IN-POS:1)
                   TO WS-CONV-OUT (WS-OUT-POS:1)
               ADD 1 TO WS-IN-POS
               ADD 1 TO WS-OUT-POS
           END-IF.

       TRY-KANA-ENTRIES.
           IF KM-SOURCE-LEN (WS-KANA-SUB) = 6
               AND WS-IN-POS + 5 NOT > WS-CONV-LENGTH
               AND WS-CONV-IN (WS-IN-POS:6)
                   = KM-SOURCE (WS-KANA-SUB) (1:6)
               MOVE KM-TARGET (WS-KANA-SUB)
                   TO WS-CONV-OUT (WS-OUT-POS:3)
               ADD 6 TO WS-IN-POS
               ADD 3 TO WS-OUT-POS
               MOVE 6 TO WS-MATCH-LEN
           ELSE
               IF KM-SOURCE-LEN (WS-KANA-SUB) = 3
                   AND WS-IN-POS + 2 NOT > WS-CONV-LENGTH
                   AND WS-CONV-IN (WS-IN-POS:3)
                       = KM-SOURCE (WS-KANA-SUB) (1:3)
                   MOVE KM-TARGET (WS-KANA-SUB)
                       TO WS-CONV-OUT (WS-OUT-POS:3)
                   ADD 3 TO WS-IN-POS
                   ADD 3 TO WS-OUT-POS
                   MOVE 3 TO WS-MATCH-LEN
               END-IF
           END-IF.

       LOAD-CONFIRMED-LINKS.
           OPEN INPUT XREF-FILE
           IF XREF-FILE-OK
               PERFORM READ-XREF
               PERFORM STORE-CONFIRMED-LINK UNTIL XREF-FILE-EOF
               CLOSE XREF-FILE
           END-IF.

       READ-XREF.
           READ XREF-FILE
               AT END
                   SET XREF-FILE-EOF TO TRUE
           END-READ.

       STORE-CONFIRMED-LINK.
           IF CX-LINK-CONFIRMED
               IF WS-LINK-COUNT < WS-LINK-TABLE-MAX
                   ADD 1 TO WS-LINK-COUNT
                   MOVE CX-RECORD-ID TO LN-RECORD-ID (WS-LINK-COUNT)
                   MOVE CX-JCUST-ID TO LN-JCUST-ID (WS-LINK-COUNT)
               ELSE
                   DISPLAY 'ERROR: LINK TABLE FULL - '
                       CX-JCUST-ID ' NOT LOADED'
               END-IF
           END-IF
           PERFORM READ-XREF.

       LOAD-REMITTER-NAMES.
           OPEN INPUT JCUSTOMER-FILE
           IF JCUST-FILE-OK
               PERFORM READ-JCUSTOMER
               PERFORM STORE-REMITTER-NAME UNTIL JCUST-FILE-EOF
               CLOSE JCUSTOMER-FILE
           END-IF.

       READ-JCUSTOMER.
           READ JCUSTOMER-FILE
               AT END
                   SET JCUST-FILE-EOF TO TRUE
           END-READ.

       STORE-REMITTER-NAME.
           SET LN-IDX TO 1
           SEARCH WS-LINK-ENTRY
               AT END
                   CONTINUE
               WHEN LN-IDX > WS-LINK-COUNT
                   CONTINUE
               WHEN LN-JCUST-ID (LN-IDX) = 顧客ーID
                   PERFORM STORE-LINKED-NAME
           END-SEARCH
           PERFORM READ-JCUSTOMER.

       STORE-LINKED-NAME.
           IF WS-NAME-COUNT < WS-NAME-TABLE-MAX
               ADD 1 TO WS-NAME-COUNT
               MOVE LN-RECORD-ID (LN-IDX)
                   TO NM-RECORD-ID (WS-NAME-COUNT)
               MOVE SPACES TO WS-CONV-IN
               MOVE 姓ーカナ TO WS-CONV-IN (1:20)
               MOVE 名ーカナ TO WS-CONV-IN (21:20)
               MOVE 40 TO WS-CONV-LENGTH
               PERFORM BUILD-NAME-KEY
               MOVE WS-NAME-KEY (1:40) TO NM-FULL-KEY (WS-NAME-COUNT)
               MOVE SPACES TO WS-CONV-IN
               MOVE 姓ーカナ TO WS-CONV-IN (1:20)
               MOVE 20 TO WS-CONV-LENGTH
               PERFORM BUILD-NAME-KEY
               MOVE WS-NAME-KEY (1:20) TO NM-SEI-KEY (WS-NAME-COUNT)
               MOVE WS-NAME-KEY-LENGTH
                   TO NM-SEI-LENGTH (WS-NAME-COUNT)
           ELSE
               DISPLAY 'ERROR: NAME TABLE FULL - '
                   顧客ーID ' NOT LOADED'
           END-IF.

      *----------------------------------------------------------------
      * Open amounts as they stand before today's cash; an item the
      * table cannot hold only means a receipt for it is not
      * auto-applied by name and waits in suspense instead.
      *----------------------------------------------------------------
       LOAD-OPEN-AMOUNTS.
           OPEN INPUT AR-ITEM-FILE
           IF AR-FILE-OK
               PERFORM READ-AR-ITEM
               PERFORM STORE-OPEN-AMOUNT UNTIL AR-FILE-EOF
               CLOSE AR-ITEM-FILE
           END-IF
           MOVE SPACES TO WS-AR-STATUS.

       STORE-OPEN-AMOUNT.
           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > ZERO
               IF WS-OPEN-COUNT < WS-OPEN-TABLE-MAX
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE AR-CUSTOMER-ID TO OI-CUSTOMER-ID (WS-OPEN-COUNT)
                   MOVE AR-OPEN-AMOUNT TO OI-OPEN-AMOUNT (WS-OPEN-COUNT)
               ELSE
                   DISPLAY 'ERROR: OPEN ITEM TABLE FULL - '
                       AR-INVOICE-NUMBER ' NOT LOADED'
               END-IF
           END-IF
           PERFORM READ-AR-ITEM.

      *----------------------------------------------------------------
      * Matched cash is applied down the customer's open invoices in
      * file order, which is append (oldest-first) order on
           OPEN INPUT AR-ITEM-FILE
           IF AR-FILE-OK
               OPEN OUTPUT AR-ITEM-OUT-FILE
               OPEN EXTEND PAY-HISTORY-FILE
               IF WS-HIST-STATUS NOT = '00'
                   OPEN OUTPUT PAY-HISTORY-FILE
               END-IF
               PERFORM PRIME-DISPUTE-LOOKUP
               OPEN EXTEND DISPUTE-FILE
               IF WS-DISPUTE-STATUS NOT = '00'
                   OPEN OUTPUT DISPUTE-FILE
               END-IF
               PERFORM READ-AR-ITEM
               PERFORM PAY-DOWN-ONE-ITEM UNTIL AR-FILE-EOF
               CLOSE AR-ITEM-OUT-FILE
               CLOSE PAY-HISTORY-FILE
               CLOSE DISPUTE-FILE
               CLOSE AR-ITEM-FILE
           END-IF.

                   SET AR-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 口座振替は全銀の円単位で依頼しているので、銭だけ残った明細
      * は差引ではない。係争に起こさず、少額償却に任せる。
      *----------------------------------------------------------------
       PAY-DOWN-ONE-ITEM.
           MOVE ZERO TO WS-ITEM-APPLIED-AMOUNT
           MOVE 'N' TO WS-ITEM-DEBITED-SW
           IF AR-ITEM-OPEN
               PERFORM APPLY-CASH-TO-ITEM
                   VARYING WS-RECEIPT-SUB FROM 1 BY 1
                   UNTIL WS-RECEIPT-SUB > WS-RECEIPT-COUNT
           END-IF
           IF WS-ITEM-APPLIED-AMOUNT > ZERO
               AND AR-OPEN-AMOUNT > ZERO
               IF WS-ITEM-DEBITED AND AR-OPEN-AMOUNT < 1
                   ADD 1 TO WS-SEN-RESIDUAL-COUNT
               ELSE
                   PERFORM RAISE-SHORT-PAY-DISPUTE
               END-IF
           END-IF
           WRITE AR-ITEM-OUT-RECORD FROM AR-OPEN-ITEM-RECORD
           PERFORM READ-AR-ITEM.

                   MOVE AR-OPEN-AMOUNT TO WS-APPLY-AMOUNT
               END-IF
               SUBTRACT WS-APPLY-AMOUNT FROM AR-OPEN-AMOUNT
               ADD WS-APPLY-AMOUNT TO WS-ITEM-APPLIED-AMOUNT
               IF RT-DIRECT-DEBIT (WS-RECEIPT-SUB)
                   SET WS-ITEM-DEBITED TO TRUE
               END-IF
               SUBTRACT WS-APPLY-AMOUNT
                   FROM RT-REMAINING-AMOUNT (WS-RECEIPT-SUB)
               IF AR-OPEN-AMOUNT = ZERO
                   SET AR-ITEM-PAID TO TRUE
                   PERFORM WRITE-PAYMENT-HISTORY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 完済した明細を支払履歴へ。期日ゼロの旧明細は請求日を期日と
      * して書く(エージングと同じ読み替え)。
      *----------------------------------------------------------------
       WRITE-PAYMENT-HISTORY.
           MOVE AR-CUSTOMER-ID TO PY-CUSTOMER-ID
           MOVE AR-INVOICE-NUMBER TO PY-INVOICE-NUMBER
           IF AR-DUE-DATE = ZERO
               MOVE AR-INVOICE-DATE TO PY-DUE-DATE
           ELSE
               MOVE AR-DUE-DATE TO PY-DUE-DATE
           END-IF
           MOVE RT-RECEIPT-DATE (WS-RECEIPT-SUB) TO PY-SETTLED-DATE
           MOVE AR-ORIGINAL-AMOUNT TO PY-SETTLED-AMOUNT
           SET PY-SETTLED-PAID TO TRUE
           WRITE AR-PAYMENT-HISTORY-RECORD.

      *----------------------------------------------------------------
      * The lookup reads ARDISPUT.DAT on its first call, so that call
      * is made here, before the file is opened for append.
      *----------------------------------------------------------------
       PRIME-DISPUTE-LOOKUP.
           MOVE ZERO TO WS-PRIME-INVOICE-NUMBER
           CALL 'DISPUTE-AMOUNT-LOOKUP' USING WS-PRIME-INVOICE-NUMBER
                                              WS-DISPUTED-AMOUNT
           END-CALL.

      *----------------------------------------------------------------
      * 入金が明細の途中で尽きた残りは差引・減額として係争ファイル
      * へ。理由は担当者が分類し直すまで「無断差引」。既に係争中の
      * 請求書には重ねて起こさない。
      *----------------------------------------------------------------
       RAISE-SHORT-PAY-DISPUTE.
           CALL 'DISPUTE-AMOUNT-LOOKUP' USING AR-INVOICE-NUMBER
                                              WS-DISPUTED-AMOUNT
           END-CALL
           IF WS-DISPUTED-AMOUNT = ZERO
               MOVE AR-INVOICE-NUMBER TO DP-INVOICE-NUMBER
               MOVE AR-CUSTOMER-ID TO DP-CUSTOMER-ID
               MOVE WS-TODAY-CCYYMMDD TO DP-OPENED-DATE
               MOVE AR-OPEN-AMOUNT TO DP-DISPUTED-AMOUNT
               SET DP-REASON-DEDUCTION TO TRUE
               MOVE SPACES TO DP-OWNER
               SET DP-OPEN TO TRUE
               MOVE ZERO TO DP-RESOLVED-DATE
               WRITE AR-DISPUTE-RECORD
               ADD 1 TO WS-SHORT-PAID-COUNT
           END-IF.
