       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-NOTE-ISSUE.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Credit and debit notes for billing corrections - the proper
      * document a customer needs when an invoice went out at the
      * wrong price or quantity, which neither a return nor a hand
      * adjustment of the open item gives them.  Each BILLADJ.DAT
      * correction names an invoice on INVREG.DAT, a product billed
      * on it (INVDETL.DAT), and the quantity and unit price it
      * should have carried.  The corrected line is re-priced at the
      * line's own discount percentage and 税率, and the difference
      * from what was billed becomes the adjustment.  Reductions on
      * one invoice are gathered onto one credit note and increases
      * onto one debit note.  Each note prints on CDNOTE.RPT as a
      * qualified return invoice (適格返還請求書) with our
      * registration number, the original invoice and its date, the
      * corrected lines and the 10%/8% breakdown, and is registered
      * on CDNOTE.DAT for TAX-SUMMARY-REPORT.  The note moves the
      * customer's ACCOUNT-BALANCE through the journaled REWRITE
      * path and posts a balanced set of GLEXTR.DAT rows under the
      * BILLADJ batch source (sales and tax payable against the
      * receivable).  On ARITEMS.DAT a credit note pays down the
      * original invoice's open item, and any part the item can no
      * longer take stays as a credit on the balance for the refund
      * run; a debit note opens an item of its own, falling due with
      * the original invoice or today if that date has passed.
      * Corrections that match no invoice line, or change nothing,
      * are listed on BILLADJ.EXC.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CORRECTION-TXN-FILE ASSIGN TO "BILLADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT INVOICE-DETAIL-FILE ASSIGN TO "INVDETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT NOTE-REGISTER-FILE ASSIGN TO "CDNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT AR-ITEM-OUT-FILE ASSIGN TO "ARITEMS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT NOTE-REPORT-FILE ASSIGN TO "CDNOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORRECTION-EXCEPTION-FILE ASSIGN TO "BILLADJ.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  CORRECTION-TXN-FILE.
       01  CORRECTION-TXN-RECORD.
           05  BA-INVOICE-NUMBER        PIC 9(12).
           05  BA-PRODUCT-ID            PIC 9(8).
           05  BA-NEW-QUANTITY          PIC 9(5).
           05  BA-NEW-UNIT-PRICE        PIC 9(7)V99.
           05  BA-REASON                PIC X(20).

       FD  INVOICE-REGISTER-FILE.
       COPY INVOICE-REGISTER-RECORD.

       FD  INVOICE-DETAIL-FILE.
       COPY INVOICE-DETAIL-RECORD.

       FD  NOTE-REGISTER-FILE.
       COPY BILLING-NOTE-RECORD.

       FD  AR-ITEM-FILE.
       COPY AR-OPEN-ITEM-RECORD.

       FD  AR-ITEM-OUT-FILE.
       01  AR-ITEM-OUT-RECORD           PIC X(59).

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  NOTE-REPORT-FILE.
       01  NOTE-REPORT-LINE             PIC X(100).

       FD  CORRECTION-EXCEPTION-FILE.
       01  CORRECTION-EXCEPTION-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
           88  CUST-NOT-FOUND                VALUE '23'.
       01  WS-TXN-STATUS                 PIC XX.
           88  TXN-FILE-OK                   VALUE '00'.
           88  TXN-FILE-EOF                  VALUE '10'.
       01  WS-REG-STATUS                 PIC XX.
           88  REG-FILE-OK                   VALUE '00'.
           88  REG-FILE-EOF                  VALUE '10'.
       01  WS-DTL-STATUS                 PIC XX.
           88  DTL-FILE-OK                   VALUE '00'.
           88  DTL-FILE-EOF                  VALUE '10'.
       01  WS-NOTE-STATUS                PIC XX.
           88  NOTE-FILE-OK                  VALUE '00'.
           88  NOTE-FILE-EOF                 VALUE '10'.
       01  WS-AR-STATUS                  PIC XX.
           88  AR-FILE-OK                    VALUE '00'.
           88  AR-FILE-EOF                   VALUE '10'.
       01  WS-GL-STATUS                  PIC XX.

      *----------------------------------------------------------------
      * 訂正明細。元請求の登録行・明細行を引き当ててから、訂正後の
      * 金額との差額を持つ。状態は V(発行待ち)/I(発行済)/X(却下)。
      *----------------------------------------------------------------
       01  WS-CORR-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-CORR-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-CORR-ENTRIES.
           05  WS-CORR-ENTRY             OCCURS 500 TIMES.
               10  CR-INVOICE-NUMBER         PIC 9(12).
               10  CR-PRODUCT-ID             PIC 9(8).
               10  CR-NEW-QUANTITY           PIC 9(5).
               10  CR-NEW-UNIT-PRICE         PIC 9(7)V99.
               10  CR-REASON                 PIC X(20).
               10  CR-CUSTOMER-ID            PIC 9(8).
               10  CR-INVOICE-DATE           PIC 9(8).
               10  CR-REG-FOUND-SW           PIC X(1).
               10  CR-LINE-FOUND-SW          PIC X(1).
               10  CR-OLD-QUANTITY           PIC 9(5).
               10  CR-OLD-UNIT-PRICE         PIC 9(7)V99.
               10  CR-OLD-AMOUNT             PIC 9(9)V99.
               10  CR-OLD-TAX                PIC 9(7)V99.
               10  CR-TAX-RATE               PIC 9V99.
               10  CR-DISCOUNT-PCT           PIC 9(2).
               10  CR-NEW-AMOUNT             PIC 9(9)V99.
               10  CR-ADJUST-AMOUNT          PIC S9(9)V99.
               10  CR-ADJUST-TAX             PIC S9(7)V99.
               10  CR-STATE-SW               PIC X(1).
                   88  CR-PENDING                VALUE 'V'.
                   88  CR-ISSUED                 VALUE 'I'.
                   88  CR-REJECTED               VALUE 'X'.
       01  WS-CORR-SUB                   PIC 9(3) COMP.
       01  WS-LINE-SUB                   PIC 9(3) COMP.

      *----------------------------------------------------------------
      * 今回発行した伝票。残高・総勘定・請求明細へはこの表から回す。
      *----------------------------------------------------------------
       01  WS-NOTE-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-NOTE-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-NOTE-ENTRIES.
           05  WS-NOTE-ENTRY             OCCURS 500 TIMES.
               10  NT-NOTE-NUMBER            PIC 9(12).
               10  NT-NOTE-TYPE              PIC X(1).
               10  NT-ORIGINAL-INVOICE       PIC 9(12).
               10  NT-CUSTOMER-ID            PIC 9(8).
               10  NT-NET-AMOUNT             PIC 9(9)V99.
               10  NT-TAX-AMOUNT             PIC 9(9)V99.
               10  NT-TOTAL-AMOUNT           PIC 9(9)V99.
               10  NT-UNAPPLIED-AMOUNT       PIC 9(9)V99.
               10  NT-DUE-DATE               PIC 9(8).
       01  WS-NOTE-SUB                   PIC 9(3) COMP.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-NOTE-SEQ                   PIC 9(4) VALUE 9000.
       01  WS-SEED-NUMBER.
           05  WS-SD-DATE                 PIC 9(8).
           05  WS-SD-SEQ                  PIC 9(4).
       01  WS-NOTE-NUMBER.
           05  WS-NN-DATE                 PIC 9(8).
           05  WS-NN-SEQ                  PIC 9(4).

       01  WS-NOTE-TYPE                  PIC X(1).
           88  ISSUING-CREDIT-NOTE           VALUE 'C'.
           88  ISSUING-DEBIT-NOTE            VALUE 'D'.
       01  WS-NOTE-INVOICE               PIC 9(12).
       01  WS-NOTE-NET                   PIC 9(9)V99.
       01  WS-NOTE-TAX                   PIC 9(9)V99.
       01  WS-NOTE-TOTAL                 PIC 9(9)V99.
       01  WS-NOTE-NET-AT-10             PIC 9(9)V99.
       01  WS-NOTE-TAX-AT-10             PIC 9(9)V99.
       01  WS-NOTE-NET-AT-8              PIC 9(9)V99.
       01  WS-NOTE-TAX-AT-8              PIC 9(9)V99.
       01  WS-LINE-NET-CHANGE            PIC 9(9)V99.
       01  WS-LINE-TAX-CHANGE            PIC S9(7)V99.
       01  WS-LIST-AMOUNT                PIC 9(9)V99.
       01  WS-DISCOUNT-AMOUNT            PIC 9(7)V99.
       01  WS-NEW-TAX                    PIC 9(7)V99.
       01  WS-APPLY-AMOUNT               PIC 9(9)V99.

      *----------------------------------------------------------------
      * 適格返還請求書: 当社の登録番号と税率別(10%・8%)の内訳。
      *----------------------------------------------------------------
       01  WS-OUR-REGISTRATION-NO        PIC X(14)
                                     VALUE 'T1234567890123'.

       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-POST-AMOUNT             PIC 9(11)V99.

       01  WS-CREDIT-NOTE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DEBIT-NOTE-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-UNPOSTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-UNAPPLIED-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-LOCK-HELD-SW               PIC X(1).
       01  WS-LOCK-HOLDER-NAME           PIC X(30).

       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                           VALUE 'BILLING-NOTE-ISSUE'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8) VALUE 'BATCH'.

       01  WS-AR-WORK-ITEM.
           05  WA-CUSTOMER-ID             PIC 9(8).
           05  WA-INVOICE-NUMBER          PIC 9(12).
           05  WA-INVOICE-DATE            PIC 9(8).
           05  WA-ORIGINAL-AMOUNT         PIC 9(9)V99.
           05  WA-OPEN-AMOUNT             PIC 9(9)V99.
           05  WA-ITEM-STATUS             PIC X(1).
           05  WA-DUE-DATE                PIC 9(8).

       01  WS-NOTE-TITLE-LINE.
           05  FILLER                  PIC X(27)
               VALUE 'QUALIFIED RETURN INVOICE - '.
           05  NL-NOTE-KIND             PIC X(11).

       01  WS-NOTE-HEADER-LINE.
           05  FILLER                  PIC X(9) VALUE 'NOTE NO: '.
           05  NH-NOTE-NUMBER           PIC 9(12).
           05  FILLER                  PIC X(8) VALUE '  DATE: '.
           05  NH-NOTE-DATE             PIC 9(8).
           05  FILLER                  PIC X(12) VALUE '  CUSTOMER: '.
           05  NH-CUSTOMER-ID           PIC 9(8).

       01  WS-ORIGINAL-INVOICE-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'ORIGINAL INVOICE: '.
           05  NO-INVOICE-NUMBER        PIC 9(12).
           05  FILLER                  PIC X(9) VALUE '  DATED: '.
           05  NO-INVOICE-DATE          PIC 9(8).

       01  WS-REGISTRATION-LINE.
           05  FILLER                  PIC X(17)
               VALUE 'REGISTRATION NO: '.
           05  RN-REGISTRATION-NO       PIC X(14).

       01  WS-NOTE-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ND-PRODUCT-ID            PIC 9(8).
           05  FILLER                  PIC X(6) VALUE '  WAS '.
           05  ND-OLD-QUANTITY          PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE ' X '.
           05  ND-OLD-UNIT-PRICE        PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE '  NOW '.
           05  ND-NEW-QUANTITY          PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE ' X '.
           05  ND-NEW-UNIT-PRICE        PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' NET: '.
           05  ND-NET-CHANGE            PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' TAX: '.
           05  ND-TAX-CHANGE            PIC -ZZZZZZ9.99.

       01  WS-NOTE-REASON-LINE.
           05  FILLER                  PIC X(12) VALUE '    REASON: '.
           05  NR-REASON                PIC X(20).

       01  WS-RATE-BLOCK-LINE.
           05  FILLER                  PIC X(8) VALUE '  RATE  '.
           05  RB-RATE-LABEL            PIC X(4).
           05  FILLER                  PIC X(7) VALUE '  NET: '.
           05  RB-NET-AMOUNT            PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE '  TAX: '.
           05  RB-TAX-AMOUNT            PIC ZZZZZZZZ9.99.

       01  WS-NOTE-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE '   NET: '.
           05  NT2-NET-AMOUNT           PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE ' TAX: '.
           05  NT2-TAX-AMOUNT           PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(9) VALUE ' TOTAL: '.
           05  NT2-TOTAL-AMOUNT         PIC ZZZZZZZZ9.99.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(13) VALUE 'BILLADJ EXC: '.
           05  BE-INVOICE-NUMBER        PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BE-PRODUCT-ID            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BE-REASON                PIC X(40).

       01  WS-UNAPPLIED-DETAIL-LINE.
           05  FILLER                  PIC X(13) VALUE 'BILLADJ EXC: '.
           05  BU-INVOICE-NUMBER        PIC 9(12).
           05  FILLER                  PIC X(7) VALUE '  NOTE '.
           05  BU-NOTE-NUMBER           PIC 9(12).
           05  FILLER                  PIC X(30)
               VALUE '  CREDIT LEFT ON BALANCE:     '.
           05  BU-UNAPPLIED-AMOUNT      PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM CHECK-BATCH-LOCK
           PERFORM LOAD-CORRECTIONS
           IF WS-CORR-COUNT = ZERO
               DISPLAY 'BILLING NOTE ISSUE - NO CORRECTIONS, '
                   'NOTHING ISSUED'
               STOP RUN
           END-IF
           PERFORM FIND-ORIGINAL-INVOICES
           PERFORM FIND-ORIGINAL-LINES
           PERFORM SEED-NOTE-SEQUENCE
           OPEN OUTPUT CORRECTION-EXCEPTION-FILE
           PERFORM PRICE-ONE-CORRECTION
               VARYING WS-CORR-SUB FROM 1 BY 1
               UNTIL WS-CORR-SUB > WS-CORR-COUNT
           OPEN OUTPUT NOTE-REPORT-FILE
           OPEN EXTEND NOTE-REGISTER-FILE
           IF NOT NOTE-FILE-OK
               OPEN OUTPUT NOTE-REGISTER-FILE
           END-IF
           PERFORM ISSUE-NOTES-FOR-CORRECTION
               VARYING WS-CORR-SUB FROM 1 BY 1
               UNTIL WS-CORR-SUB > WS-CORR-COUNT
           CLOSE NOTE-REGISTER-FILE
           CLOSE NOTE-REPORT-FILE
           IF WS-NOTE-COUNT > ZERO
               PERFORM POST-NOTES
               PERFORM APPLY-NOTES-TO-OPEN-ITEMS
           END-IF
           CLOSE CORRECTION-EXCEPTION-FILE
           DISPLAY 'BILLING NOTE ISSUE - CREDIT NOTES: '
               WS-CREDIT-NOTE-COUNT
               ' DEBIT NOTES: ' WS-DEBIT-NOTE-COUNT
               ' REJECTED: ' WS-REJECTED-COUNT
               ' NOT POSTED: ' WS-UNPOSTED-COUNT
               ' CREDIT LEFT ON BALANCE: ' WS-UNAPPLIED-COUNT
           STOP RUN.

       CHECK-BATCH-LOCK.
           CALL 'BATCH-LOCK-CHECK' USING WS-LOCK-HELD-SW
                                          WS-LOCK-HOLDER-NAME
           END-CALL
           IF WS-LOCK-HELD-SW = 'Y'
               DISPLAY 'CUSTOMER FILE LOCKED BY '
                   WS-LOCK-HOLDER-NAME
                   ' - BILLING NOTE ISSUE NOT STARTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CORRECTIONS.
           OPEN INPUT CORRECTION-TXN-FILE
           IF TXN-FILE-OK
               PERFORM READ-CORRECTION-TXN
               PERFORM STORE-CORRECTION-TXN UNTIL TXN-FILE-EOF
               CLOSE CORRECTION-TXN-FILE
           END-IF.

       READ-CORRECTION-TXN.
           READ CORRECTION-TXN-FILE
               AT END
                   SET TXN-FILE-EOF TO TRUE
           END-READ.

       STORE-CORRECTION-TXN.
           IF WS-CORR-COUNT < WS-CORR-TABLE-MAX
               ADD 1 TO WS-CORR-COUNT
               INITIALIZE WS-CORR-ENTRY (WS-CORR-COUNT)
               MOVE BA-INVOICE-NUMBER
                   TO CR-INVOICE-NUMBER (WS-CORR-COUNT)
               MOVE BA-PRODUCT-ID TO CR-PRODUCT-ID (WS-CORR-COUNT)
               MOVE BA-NEW-QUANTITY
                   TO CR-NEW-QUANTITY (WS-CORR-COUNT)
               MOVE BA-NEW-UNIT-PRICE
                   TO CR-NEW-UNIT-PRICE (WS-CORR-COUNT)
               MOVE BA-REASON TO CR-REASON (WS-CORR-COUNT)
               MOVE 'N' TO CR-REG-FOUND-SW (WS-CORR-COUNT)
               MOVE 'N' TO CR-LINE-FOUND-SW (WS-CORR-COUNT)
               SET CR-PENDING (WS-CORR-COUNT) TO TRUE
           ELSE
               DISPLAY 'ERROR: CORRECTION TABLE FULL - '
                   BA-INVOICE-NUMBER ' NOT ISSUED'
           END-IF
           PERFORM READ-CORRECTION-TXN.

      *----------------------------------------------------------------
      * 元請求の顧客と請求日は登録ファイルから取る。
      *----------------------------------------------------------------
       FIND-ORIGINAL-INVOICES.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF REG-FILE-OK
               PERFORM READ-INVOICE-REGISTER
               PERFORM MATCH-ONE-REGISTER-ROW UNTIL REG-FILE-EOF
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       READ-INVOICE-REGISTER.
           READ INVOICE-REGISTER-FILE
               AT END
                   SET REG-FILE-EOF TO TRUE
           END-READ.

       MATCH-ONE-REGISTER-ROW.
           PERFORM MARK-REGISTER-MATCH
               VARYING WS-CORR-SUB FROM 1 BY 1
               UNTIL WS-CORR-SUB > WS-CORR-COUNT
           PERFORM READ-INVOICE-REGISTER.

       MARK-REGISTER-MATCH.
           IF CR-INVOICE-NUMBER (WS-CORR-SUB) = IR-INVOICE-NUMBER
               MOVE 'Y' TO CR-REG-FOUND-SW (WS-CORR-SUB)
               MOVE IR-CUSTOMER-ID TO CR-CUSTOMER-ID (WS-CORR-SUB)
               MOVE IR-INVOICE-DATE TO CR-INVOICE-DATE (WS-CORR-SUB)
           END-IF.

      *----------------------------------------------------------------
      * 請求した明細行そのもの(数量・単価・金額・割引率・税率)を
      * 取る。同じ請求に同じ製品が二行あれば最初の行を訂正する。
      *----------------------------------------------------------------
       FIND-ORIGINAL-LINES.
           OPEN INPUT INVOICE-DETAIL-FILE
           IF DTL-FILE-OK
               PERFORM READ-INVOICE-DETAIL
               PERFORM MATCH-ONE-DETAIL-ROW UNTIL DTL-FILE-EOF
               CLOSE INVOICE-DETAIL-FILE
           END-IF.

       READ-INVOICE-DETAIL.
           READ INVOICE-DETAIL-FILE
               AT END
                   SET DTL-FILE-EOF TO TRUE
           END-READ.

       MATCH-ONE-DETAIL-ROW.
           PERFORM MARK-DETAIL-MATCH
               VARYING WS-CORR-SUB FROM 1 BY 1
               UNTIL WS-CORR-SUB > WS-CORR-COUNT
           PERFORM READ-INVOICE-DETAIL.

       MARK-DETAIL-MATCH.
           IF CR-INVOICE-NUMBER (WS-CORR-SUB) = IV-INVOICE-NUMBER
               AND CR-PRODUCT-ID (WS-CORR-SUB) = IV-PRODUCT-ID
               AND CR-LINE-FOUND-SW (WS-CORR-SUB) = 'N'
               MOVE 'Y' TO CR-LINE-FOUND-SW (WS-CORR-SUB)
               MOVE IV-QUANTITY TO CR-OLD-QUANTITY (WS-CORR-SUB)
               MOVE IV-UNIT-PRICE TO CR-OLD-UNIT-PRICE (WS-CORR-SUB)
               MOVE IV-LINE-AMOUNT TO CR-OLD-AMOUNT (WS-CORR-SUB)
               MOVE IV-TAX-AMOUNT TO CR-OLD-TAX (WS-CORR-SUB)
               MOVE IV-TAX-RATE TO CR-TAX-RATE (WS-CORR-SUB)
               MOVE IV-DISCOUNT-PCT TO CR-DISCOUNT-PCT (WS-CORR-SUB)
           END-IF.

      *----------------------------------------------------------------
      * The register accumulates across runs, so a second run on the
      * same day carries the note numbering on from where the
      * earlier run stopped.
      *----------------------------------------------------------------
       SEED-NOTE-SEQUENCE.
           OPEN INPUT NOTE-REGISTER-FILE
           IF NOTE-FILE-OK
               PERFORM READ-NOTE-REGISTER
               PERFORM SCAN-NOTE-FOR-SEED UNTIL NOTE-FILE-EOF
               CLOSE NOTE-REGISTER-FILE
           END-IF.

       READ-NOTE-REGISTER.
           READ NOTE-REGISTER-FILE
               AT END
                   SET NOTE-FILE-EOF TO TRUE
           END-READ.

       SCAN-NOTE-FOR-SEED.
           MOVE BN-NOTE-NUMBER TO WS-SEED-NUMBER
           IF WS-SD-DATE = WS-TODAY-CCYYMMDD
               AND WS-SD-SEQ > WS-NOTE-SEQ
               MOVE WS-SD-SEQ TO WS-NOTE-SEQ
           END-IF
           PERFORM READ-NOTE-REGISTER.

      *----------------------------------------------------------------
      * 訂正後の行を元の行と同じ割引率・税率で計算し直し、請求済み
      * の金額・税額との差を調整額とする。
      *----------------------------------------------------------------
       PRICE-ONE-CORRECTION.
           EVALUATE TRUE
               WHEN CR-REG-FOUND-SW (WS-CORR-SUB) = 'N'
                   MOVE 'INVOICE NOT ON REGISTER' TO BE-REASON
                   PERFORM REJECT-CORRECTION
               WHEN CR-LINE-FOUND-SW (WS-CORR-SUB) = 'N'
                   MOVE 'PRODUCT NOT BILLED ON THIS INVOICE'
                       TO BE-REASON
                   PERFORM REJECT-CORRECTION
               WHEN OTHER
                   PERFORM WORK-OUT-ADJUSTMENT
                   IF CR-ADJUST-AMOUNT (WS-CORR-SUB) = ZERO
                       MOVE 'CORRECTION CHANGES NOTHING' TO BE-REASON
                       PERFORM REJECT-CORRECTION
                   END-IF
           END-EVALUATE.

       WORK-OUT-ADJUSTMENT.
           COMPUTE WS-LIST-AMOUNT =
               CR-NEW-QUANTITY (WS-CORR-SUB)
                   * CR-NEW-UNIT-PRICE (WS-CORR-SUB)
           COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
               WS-LIST-AMOUNT * CR-DISCOUNT-PCT (WS-CORR-SUB) / 100
           COMPUTE CR-NEW-AMOUNT (WS-CORR-SUB) =
               WS-LIST-AMOUNT - WS-DISCOUNT-AMOUNT
           COMPUTE WS-NEW-TAX ROUNDED =
               CR-NEW-AMOUNT (WS-CORR-SUB) * CR-TAX-RATE (WS-CORR-SUB)
           COMPUTE CR-ADJUST-AMOUNT (WS-CORR-SUB) =
               CR-NEW-AMOUNT (WS-CORR-SUB)
                   - CR-OLD-AMOUNT (WS-CORR-SUB)
           COMPUTE CR-ADJUST-TAX (WS-CORR-SUB) =
               WS-NEW-TAX - CR-OLD-TAX (WS-CORR-SUB).

       REJECT-CORRECTION.
           SET CR-REJECTED (WS-CORR-SUB) TO TRUE
           MOVE CR-INVOICE-NUMBER (WS-CORR-SUB) TO BE-INVOICE-NUMBER
           MOVE CR-PRODUCT-ID (WS-CORR-SUB) TO BE-PRODUCT-ID
           WRITE CORRECTION-EXCEPTION-LINE
               FROM WS-EXCEPTION-DETAIL-LINE
           ADD 1 TO WS-REJECTED-COUNT.

      *----------------------------------------------------------------
      * The first pending correction of an invoice opens a note in
      * its direction and gathers every later pending correction of
      * the same invoice that moves the same way; the other
      * direction gets its own note when its first line is reached.
      *----------------------------------------------------------------
       ISSUE-NOTES-FOR-CORRECTION.
           IF CR-PENDING (WS-CORR-SUB)
               IF CR-ADJUST-AMOUNT (WS-CORR-SUB) < ZERO
                   SET ISSUING-CREDIT-NOTE TO TRUE
               ELSE
                   SET ISSUING-DEBIT-NOTE TO TRUE
               END-IF
               MOVE CR-INVOICE-NUMBER (WS-CORR-SUB)
                   TO WS-NOTE-INVOICE
               PERFORM START-NEW-NOTE
               PERFORM ADD-LINE-TO-NOTE
                   VARYING WS-LINE-SUB FROM WS-CORR-SUB BY 1
                   UNTIL WS-LINE-SUB > WS-CORR-COUNT
               PERFORM CLOSE-OUT-NOTE
           END-IF.

       START-NEW-NOTE.
           ADD 1 TO WS-NOTE-SEQ
           MOVE WS-TODAY-CCYYMMDD TO WS-NN-DATE
           MOVE WS-NOTE-SEQ TO WS-NN-SEQ
           MOVE ZERO TO WS-NOTE-NET
           MOVE ZERO TO WS-NOTE-TAX
           MOVE ZERO TO WS-NOTE-NET-AT-10
           MOVE ZERO TO WS-NOTE-TAX-AT-10
           MOVE ZERO TO WS-NOTE-NET-AT-8
           MOVE ZERO TO WS-NOTE-TAX-AT-8
           IF ISSUING-CREDIT-NOTE
               MOVE 'CREDIT NOTE' TO NL-NOTE-KIND
           ELSE
               MOVE 'DEBIT NOTE' TO NL-NOTE-KIND
           END-IF
           WRITE NOTE-REPORT-LINE FROM WS-NOTE-TITLE-LINE
           MOVE WS-NOTE-NUMBER TO NH-NOTE-NUMBER
           MOVE WS-TODAY-CCYYMMDD TO NH-NOTE-DATE
           MOVE CR-CUSTOMER-ID (WS-CORR-SUB) TO NH-CUSTOMER-ID
           WRITE NOTE-REPORT-LINE FROM WS-NOTE-HEADER-LINE
           MOVE WS-NOTE-INVOICE TO NO-INVOICE-NUMBER
           MOVE CR-INVOICE-DATE (WS-CORR-SUB) TO NO-INVOICE-DATE
           WRITE NOTE-REPORT-LINE FROM WS-ORIGINAL-INVOICE-LINE
           MOVE WS-OUR-REGISTRATION-NO TO RN-REGISTRATION-NO
           WRITE NOTE-REPORT-LINE FROM WS-REGISTRATION-LINE.

       ADD-LINE-TO-NOTE.
           IF CR-PENDING (WS-LINE-SUB)
               AND CR-INVOICE-NUMBER (WS-LINE-SUB) = WS-NOTE-INVOICE
               AND ((ISSUING-CREDIT-NOTE
                       AND CR-ADJUST-AMOUNT (WS-LINE-SUB) < ZERO)
                   OR (ISSUING-DEBIT-NOTE
                       AND CR-ADJUST-AMOUNT (WS-LINE-SUB) > ZERO))
               PERFORM PRINT-NOTE-LINE
               SET CR-ISSUED (WS-LINE-SUB) TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 伝票上の金額は向きを伝票種別で表すので、行の差額は絶対値で
      * 積む。税の端数で行の税差額が伝票の向きと逆になるときは
      * 負のまま積んで印字する。
      *----------------------------------------------------------------
       PRINT-NOTE-LINE.
           IF ISSUING-CREDIT-NOTE
               COMPUTE WS-LINE-NET-CHANGE =
                   ZERO - CR-ADJUST-AMOUNT (WS-LINE-SUB)
               COMPUTE WS-LINE-TAX-CHANGE =
                   ZERO - CR-ADJUST-TAX (WS-LINE-SUB)
           ELSE
               MOVE CR-ADJUST-AMOUNT (WS-LINE-SUB)
                   TO WS-LINE-NET-CHANGE
               MOVE CR-ADJUST-TAX (WS-LINE-SUB) TO WS-LINE-TAX-CHANGE
           END-IF
           ADD WS-LINE-NET-CHANGE TO WS-NOTE-NET
           ADD WS-LINE-TAX-CHANGE TO WS-NOTE-TAX
           EVALUATE CR-TAX-RATE (WS-LINE-SUB)
               WHEN 0.10
                   ADD WS-LINE-NET-CHANGE TO WS-NOTE-NET-AT-10
                   ADD WS-LINE-TAX-CHANGE TO WS-NOTE-TAX-AT-10
               WHEN 0.08
                   ADD WS-LINE-NET-CHANGE TO WS-NOTE-NET-AT-8
                   ADD WS-LINE-TAX-CHANGE TO WS-NOTE-TAX-AT-8
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE CR-PRODUCT-ID (WS-LINE-SUB) TO ND-PRODUCT-ID
           MOVE CR-OLD-QUANTITY (WS-LINE-SUB) TO ND-OLD-QUANTITY
           MOVE CR-OLD-UNIT-PRICE (WS-LINE-SUB) TO ND-OLD-UNIT-PRICE
           MOVE CR-NEW-QUANTITY (WS-LINE-SUB) TO ND-NEW-QUANTITY
           MOVE CR-NEW-UNIT-PRICE (WS-LINE-SUB) TO ND-NEW-UNIT-PRICE
           MOVE WS-LINE-NET-CHANGE TO ND-NET-CHANGE
           MOVE WS-LINE-TAX-CHANGE TO ND-TAX-CHANGE
           WRITE NOTE-REPORT-LINE FROM WS-NOTE-DETAIL-LINE
           IF CR-REASON (WS-LINE-SUB) NOT = SPACES
               MOVE CR-REASON (WS-LINE-SUB) TO NR-REASON
               WRITE NOTE-REPORT-LINE FROM WS-NOTE-REASON-LINE
           END-IF.

      *----------------------------------------------------------------
      * 税率別内訳を所定の並び(10%、8%)で刷ってから合計行、そして
      * 登録ファイルへ。
      *----------------------------------------------------------------
       CLOSE-OUT-NOTE.
           MOVE '10% ' TO RB-RATE-LABEL
           MOVE WS-NOTE-NET-AT-10 TO RB-NET-AMOUNT
           MOVE WS-NOTE-TAX-AT-10 TO RB-TAX-AMOUNT
           WRITE NOTE-REPORT-LINE FROM WS-RATE-BLOCK-LINE
           MOVE ' 8% ' TO RB-RATE-LABEL
           MOVE WS-NOTE-NET-AT-8 TO RB-NET-AMOUNT
           MOVE WS-NOTE-TAX-AT-8 TO RB-TAX-AMOUNT
           WRITE NOTE-REPORT-LINE FROM WS-RATE-BLOCK-LINE
           COMPUTE WS-NOTE-TOTAL = WS-NOTE-NET + WS-NOTE-TAX
           MOVE WS-NOTE-NET TO NT2-NET-AMOUNT
           MOVE WS-NOTE-TAX TO NT2-TAX-AMOUNT
           MOVE WS-NOTE-TOTAL TO NT2-TOTAL-AMOUNT
           WRITE NOTE-REPORT-LINE FROM WS-NOTE-TOTAL-LINE
           PERFORM WRITE-NOTE-REGISTER
           PERFORM REMEMBER-ISSUED-NOTE
           IF ISSUING-CREDIT-NOTE
               ADD 1 TO WS-CREDIT-NOTE-COUNT
           ELSE
               ADD 1 TO WS-DEBIT-NOTE-COUNT
           END-IF.

       WRITE-NOTE-REGISTER.
           MOVE WS-NOTE-NUMBER TO BN-NOTE-NUMBER
           MOVE WS-NOTE-TYPE TO BN-NOTE-TYPE
           MOVE WS-TODAY-CCYYMMDD TO BN-NOTE-DATE
           MOVE WS-NOTE-INVOICE TO BN-ORIGINAL-INVOICE
           MOVE CR-INVOICE-DATE (WS-CORR-SUB) TO BN-ORIGINAL-DATE
           MOVE CR-CUSTOMER-ID (WS-CORR-SUB) TO BN-CUSTOMER-ID
           MOVE WS-NOTE-NET TO BN-NET-AMOUNT
           MOVE WS-NOTE-TAX TO BN-TAX-AMOUNT
           MOVE WS-NOTE-TOTAL TO BN-TOTAL-AMOUNT
           MOVE WS-OUR-REGISTRATION-NO TO BN-REGISTRATION-NO
           MOVE WS-NOTE-NET-AT-10 TO BN-NET-AT-10
           MOVE WS-NOTE-TAX-AT-10 TO BN-TAX-AT-10
           MOVE WS-NOTE-NET-AT-8 TO BN-NET-AT-8
           MOVE WS-NOTE-TAX-AT-8 TO BN-TAX-AT-8
           WRITE BILLING-NOTE-RECORD.

       REMEMBER-ISSUED-NOTE.
           ADD 1 TO WS-NOTE-COUNT
           MOVE WS-NOTE-NUMBER TO NT-NOTE-NUMBER (WS-NOTE-COUNT)
           MOVE WS-NOTE-TYPE TO NT-NOTE-TYPE (WS-NOTE-COUNT)
           MOVE WS-NOTE-INVOICE TO NT-ORIGINAL-INVOICE (WS-NOTE-COUNT)
           MOVE CR-CUSTOMER-ID (WS-CORR-SUB)
               TO NT-CUSTOMER-ID (WS-NOTE-COUNT)
           MOVE WS-NOTE-NET TO NT-NET-AMOUNT (WS-NOTE-COUNT)
           MOVE WS-NOTE-TAX TO NT-TAX-AMOUNT (WS-NOTE-COUNT)
           MOVE WS-NOTE-TOTAL TO NT-TOTAL-AMOUNT (WS-NOTE-COUNT)
           MOVE WS-NOTE-TOTAL TO NT-UNAPPLIED-AMOUNT (WS-NOTE-COUNT)
           MOVE WS-TODAY-CCYYMMDD TO NT-DUE-DATE (WS-NOTE-COUNT).

      *----------------------------------------------------------------
      * Each note moves the lump balance and the ledger.  A customer
      * the master no longer has still gets the ledger rows - the
      * note has gone out and the tax return counts it - and is
      * counted so the balance can be chased.
      *----------------------------------------------------------------
       POST-NOTES.
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           PERFORM POST-ONE-NOTE
               VARYING WS-NOTE-SUB FROM 1 BY 1
               UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
           CLOSE CUSTOMER-FILE
           CLOSE GL-INTERFACE-FILE.

       POST-ONE-NOTE.
           MOVE NT-CUSTOMER-ID (WS-NOTE-SUB)
               TO RECORD-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-UNPOSTED-COUNT
               NOT INVALID KEY
                   PERFORM POST-NOTE-TO-BALANCE
           END-READ
           PERFORM POST-NOTE-TO-LEDGER.

       POST-NOTE-TO-BALANCE.
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           IF NT-NOTE-TYPE (WS-NOTE-SUB) = 'C'
               SUBTRACT NT-TOTAL-AMOUNT (WS-NOTE-SUB)
                   FROM ACCOUNT-BALANCE
           ELSE
               ADD NT-TOTAL-AMOUNT (WS-NOTE-SUB) TO ACCOUNT-BALANCE
           END-IF
           REWRITE CUSTOMER-RECORD
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-AFTER-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL.

      *----------------------------------------------------------------
      * A credit note reverses sales and tax against the receivable;
      * a debit note is booked the way an invoice is.
      *----------------------------------------------------------------
       POST-NOTE-TO-LEDGER.
           MOVE NT-NET-AMOUNT (WS-NOTE-SUB) TO WS-GL-POST-AMOUNT
           MOVE 'SALES' TO WS-GL-ELEMENT-NAME
           IF NT-NOTE-TYPE (WS-NOTE-SUB) = 'C'
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
           ELSE
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
           END-IF
           PERFORM WRITE-GL-ROW
           IF NT-TAX-AMOUNT (WS-NOTE-SUB) > ZERO
               MOVE NT-TAX-AMOUNT (WS-NOTE-SUB) TO WS-GL-POST-AMOUNT
               MOVE 'TAXPAY' TO WS-GL-ELEMENT-NAME
               PERFORM WRITE-GL-ROW
           END-IF
           MOVE NT-TOTAL-AMOUNT (WS-NOTE-SUB) TO WS-GL-POST-AMOUNT
           MOVE 'RECEIVABLE' TO WS-GL-ELEMENT-NAME
           IF NT-NOTE-TYPE (WS-NOTE-SUB) = 'C'
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
           ELSE
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
           END-IF
           PERFORM WRITE-GL-ROW.

       WRITE-GL-ROW.
           MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
           MOVE 'BILLADJ' TO GL-BATCH-SOURCE
           MOVE '99999999' TO GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'BILLADJ'
                   AND GM-ELEMENT-NAME (GM-IDX)
                       = WS-GL-ELEMENT-NAME
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO GL-ACCOUNT-CODE
           END-SEARCH
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE WS-GL-POST-AMOUNT TO GL-AMOUNT
           MOVE WS-JOURNAL-PROGRAM-NAME TO GL-SOURCE-PROGRAM
           MOVE NT-NOTE-NUMBER (WS-NOTE-SUB) TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.

      *----------------------------------------------------------------
      * ARITEMS.DAT is carried to ARITEMS.NEW.  A credit note pays
      * down its invoice's open item; a debit note notes the
      * invoice's due date and is appended as an item of its own
      * once every existing item has been carried.
      *----------------------------------------------------------------
       APPLY-NOTES-TO-OPEN-ITEMS.
           OPEN OUTPUT AR-ITEM-OUT-FILE
           OPEN INPUT AR-ITEM-FILE
           IF AR-FILE-OK
               PERFORM READ-AR-ITEM
               PERFORM ADJUST-ONE-ITEM UNTIL AR-FILE-EOF
               CLOSE AR-ITEM-FILE
           END-IF
           PERFORM CLOSE-OUT-ONE-NOTE-ITEM
               VARYING WS-NOTE-SUB FROM 1 BY 1
               UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
           CLOSE AR-ITEM-OUT-FILE.

       READ-AR-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET AR-FILE-EOF TO TRUE
           END-READ.

       ADJUST-ONE-ITEM.
           PERFORM MATCH-ITEM-TO-NOTE
               VARYING WS-NOTE-SUB FROM 1 BY 1
               UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
           WRITE AR-ITEM-OUT-RECORD FROM AR-OPEN-ITEM-RECORD
           PERFORM READ-AR-ITEM.

       MATCH-ITEM-TO-NOTE.
           IF NT-ORIGINAL-INVOICE (WS-NOTE-SUB) = AR-INVOICE-NUMBER
               IF NT-NOTE-TYPE (WS-NOTE-SUB) = 'C'
                   PERFORM PAY-DOWN-WITH-CREDIT
               ELSE
                   PERFORM NOTE-ORIGINAL-DUE-DATE
               END-IF
           END-IF.

       PAY-DOWN-WITH-CREDIT.
           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > ZERO
               AND NT-UNAPPLIED-AMOUNT (WS-NOTE-SUB) > ZERO
               IF NT-UNAPPLIED-AMOUNT (WS-NOTE-SUB) < AR-OPEN-AMOUNT
                   MOVE NT-UNAPPLIED-AMOUNT (WS-NOTE-SUB)
                       TO WS-APPLY-AMOUNT
               ELSE
                   MOVE AR-OPEN-AMOUNT TO WS-APPLY-AMOUNT
               END-IF
               SUBTRACT WS-APPLY-AMOUNT FROM AR-OPEN-AMOUNT
               SUBTRACT WS-APPLY-AMOUNT
                   FROM NT-UNAPPLIED-AMOUNT (WS-NOTE-SUB)
               IF AR-OPEN-AMOUNT = ZERO
                   SET AR-ITEM-PAID TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 追加請求は元請求の支払期日に合わせる。期日の無い古い行は
      * 請求日を期日とみなす。過ぎていれば今日が期日。
      *----------------------------------------------------------------
       NOTE-ORIGINAL-DUE-DATE.
           IF AR-DUE-DATE = ZERO
               MOVE AR-INVOICE-DATE TO NT-DUE-DATE (WS-NOTE-SUB)
           ELSE
               MOVE AR-DUE-DATE TO NT-DUE-DATE (WS-NOTE-SUB)
           END-IF
           IF NT-DUE-DATE (WS-NOTE-SUB) < WS-TODAY-CCYYMMDD
               MOVE WS-TODAY-CCYYMMDD TO NT-DUE-DATE (WS-NOTE-SUB)
           END-IF.

       CLOSE-OUT-ONE-NOTE-ITEM.
           IF NT-NOTE-TYPE (WS-NOTE-SUB) = 'C'
               IF NT-UNAPPLIED-AMOUNT (WS-NOTE-SUB) > ZERO
                   MOVE NT-ORIGINAL-INVOICE (WS-NOTE-SUB)
                       TO BU-INVOICE-NUMBER
                   MOVE NT-NOTE-NUMBER (WS-NOTE-SUB) TO BU-NOTE-NUMBER
                   MOVE NT-UNAPPLIED-AMOUNT (WS-NOTE-SUB)
                       TO BU-UNAPPLIED-AMOUNT
                   WRITE CORRECTION-EXCEPTION-LINE
                       FROM WS-UNAPPLIED-DETAIL-LINE
                   ADD 1 TO WS-UNAPPLIED-COUNT
               END-IF
           ELSE
               MOVE NT-CUSTOMER-ID (WS-NOTE-SUB) TO WA-CUSTOMER-ID
               MOVE NT-NOTE-NUMBER (WS-NOTE-SUB) TO WA-INVOICE-NUMBER
               MOVE WS-TODAY-CCYYMMDD TO WA-INVOICE-DATE
               MOVE NT-TOTAL-AMOUNT (WS-NOTE-SUB)
                   TO WA-ORIGINAL-AMOUNT
               MOVE NT-TOTAL-AMOUNT (WS-NOTE-SUB) TO WA-OPEN-AMOUNT
               MOVE 'O' TO WA-ITEM-STATUS
               MOVE NT-DUE-DATE (WS-NOTE-SUB) TO WA-DUE-DATE
               WRITE AR-ITEM-OUT-RECORD FROM WS-AR-WORK-ITEM
           END-IF.

       WRITE-UPDATE-JOURNAL.
           MOVE RECORD-ID OF CUSTOMER-RECORD TO WS-JOURNAL-KEY
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID.
