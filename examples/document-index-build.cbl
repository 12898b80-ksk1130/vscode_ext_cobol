       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENT-INDEX-BUILD.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Nightly rebuild of DOCINDEX.DAT, the electronic bookkeeping
      * (電子帳簿保存法) search index over every transaction document
      * we hold, so an inspector's "show me the invoices to customer
      * X over 1,000,000 yen last March" is one inquiry run instead
      * of a day reading registers by hand.  One DOCUMENT-INDEX-
      * RECORD is written per
      *   - invoice issued, from INVREG.DAT (total amount, customer),
      *   - credit or debit note issued, from CDNOTE.DAT,
      *   - vendor invoice booked as a payable, from APITEMS.DAT
      *     (yen original amount, vendor), and
      *   - vendor invoice line keyed but not yet matched, from
      *     VINVOICE.DAT (quantity times unit cost, vendor).
      * Each row points at its register row by file name and record
      * number.  Issued invoices and notes also point at their
      * printed image: the active INVOICE.RPT and CDNOTE.RPT copies
      * cataloged on RPTCAT.DAT are read once and the spool name and
      * line of each INVOICE NO / NOTE NO header remembered.  The
      * rows go to DOCINDEX.WRK and are sorted into transaction date
      * order on DOCINDEX.DAT.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT SPOOL-COPY-FILE ASSIGN TO WS-SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IREG-STATUS.
           SELECT NOTE-REGISTER-FILE ASSIGN TO "CDNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT AP-ITEM-FILE ASSIGN TO "APITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APITEM-STATUS.
           SELECT VENDOR-INVOICE-FILE ASSIGN TO "VINVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VINV-STATUS.
           SELECT INDEX-WORK-FILE ASSIGN TO "DOCINDEX.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".
           SELECT DOCUMENT-INDEX-FILE ASSIGN TO "DOCINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       COPY REPORT-CATALOG-RECORD.

       FD  SPOOL-COPY-FILE.
       01  SPOOL-COPY-RECORD            PIC X(150).

       FD  INVOICE-REGISTER-FILE.
       COPY INVOICE-REGISTER-RECORD.

       FD  NOTE-REGISTER-FILE.
       COPY BILLING-NOTE-RECORD.

       FD  AP-ITEM-FILE.
       COPY AP-OPEN-ITEM-RECORD.

       FD  VENDOR-INVOICE-FILE.
       01  VENDOR-INVOICE-RECORD.
           05  VI-VENDOR-CODE           PIC X(10).
           05  VI-VENDOR-INV-NO         PIC X(12).
           05  VI-PO-NUMBER             PIC 9(12).
           05  VI-PRODUCT-CODE          PIC X(20).
           05  VI-INVOICE-QTY           PIC 9(5).
           05  VI-UNIT-COST             PIC 9(7)V99.
           05  VI-INVOICE-DATE          PIC 9(8).
           05  VI-DUE-DATE              PIC 9(8).

       FD  INDEX-WORK-FILE.
       COPY DOCUMENT-INDEX-RECORD.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-DOCUMENT-DATE         PIC 9(8).
           05  SR-COUNTERPARTY          PIC X(10).
           05  SR-AMOUNT                PIC 9(9)V99.
           05  SR-DOCUMENT-TYPE         PIC X(2).
           05  SR-DOCUMENT-NO           PIC X(20).
           05  FILLER                   PIC X(38).

       FD  DOCUMENT-INDEX-FILE.
       01  DOCUMENT-INDEX-OUT-RECORD    PIC X(89).

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS                 PIC XX.
           88  CAT-FILE-OK                   VALUE '00'.
           88  CAT-FILE-EOF                  VALUE '10'.
       01  WS-SPL-STATUS                 PIC XX.
           88  SPL-FILE-OK                   VALUE '00'.
           88  SPL-FILE-EOF                  VALUE '10'.
       01  WS-IREG-STATUS                PIC XX.
           88  IREG-FILE-OK                  VALUE '00'.
           88  IREG-FILE-EOF                 VALUE '10'.
       01  WS-NOTE-STATUS                PIC XX.
           88  NOTE-FILE-OK                  VALUE '00'.
           88  NOTE-FILE-EOF                 VALUE '10'.
       01  WS-APITEM-STATUS              PIC XX.
           88  APITEM-FILE-OK                VALUE '00'.
           88  APITEM-FILE-EOF               VALUE '10'.
       01  WS-VINV-STATUS                PIC XX.
           88  VINV-FILE-OK                  VALUE '00'.
           88  VINV-FILE-EOF                 VALUE '10'.

       01  WS-SPOOL-FILE-NAME            PIC X(12).
       01  WS-SPOOL-LINE-NO              PIC 9(7).
       01  WS-RECORD-NO                  PIC 9(7).

      *----------------------------------------------------------------
      * 帳票スプール上の請求書・返還インボイスの見出し行の位置。
      * 積み切れないと索引の指し先が欠けるので止める。
      *----------------------------------------------------------------
       01  WS-IMAGE-TABLE-MAX            PIC 9(5) VALUE 20000.
       01  WS-IMAGE-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-IMAGE-ENTRIES.
           05  WS-IMAGE-ENTRY            OCCURS 20000 TIMES.
               10  IM-DOCUMENT-NO            PIC 9(12).
               10  IM-SPOOL-NAME             PIC X(12).
               10  IM-LINE-NO                PIC 9(7).
       01  WS-IMAGE-SUB                  PIC 9(5) COMP.
       01  WS-IMAGE-HIT-SUB              PIC 9(5) COMP.
       01  WS-FIND-DOCUMENT-NO           PIC 9(12).

       01  WS-INVOICE-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-NOTE-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-AP-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-UNMATCHED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-NO-IMAGE-COUNT             PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SPOOLED-IMAGES
           OPEN OUTPUT INDEX-WORK-FILE
           PERFORM INDEX-ISSUED-INVOICES
           PERFORM INDEX-ISSUED-NOTES
           PERFORM INDEX-BOOKED-PAYABLES
           PERFORM INDEX-UNMATCHED-INVOICES
           CLOSE INDEX-WORK-FILE
           SORT SORT-WORK
               ON ASCENDING KEY SR-DOCUMENT-DATE
                                SR-DOCUMENT-TYPE
                                SR-DOCUMENT-NO
               USING INDEX-WORK-FILE
               GIVING DOCUMENT-INDEX-FILE
           DISPLAY 'DOCUMENT INDEX BUILD - INVOICES: '
               WS-INVOICE-COUNT ' NOTES: ' WS-NOTE-COUNT
               ' PAYABLES: ' WS-AP-COUNT
               ' UNMATCHED: ' WS-UNMATCHED-COUNT
               ' NO IMAGE: ' WS-NO-IMAGE-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * スプールカタログの現役コピー(INVOICE.RPT と CDNOTE.RPT)を
      * 一度だけ読み、見出し行の伝票番号と行番号を覚える。
      *----------------------------------------------------------------
       LOAD-SPOOLED-IMAGES.
           OPEN INPUT CATALOG-FILE
           IF CAT-FILE-OK
               PERFORM READ-CATALOG-ROW
               PERFORM SCAN-ONE-CATALOG-ROW UNTIL CAT-FILE-EOF
               CLOSE CATALOG-FILE
           END-IF.

       READ-CATALOG-ROW.
           READ CATALOG-FILE
               AT END
                   SET CAT-FILE-EOF TO TRUE
           END-READ.

       SCAN-ONE-CATALOG-ROW.
           IF RC-COPY-ACTIVE
               AND (RC-REPORT-NAME = 'INVOICE.RPT'
                   OR RC-REPORT-NAME = 'CDNOTE.RPT')
               MOVE RC-SPOOL-NAME TO WS-SPOOL-FILE-NAME
               MOVE ZERO TO WS-SPOOL-LINE-NO
               OPEN INPUT SPOOL-COPY-FILE
               IF SPL-FILE-OK
                   PERFORM READ-SPOOL-LINE
                   PERFORM NOTE-ONE-SPOOL-LINE UNTIL SPL-FILE-EOF
                   CLOSE SPOOL-COPY-FILE
               END-IF
           END-IF
           PERFORM READ-CATALOG-ROW.

       READ-SPOOL-LINE.
           READ SPOOL-COPY-FILE
               AT END
                   SET SPL-FILE-EOF TO TRUE
           END-READ.

       NOTE-ONE-SPOOL-LINE.
           ADD 1 TO WS-SPOOL-LINE-NO
           IF SPOOL-COPY-RECORD (1:12) = 'INVOICE NO: '
               AND SPOOL-COPY-RECORD (13:12) NUMERIC
               MOVE SPOOL-COPY-RECORD (13:12) TO WS-FIND-DOCUMENT-NO
               PERFORM STORE-IMAGE-ENTRY
           END-IF
           IF SPOOL-COPY-RECORD (1:9) = 'NOTE NO: '
               AND SPOOL-COPY-RECORD (10:12) NUMERIC
               MOVE SPOOL-COPY-RECORD (10:12) TO WS-FIND-DOCUMENT-NO
               PERFORM STORE-IMAGE-ENTRY
           END-IF
           PERFORM READ-SPOOL-LINE.

       STORE-IMAGE-ENTRY.
           IF WS-IMAGE-COUNT NOT < WS-IMAGE-TABLE-MAX
               DISPLAY 'ERROR: SPOOLED IMAGE TABLE FULL AT '
                   WS-IMAGE-TABLE-MAX ' DOCUMENTS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-IMAGE-COUNT
           MOVE WS-FIND-DOCUMENT-NO TO IM-DOCUMENT-NO (WS-IMAGE-COUNT)
           MOVE WS-SPOOL-FILE-NAME TO IM-SPOOL-NAME (WS-IMAGE-COUNT)
           MOVE WS-SPOOL-LINE-NO TO IM-LINE-NO (WS-IMAGE-COUNT).

      *----------------------------------------------------------------
      * 同じ伝票が複数のコピーにあれば最初に見つかったもの(古い方)。
      *----------------------------------------------------------------
       SET-IMAGE-POINTER.
           MOVE ZERO TO WS-IMAGE-HIT-SUB
           PERFORM MATCH-IMAGE-ENTRY
               VARYING WS-IMAGE-SUB FROM 1 BY 1
               UNTIL WS-IMAGE-SUB > WS-IMAGE-COUNT
                   OR WS-IMAGE-HIT-SUB > ZERO
           IF WS-IMAGE-HIT-SUB > ZERO
               MOVE IM-SPOOL-NAME (WS-IMAGE-HIT-SUB) TO DX-IMAGE-SPOOL
               MOVE IM-LINE-NO (WS-IMAGE-HIT-SUB) TO DX-IMAGE-LINE
           ELSE
               MOVE SPACES TO DX-IMAGE-SPOOL
               MOVE ZERO TO DX-IMAGE-LINE
               ADD 1 TO WS-NO-IMAGE-COUNT
           END-IF.

       MATCH-IMAGE-ENTRY.
           IF IM-DOCUMENT-NO (WS-IMAGE-SUB) = WS-FIND-DOCUMENT-NO
               MOVE WS-IMAGE-SUB TO WS-IMAGE-HIT-SUB
           END-IF.

       INDEX-ISSUED-INVOICES.
           MOVE ZERO TO WS-RECORD-NO
           OPEN INPUT INVOICE-REGISTER-FILE
           IF IREG-FILE-OK
               PERFORM READ-INVOICE-REGISTER
               PERFORM INDEX-ONE-INVOICE UNTIL IREG-FILE-EOF
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       READ-INVOICE-REGISTER.
           READ INVOICE-REGISTER-FILE
               AT END
                   SET IREG-FILE-EOF TO TRUE
           END-READ.

       INDEX-ONE-INVOICE.
           ADD 1 TO WS-RECORD-NO
           MOVE IR-INVOICE-DATE TO DX-DOCUMENT-DATE
           MOVE SPACES TO DX-COUNTERPARTY
           MOVE IR-CUSTOMER-ID TO DX-COUNTERPARTY (1:8)
           MOVE IR-TOTAL-AMOUNT TO DX-AMOUNT
           SET DX-INVOICE-ISSUED TO TRUE
           MOVE SPACES TO DX-DOCUMENT-NO
           MOVE IR-INVOICE-NUMBER TO DX-DOCUMENT-NO (1:12)
           MOVE 'INVREG.DAT' TO DX-SOURCE-FILE
           MOVE WS-RECORD-NO TO DX-SOURCE-RECORD
           MOVE IR-INVOICE-NUMBER TO WS-FIND-DOCUMENT-NO
           PERFORM SET-IMAGE-POINTER
           WRITE DOCUMENT-INDEX-RECORD
           ADD 1 TO WS-INVOICE-COUNT
           PERFORM READ-INVOICE-REGISTER.

       INDEX-ISSUED-NOTES.
           MOVE ZERO TO WS-RECORD-NO
           OPEN INPUT NOTE-REGISTER-FILE
           IF NOTE-FILE-OK
               PERFORM READ-NOTE-REGISTER
               PERFORM INDEX-ONE-NOTE UNTIL NOTE-FILE-EOF
               CLOSE NOTE-REGISTER-FILE
           END-IF.

       READ-NOTE-REGISTER.
           READ NOTE-REGISTER-FILE
               AT END
                   SET NOTE-FILE-EOF TO TRUE
           END-READ.

       INDEX-ONE-NOTE.
           ADD 1 TO WS-RECORD-NO
           MOVE BN-NOTE-DATE TO DX-DOCUMENT-DATE
           MOVE SPACES TO DX-COUNTERPARTY
           MOVE BN-CUSTOMER-ID TO DX-COUNTERPARTY (1:8)
           MOVE BN-TOTAL-AMOUNT TO DX-AMOUNT
           IF BN-CREDIT-NOTE
               SET DX-CREDIT-NOTE TO TRUE
           ELSE
               SET DX-DEBIT-NOTE TO TRUE
           END-IF
           MOVE SPACES TO DX-DOCUMENT-NO
           MOVE BN-NOTE-NUMBER TO DX-DOCUMENT-NO (1:12)
           MOVE 'CDNOTE.DAT' TO DX-SOURCE-FILE
           MOVE WS-RECORD-NO TO DX-SOURCE-RECORD
           MOVE BN-NOTE-NUMBER TO WS-FIND-DOCUMENT-NO
           PERFORM SET-IMAGE-POINTER
           WRITE DOCUMENT-INDEX-RECORD
           ADD 1 TO WS-NOTE-COUNT
           PERFORM READ-NOTE-REGISTER.

      *----------------------------------------------------------------
      * 受領した請求書は印刷イメージを持たない。指し先は登録行のみ。
      *----------------------------------------------------------------
       INDEX-BOOKED-PAYABLES.
           MOVE ZERO TO WS-RECORD-NO
           OPEN INPUT AP-ITEM-FILE
           IF APITEM-FILE-OK
               PERFORM READ-AP-ITEM
               PERFORM INDEX-ONE-PAYABLE UNTIL APITEM-FILE-EOF
               CLOSE AP-ITEM-FILE
           END-IF.

       READ-AP-ITEM.
           READ AP-ITEM-FILE
               AT END
                   SET APITEM-FILE-EOF TO TRUE
           END-READ.

       INDEX-ONE-PAYABLE.
           ADD 1 TO WS-RECORD-NO
           MOVE AP-INVOICE-DATE TO DX-DOCUMENT-DATE
           MOVE AP-VENDOR-CODE TO DX-COUNTERPARTY
           MOVE AP-ORIGINAL-AMOUNT TO DX-AMOUNT
           SET DX-VENDOR-INVOICE TO TRUE
           MOVE AP-VENDOR-INV-NO TO DX-DOCUMENT-NO
           MOVE 'APITEMS.DAT' TO DX-SOURCE-FILE
           MOVE WS-RECORD-NO TO DX-SOURCE-RECORD
           MOVE SPACES TO DX-IMAGE-SPOOL
           MOVE ZERO TO DX-IMAGE-LINE
           WRITE DOCUMENT-INDEX-RECORD
           ADD 1 TO WS-AP-COUNT
           PERFORM READ-AP-ITEM.

       INDEX-UNMATCHED-INVOICES.
           MOVE ZERO TO WS-RECORD-NO
           OPEN INPUT VENDOR-INVOICE-FILE
           IF VINV-FILE-OK
               PERFORM READ-VENDOR-INVOICE
               PERFORM INDEX-ONE-UNMATCHED UNTIL VINV-FILE-EOF
               CLOSE VENDOR-INVOICE-FILE
           END-IF.

       READ-VENDOR-INVOICE.
           READ VENDOR-INVOICE-FILE
               AT END
                   SET VINV-FILE-EOF TO TRUE
           END-READ.

       INDEX-ONE-UNMATCHED.
           ADD 1 TO WS-RECORD-NO
           MOVE VI-INVOICE-DATE TO DX-DOCUMENT-DATE
           MOVE VI-VENDOR-CODE TO DX-COUNTERPARTY
           COMPUTE DX-AMOUNT = VI-INVOICE-QTY * VI-UNIT-COST
           SET DX-VENDOR-UNMATCHED TO TRUE
           MOVE VI-VENDOR-INV-NO TO DX-DOCUMENT-NO
           MOVE 'VINVOICE.DAT' TO DX-SOURCE-FILE
           MOVE WS-RECORD-NO TO DX-SOURCE-RECORD
           MOVE SPACES TO DX-IMAGE-SPOOL
           MOVE ZERO TO DX-IMAGE-LINE
           WRITE DOCUMENT-INDEX-RECORD
           ADD 1 TO WS-UNMATCHED-COUNT
           PERFORM READ-VENDOR-INVOICE.
