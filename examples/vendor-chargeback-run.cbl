      * flips them to credited.  A defect return whose product has
      * no ITEMXREF mapping or no maker stays unclaimed and is
      * counted on the console for the buyer to chase by hand.
      * Warranty claims that WARRANTY-CLAIM-INTAKE routed to vendor
      * back-charge are billed the same way: WARRHIST.DAT is carried
      * forward to WARRHIST.NEW, each unclaimed back-charge row is
      * folded into its WH-VENDOR-CODE's claim at the WH-CLAIM-COST
      * the intake valued it at, printed as a WARRANTY line under
      * the claim, and marked claimed.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RETURN-HISTORY-OUT-FILE ASSIGN TO "RETHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WARRANTY-HISTORY-FILE ASSIGN TO "WARRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHIST-STATUS.
           SELECT WARRANTY-HISTORY-OUT-FILE ASSIGN TO "WARRHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       FD  RETURN-HISTORY-OUT-FILE.
       01  RETURN-HISTORY-OUT-RECORD    PIC X(43).

       FD  WARRANTY-HISTORY-FILE.
       COPY WARRANTY-CLAIM-RECORD.

       FD  WARRANTY-HISTORY-OUT-FILE.
       01  WARRANTY-HISTORY-OUT-RECORD  PIC X(127).

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-WHIST-STATUS               PIC XX.
           88  WHIST-FILE-OK                 VALUE '00'.
           88  WHIST-FILE-EOF                VALUE '10'.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FILE-OK                 VALUE '00'.
           88  JPROD-FILE-EOF                VALUE '10'.
       01  WS-LINE-ENTRIES.
           05  WS-LINE-ENTRY             OCCURS 500 TIMES.
               10  LN-MAKER-CODE             PIC X(10).
               10  LN-SOURCE-LABEL           PIC X(10).
               10  LN-PRODUCT-ID             PIC 9(8).
               10  LN-RETURNED-QTY           PIC 9(5).
               10  LN-RETURN-DATE            PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).
       01  WS-LINE-MAKER-CODE            PIC X(10).
       01  WS-LINE-VALUE                 PIC 9(9)V99.
       01  WS-LINE-SOURCE-LABEL          PIC X(10).
       01  WS-LINE-PRODUCT-ID            PIC 9(8).
       01  WS-LINE-QTY                   PIC 9(5).
       01  WS-LINE-DATE                  PIC 9(8).

       01  WS-CLAIM-SEQ                  PIC 9(4) VALUE ZERO.
       01  WS-SEED-NUMBER.
       01  WS-CLAIMED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-UNTRACEABLE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-WARRANTY-CLAIMED-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-CLAIM-HEADER-LINE.
           05  FILLER                  PIC X(14)
           05  CH-CLAIM-AMOUNT          PIC ZZZZZZZZ9.99.

       01  WS-CLAIM-DETAIL-LINE.
           05  CD-SOURCE-LABEL          PIC X(10).
           05  CD-PRODUCT-ID            PIC 9(8).
           05  FILLER                  PIC X(6) VALUE '  QTY '.
           05  CD-RETURNED-QTY          PIC ZZZZ9.
           PERFORM LOAD-ACCEPTANCE-CARDS
           PERFORM SEED-CLAIM-SEQUENCE
           PERFORM WORK-RETURN-HISTORY
           PERFORM WORK-WARRANTY-HISTORY
           IF WORK-TABLE-OVERFLOWED
               DISPLAY 'VENDOR CHARGEBACK - WORK TABLE OVERFLOW, '
                   'CLAIMS WOULD NOT FOOT - RUN ABORTED'
               ' LINES: ' WS-CLAIMED-COUNT
               ' UNTRACEABLE: ' WS-UNTRACEABLE-COUNT
               ' ACCEPTED: ' WS-ACCEPTED-COUNT
               ' WARRANTY: ' WS-WARRANTY-CLAIMED-COUNT
           STOP RUN.

       LOAD-PRODUCT-COSTS.
               IF WS-LINE-MAKER-CODE = SPACES
                   ADD 1 TO WS-UNTRACEABLE-COUNT
               ELSE
                   MOVE '  RETURN: ' TO WS-LINE-SOURCE-LABEL
                   MOVE RH-PRODUCT-ID TO WS-LINE-PRODUCT-ID
                   MOVE RH-RETURNED-QTY TO WS-LINE-QTY
                   MOVE RH-RETURN-DATE TO WS-LINE-DATE
                   PERFORM FOLD-INTO-CLAIM
                   SET RH-CLAIM-RAISED TO TRUE
                   ADD 1 TO WS-CLAIMED-COUNT
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-MAKER-CODE
                   TO LN-MAKER-CODE (WS-LINE-COUNT)
               MOVE WS-LINE-SOURCE-LABEL
                   TO LN-SOURCE-LABEL (WS-LINE-COUNT)
               MOVE WS-LINE-PRODUCT-ID
                   TO LN-PRODUCT-ID (WS-LINE-COUNT)
               MOVE WS-LINE-QTY
                   TO LN-RETURNED-QTY (WS-LINE-COUNT)
               MOVE WS-LINE-DATE
                   TO LN-RETURN-DATE (WS-LINE-COUNT)
               MOVE WS-LINE-VALUE
                   TO LN-LINE-VALUE (WS-LINE-COUNT)
               SET WORK-TABLE-OVERFLOWED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 保証クレームの仕入先負担分。金額は受付時に 原価 で評価済み、
      * 請求先は受付が決めた WH-VENDOR-CODE。製品IDは ITEMXREF の
      * 逆引き (無ければゼロ) で明細に載せる。
      *----------------------------------------------------------------
       WORK-WARRANTY-HISTORY.
           OPEN INPUT WARRANTY-HISTORY-FILE
           IF WHIST-FILE-OK
               OPEN OUTPUT WARRANTY-HISTORY-OUT-FILE
               PERFORM READ-WARRANTY-HISTORY
               PERFORM WORK-ONE-WARRANTY-CLAIM UNTIL WHIST-FILE-EOF
               CLOSE WARRANTY-HISTORY-OUT-FILE
               CLOSE WARRANTY-HISTORY-FILE
           END-IF.

       READ-WARRANTY-HISTORY.
           READ WARRANTY-HISTORY-FILE
               AT END
                   SET WHIST-FILE-EOF TO TRUE
           END-READ.

       WORK-ONE-WARRANTY-CLAIM.
           IF WH-ROUTE-BACK-CHARGE AND NOT WH-CLAIM-RAISED
               IF WH-VENDOR-CODE = SPACES
                   ADD 1 TO WS-UNTRACEABLE-COUNT
               ELSE
                   MOVE WH-VENDOR-CODE TO WS-LINE-MAKER-CODE
                   MOVE WH-CLAIM-COST TO WS-LINE-VALUE
                   MOVE 'WARRANTY: ' TO WS-LINE-SOURCE-LABEL
                   MOVE 'R' TO WS-XREF-DIRECTION
                   MOVE ZERO TO WS-XREF-RECORD-ID
                   MOVE WH-PRODUCT-CODE TO WS-MAPPED-PRODUCT-CODE
                   CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                                  WS-XREF-RECORD-ID
                                                  WS-MAPPED-PRODUCT-CODE
                   END-CALL
                   MOVE WS-XREF-RECORD-ID TO WS-LINE-PRODUCT-ID
                   MOVE 1 TO WS-LINE-QTY
                   MOVE WH-CLAIM-DATE TO WS-LINE-DATE
                   PERFORM FOLD-INTO-CLAIM
                   SET WH-CLAIM-RAISED TO TRUE
                   ADD 1 TO WS-WARRANTY-CLAIMED-COUNT
               END-IF
           END-IF
           WRITE WARRANTY-HISTORY-OUT-RECORD
               FROM WARRANTY-CLAIM-RECORD
           PERFORM READ-WARRANTY-HISTORY.

       FIND-MAKER-ENTRY.
           IF MC-MAKER-CODE (WS-MAKER-SUB) = WS-LINE-MAKER-CODE
               MOVE WS-MAKER-SUB TO WS-MAKER-HIT-SUB
       PRINT-SUPPORTING-LINE.
           IF LN-MAKER-CODE (WS-LINE-SUB)
               = MC-MAKER-CODE (WS-MAKER-SUB)
               MOVE LN-SOURCE-LABEL (WS-LINE-SUB) TO CD-SOURCE-LABEL
               MOVE LN-PRODUCT-ID (WS-LINE-SUB) TO CD-PRODUCT-ID
               MOVE LN-RETURNED-QTY (WS-LINE-SUB)
                   TO CD-RETURNED-QTY
