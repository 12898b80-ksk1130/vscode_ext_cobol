       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-REGISTER.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Keeps the customer complaint (クレーム) register CMPLNT.DAT
      * (COMPLAINT-RECORD).  Until now only complaints that ended in
      * a physical return left a trace, as an RH-REASON-CODE on
      * RETHIST.DAT.  Customer service keys CMPLNTX.DAT transactions
      * with an action code:
      *   N  registers a complaint - customer, product as invoiced,
      *      invoice, lot and serial where the customer quoted them,
      *      category, severity, owner and what went wrong.  It is
      *      numbered and opened only if the customer is on
      *      CUSTOMER.DAT, the product maps through ITEMXREF, and any
      *      invoice quoted billed that product to that customer
      *      (INVDETL.DAT);
      *   U  updates an open complaint - any of owner, category,
      *      severity, lot, serial, returned flag and corrective
      *      action that is keyed replaces what is on file;
      *   C  closes an open complaint with today's date - the
      *      corrective action must be on file or on the card.
      * CMPLNT.DAT is carried to CMPLNT.NEW with closed rows kept as
      * the history, and the new complaints added at the end.
      * CMPLNT.RPT lists what was registered, updated and closed;
      * cards that fail a check or match no open complaint go to
      * CMPLNTX.EXC so a mistyped key is noticed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO "CMPLNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPL-STATUS.
           SELECT COMPLAINT-OUT-FILE ASSIGN TO "CMPLNT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLAINT-TXN-FILE ASSIGN TO "CMPLNTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT INVOICE-DETAIL-FILE ASSIGN TO "INVDETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVD-STATUS.
           SELECT REGISTER-REPORT-FILE ASSIGN TO "CMPLNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-EXCEPTION-FILE ASSIGN TO "CMPLNTX.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  COMPLAINT-FILE.
       COPY COMPLAINT-RECORD.

       FD  COMPLAINT-OUT-FILE.
       01  COMPLAINT-OUT-RECORD         PIC X(199).

       FD  COMPLAINT-TXN-FILE.
       01  COMPLAINT-TXN-RECORD.
           05  CX-ACTION-CODE           PIC X(1).
               88  CX-ACTION-NEW            VALUE 'N'.
               88  CX-ACTION-UPDATE         VALUE 'U'.
               88  CX-ACTION-CLOSE          VALUE 'C'.
           05  CX-COMPLAINT-NUMBER      PIC 9(12).
           05  CX-CUSTOMER-ID           PIC 9(8).
           05  CX-PRODUCT-ID            PIC 9(8).
           05  CX-INVOICE-NUMBER        PIC 9(12).
           05  CX-LOT-NUMBER            PIC X(10).
           05  CX-SERIAL-NUMBER         PIC X(20).
           05  CX-CATEGORY              PIC X(2).
           05  CX-SEVERITY              PIC X(1).
           05  CX-OWNER                 PIC X(8).
           05  CX-RETURN-SW             PIC X(1).
           05  CX-DESCRIPTION           PIC X(40).
           05  CX-CORRECTIVE-ACTION     PIC X(40).

       FD  INVOICE-DETAIL-FILE.
       COPY INVOICE-DETAIL-RECORD.

       FD  REGISTER-REPORT-FILE.
       01  REGISTER-REPORT-LINE         PIC X(110).

       FD  TXN-EXCEPTION-FILE.
       01  TXN-EXCEPTION-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
           88  CUST-NOT-FOUND                VALUE '23'.
       01  WS-CMPL-STATUS                PIC XX.
           88  CMPL-FILE-OK                  VALUE '00'.
           88  CMPL-FILE-EOF                 VALUE '10'.
       01  WS-TXN-STATUS                 PIC XX.
           88  TXN-FILE-OK                   VALUE '00'.
           88  TXN-FILE-EOF                  VALUE '10'.
       01  WS-INVD-STATUS                PIC XX.
           88  INVD-FILE-OK                  VALUE '00'.
           88  INVD-FILE-EOF                 VALUE '10'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).

      *----------------------------------------------------------------
      * 今回のカード。CT-STATE: N 未処理 / Y 反映済み / X 例外。
      *----------------------------------------------------------------
       01  WS-TXN-TABLE-MAX              PIC 9(3) VALUE 500.
       01  WS-TXN-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-TXN-ENTRIES.
           05  WS-TXN-ENTRY              OCCURS 500 TIMES.
               10  CT-ACTION-CODE            PIC X(1).
                   88  CT-ACTION-NEW             VALUE 'N'.
                   88  CT-ACTION-UPDATE          VALUE 'U'.
                   88  CT-ACTION-CLOSE           VALUE 'C'.
               10  CT-COMPLAINT-NUMBER       PIC 9(12).
               10  CT-CUSTOMER-ID            PIC 9(8).
               10  CT-PRODUCT-ID             PIC 9(8).
               10  CT-PRODUCT-CODE           PIC X(20).
               10  CT-INVOICE-NUMBER         PIC 9(12).
               10  CT-LOT-NUMBER             PIC X(10).
               10  CT-SERIAL-NUMBER          PIC X(20).
               10  CT-CATEGORY               PIC X(2).
                   88  CT-CATEGORY-VALID         VALUE 'QU' 'DL' 'PK'
                                                     'DC' 'SV' 'OT'.
               10  CT-SEVERITY               PIC X(1).
                   88  CT-SEVERITY-VALID         VALUE '1' '2' '3'.
               10  CT-OWNER                  PIC X(8).
               10  CT-RETURN-SW              PIC X(1).
               10  CT-DESCRIPTION            PIC X(40).
               10  CT-CORRECTIVE-ACTION      PIC X(40).
               10  CT-INVOICE-FOUND-SW       PIC X(1).
                   88  CT-INVOICE-FOUND          VALUE 'Y'.
               10  CT-STATE-SW               PIC X(1).
                   88  CT-PENDING                VALUE 'N'.
                   88  CT-APPLIED                VALUE 'Y'.
                   88  CT-REJECTED               VALUE 'X'.
               10  CT-REASON                 PIC X(30).
       01  WS-TXN-SUB                    PIC 9(3) COMP.

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).

       01  WS-COMPLAINT-SEQ              PIC 9(4) VALUE ZERO.
       01  WS-SEED-NUMBER.
           05  WS-SD-DATE                 PIC 9(8).
           05  WS-SD-SEQ                  PIC 9(4).
       01  WS-NEW-COMPLAINT-NUMBER.
           05  WS-NC-DATE                 PIC 9(8).
           05  WS-NC-SEQ                  PIC 9(4).

       01  WS-REGISTERED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-UPDATED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-CLOSED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-OPEN-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-REGISTER-DETAIL-LINE.
           05  RR-ACTION                PIC X(11).
           05  RR-COMPLAINT-NUMBER      PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RR-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RR-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RR-CATEGORY              PIC X(2).
           05  FILLER                  PIC X(5) VALUE ' SEV '.
           05  RR-SEVERITY              PIC X(1).
           05  FILLER                  PIC X(7) VALUE ' OWNER '.
           05  RR-OWNER                 PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RR-TEXT                  PIC X(30).

       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE 'REGISTERED: '.
           05  RT-REGISTERED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  UPDATED: '.
           05  RT-UPDATED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  CLOSED: '.
           05  RT-CLOSED-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE '  STILL OPEN:  '.
           05  RT-OPEN-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(14)
               VALUE '  EXCEPTIONS: '.
           05  RT-EXCEPTION-COUNT       PIC ZZZZ9.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(13) VALUE 'CMPLNTX EXC: '.
           05  CE-ACTION-CODE           PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CE-COMPLAINT-NUMBER      PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CE-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CE-REASON                PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-COMPLAINT-TXNS
           PERFORM VALIDATE-NEW-COMPLAINTS
           PERFORM CHECK-INVOICE-LINKS
           OPEN OUTPUT COMPLAINT-OUT-FILE
           OPEN OUTPUT REGISTER-REPORT-FILE
           OPEN OUTPUT TXN-EXCEPTION-FILE
           OPEN INPUT COMPLAINT-FILE
           IF CMPL-FILE-OK
               PERFORM READ-COMPLAINT
               PERFORM CARRY-ONE-COMPLAINT UNTIL CMPL-FILE-EOF
               CLOSE COMPLAINT-FILE
           END-IF
           PERFORM REGISTER-NEW-COMPLAINT
               VARYING WS-TXN-SUB FROM 1 BY 1
               UNTIL WS-TXN-SUB > WS-TXN-COUNT
           CLOSE COMPLAINT-OUT-FILE
           PERFORM REPORT-ONE-EXCEPTION
               VARYING WS-TXN-SUB FROM 1 BY 1
               UNTIL WS-TXN-SUB > WS-TXN-COUNT
           MOVE WS-REGISTERED-COUNT TO RT-REGISTERED-COUNT
           MOVE WS-UPDATED-COUNT TO RT-UPDATED-COUNT
           MOVE WS-CLOSED-COUNT TO RT-CLOSED-COUNT
           MOVE WS-OPEN-COUNT TO RT-OPEN-COUNT
           MOVE WS-EXCEPTION-COUNT TO RT-EXCEPTION-COUNT
           MOVE SPACES TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE FROM WS-REGISTER-TOTAL-LINE
           CLOSE REGISTER-REPORT-FILE
           CLOSE TXN-EXCEPTION-FILE
           DISPLAY 'COMPLAINT REGISTER - REGISTERED: '
               WS-REGISTERED-COUNT
               ' UPDATED: ' WS-UPDATED-COUNT
               ' CLOSED: ' WS-CLOSED-COUNT
               ' STILL OPEN: ' WS-OPEN-COUNT
               ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
           STOP RUN.

       LOAD-COMPLAINT-TXNS.
           OPEN INPUT COMPLAINT-TXN-FILE
           IF TXN-FILE-OK
               PERFORM READ-COMPLAINT-TXN
               PERFORM STORE-COMPLAINT-TXN UNTIL TXN-FILE-EOF
               CLOSE COMPLAINT-TXN-FILE
           END-IF.

       READ-COMPLAINT-TXN.
           READ COMPLAINT-TXN-FILE
               AT END
                   SET TXN-FILE-EOF TO TRUE
           END-READ.

       STORE-COMPLAINT-TXN.
           IF WS-TXN-COUNT < WS-TXN-TABLE-MAX
               ADD 1 TO WS-TXN-COUNT
               MOVE CX-ACTION-CODE TO CT-ACTION-CODE (WS-TXN-COUNT)
               MOVE CX-COMPLAINT-NUMBER
                   TO CT-COMPLAINT-NUMBER (WS-TXN-COUNT)
               MOVE CX-CUSTOMER-ID TO CT-CUSTOMER-ID (WS-TXN-COUNT)
               MOVE CX-PRODUCT-ID TO CT-PRODUCT-ID (WS-TXN-COUNT)
               MOVE SPACES TO CT-PRODUCT-CODE (WS-TXN-COUNT)
               MOVE CX-INVOICE-NUMBER
                   TO CT-INVOICE-NUMBER (WS-TXN-COUNT)
               MOVE CX-LOT-NUMBER TO CT-LOT-NUMBER (WS-TXN-COUNT)
               MOVE CX-SERIAL-NUMBER TO CT-SERIAL-NUMBER (WS-TXN-COUNT)
               MOVE CX-CATEGORY TO CT-CATEGORY (WS-TXN-COUNT)
               MOVE CX-SEVERITY TO CT-SEVERITY (WS-TXN-COUNT)
               MOVE CX-OWNER TO CT-OWNER (WS-TXN-COUNT)
               MOVE CX-RETURN-SW TO CT-RETURN-SW (WS-TXN-COUNT)
               MOVE CX-DESCRIPTION TO CT-DESCRIPTION (WS-TXN-COUNT)
               MOVE CX-CORRECTIVE-ACTION
                   TO CT-CORRECTIVE-ACTION (WS-TXN-COUNT)
               MOVE 'N' TO CT-INVOICE-FOUND-SW (WS-TXN-COUNT)
               SET CT-PENDING (WS-TXN-COUNT) TO TRUE
               MOVE SPACES TO CT-REASON (WS-TXN-COUNT)
               IF NOT CX-ACTION-NEW AND NOT CX-ACTION-UPDATE
                   AND NOT CX-ACTION-CLOSE
                   SET CT-REJECTED (WS-TXN-COUNT) TO TRUE
                   MOVE 'ACTION CODE NOT RECOGNISED'
                       TO CT-REASON (WS-TXN-COUNT)
               END-IF
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-TXN-TABLE-MAX
                   ' COMPLAINT CARDS ON ONE RUN - RUN ABORTED'
               CLOSE COMPLAINT-TXN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-COMPLAINT-TXN.

      *----------------------------------------------------------------
      * 新規クレームの検証: 顧客・製品の存在、分類と重大度の値。
      *----------------------------------------------------------------
       VALIDATE-NEW-COMPLAINTS.
           OPEN INPUT CUSTOMER-FILE
           PERFORM VALIDATE-ONE-NEW-COMPLAINT
               VARYING WS-TXN-SUB FROM 1 BY 1
               UNTIL WS-TXN-SUB > WS-TXN-COUNT
           CLOSE CUSTOMER-FILE.

       VALIDATE-ONE-NEW-COMPLAINT.
           IF CT-ACTION-NEW (WS-TXN-SUB) AND CT-PENDING (WS-TXN-SUB)
               MOVE CT-CUSTOMER-ID (WS-TXN-SUB)
                   TO RECORD-ID OF CUSTOMER-RECORD
               READ CUSTOMER-FILE
                   INVALID KEY
                       SET CT-REJECTED (WS-TXN-SUB) TO TRUE
                       MOVE 'CUSTOMER NOT ON FILE'
                           TO CT-REASON (WS-TXN-SUB)
               END-READ
           END-IF
           IF CT-ACTION-NEW (WS-TXN-SUB) AND CT-PENDING (WS-TXN-SUB)
               MOVE 'F' TO WS-XREF-DIRECTION
               MOVE CT-PRODUCT-ID (WS-TXN-SUB) TO WS-XREF-RECORD-ID
               CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                              WS-XREF-RECORD-ID
                                              WS-MAPPED-PRODUCT-CODE
               END-CALL
               MOVE WS-MAPPED-PRODUCT-CODE
                   TO CT-PRODUCT-CODE (WS-TXN-SUB)
               EVALUATE TRUE
                   WHEN WS-MAPPED-PRODUCT-CODE = SPACES
                       SET CT-REJECTED (WS-TXN-SUB) TO TRUE
                       MOVE 'PRODUCT HAS NO ITEMXREF LINK'
                           TO CT-REASON (WS-TXN-SUB)
                   WHEN NOT CT-CATEGORY-VALID (WS-TXN-SUB)
                       SET CT-REJECTED (WS-TXN-SUB) TO TRUE
                       MOVE 'CATEGORY NOT RECOGNISED'
                           TO CT-REASON (WS-TXN-SUB)
                   WHEN NOT CT-SEVERITY-VALID (WS-TXN-SUB)
                       SET CT-REJECTED (WS-TXN-SUB) TO TRUE
                       MOVE 'SEVERITY NOT RECOGNISED'
                           TO CT-REASON (WS-TXN-SUB)
                   WHEN CT-DESCRIPTION (WS-TXN-SUB) = SPACES
                       SET CT-REJECTED (WS-TXN-SUB) TO TRUE
                       MOVE 'NO DESCRIPTION GIVEN'
                           TO CT-REASON (WS-TXN-SUB)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 請求書番号が書かれた新規分は、その請求書がその顧客にその
      * 製品を請求しているかを INVDETL.DAT 一回の読みで確かめる。
      *----------------------------------------------------------------
       CHECK-INVOICE-LINKS.
           OPEN INPUT INVOICE-DETAIL-FILE
           IF INVD-FILE-OK
               PERFORM READ-INVOICE-DETAIL
               PERFORM MATCH-INVOICE-LINE UNTIL INVD-FILE-EOF
               CLOSE INVOICE-DETAIL-FILE
           END-IF
           PERFORM FLAG-UNKNOWN-INVOICE
               VARYING WS-TXN-SUB FROM 1 BY 1
               UNTIL WS-TXN-SUB > WS-TXN-COUNT.

       READ-INVOICE-DETAIL.
           READ INVOICE-DETAIL-FILE
               AT END
                   SET INVD-FILE-EOF TO TRUE
           END-READ.

       MATCH-INVOICE-LINE.
           PERFORM MATCH-INVOICE-TO-ONE-TXN
               VARYING WS-TXN-SUB FROM 1 BY 1
               UNTIL WS-TXN-SUB > WS-TXN-COUNT
           PERFORM READ-INVOICE-DETAIL.

       MATCH-INVOICE-TO-ONE-TXN.
           IF CT-ACTION-NEW (WS-TXN-SUB)
               AND CT-INVOICE-NUMBER (WS-TXN-SUB) = IV-INVOICE-NUMBER
               AND CT-CUSTOMER-ID (WS-TXN-SUB) = IV-CUSTOMER-ID
               AND CT-PRODUCT-ID (WS-TXN-SUB) = IV-PRODUCT-ID
               SET CT-INVOICE-FOUND (WS-TXN-SUB) TO TRUE
           END-IF.

       FLAG-UNKNOWN-INVOICE.
           IF CT-ACTION-NEW (WS-TXN-SUB) AND CT-PENDING (WS-TXN-SUB)
               AND CT-INVOICE-NUMBER (WS-TXN-SUB) > ZERO
               AND NOT CT-INVOICE-FOUND (WS-TXN-SUB)
               SET CT-REJECTED (WS-TXN-SUB) TO TRUE
               MOVE 'INVOICE DID NOT BILL PRODUCT'
                   TO CT-REASON (WS-TXN-SUB)
           END-IF.

       READ-COMPLAINT.
           READ COMPLAINT-FILE
               AT END
                   SET CMPL-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Closed rows are carried as they stand.  An open row takes
      * every update and close card naming it, in card order, so a
      * clerk can record the corrective action and close together.
      *----------------------------------------------------------------
       CARRY-ONE-COMPLAINT.
           MOVE CP-COMPLAINT-NUMBER TO WS-SEED-NUMBER
           IF WS-SD-DATE = WS-TODAY-CCYYMMDD
               AND WS-SD-SEQ > WS-COMPLAINT-SEQ
               MOVE WS-SD-SEQ TO WS-COMPLAINT-SEQ
           END-IF
           PERFORM APPLY-ONE-TXN
               VARYING WS-TXN-SUB FROM 1 BY 1
               UNTIL WS-TXN-SUB > WS-TXN-COUNT
           IF CP-OPEN
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           WRITE COMPLAINT-OUT-RECORD FROM COMPLAINT-RECORD
           PERFORM READ-COMPLAINT.

       APPLY-ONE-TXN.
           IF CT-PENDING (WS-TXN-SUB)
               AND NOT CT-ACTION-NEW (WS-TXN-SUB)
               AND CT-COMPLAINT-NUMBER (WS-TXN-SUB)
                   = CP-COMPLAINT-NUMBER
               EVALUATE TRUE
                   WHEN CP-CLOSED
                       SET CT-REJECTED (WS-TXN-SUB) TO TRUE
                       MOVE 'COMPLAINT ALREADY CLOSED'
                           TO CT-REASON (WS-TXN-SUB)
                   WHEN CT-ACTION-UPDATE (WS-TXN-SUB)
                       PERFORM UPDATE-COMPLAINT
                   WHEN OTHER
                       PERFORM CLOSE-COMPLAINT
               END-EVALUATE
           END-IF.

       UPDATE-COMPLAINT.
           IF CT-OWNER (WS-TXN-SUB) NOT = SPACES
               MOVE CT-OWNER (WS-TXN-SUB) TO CP-OWNER
           END-IF
           IF CT-CATEGORY-VALID (WS-TXN-SUB)
               MOVE CT-CATEGORY (WS-TXN-SUB) TO CP-CATEGORY
           END-IF
           IF CT-SEVERITY-VALID (WS-TXN-SUB)
               MOVE CT-SEVERITY (WS-TXN-SUB) TO CP-SEVERITY
           END-IF
           IF CT-LOT-NUMBER (WS-TXN-SUB) NOT = SPACES
               MOVE CT-LOT-NUMBER (WS-TXN-SUB) TO CP-LOT-NUMBER
           END-IF
           IF CT-SERIAL-NUMBER (WS-TXN-SUB) NOT = SPACES
               MOVE CT-SERIAL-NUMBER (WS-TXN-SUB) TO CP-SERIAL-NUMBER
           END-IF
           IF CT-RETURN-SW (WS-TXN-SUB) = 'Y' OR 'N'
               MOVE CT-RETURN-SW (WS-TXN-SUB) TO CP-RETURN-SW
           END-IF
           IF CT-CORRECTIVE-ACTION (WS-TXN-SUB) NOT = SPACES
               MOVE CT-CORRECTIVE-ACTION (WS-TXN-SUB)
                   TO CP-CORRECTIVE-ACTION
           END-IF
           SET CT-APPLIED (WS-TXN-SUB) TO TRUE
           ADD 1 TO WS-UPDATED-COUNT
           MOVE 'UPDATED:   ' TO RR-ACTION
           MOVE CP-CORRECTIVE-ACTION TO RR-TEXT
           PERFORM PRINT-REGISTER-LINE.

       CLOSE-COMPLAINT.
           IF CT-CORRECTIVE-ACTION (WS-TXN-SUB) NOT = SPACES
               MOVE CT-CORRECTIVE-ACTION (WS-TXN-SUB)
                   TO CP-CORRECTIVE-ACTION
           END-IF
           IF CP-CORRECTIVE-ACTION = SPACES
               SET CT-REJECTED (WS-TXN-SUB) TO TRUE
               MOVE 'NO CORRECTIVE ACTION TO CLOSE'
                   TO CT-REASON (WS-TXN-SUB)
           ELSE
               SET CP-CLOSED TO TRUE
               MOVE WS-TODAY-CCYYMMDD TO CP-CLOSED-DATE
               SET CT-APPLIED (WS-TXN-SUB) TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
               MOVE 'CLOSED:    ' TO RR-ACTION
               MOVE CP-CORRECTIVE-ACTION TO RR-TEXT
               PERFORM PRINT-REGISTER-LINE
           END-IF.

      *----------------------------------------------------------------
      * 検証を通った新規分に番号を振り、繰越しの末尾に足す。
      *----------------------------------------------------------------
       REGISTER-NEW-COMPLAINT.
           IF CT-ACTION-NEW (WS-TXN-SUB) AND CT-PENDING (WS-TXN-SUB)
               ADD 1 TO WS-COMPLAINT-SEQ
               MOVE WS-TODAY-CCYYMMDD TO WS-NC-DATE
               MOVE WS-COMPLAINT-SEQ TO WS-NC-SEQ
               INITIALIZE COMPLAINT-RECORD
               MOVE WS-NEW-COMPLAINT-NUMBER TO CP-COMPLAINT-NUMBER
               MOVE CT-CUSTOMER-ID (WS-TXN-SUB) TO CP-CUSTOMER-ID
               MOVE CT-PRODUCT-ID (WS-TXN-SUB) TO CP-PRODUCT-ID
               MOVE CT-PRODUCT-CODE (WS-TXN-SUB) TO CP-PRODUCT-CODE
               MOVE CT-INVOICE-NUMBER (WS-TXN-SUB) TO CP-INVOICE-NUMBER
               MOVE CT-LOT-NUMBER (WS-TXN-SUB) TO CP-LOT-NUMBER
               MOVE CT-SERIAL-NUMBER (WS-TXN-SUB) TO CP-SERIAL-NUMBER
               MOVE CT-CATEGORY (WS-TXN-SUB) TO CP-CATEGORY
               MOVE CT-SEVERITY (WS-TXN-SUB) TO CP-SEVERITY
               MOVE CT-OWNER (WS-TXN-SUB) TO CP-OWNER
               MOVE WS-TODAY-CCYYMMDD TO CP-OPENED-DATE
               SET CP-OPEN TO TRUE
               MOVE ZERO TO CP-CLOSED-DATE
               MOVE 'N' TO CP-RETURN-SW
               IF CT-RETURN-SW (WS-TXN-SUB) = 'Y'
                   SET CP-GOODS-RETURNED TO TRUE
               END-IF
               MOVE CT-DESCRIPTION (WS-TXN-SUB) TO CP-DESCRIPTION
               MOVE CT-CORRECTIVE-ACTION (WS-TXN-SUB)
                   TO CP-CORRECTIVE-ACTION
               WRITE COMPLAINT-OUT-RECORD FROM COMPLAINT-RECORD
               SET CT-APPLIED (WS-TXN-SUB) TO TRUE
               ADD 1 TO WS-REGISTERED-COUNT
               ADD 1 TO WS-OPEN-COUNT
               MOVE 'REGISTERED:' TO RR-ACTION
               MOVE CP-DESCRIPTION TO RR-TEXT
               PERFORM PRINT-REGISTER-LINE
           END-IF.

       PRINT-REGISTER-LINE.
           MOVE CP-COMPLAINT-NUMBER TO RR-COMPLAINT-NUMBER
           MOVE CP-CUSTOMER-ID TO RR-CUSTOMER-ID
           MOVE CP-PRODUCT-CODE TO RR-PRODUCT-CODE
           MOVE CP-CATEGORY TO RR-CATEGORY
           MOVE CP-SEVERITY TO RR-SEVERITY
           MOVE CP-OWNER TO RR-OWNER
           WRITE REGISTER-REPORT-LINE FROM WS-REGISTER-DETAIL-LINE.

       REPORT-ONE-EXCEPTION.
           IF CT-PENDING (WS-TXN-SUB)
               SET CT-REJECTED (WS-TXN-SUB) TO TRUE
               MOVE 'NO SUCH COMPLAINT NUMBER' TO CT-REASON (WS-TXN-SUB)
           END-IF
           IF CT-REJECTED (WS-TXN-SUB)
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE CT-ACTION-CODE (WS-TXN-SUB) TO CE-ACTION-CODE
               MOVE CT-COMPLAINT-NUMBER (WS-TXN-SUB)
                   TO CE-COMPLAINT-NUMBER
               MOVE CT-CUSTOMER-ID (WS-TXN-SUB) TO CE-CUSTOMER-ID
               MOVE CT-REASON (WS-TXN-SUB) TO CE-REASON
               WRITE TXN-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE
           END-IF.
