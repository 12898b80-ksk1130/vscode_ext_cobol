       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQ-ISSUE.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Sends requests for quotation when a VENDPRC.DAT price comes
      * up for renewal.  Purchasing keys one RFQREQ.DAT card per
      * product: the quantity to be quoted on, the date replies are
      * due, the contract period wanted and up to five vendors to
      * ask.  Each card is given an RFQ number - run date plus a
      * sequence after the highest already used today on RFQ.DAT or
      * RFQHIST.DAT, as VENDOR-CHARGEBACK-RUN numbers its claims -
      * and one RFQ.DAT row is written per vendor, status S, for
      * RFQ-COMPARISON to load the quote onto.  RFQSEND.RPT holds
      * one letter per vendor (name and address from VENDOR.DAT)
      * to go out by fax or post.  A vendor not on VENDOR.DAT is
      * left off and listed; a card for a product not on
      * 製品マスター, or with no vendor left to ask, is refused and
      * listed on the same report.  RFQREQ.DAT is retired to
      * RFQREQ.G1.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFQ-REQUEST-FILE ASSIGN TO "RFQREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT RFQ-FILE ASSIGN TO "RFQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFQ-STATUS.
           SELECT RFQ-HISTORY-FILE ASSIGN TO "RFQHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFQH-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT RFQ-LETTER-FILE ASSIGN TO "RFQSEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RFQ-REQUEST-FILE.
       01  RFQ-REQUEST-CARD.
           05  RR-PRODUCT-CODE          PIC X(20).
           05  RR-REQUEST-QTY           PIC 9(5).
           05  RR-RESPONSE-DUE-DATE     PIC 9(8).
           05  RR-EFFECTIVE-DATE        PIC 9(8).
           05  RR-EXPIRY-DATE           PIC 9(8).
           05  RR-VENDOR-CODE           PIC X(10) OCCURS 5 TIMES.

       FD  RFQ-FILE.
       COPY RFQ-RECORD.

       FD  RFQ-HISTORY-FILE.
       01  RFQ-HISTORY-RECORD.
           05  RH-RFQ-NUMBER            PIC 9(12).
           05  FILLER                  PIC X(138).

       FD  VENDOR-FILE.
       COPY VENDOR-MASTER-RECORD.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  RFQ-LETTER-FILE.
       01  RFQ-LETTER-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS                 PIC XX.
           88  REQ-FILE-OK                   VALUE '00'.
           88  REQ-FILE-EOF                  VALUE '10'.
       01  WS-RFQ-STATUS                 PIC XX.
           88  RFQ-FILE-OK                   VALUE '00'.
           88  RFQ-FILE-EOF                  VALUE '10'.
       01  WS-RFQH-STATUS                PIC XX.
           88  RFQH-FILE-OK                  VALUE '00'.
           88  RFQH-FILE-EOF                 VALUE '10'.
       01  WS-VEND-STATUS                PIC XX.
           88  VEND-FOUND                    VALUE '00'.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FOUND                   VALUE '00'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-REQ-FILE-NAME              PIC X(20) VALUE 'RFQREQ.DAT'.
       01  WS-REQ-GEN-FILE-NAME          PIC X(20) VALUE 'RFQREQ.G1'.

       01  WS-RFQ-SEQ                    PIC 9(4) VALUE ZERO.
       01  WS-SEED-NUMBER.
           05  WS-SD-DATE                 PIC 9(8).
           05  WS-SD-SEQ                  PIC 9(4).
       01  WS-NEW-RFQ-NUMBER.
           05  WS-NR-DATE                 PIC 9(8).
           05  WS-NR-SEQ                  PIC 9(4).

       01  WS-VENDOR-SUB                 PIC 9(1) COMP.
       01  WS-VENDORS-ASKED              PIC 9(1).
       01  WS-PRODUCT-NAME               PIC X(40).
       01  WS-CARD-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-RFQ-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-LETTER-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-LETTER-HEADER-LINE.
           05  FILLER                  PIC X(24)
               VALUE 'REQUEST FOR QUOTATION   '.
           05  LH-RFQ-NUMBER            PIC 9(12).
           05  FILLER                  PIC X(8) VALUE '  DATE: '.
           05  LH-ISSUE-DATE            PIC 9(8).
       01  WS-LETTER-VENDOR-LINE.
           05  FILLER                  PIC X(4) VALUE 'TO: '.
           05  LV-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LV-VENDOR-NAME           PIC X(30).
       01  WS-LETTER-ADDRESS-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  LA-VENDOR-ADDRESS        PIC X(50).
       01  WS-LETTER-PRODUCT-LINE.
           05  FILLER                  PIC X(10) VALUE 'PRODUCT:  '.
           05  LP-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LP-PRODUCT-NAME          PIC X(40).
           05  FILLER                  PIC X(6) VALUE ' QTY: '.
           05  LP-REQUEST-QTY           PIC ZZZZ9.
       01  WS-LETTER-TERMS-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'PRICE REQUIRED: '.
           05  LT-EFFECTIVE-DATE        PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  LT-EXPIRY-DATE           PIC 9(8).
           05  FILLER                  PIC X(19)
               VALUE '  REPLY REQUIRED BY'.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LT-RESPONSE-DUE-DATE     PIC 9(8).
       01  WS-LETTER-REPLY-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'PLEASE QUOTE UNIT PRICE AND CURRENCY, FR'.
           05  FILLER                  PIC X(40)
               VALUE 'EIGHT PER UNIT, LEAD TIME IN DAYS AND MI'.
           05  FILLER                  PIC X(20)
               VALUE 'NIMUM ORDER QUANTITY'.

       01  WS-REFUSAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'REFUSED:  '.
           05  RL-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-REASON                PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM SEED-RFQ-SEQUENCE
           OPEN INPUT RFQ-REQUEST-FILE
           IF NOT REQ-FILE-OK
               DISPLAY 'RFQ ISSUE - NO REQUESTS'
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-FILE
           OPEN INPUT JPRODUCT-FILE
           OPEN EXTEND RFQ-FILE
           IF WS-RFQ-STATUS NOT = '00'
               OPEN OUTPUT RFQ-FILE
           END-IF
           OPEN OUTPUT RFQ-LETTER-FILE
           PERFORM READ-RFQ-REQUEST
           PERFORM ISSUE-ONE-RFQ UNTIL REQ-FILE-EOF
           CLOSE RFQ-REQUEST-FILE
           CLOSE VENDOR-FILE
           CLOSE JPRODUCT-FILE
           CLOSE RFQ-FILE
           CLOSE RFQ-LETTER-FILE
           CALL 'CBL_DELETE_FILE' USING WS-REQ-GEN-FILE-NAME
           CALL 'CBL_RENAME_FILE' USING WS-REQ-FILE-NAME
                                         WS-REQ-GEN-FILE-NAME
           DISPLAY 'RFQ ISSUE - CARDS: ' WS-CARD-COUNT
               ' RFQS: ' WS-RFQ-COUNT
               ' LETTERS: ' WS-LETTER-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 本日既に使われた最大のRFQ番号を、未決のRFQ.DATと
      * 決定済みのRFQHIST.DATの両方から拾う。
      *----------------------------------------------------------------
       SEED-RFQ-SEQUENCE.
           OPEN INPUT RFQ-FILE
           IF RFQ-FILE-OK
               PERFORM READ-RFQ-FOR-SEED
               PERFORM SCAN-RFQ-FOR-SEED UNTIL RFQ-FILE-EOF
               CLOSE RFQ-FILE
           END-IF
           OPEN INPUT RFQ-HISTORY-FILE
           IF RFQH-FILE-OK
               PERFORM READ-HISTORY-FOR-SEED
               PERFORM SCAN-HISTORY-FOR-SEED UNTIL RFQH-FILE-EOF
               CLOSE RFQ-HISTORY-FILE
           END-IF.

       READ-RFQ-FOR-SEED.
           READ RFQ-FILE
               AT END
                   SET RFQ-FILE-EOF TO TRUE
           END-READ.

       SCAN-RFQ-FOR-SEED.
           MOVE RQ-RFQ-NUMBER TO WS-SEED-NUMBER
           PERFORM NOTE-SEED-NUMBER
           PERFORM READ-RFQ-FOR-SEED.

       READ-HISTORY-FOR-SEED.
           READ RFQ-HISTORY-FILE
               AT END
                   SET RFQH-FILE-EOF TO TRUE
           END-READ.

       SCAN-HISTORY-FOR-SEED.
           MOVE RH-RFQ-NUMBER TO WS-SEED-NUMBER
           PERFORM NOTE-SEED-NUMBER
           PERFORM READ-HISTORY-FOR-SEED.

       NOTE-SEED-NUMBER.
           IF WS-SD-DATE = WS-TODAY-CCYYMMDD
               AND WS-SD-SEQ > WS-RFQ-SEQ
               MOVE WS-SD-SEQ TO WS-RFQ-SEQ
           END-IF.

       READ-RFQ-REQUEST.
           READ RFQ-REQUEST-FILE
               AT END
                   SET REQ-FILE-EOF TO TRUE
           END-READ.

       ISSUE-ONE-RFQ.
           ADD 1 TO WS-CARD-COUNT
           MOVE RR-PRODUCT-CODE TO 製品ーコード
           READ JPRODUCT-FILE
               INVALID KEY
                   MOVE SPACES TO RL-VENDOR-CODE
                   MOVE 'PRODUCT NOT ON MASTER' TO RL-REASON
                   PERFORM WRITE-REFUSAL
               NOT INVALID KEY
                   MOVE 製品ー名称ー日本語 TO WS-PRODUCT-NAME
                   PERFORM ASK-LISTED-VENDORS
           END-READ
           PERFORM READ-RFQ-REQUEST.

       ASK-LISTED-VENDORS.
           ADD 1 TO WS-RFQ-SEQ
           MOVE WS-TODAY-CCYYMMDD TO WS-NR-DATE
           MOVE WS-RFQ-SEQ TO WS-NR-SEQ
           MOVE ZERO TO WS-VENDORS-ASKED
           PERFORM ASK-ONE-VENDOR
               VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > 5
           IF WS-VENDORS-ASKED = ZERO
               SUBTRACT 1 FROM WS-RFQ-SEQ
               MOVE SPACES TO RL-VENDOR-CODE
               MOVE 'NO VENDOR ON VENDOR.DAT TO ASK' TO RL-REASON
               PERFORM WRITE-REFUSAL
           ELSE
               ADD 1 TO WS-RFQ-COUNT
           END-IF.

       ASK-ONE-VENDOR.
           IF RR-VENDOR-CODE (WS-VENDOR-SUB) NOT = SPACES
               MOVE RR-VENDOR-CODE (WS-VENDOR-SUB) TO VM-VENDOR-CODE
               READ VENDOR-FILE
                   INVALID KEY
                       MOVE RR-VENDOR-CODE (WS-VENDOR-SUB)
                           TO RL-VENDOR-CODE
                       MOVE 'VENDOR NOT ON VENDOR.DAT - NOT ASKED'
                           TO RL-REASON
                       PERFORM WRITE-REFUSAL
                   NOT INVALID KEY
                       ADD 1 TO WS-VENDORS-ASKED
                       PERFORM WRITE-RFQ-ROW
                       PERFORM PRINT-RFQ-LETTER
               END-READ
           END-IF.

       WRITE-RFQ-ROW.
           INITIALIZE RFQ-RECORD
           MOVE WS-NEW-RFQ-NUMBER TO RQ-RFQ-NUMBER
           MOVE RR-PRODUCT-CODE TO RQ-PRODUCT-CODE
           MOVE VM-VENDOR-CODE TO RQ-VENDOR-CODE
           MOVE RR-REQUEST-QTY TO RQ-REQUEST-QTY
           MOVE WS-TODAY-CCYYMMDD TO RQ-ISSUE-DATE
           MOVE RR-RESPONSE-DUE-DATE TO RQ-RESPONSE-DUE-DATE
           MOVE RR-EFFECTIVE-DATE TO RQ-EFFECTIVE-DATE
           MOVE RR-EXPIRY-DATE TO RQ-EXPIRY-DATE
           SET RQ-SENT TO TRUE
           WRITE RFQ-RECORD.

       PRINT-RFQ-LETTER.
           MOVE WS-NEW-RFQ-NUMBER TO LH-RFQ-NUMBER
           MOVE WS-TODAY-CCYYMMDD TO LH-ISSUE-DATE
           WRITE RFQ-LETTER-LINE FROM WS-LETTER-HEADER-LINE
           MOVE VM-VENDOR-CODE TO LV-VENDOR-CODE
           MOVE VM-VENDOR-NAME TO LV-VENDOR-NAME
           WRITE RFQ-LETTER-LINE FROM WS-LETTER-VENDOR-LINE
           MOVE VM-VENDOR-ADDRESS TO LA-VENDOR-ADDRESS
           WRITE RFQ-LETTER-LINE FROM WS-LETTER-ADDRESS-LINE
           MOVE RR-PRODUCT-CODE TO LP-PRODUCT-CODE
           MOVE WS-PRODUCT-NAME TO LP-PRODUCT-NAME
           MOVE RR-REQUEST-QTY TO LP-REQUEST-QTY
           WRITE RFQ-LETTER-LINE FROM WS-LETTER-PRODUCT-LINE
           MOVE RR-EFFECTIVE-DATE TO LT-EFFECTIVE-DATE
           MOVE RR-EXPIRY-DATE TO LT-EXPIRY-DATE
           MOVE RR-RESPONSE-DUE-DATE TO LT-RESPONSE-DUE-DATE
           WRITE RFQ-LETTER-LINE FROM WS-LETTER-TERMS-LINE
           WRITE RFQ-LETTER-LINE FROM WS-LETTER-REPLY-LINE
           MOVE SPACES TO RFQ-LETTER-LINE
           WRITE RFQ-LETTER-LINE
           ADD 1 TO WS-LETTER-COUNT.

       WRITE-REFUSAL.
           MOVE RR-PRODUCT-CODE TO RL-PRODUCT-CODE
           WRITE RFQ-LETTER-LINE FROM WS-REFUSAL-LINE
           ADD 1 TO WS-REFUSED-COUNT.
