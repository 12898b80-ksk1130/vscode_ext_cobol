       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRECT-DEBIT-RESULT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Reads the bank's 口座振替 result file DDRESULT.DAT - the
      * DIRECT-DEBIT-REQUEST layout sent back with the 振替結果コード
      * filled in - and settles the DDPEND.DAT pending items.  A
      * debit the bank collected becomes an ordinary receipt: it is
      * appended to BANKRCPT.DAT with the customer already keyed,
      * dated on the collection date, so the next CASH-APPLICATION
      * run posts it to ACCOUNT-BALANCE and works it down the open
      * items exactly like a bank transfer (period lock, journal,
      * payment history and all).  Its pending rows are dropped.
      * A debit the bank could not collect leaves the items open
      * and untouched; its pending rows are marked failed so the
      * item is never requested again and goes back into normal
      * collection - dunning and interest pick it up from its own
      * due date.  DDRESULT.RPT lists every collected debit and
      * every failed item with the bank's return reason; a result
      * that matches no pending request is listed as an exception
      * and nothing is posted for it.  DDPEND.DAT is carried to
      * DDPEND.NEW.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "DDRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "DDPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PENDING-OUT-FILE ASSIGN TO "DDPEND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPT-FILE ASSIGN TO "BANKRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT RESULT-REPORT-FILE ASSIGN TO "DDRESULT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-RECORD                PIC X(120).

       FD  PENDING-FILE.
       COPY DIRECT-DEBIT-PENDING-RECORD.

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD           PIC X(40).

       FD  RECEIPT-FILE.
       COPY BANK-RECEIPT-RECORD.

       FD  RESULT-REPORT-FILE.
       01  RESULT-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RESULT-STATUS              PIC XX.
           88  RESULT-FILE-OK                VALUE '00'.
           88  RESULT-FILE-EOF               VALUE '10'.
       01  WS-PEND-STATUS                PIC XX.
           88  PEND-FILE-OK                  VALUE '00'.
           88  PEND-FILE-EOF                 VALUE '10'.
       01  WS-RCPT-STATUS                PIC XX.

       COPY DIRECT-DEBIT-ZENGIN-LAYOUT.

       COPY DIRECT-DEBIT-RETURN-TABLE.

      *----------------------------------------------------------------
      * 保留明細。積み切れないまま進むと、回収済みの明細が保留に
      * 残って二度と依頼されないか、不能の明細が再依頼されるので、
      * 溢れたら走行を止める。
      *----------------------------------------------------------------
       01  WS-PENDING-TABLE-MAX          PIC 9(4) VALUE 1000.
       01  WS-PENDING-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PENDING-ENTRIES.
           05  WS-PENDING-ENTRY          OCCURS 1000 TIMES.
               10  PN-CUSTOMER-ID            PIC 9(8).
               10  PN-INVOICE-NUMBER         PIC 9(12).
               10  PN-AMOUNT                 PIC 9(9)V99.
               10  PN-COLLECTION-DATE        PIC 9(8).
               10  PN-STATUS                 PIC X(1).
       01  WS-PENDING-SUB                PIC 9(4) COMP.

       01  WS-MATCHED-ITEM-COUNT         PIC 9(4).
       01  WS-REASON-TEXT                PIC X(30).

       01  WS-COLLECTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-COLLECTED-TOTAL            PIC 9(12) VALUE ZERO.
       01  WS-FAILED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-FAILED-ITEM-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-UNMATCHED-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-COLLECTED-DETAIL-LINE.
           05  FILLER                  PIC X(11) VALUE 'COLLECTED: '.
           05  RC-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RC-DEBIT-DATE            PIC 9(8).
           05  FILLER                  PIC X(9) VALUE ' AMOUNT: '.
           05  RC-DEBIT-AMOUNT          PIC Z(9)9.
           05  FILLER                  PIC X(8) VALUE '  ITEMS '.
           05  RC-ITEM-COUNT            PIC ZZZ9.

       01  WS-FAILED-DETAIL-LINE.
           05  FILLER                  PIC X(11) VALUE 'FAILED:    '.
           05  RF-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(10) VALUE '  INVOICE '.
           05  RF-INVOICE-NUMBER        PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RF-AMOUNT                PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RF-RESULT-CODE           PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RF-REASON-TEXT           PIC X(30).

       01  WS-UNMATCHED-DETAIL-LINE.
           05  FILLER                  PIC X(11) VALUE 'EXCEPTION: '.
           05  RX-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RX-DEBIT-DATE            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RX-DEBIT-AMOUNT          PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RX-RESULT-CODE           PIC X(1).
           05  FILLER                  PIC X(26)
               VALUE '  NO PENDING DEBIT REQUEST'.

       01  WS-RESULT-TOTAL-LINE.
           05  FILLER                  PIC X(11) VALUE 'COLLECTED: '.
           05  RT-COLLECTED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  TOTAL: '.
           05  RT-COLLECTED-TOTAL       PIC Z(11)9.
           05  FILLER                  PIC X(10) VALUE '  FAILED: '.
           05  RT-FAILED-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(14)
               VALUE '  EXCEPTIONS: '.
           05  RT-UNMATCHED-COUNT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-PENDING-ITEMS
           OPEN INPUT RESULT-FILE
           IF NOT RESULT-FILE-OK
               DISPLAY 'DIRECT DEBIT RESULT - NO RESULT FILE'
               STOP RUN
           END-IF
           OPEN EXTEND RECEIPT-FILE
           IF WS-RCPT-STATUS NOT = '00'
               OPEN OUTPUT RECEIPT-FILE
           END-IF
           OPEN OUTPUT RESULT-REPORT-FILE
           PERFORM READ-RESULT
           PERFORM SETTLE-ONE-RESULT UNTIL RESULT-FILE-EOF
           CLOSE RESULT-FILE
           CLOSE RECEIPT-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           PERFORM CARRY-ONE-PENDING
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
           CLOSE PENDING-OUT-FILE
           MOVE WS-COLLECTED-COUNT TO RT-COLLECTED-COUNT
           MOVE WS-COLLECTED-TOTAL TO RT-COLLECTED-TOTAL
           MOVE WS-FAILED-COUNT TO RT-FAILED-COUNT
           MOVE WS-UNMATCHED-COUNT TO RT-UNMATCHED-COUNT
           WRITE RESULT-REPORT-LINE FROM WS-RESULT-TOTAL-LINE
           CLOSE RESULT-REPORT-FILE
           DISPLAY 'DIRECT DEBIT RESULT - COLLECTED: '
               WS-COLLECTED-COUNT
               ' FAILED: ' WS-FAILED-COUNT
               ' ITEMS BACK IN COLLECTION: ' WS-FAILED-ITEM-COUNT
               ' EXCEPTIONS: ' WS-UNMATCHED-COUNT
           STOP RUN.

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
               MOVE DD-CUSTOMER-ID TO PN-CUSTOMER-ID (WS-PENDING-COUNT)
               MOVE DD-INVOICE-NUMBER
                   TO PN-INVOICE-NUMBER (WS-PENDING-COUNT)
               MOVE DD-AMOUNT TO PN-AMOUNT (WS-PENDING-COUNT)
               MOVE DD-COLLECTION-DATE
                   TO PN-COLLECTION-DATE (WS-PENDING-COUNT)
               MOVE DD-STATUS TO PN-STATUS (WS-PENDING-COUNT)
           ELSE
               DISPLAY 'ERROR: PENDING TABLE FULL - RESULTS WOULD '
                   'BE LOST - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PENDING.

       READ-RESULT.
           READ RESULT-FILE
               AT END
                   SET RESULT-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Only data records carry a result; header, trailer and end
      * records are passed over.
      *----------------------------------------------------------------
       SETTLE-ONE-RESULT.
           IF RESULT-RECORD (1:1) = '2'
               MOVE RESULT-RECORD TO WS-DEBIT-DATA
               MOVE ZERO TO WS-MATCHED-ITEM-COUNT
               PERFORM COUNT-MATCHING-PENDING
                   VARYING WS-PENDING-SUB FROM 1 BY 1
                   UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
               EVALUATE TRUE
                   WHEN WS-MATCHED-ITEM-COUNT = ZERO
                       PERFORM LIST-UNMATCHED-RESULT
                   WHEN DZ-DEBITED
                       PERFORM POST-COLLECTED-DEBIT
                   WHEN OTHER
                       PERFORM RETURN-FAILED-DEBIT
               END-EVALUATE
           END-IF
           PERFORM READ-RESULT.

       COUNT-MATCHING-PENDING.
           IF PN-CUSTOMER-ID (WS-PENDING-SUB) = DZ-CUSTOMER-ID
               AND PN-COLLECTION-DATE (WS-PENDING-SUB) = DZ-DEBIT-DATE
               AND PN-STATUS (WS-PENDING-SUB) = 'R'
               ADD 1 TO WS-MATCHED-ITEM-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 振替済みは通常の入金と同じ道を通す - 顧客番号入りの入金
      * としてBANKRCPT.DATへ足し、次の入金消込が残高と明細を落とす。
      *----------------------------------------------------------------
       POST-COLLECTED-DEBIT.
           MOVE DZ-DEBIT-DATE TO BR-RECEIPT-DATE
           MOVE DZ-CUSTOMER-ID TO BR-CUSTOMER-ID
           MOVE DZ-DEBIT-AMOUNT TO BR-RECEIPT-AMOUNT
           MOVE 'DIRECT DEBIT' TO BR-REFERENCE
           MOVE DZ-ACCOUNT-NAME TO BR-REMITTER-KANA
           WRITE BANK-RECEIPT-RECORD
           PERFORM CLEAR-COLLECTED-PENDING
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
           MOVE DZ-CUSTOMER-ID TO RC-CUSTOMER-ID
           MOVE DZ-DEBIT-DATE TO RC-DEBIT-DATE
           MOVE DZ-DEBIT-AMOUNT TO RC-DEBIT-AMOUNT
           MOVE WS-MATCHED-ITEM-COUNT TO RC-ITEM-COUNT
           WRITE RESULT-REPORT-LINE FROM WS-COLLECTED-DETAIL-LINE
           ADD 1 TO WS-COLLECTED-COUNT
           ADD DZ-DEBIT-AMOUNT TO WS-COLLECTED-TOTAL.

       CLEAR-COLLECTED-PENDING.
           IF PN-CUSTOMER-ID (WS-PENDING-SUB) = DZ-CUSTOMER-ID
               AND PN-COLLECTION-DATE (WS-PENDING-SUB) = DZ-DEBIT-DATE
               AND PN-STATUS (WS-PENDING-SUB) = 'R'
               MOVE 'C' TO PN-STATUS (WS-PENDING-SUB)
           END-IF.

       RETURN-FAILED-DEBIT.
           MOVE 'OTHER BANK REASON' TO WS-REASON-TEXT
           SET DR-IDX TO 1
           SEARCH DR-ENTRY
               AT END
                   CONTINUE
               WHEN DR-RESULT-CODE (DR-IDX) = DZ-RESULT-CODE
                   MOVE DR-REASON-TEXT (DR-IDX) TO WS-REASON-TEXT
           END-SEARCH
           PERFORM FAIL-ONE-PENDING
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
           ADD 1 TO WS-FAILED-COUNT.

       FAIL-ONE-PENDING.
           IF PN-CUSTOMER-ID (WS-PENDING-SUB) = DZ-CUSTOMER-ID
               AND PN-COLLECTION-DATE (WS-PENDING-SUB) = DZ-DEBIT-DATE
               AND PN-STATUS (WS-PENDING-SUB) = 'R'
               MOVE 'F' TO PN-STATUS (WS-PENDING-SUB)
               MOVE PN-CUSTOMER-ID (WS-PENDING-SUB) TO RF-CUSTOMER-ID
               MOVE PN-INVOICE-NUMBER (WS-PENDING-SUB)
                   TO RF-INVOICE-NUMBER
               MOVE PN-AMOUNT (WS-PENDING-SUB) TO RF-AMOUNT
               MOVE DZ-RESULT-CODE TO RF-RESULT-CODE
               MOVE WS-REASON-TEXT TO RF-REASON-TEXT
               WRITE RESULT-REPORT-LINE FROM WS-FAILED-DETAIL-LINE
               ADD 1 TO WS-FAILED-ITEM-COUNT
           END-IF.

       LIST-UNMATCHED-RESULT.
           MOVE DZ-CUSTOMER-ID TO RX-CUSTOMER-ID
           MOVE DZ-DEBIT-DATE TO RX-DEBIT-DATE
           MOVE DZ-DEBIT-AMOUNT TO RX-DEBIT-AMOUNT
           MOVE DZ-RESULT-CODE TO RX-RESULT-CODE
           WRITE RESULT-REPORT-LINE FROM WS-UNMATCHED-DETAIL-LINE
           ADD 1 TO WS-UNMATCHED-COUNT.

       CARRY-ONE-PENDING.
           IF PN-STATUS (WS-PENDING-SUB) NOT = 'C'
               MOVE PN-CUSTOMER-ID (WS-PENDING-SUB) TO DD-CUSTOMER-ID
               MOVE PN-INVOICE-NUMBER (WS-PENDING-SUB)
                   TO DD-INVOICE-NUMBER
               MOVE PN-AMOUNT (WS-PENDING-SUB) TO DD-AMOUNT
               MOVE PN-COLLECTION-DATE (WS-PENDING-SUB)
                   TO DD-COLLECTION-DATE
               MOVE PN-STATUS (WS-PENDING-SUB) TO DD-STATUS
               WRITE PENDING-OUT-RECORD
                   FROM DIRECT-DEBIT-PENDING-RECORD
           END-IF.
