       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIP-TO-MAINTENANCE.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Batch-with-transaction-file maintenance for the SHIPTO.DAT
      * ship-to master, in the same shape as CUSTOMER-MAINTENANCE
      * and VENDOR-MAINTENANCE: SHIPTMNT.DAT carries add/change/
      * retire requests keyed by sold-to customer plus ship-to
      * number, failures go to SHIPTMNT.EXC, and every applied
      * change is journaled through MASTER-UPDATE-JOURNAL.  Until
      * now a customer had exactly one address, CUSTOMER-ADDRESS,
      * so a chain store's branches could not be delivered to
      * without keying a separate customer per branch - and billing
      * each branch separately.  A ship-to hangs under the sold-to
      * customer, which must be on CUSTOMER.DAT and not closed;
      * number 000 is reserved for the sold-to address itself.
      * The address is held to the same postal rules as 顧客データー
      * in CUSTOMER-POSTAL-VALIDATE - the 郵便番号 must be on
      * POSTALMS.DAT and the 都道府県/市区町村 must match it - and
      * an add or change that fails them is refused here rather
      * than found later on a mislabelled parcel.  A retire only
      * flips ST-STATUS, because open order lines may still carry
      * the ship-to number through to delivery.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT POSTAL-MASTER-FILE ASSIGN TO "POSTALMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POSTAL-CODE
               FILE STATUS IS WS-PMS-STATUS.
           SELECT MAINT-TXN-FILE ASSIGN TO "SHIPTMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT MAINT-EXCEPTION-FILE ASSIGN TO "SHIPTMNT.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-TO-FILE.
       COPY SHIP-TO-RECORD.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  POSTAL-MASTER-FILE.
       COPY POSTAL-MASTER-FILE-RECORD.

       FD  MAINT-TXN-FILE.
       01  SHIP-TO-MAINT-TXN-RECORD.
           05  SMT-ACTION-CODE          PIC X(1).
               88  SMT-ACTION-ADD           VALUE 'A'.
               88  SMT-ACTION-CHANGE        VALUE 'C'.
               88  SMT-ACTION-RETIRE        VALUE 'D'.
           05  SMT-CUSTOMER-ID          PIC 9(8).
           05  SMT-SHIP-TO-NO           PIC 9(3).
           05  SMT-SHIP-TO-NAME         PIC X(30).
           05  SMT-POSTAL-CODE          PIC 9(7).
           05  SMT-PREFECTURE           PIC X(20).
           05  SMT-CITY                 PIC X(20).
           05  SMT-STREET               PIC X(30).
           05  SMT-BUILDING             PIC X(30).
           05  SMT-PHONE                PIC X(13).
           05  SMT-DELIVERY-NOTES       PIC X(40).

       FD  MAINT-EXCEPTION-FILE.
       01  MAINT-EXCEPTION-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SHIPTO-STATUS              PIC XX.
           88  SHIPTO-FOUND                  VALUE '00'.
           88  SHIPTO-NOT-FOUND              VALUE '23'.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
           88  CUST-NOT-FOUND                VALUE '23'.
       01  WS-PMS-STATUS                 PIC XX.
           88  PMS-FOUND                     VALUE '00'.
           88  PMS-NOT-FOUND                 VALUE '23'.
       01  WS-TXN-STATUS                 PIC XX.
           88  TXN-FILE-OK                   VALUE '00'.
           88  TXN-FILE-EOF                  VALUE '10'.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                   PIC X(12) VALUE 'SHIPTO EXC: '.
           05  SE-ACTION-CODE            PIC X(1).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  SE-CUSTOMER-ID            PIC 9(8).
           05  FILLER                   PIC X(1) VALUE '-'.
           05  SE-SHIP-TO-NO             PIC 9(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  SE-REASON                 PIC X(30).

       01  WS-TXN-VALID-SW               PIC X(1).
           88  TXN-PASSES-EDITS              VALUE 'Y'.
       01  WS-REFUSAL-REASON             PIC X(30).

       01  WS-APPLIED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-JOURNAL-PROGRAM-NAME      PIC X(30)
                                           VALUE 'SHIP-TO-MAINTENANCE'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8) VALUE 'BATCH'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O SHIP-TO-FILE
           IF WS-SHIPTO-STATUS NOT = '00'
               OPEN OUTPUT SHIP-TO-FILE
               CLOSE SHIP-TO-FILE
               OPEN I-O SHIP-TO-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT POSTAL-MASTER-FILE
           OPEN INPUT MAINT-TXN-FILE
           OPEN OUTPUT MAINT-EXCEPTION-FILE
           PERFORM READ-MAINT-TXN
           PERFORM APPLY-MAINT-TXN UNTIL TXN-FILE-EOF
           CLOSE SHIP-TO-FILE
           CLOSE CUSTOMER-FILE
           CLOSE POSTAL-MASTER-FILE
           CLOSE MAINT-TXN-FILE
           CLOSE MAINT-EXCEPTION-FILE
           DISPLAY 'SHIP-TO MAINTENANCE - APPLIED: ' WS-APPLIED-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT
           STOP RUN.

       READ-MAINT-TXN.
           READ MAINT-TXN-FILE
               AT END
                   SET TXN-FILE-EOF TO TRUE
           END-READ.

       APPLY-MAINT-TXN.
           PERFORM EDIT-MAINT-TXN
           IF TXN-PASSES-EDITS
               PERFORM DISPATCH-MAINT-ACTION
           ELSE
               PERFORM WRITE-MAINT-EXCEPTION
           END-IF
           PERFORM READ-MAINT-TXN.

      *----------------------------------------------------------------
      * 出荷先番号は001-999(000は請求先=顧客本体の住所)。追加と
      * 変更は請求先顧客の存在と、郵便番号マスターによる住所の
      * 照合(CUSTOMER-POSTAL-VALIDATEと同じ規則)を通す。
      *----------------------------------------------------------------
       EDIT-MAINT-TXN.
           MOVE 'Y' TO WS-TXN-VALID-SW
           MOVE SPACES TO WS-REFUSAL-REASON
           IF SMT-CUSTOMER-ID NOT NUMERIC
               OR SMT-SHIP-TO-NO NOT NUMERIC
               OR SMT-SHIP-TO-NO = ZERO
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'SHIP-TO NUMBER NOT 001-999'
                   TO WS-REFUSAL-REASON
           END-IF
           IF TXN-PASSES-EDITS
               AND (SMT-ACTION-ADD OR SMT-ACTION-CHANGE)
               PERFORM CHECK-SOLD-TO-CUSTOMER
               IF TXN-PASSES-EDITS
                   PERFORM CHECK-SHIP-TO-POSTAL-CODE
               END-IF
           END-IF.

       CHECK-SOLD-TO-CUSTOMER.
           MOVE SMT-CUSTOMER-ID TO RECORD-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE KEY IS RECORD-ID OF CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE 'SOLD-TO CUSTOMER NOT ON FILE'
                       TO WS-REFUSAL-REASON
               NOT INVALID KEY
                   IF STATUS-CODE = 'CL'
                       MOVE 'N' TO WS-TXN-VALID-SW
                       MOVE 'SOLD-TO CUSTOMER CLOSED'
                           TO WS-REFUSAL-REASON
                   END-IF
           END-READ.

       CHECK-SHIP-TO-POSTAL-CODE.
           IF SMT-POSTAL-CODE NOT NUMERIC
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'POSTAL CODE NOT ON FILE' TO WS-REFUSAL-REASON
           ELSE
               MOVE SMT-POSTAL-CODE TO PM-POSTAL-CODE
               READ POSTAL-MASTER-FILE KEY IS PM-POSTAL-CODE
                   INVALID KEY
                       MOVE 'N' TO WS-TXN-VALID-SW
                       MOVE 'POSTAL CODE NOT ON FILE'
                           TO WS-REFUSAL-REASON
                   NOT INVALID KEY
                       IF PM-PREFECTURE NOT = SMT-PREFECTURE
                           OR PM-CITY NOT = SMT-CITY
                           MOVE 'N' TO WS-TXN-VALID-SW
                           MOVE 'ADDRESS DOES NOT MATCH CODE'
                               TO WS-REFUSAL-REASON
                       END-IF
               END-READ
           END-IF.

       DISPATCH-MAINT-ACTION.
           IF SMT-ACTION-ADD
               PERFORM ADD-SHIP-TO
           ELSE
               IF SMT-ACTION-CHANGE
                   PERFORM CHANGE-SHIP-TO
               ELSE
                   IF SMT-ACTION-RETIRE
                       PERFORM RETIRE-SHIP-TO
                   ELSE
                       MOVE 'UNKNOWN ACTION CODE'
                           TO WS-REFUSAL-REASON
                       PERFORM WRITE-MAINT-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       ADD-SHIP-TO.
           MOVE SMT-CUSTOMER-ID TO ST-CUSTOMER-ID
           MOVE SMT-SHIP-TO-NO TO ST-SHIP-TO-NO
           READ SHIP-TO-FILE
               INVALID KEY
                   PERFORM BUILD-SHIP-TO-FIELDS
                   SET ST-SHIP-TO-ACTIVE TO TRUE
                   WRITE SHIP-TO-RECORD
                   MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
                   MOVE SHIP-TO-RECORD TO WS-JOURNAL-AFTER-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
               NOT INVALID KEY
                   MOVE 'SHIP-TO ALREADY EXISTS'
                       TO WS-REFUSAL-REASON
                   PERFORM WRITE-MAINT-EXCEPTION
           END-READ.

       BUILD-SHIP-TO-FIELDS.
           MOVE SMT-SHIP-TO-NAME TO ST-SHIP-TO-NAME
           MOVE SMT-POSTAL-CODE TO ST-POSTAL-CODE
           MOVE SMT-PREFECTURE TO ST-PREFECTURE
           MOVE SMT-CITY TO ST-CITY
           MOVE SMT-STREET TO ST-STREET
           MOVE SMT-BUILDING TO ST-BUILDING
           MOVE SMT-PHONE TO ST-PHONE
           MOVE SMT-DELIVERY-NOTES TO ST-DELIVERY-NOTES.

      *----------------------------------------------------------------
      * A change re-activates a retired ship-to: keying a fresh
      * address against the number is taken as putting it back in
      * use.
      *----------------------------------------------------------------
       CHANGE-SHIP-TO.
           MOVE SMT-CUSTOMER-ID TO ST-CUSTOMER-ID
           MOVE SMT-SHIP-TO-NO TO ST-SHIP-TO-NO
           READ SHIP-TO-FILE
               INVALID KEY
                   MOVE 'SHIP-TO NOT ON FILE' TO WS-REFUSAL-REASON
                   PERFORM WRITE-MAINT-EXCEPTION
               NOT INVALID KEY
                   MOVE SHIP-TO-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   PERFORM BUILD-SHIP-TO-FIELDS
                   SET ST-SHIP-TO-ACTIVE TO TRUE
                   REWRITE SHIP-TO-RECORD
                   MOVE SHIP-TO-RECORD TO WS-JOURNAL-AFTER-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
           END-READ.

       RETIRE-SHIP-TO.
           MOVE SMT-CUSTOMER-ID TO ST-CUSTOMER-ID
           MOVE SMT-SHIP-TO-NO TO ST-SHIP-TO-NO
           READ SHIP-TO-FILE
               INVALID KEY
                   MOVE 'SHIP-TO NOT ON FILE' TO WS-REFUSAL-REASON
                   PERFORM WRITE-MAINT-EXCEPTION
               NOT INVALID KEY
                   MOVE SHIP-TO-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   SET ST-SHIP-TO-RETIRED TO TRUE
                   REWRITE SHIP-TO-RECORD
                   MOVE SHIP-TO-RECORD TO WS-JOURNAL-AFTER-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
           END-READ.

       WRITE-MAINT-EXCEPTION.
           MOVE SMT-ACTION-CODE TO SE-ACTION-CODE
           MOVE SMT-CUSTOMER-ID TO SE-CUSTOMER-ID
           MOVE SMT-SHIP-TO-NO TO SE-SHIP-TO-NO
           MOVE WS-REFUSAL-REASON TO SE-REASON
           WRITE MAINT-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE
           ADD 1 TO WS-REFUSED-COUNT.

       WRITE-UPDATE-JOURNAL.
           MOVE ST-KEY TO WS-JOURNAL-KEY
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID
           ADD 1 TO WS-APPLIED-COUNT.
