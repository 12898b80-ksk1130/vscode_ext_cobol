      * ACCOUNT-BALANCE is already above CE-EXPOSURE-LIMIT is not
      * accepted either - it goes to the HELDORD.DAT credit-hold
      * queue for the credit clerk to release or cancel.
      * The ceiling is now the customer's own limit from the
      * CREDMAST.DAT credit master, answered by CREDIT-LIMIT-LOOKUP;
      * CE-EXPOSURE-LIMIT remains only as the default for a customer
      * credit control has not yet reviewed.
      * A line may name one of the customer's delivery addresses by
      * ORDER-SHIP-TO-NO; a nonzero number must be an active row on
      * the SHIPTO.DAT ship-to master under the same customer or the
      * line is rejected (S1/S2).  Zero - or blank on an older
      * feed - means the sold-to address.  The ship-to rides on the
      * history line, the allocation queue, and a credit hold, so
      * it reaches the pick list and manifest; credit, like
      * billing, stays with the sold-to customer.
      * A product flagged 直送品 in 製品マスター is never stocked: its
      * accepted lines are queued on ORDDROP.DAT instead of the
      * allocation queue, and PURCHASE-ORDER-GENERATION raises a
      * vendor PO delivering straight to the customer.
      *================================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF PRODUCT-RECORD
               FILE STATUS IS WS-PROD-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT RAW-ORDER-FILE ASSIGN TO "ORDERS.RAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
           SELECT ALLOC-QUEUE-FILE ASSIGN TO "ORDALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCQ-STATUS.
           SELECT DROP-QUEUE-FILE ASSIGN TO "ORDDROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROPQ-STATUS.
           SELECT ORDER-EXCEPTION-FILE ASSIGN TO "ORDERS.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-ORDER-FILE ASSIGN TO "HELDORD.DAT"
       FD  PROD-FILE.
       COPY PRODUCT-DATA.

       FD  SHIP-TO-FILE.
       COPY SHIP-TO-RECORD.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  RAW-ORDER-FILE.
       COPY ORDER-DATA.

       COPY ORDER-HISTORY-RECORD.

       FD  ALLOC-QUEUE-FILE.
       01  ALLOC-QUEUE-RECORD           PIC X(32).

       FD  DROP-QUEUE-FILE.
       01  DROP-QUEUE-RECORD            PIC X(32).

       FD  ORDER-EXCEPTION-FILE.
       01  ORDER-EXCEPTION-LINE         PIC X(80).
       01  WS-PROD-STATUS                PIC XX.
           88  PROD-FOUND                    VALUE '00'.
           88  PROD-NOT-FOUND                VALUE '23'.
       01  WS-SHIPTO-STATUS              PIC XX.
           88  SHIPTO-FOUND                  VALUE '00'.
           88  SHIPTO-NOT-FOUND              VALUE '23'.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FOUND                   VALUE '00'.
       01  WS-CLEAN-STATUS               PIC XX.
           88  CLEAN-WRITE-OK                VALUE '00'.
           88  CLEAN-DUPLICATE-KEY           VALUE '22'.
       01  WS-ALLOCQ-STATUS              PIC XX.
       01  WS-DROPQ-STATUS               PIC XX.
       01  WS-HELD-STATUS                PIC XX.
       01  WS-EOL-STATUS                 PIC XX.
           88  EOL-FILE-OK                   VALUE '00'.
       01  WS-ACCEPTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-DROP-SHIP-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-DROP-SHIP-SW               PIC X(1).
           88  DROP-SHIP-LINE                VALUE 'Y'.

       01  WS-CUSTOMER-BALANCE           PIC S9(9)V99.
       01  WS-CUSTOMER-CREDIT-LIMIT      PIC 9(9)V99.
       01  WS-CUSTOMER-RISK-GRADE        PIC X(1).
       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-ORDER-DATE-FIELD           PIC 9(8).
       01  WS-PERIOD-CLOSED-SW           PIC X(1).
           END-IF
           OPEN INPUT CUST-FILE
           OPEN INPUT PROD-FILE
           OPEN INPUT SHIP-TO-FILE
           OPEN INPUT JPRODUCT-FILE
           OPEN I-O CLEAN-ORDER-FILE
           IF WS-CLEAN-STATUS NOT = '00'
               OPEN OUTPUT CLEAN-ORDER-FILE
           IF WS-ALLOCQ-STATUS NOT = '00'
               OPEN OUTPUT ALLOC-QUEUE-FILE
           END-IF
           OPEN EXTEND DROP-QUEUE-FILE
           IF WS-DROPQ-STATUS NOT = '00'
               OPEN OUTPUT DROP-QUEUE-FILE
           END-IF
           OPEN OUTPUT ORDER-EXCEPTION-FILE
           OPEN EXTEND HELD-ORDER-FILE
           IF WS-HELD-STATUS NOT = '00'
           PERFORM EDIT-ORDER-LINE UNTIL RAW-FILE-EOF
           CLOSE CUST-FILE
           CLOSE PROD-FILE
           CLOSE SHIP-TO-FILE
           CLOSE JPRODUCT-FILE
           CLOSE RAW-ORDER-FILE
           CLOSE CLEAN-ORDER-FILE
           CLOSE ALLOC-QUEUE-FILE
           CLOSE DROP-QUEUE-FILE
           CLOSE ORDER-EXCEPTION-FILE
           CLOSE HELD-ORDER-FILE
           PERFORM RETIRE-RAW-ORDER-FILE
           DISPLAY 'ORDER INTAKE EDIT - ACCEPTED: ' WS-ACCEPTED-COUNT
               ' REJECTED: ' WS-REJECTED-COUNT
               ' HELD: ' WS-HELD-COUNT
               ' DROP-SHIP: ' WS-DROP-SHIP-COUNT
           STOP RUN.

      *----------------------------------------------------------------
       EDIT-ORDER-LINE.
           SET ORDER-LINE-CLEAN TO TRUE
           PERFORM CHECK-CUSTOMER-ON-FILE
           IF ORDER-LINE-CLEAN
               PERFORM CHECK-SHIP-TO-ON-FILE
           END-IF
           IF ORDER-LINE-CLEAN
               PERFORM CHECK-PRODUCT-ON-FILE
           END-IF
               PERFORM CHECK-PERIOD-OPEN
           END-IF
           IF ORDER-LINE-CLEAN
               IF WS-CUSTOMER-BALANCE
                   > WS-CUSTOMER-CREDIT-LIMIT
                   PERFORM HOLD-ORDER-FOR-CREDIT
               ELSE
                   PERFORM WRITE-HISTORY-LINE
                   PERFORM QUEUE-ACCEPTED-LINE
                   ADD 1 TO WS-ACCEPTED-COUNT
               END-IF
           ELSE
           END-IF
           PERFORM READ-RAW-ORDER.

      *----------------------------------------------------------------
      * 直送品の行は引当キューではなく直送キューへ。製品マスターに
      * 対応の無い品目は通常品として引当に回す。
      *----------------------------------------------------------------
       QUEUE-ACCEPTED-LINE.
           PERFORM CHECK-DROP-SHIP-ITEM
           IF DROP-SHIP-LINE
               WRITE DROP-QUEUE-RECORD FROM ORDER-RECORD
               ADD 1 TO WS-DROP-SHIP-COUNT
           ELSE
               WRITE ALLOC-QUEUE-RECORD FROM ORDER-RECORD
           END-IF.

       CHECK-DROP-SHIP-ITEM.
           MOVE 'N' TO WS-DROP-SHIP-SW
           IF WS-MAPPED-PRODUCT-CODE NOT = SPACES
               MOVE WS-MAPPED-PRODUCT-CODE TO 製品ーコード
               READ JPRODUCT-FILE KEY IS 製品ーコード
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF 直送品
                           SET DROP-SHIP-LINE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 履歴は顧客+注文日+行連番の鍵で持つ。同じ顧客・同じ日の
      * 2行目以降は重複キーで弾かれるので、連番を上げて書けるまで
           MOVE ORDER-DATE TO OH-ORDER-DATE
           MOVE ORDER-PRODUCT-ID TO OH-PRODUCT-ID
           MOVE ORDER-QUANTITY TO OH-QUANTITY
           MOVE ORDER-SHIP-TO-NO TO OH-SHIP-TO-NO
           MOVE 1 TO OH-LINE-SEQ
           PERFORM WRITE-HISTORY-TRY
           PERFORM WRITE-HISTORY-TRY
                       TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   MOVE ACCOUNT-BALANCE TO WS-CUSTOMER-BALANCE
                   CALL 'CREDIT-LIMIT-LOOKUP'
                       USING ORDER-CUSTOMER-ID
                             WS-CUSTOMER-CREDIT-LIMIT
                             WS-CUSTOMER-RISK-GRADE
                   END-CALL
           END-READ.

      *----------------------------------------------------------------
      * 出荷先番号: 空白(項目追加前の入力)とゼロは請求先の住所。
      * それ以外は同じ顧客の出荷先マスターに有効な行が必要。
      *----------------------------------------------------------------
       CHECK-SHIP-TO-ON-FILE.
           IF ORDER-SHIP-TO-NO NOT NUMERIC
               MOVE ZERO TO ORDER-SHIP-TO-NO
           END-IF
           IF ORDER-SHIP-TO-NO NOT = ZERO
               MOVE ORDER-CUSTOMER-ID TO ST-CUSTOMER-ID
               MOVE ORDER-SHIP-TO-NO TO ST-SHIP-TO-NO
               READ SHIP-TO-FILE KEY IS ST-KEY
                   INVALID KEY
                       SET ORDER-LINE-REJECTED TO TRUE
                       MOVE 'S1' TO WS-REJECT-REASON-CODE
                       MOVE 'SHIP-TO NOT ON FILE'
                           TO WS-REJECT-REASON-TEXT
                   NOT INVALID KEY
                       IF ST-SHIP-TO-RETIRED
                           SET ORDER-LINE-REJECTED TO TRUE
                           MOVE 'S2' TO WS-REJECT-REASON-CODE
                           MOVE 'SHIP-TO RETIRED'
                               TO WS-REJECT-REASON-TEXT
                       END-IF
               END-READ
           END-IF.

       HOLD-ORDER-FOR-CREDIT.
           MOVE ORDER-CUSTOMER-ID TO HO-CUSTOMER-ID
           MOVE ORDER-PRODUCT-ID TO HO-PRODUCT-ID
           MOVE ORDER-DATE TO HO-ORDER-DATE
           MOVE WS-TODAY-CCYYMMDD TO HO-HELD-DATE
           MOVE WS-CUSTOMER-BALANCE TO HO-BALANCE-AT-HOLD
           MOVE ORDER-SHIP-TO-NO TO HO-SHIP-TO-NO
           WRITE HELD-ORDER-RECORD
           ADD 1 TO WS-HELD-COUNT.

