      * indexed CUSTOMER.DAT) next to the balance that triggered the
      * hold, written to CREDHOLD.RPT.  The release/cancel decisions
      * keyed from this listing are applied by CREDIT-HOLD-RELEASE.
      * Each line also carries the customer's own credit limit (from
      * CREDMAST.DAT through CREDIT-LIMIT-LOOKUP, the shop-wide
      * CE-EXPOSURE-LIMIT for a customer not yet reviewed) and marks
      * lines whose customer is now back within that limit, so the
      * clerk can release those first.
      *================================================================

       ENVIRONMENT DIVISION.
       COPY HELD-ORDER-RECORD.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE           PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  HELD-FILE-EOF                 VALUE '10'.

       01  WS-HELD-LINE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-WITHIN-LIMIT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-CUSTOMER-CREDIT-LIMIT      PIC 9(9)V99.
       01  WS-CUSTOMER-RISK-GRADE        PIC X(1).

       01  WS-REVIEW-DETAIL-LINE.
           05  FILLER                  PIC X(6) VALUE 'HELD: '.
           05  RV-BALANCE-NOW           PIC ---------9.99.
           05  FILLER                  PIC X(5) VALUE ' ST: '.
           05  RV-STATUS-CODE           PIC XX.
           05  FILLER                  PIC X(8) VALUE ' LIMIT: '.
           05  RV-CREDIT-LIMIT          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RV-RISK-GRADE            PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RV-LIMIT-FLAG            PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CLOSE REVIEW-REPORT-FILE
           DISPLAY 'CREDIT HOLD REVIEW - HELD LINES: '
               WS-HELD-LINE-COUNT
               ' NOW WITHIN LIMIT: ' WS-WITHIN-LIMIT-COUNT
           STOP RUN.

       READ-HELD-ORDER.
               INVALID KEY
                   MOVE ZERO TO RV-BALANCE-NOW
                   MOVE '??' TO RV-STATUS-CODE
                   MOVE ZERO TO RV-CREDIT-LIMIT
                   MOVE SPACE TO RV-RISK-GRADE
                   MOVE SPACES TO RV-LIMIT-FLAG
               NOT INVALID KEY
                   MOVE ACCOUNT-BALANCE TO RV-BALANCE-NOW
                   MOVE STATUS-CODE TO RV-STATUS-CODE
                   PERFORM CHECK-AGAINST-OWN-LIMIT
           END-READ
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-DETAIL-LINE
           ADD 1 TO WS-HELD-LINE-COUNT
           PERFORM READ-HELD-ORDER.

      *----------------------------------------------------------------
      * 顧客ごとの与信限度額と今の残高を突き合わせ、限度内に戻った
      * 行に印を付ける。
      *----------------------------------------------------------------
       CHECK-AGAINST-OWN-LIMIT.
           CALL 'CREDIT-LIMIT-LOOKUP' USING HO-CUSTOMER-ID
                                             WS-CUSTOMER-CREDIT-LIMIT
                                             WS-CUSTOMER-RISK-GRADE
           END-CALL
           MOVE WS-CUSTOMER-CREDIT-LIMIT TO RV-CREDIT-LIMIT
           MOVE WS-CUSTOMER-RISK-GRADE TO RV-RISK-GRADE
           IF ACCOUNT-BALANCE > WS-CUSTOMER-CREDIT-LIMIT
               MOVE 'OVER LIMIT' TO RV-LIMIT-FLAG
           ELSE
               MOVE 'WITHIN LIMIT' TO RV-LIMIT-FLAG
               ADD 1 TO WS-WITHIN-LIMIT-COUNT
           END-IF.
