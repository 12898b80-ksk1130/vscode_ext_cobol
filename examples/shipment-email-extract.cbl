      * address.  Customers skipped for no confirmed link or an
      * unverified address are counted on the MAILSHIP.RPT control
      * listing, not silently dropped.
      * The extract now carries delivery notices too: a shipment
      * whose status DELIVERY-STATUS-IMPORT changed today to
      * delivered, undeliverable, refused or damaged gets a row with
      * ML-NOTICE-TYPE D or X, the delivered date and who signed or
      * the exception code, to the same verified address.  A no-scan
      * exception is for customer service to chase with the carrier
      * and is not mailed.  Shipment rows are ML-NOTICE-TYPE S.
      *================================================================

       ENVIRONMENT DIVISION.
           05  ML-LINE-COUNT            PIC 9(3).
           05  ML-TOTAL-UNITS           PIC 9(7).
           05  ML-SHIP-DATE             PIC 9(8).
           05  ML-NOTICE-TYPE           PIC X(1).
               88  ML-SHIPPED-NOTICE        VALUE 'S'.
               88  ML-DELIVERED-NOTICE      VALUE 'D'.
               88  ML-EXCEPTION-NOTICE      VALUE 'X'.
           05  ML-DELIVERED-DATE        PIC 9(8).
           05  ML-RECEIVED-BY           PIC X(20).
           05  ML-EXCEPTION-CODE        PIC X(2).

       FD  CONTROL-LISTING-FILE.
       01  CONTROL-LISTING-LINE         PIC X(90).
       01  WS-FOUND-MAIL-STATE           PIC X(1).
       01  WS-LINE-COUNT                 PIC 9(3).
       01  WS-TOTAL-UNITS                PIC 9(7).
       01  WS-NOTICE-TYPE                PIC X(1).
           88  SHIPPED-NOTICE                VALUE 'S'.

       01  WS-NOTIFIED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-DELIVERY-NOTICE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-UNLINKED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-UNVERIFIED-COUNT           PIC 9(5) VALUE ZERO.

           05  FILLER                  PIC X(14)
               VALUE '  UNVERIFIED: '.
           05  CT-UNVERIFIED-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(14)
               VALUE '  DELIVERIES: '.
           05  CT-DELIVERY-NOTICE-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE WS-NOTIFIED-COUNT TO CT-NOTIFIED-COUNT
           MOVE WS-UNLINKED-COUNT TO CT-UNLINKED-COUNT
           MOVE WS-UNVERIFIED-COUNT TO CT-UNVERIFIED-COUNT
           MOVE WS-DELIVERY-NOTICE-COUNT TO CT-DELIVERY-NOTICE-COUNT
           WRITE CONTROL-LISTING-LINE FROM WS-CONTROL-TOTAL-LINE
           CLOSE MAIL-EXTRACT-FILE
           CLOSE CONTROL-LISTING-FILE
               WS-NOTIFIED-COUNT
               ' NO LINK: ' WS-UNLINKED-COUNT
               ' UNVERIFIED: ' WS-UNVERIFIED-COUNT
               ' DELIVERIES: ' WS-DELIVERY-NOTICE-COUNT
           STOP RUN.

       LOAD-KEY-LINKS.
           END-READ.

       NOTIFY-ONE-SHIPMENT.
           IF SHP-STATUS-DATE NOT NUMERIC
               MOVE ZERO TO SHP-STATUS-DATE
           END-IF
           IF SHP-DELIVERED-DATE NOT NUMERIC
               MOVE ZERO TO SHP-DELIVERED-DATE
           END-IF
           IF SHP-SHIP-DATE = WS-TODAY-CCYYMMDD
               MOVE 'S' TO WS-NOTICE-TYPE
               PERFORM ROUTE-ONE-NOTICE
           END-IF
           IF SHP-STATUS-DATE = WS-TODAY-CCYYMMDD
               IF SHP-DELIVERED
                   OR (SHP-DELIVERY-EXCEPTION AND NOT SHP-EXC-NO-SCAN)
                   MOVE SHP-DELIVERY-STATUS TO WS-NOTICE-TYPE
                   PERFORM ROUTE-ONE-NOTICE
               END-IF
           END-IF
           PERFORM READ-SHIP-HISTORY.

       ROUTE-ONE-NOTICE.
           PERFORM FIND-CUSTOMER-ADDRESS
           EVALUATE TRUE
               WHEN WS-MAPPED-JCUST-ID = ZERO
                   MOVE 'NO LINK' TO CL-NOTE
                   PERFORM LIST-SKIPPED-SHIPMENT
                   ADD 1 TO WS-UNLINKED-COUNT
               WHEN WS-FOUND-MAIL-STATE NOT = '1'
                   MOVE 'UNVERIFIED' TO CL-NOTE
                   PERFORM LIST-SKIPPED-SHIPMENT
                   ADD 1 TO WS-UNVERIFIED-COUNT
               WHEN OTHER
                   PERFORM WRITE-NOTIFICATION-ROW
           END-EVALUATE.

       FIND-CUSTOMER-ADDRESS.
           MOVE ZERO TO WS-MAPPED-JCUST-ID
           MOVE SPACES TO WS-FOUND-MAIL-ADDRESS

      *----------------------------------------------------------------
      * 注文サマリー: 今日のSHIPPED.DATからその顧客の行数と数量を
      * 数える(出荷毎に読み直す - 1日の件数は小さい)。配達通知には
      * サマリーを付けない。
      *----------------------------------------------------------------
       WRITE-NOTIFICATION-ROW.
           IF SHIPPED-NOTICE
               PERFORM COUNT-SHIPPED-LINES
           ELSE
               MOVE ZERO TO WS-LINE-COUNT
               MOVE ZERO TO WS-TOTAL-UNITS
           END-IF
           MOVE WS-FOUND-MAIL-ADDRESS TO ML-MAIL-ADDRESS
           MOVE SHP-CUSTOMER-ID TO ML-CUSTOMER-ID
           MOVE SHP-TRACKING-NUMBER TO ML-TRACKING-NUMBER
           MOVE WS-LINE-COUNT TO ML-LINE-COUNT
           MOVE WS-TOTAL-UNITS TO ML-TOTAL-UNITS
           MOVE SHP-SHIP-DATE TO ML-SHIP-DATE
           MOVE WS-NOTICE-TYPE TO ML-NOTICE-TYPE
           IF SHIPPED-NOTICE
               MOVE ZERO TO ML-DELIVERED-DATE
               MOVE SPACES TO ML-RECEIVED-BY
               MOVE SPACES TO ML-EXCEPTION-CODE
           ELSE
               MOVE SHP-DELIVERED-DATE TO ML-DELIVERED-DATE
               MOVE SHP-RECEIVED-BY TO ML-RECEIVED-BY
               MOVE SHP-EXCEPTION-CODE TO ML-EXCEPTION-CODE
           END-IF
           WRITE MAIL-EXTRACT-RECORD
           MOVE SHP-CUSTOMER-ID TO CL-CUSTOMER-ID
           MOVE SHP-TRACKING-NUMBER TO CL-TRACKING-NUMBER
           EVALUATE TRUE
               WHEN ML-DELIVERED-NOTICE
                   MOVE 'DELIVERED' TO CL-NOTE
                   ADD 1 TO WS-DELIVERY-NOTICE-COUNT
               WHEN ML-EXCEPTION-NOTICE
                   MOVE 'EXCEPTION' TO CL-NOTE
                   ADD 1 TO WS-DELIVERY-NOTICE-COUNT
               WHEN OTHER
                   MOVE 'NOTIFIED' TO CL-NOTE
                   ADD 1 TO WS-NOTIFIED-COUNT
           END-EVALUATE
           WRITE CONTROL-LISTING-LINE FROM WS-CONTROL-DETAIL-LINE.

       COUNT-SHIPPED-LINES.
           MOVE ZERO TO WS-LINE-COUNT
