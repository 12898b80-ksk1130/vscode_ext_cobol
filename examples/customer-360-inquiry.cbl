      * customer is a branch or a paying parent on ACCTGRP.DAT -
      * the corporate group membership with the group-total
      * balance.
      * Each shipment line now shows what the carrier reported
      * through DELIVERY-STATUS-IMPORT: delivered with the date and
      * who signed, the exception and the carrier's last scan, or
      * still in transit.
      *================================================================

       ENVIRONMENT DIVISION.
           05  FILLER                  PIC X(10)
               VALUE ' CARRIER: '.
           05  S3-CARRIER-CODE          PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  S3-DELIVERY-STATUS       PIC X(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  S3-STATUS-DATE           PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  S3-RECEIVED-BY           PIC X(20).

       01  WS-GROUP-MEMBER-LINE.
           05  FILLER                  PIC X(8) VALUE 'GROUP:  '.
               MOVE SHP-TRACKING-NUMBER TO S3-TRACKING-NUMBER
               MOVE SHP-SHIP-DATE TO S3-SHIP-DATE
               MOVE SHP-CARRIER-CODE TO S3-CARRIER-CODE
               PERFORM SHOW-DELIVERY-STATUS
               WRITE INQUIRY-REPORT-LINE FROM WS-SHIPMENT-LINE
           END-IF
           PERFORM READ-SHIP-HISTORY.

      *----------------------------------------------------------------
      * A row written before delivery status was kept has a space
      * status and shows none.
      *----------------------------------------------------------------
       SHOW-DELIVERY-STATUS.
           MOVE SPACES TO S3-DELIVERY-STATUS
           MOVE SPACES TO S3-STATUS-DATE
           MOVE SPACES TO S3-RECEIVED-BY
           EVALUATE TRUE
               WHEN SHP-DELIVERED
                   MOVE 'DELIVERED' TO S3-DELIVERY-STATUS
                   MOVE SHP-DELIVERED-DATE TO S3-STATUS-DATE
                   MOVE SHP-RECEIVED-BY TO S3-RECEIVED-BY
               WHEN SHP-EXC-UNDELIVERABLE
                   MOVE 'UNDELIVERABLE' TO S3-DELIVERY-STATUS
               WHEN SHP-EXC-REFUSED
                   MOVE 'REFUSED' TO S3-DELIVERY-STATUS
               WHEN SHP-EXC-DAMAGED
                   MOVE 'DAMAGED' TO S3-DELIVERY-STATUS
               WHEN SHP-EXC-NO-SCAN
                   MOVE 'NO SCAN' TO S3-DELIVERY-STATUS
               WHEN SHP-DELIVERY-STATUS = 'I'
                   MOVE 'IN TRANSIT' TO S3-DELIVERY-STATUS
           END-EVALUATE
           IF SHP-DELIVERY-EXCEPTION
               OR SHP-DELIVERY-STATUS = 'I'
               IF SHP-LAST-SCAN-DATE IS NUMERIC
                   AND SHP-LAST-SCAN-DATE > ZERO
                   MOVE SHP-LAST-SCAN-DATE TO S3-STATUS-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 照会した口座が支店(子)ならその支払親のグループを、親なら
      * 自分のグループを出す。どちらでもなければ何も出さない。
