      *================================================================
      * BACKORDER-HISTORY-RECORD.
      *
      * What became of a backorder line other than being filled,
      * appended to BOHIST.DAT by BACKORDER-AGING.  BH-EVENT-CODE C
      * is a cancellation (BH-QUANTITY the units given up, with
      * BH-REASON-CODE A for aged past the customer's limit or E
      * for an end-of-life product); D records that the customer
      * was told the line had missed its promised date, so the
      * notice is sent once and not every night thereafter.
      *================================================================
       01  BACKORDER-HISTORY-RECORD.
           05  BH-CUSTOMER-ID      PIC 9(8).
           05  BH-PRODUCT-ID       PIC 9(8).
           05  BH-ORDER-DATE       PIC 9(8).
           05  BH-QUANTITY         PIC 9(5).
           05  BH-EVENT-DATE       PIC 9(8).
           05  BH-EVENT-CODE       PIC X(1).
               88  BH-LINE-CANCELLED   VALUE 'C'.
               88  BH-DELAY-NOTIFIED   VALUE 'D'.
           05  BH-REASON-CODE      PIC X(1).
               88  BH-REASON-AGED      VALUE 'A'.
               88  BH-REASON-EOL       VALUE 'E'.
