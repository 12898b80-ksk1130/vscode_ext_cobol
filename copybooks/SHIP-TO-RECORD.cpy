      *================================================================
      * SHIP-TO-RECORD.
      *
      * One delivery address per row on the indexed SHIPTO.DAT
      * ship-to master, keyed by the sold-to customer's RECORD-ID
      * in CUSTOMER-DATA plus a ship-to number 001-999 under that
      * customer.  Ship-to 000 is never stored: it stands for the
      * customer's own CUSTOMER-ADDRESS on CUSTOMER.DAT.  The
      * address is held in the structured 郵便番号/都道府県/
      * 市区町村 form of 顧客データー so CUSTOMER-POSTAL-VALIDATE
      * can hold it against POSTALMS.DAT the same way.  Maintained
      * by SHIP-TO-MAINTENANCE; a retired ship-to stays on file
      * (ST-SHIP-TO-RETIRED) so deliveries already in the pipeline
      * can still be labelled, but intake takes no new lines for
      * it.
      *================================================================
       01  SHIP-TO-RECORD.
           05  ST-KEY.
               10  ST-CUSTOMER-ID  PIC 9(8).
               10  ST-SHIP-TO-NO   PIC 9(3).
           05  ST-SHIP-TO-NAME     PIC X(30).
           05  ST-POSTAL-CODE      PIC 9(7).
           05  ST-PREFECTURE       PIC X(20).
           05  ST-CITY             PIC X(20).
           05  ST-STREET           PIC X(30).
           05  ST-BUILDING         PIC X(30).
           05  ST-PHONE            PIC X(13).
           05  ST-DELIVERY-NOTES   PIC X(40).
           05  ST-STATUS           PIC X(1).
               88  ST-SHIP-TO-ACTIVE   VALUE 'A'.
               88  ST-SHIP-TO-RETIRED  VALUE 'R'.
