      *================================================================
      * RECALL-NOTICE-RECORD.
      *
      * One recall letter per row on RECALL.DAT, written by a
      * forward LOT-TRACE-INQUIRY for every customer and ship-to
      * that received the traced lot, rewritten whole each forward
      * trace.  RN-CONTACT-NAME and the two address lines are the
      * ship-to from SHIPTO.DAT, or the CUSTOMER.DAT sold-to name
      * and address for ship-to 000.  RN-MAIL-ADDRESS is filled only
      * where a confirmed CUSTXREF.DAT link leads to a verified
      * 顧客データー address, so the notice can go by mail as well
      * as by letter.  RN-SHIPPED-QTY is the total of the lot the
      * address received between the two ship dates.
      *================================================================
       01  RECALL-NOTICE-RECORD.
           05  RN-PRODUCT-CODE     PIC X(20).
           05  RN-LOT-NUMBER       PIC X(10).
           05  RN-CUSTOMER-ID      PIC 9(8).
           05  RN-SHIP-TO-NO       PIC 9(3).
           05  RN-SHIPPED-QTY      PIC 9(7).
           05  RN-FIRST-SHIP-DATE  PIC 9(8).
           05  RN-LAST-SHIP-DATE   PIC 9(8).
           05  RN-CONTACT-NAME     PIC X(30).
           05  RN-ADDRESS-LINE-1   PIC X(50).
           05  RN-ADDRESS-LINE-2   PIC X(60).
           05  RN-PHONE            PIC X(13).
           05  RN-MAIL-ADDRESS     PIC X(50).
