      *================================================================
      * COMPLAINT-RECORD.
      *
      * One customer complaint (クレーム) per row on CMPLNT.DAT,
      * kept by COMPLAINT-REGISTER whether or not anything came back.
      * CP-COMPLAINT-NUMBER is the date it was registered CCYYMMDD
      * plus a 4-digit sequence.  The complaint is tied to the
      * customer, the product (CP-PRODUCT-ID as invoiced, with the
      * 製品ーコード it maps to through ITEMXREF) and, where the
      * customer quoted them, the invoice, lot and serial.
      * CP-RETURN-SW says the goods also came back through returns
      * processing, so the quality report does not count the same
      * failure twice against the maker.  CP-CORRECTIVE-ACTION is
      * required to close; closed rows stay on the file with their
      * close date as the history purchasing reviews.
      *================================================================
       01  COMPLAINT-RECORD.
           05  CP-COMPLAINT-NUMBER PIC 9(12).
           05  CP-CUSTOMER-ID      PIC 9(8).
           05  CP-PRODUCT-ID       PIC 9(8).
           05  CP-PRODUCT-CODE     PIC X(20).
           05  CP-INVOICE-NUMBER   PIC 9(12).
           05  CP-LOT-NUMBER       PIC X(10).
           05  CP-SERIAL-NUMBER    PIC X(20).
           05  CP-CATEGORY         PIC X(2).
               88  CP-CAT-QUALITY      VALUE 'QU'.
               88  CP-CAT-DELIVERY     VALUE 'DL'.
               88  CP-CAT-PACKAGING    VALUE 'PK'.
               88  CP-CAT-DOCUMENT     VALUE 'DC'.
               88  CP-CAT-SERVICE      VALUE 'SV'.
               88  CP-CAT-OTHER        VALUE 'OT'.
               88  CP-CATEGORY-VALID   VALUE 'QU' 'DL' 'PK' 'DC'
                                             'SV' 'OT'.
           05  CP-SEVERITY         PIC X(1).
               88  CP-SEV-CRITICAL     VALUE '1'.
               88  CP-SEV-MAJOR        VALUE '2'.
               88  CP-SEV-MINOR        VALUE '3'.
               88  CP-SEVERITY-VALID   VALUE '1' '2' '3'.
           05  CP-OWNER            PIC X(8).
           05  CP-OPENED-DATE      PIC 9(8).
           05  CP-STATUS           PIC X(1).
               88  CP-OPEN             VALUE 'O'.
               88  CP-CLOSED           VALUE 'C'.
           05  CP-CLOSED-DATE      PIC 9(8).
           05  CP-RETURN-SW        PIC X(1).
               88  CP-GOODS-RETURNED   VALUE 'Y'.
           05  CP-DESCRIPTION      PIC X(40).
           05  CP-CORRECTIVE-ACTION PIC X(40).
