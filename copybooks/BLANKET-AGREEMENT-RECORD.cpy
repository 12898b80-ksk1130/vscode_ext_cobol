      *================================================================
      * BLANKET-AGREEMENT-RECORD.
      *
      * One blanket purchase agreement on BLANKET.DAT: an annual (or
      * other) quantity of one product negotiated with one vendor at
      * a fixed price, valid from BA-START-DATE to BA-END-DATE and
      * called off in releases by BLANKET-RELEASE.  Each release
      * raises an ordinary OPENPO.DAT line at BA-UNIT-COST and adds
      * to BA-RELEASED-QTY; what is left to call off is
      * BA-COMMITTED-QTY less BA-RELEASED-QTY.  The agreement closes
      * (BA-CLOSED) when fully released.  Agreements are added by
      * 'A' cards on the same transaction file as the releases.
      *================================================================
       01  BLANKET-AGREEMENT-RECORD.
           05  BA-AGREEMENT-NUMBER PIC X(10).
           05  BA-VENDOR-CODE      PIC X(10).
           05  BA-PRODUCT-CODE     PIC X(20).
           05  BA-COMMITTED-QTY    PIC 9(7).
           05  BA-UNIT-COST        PIC 9(7)V99.
           05  BA-CURRENCY-CODE    PIC X(3).
           05  BA-START-DATE       PIC 9(8).
           05  BA-END-DATE         PIC 9(8).
           05  BA-RELEASED-QTY     PIC 9(7).
           05  BA-RELEASE-COUNT    PIC 9(3).
           05  BA-LAST-RELEASE-DATE PIC 9(8).
           05  BA-STATUS           PIC X(1).
               88  BA-ACTIVE           VALUE 'A'.
               88  BA-CLOSED           VALUE 'C'.
           05  BA-ADDED-BY         PIC X(8).
