      * no agreement is on file), with the currency it is quoted
      * in - what the open commitment is worth and what the vendor
      * invoice is checked against.
      * A drop-ship line (PO-DROP-SHIP) is raised for one customer
      * order line and delivered by the vendor straight to that
      * customer: PO-CUSTOMER-ID / PO-SHIP-TO-NO say where it goes,
      * and PO-CUST-PRODUCT-ID / PO-CUST-ORDER-DATE are the order
      * line billed when the vendor confirms shipment.  Its
      * PO-RECEIVED-QTY is the vendor-confirmed shipped quantity -
      * the goods never reach our dock or 在庫数量.  Older lines
      * carry spaces here and are ordinary stock replenishment.
      * PO-CHANGE-ORDER changes a line's quantity or cost, or cancels
      * it (PO-LINE-CANCELLED - the undelivered remainder is no longer
      * on order), and stamps every line of the changed PO with the
      * new PO-REVISION-NO and PO-REVISION-DATE; an unrevised line
      * carries zero (spaces on lines cut before revisions existed).
      *================================================================
       01  OPEN-PO-RECORD.
           05  PO-NUMBER           PIC 9(12).
           05  PO-STATUS           PIC X(1).
               88  PO-LINE-OPEN        VALUE 'O'.
               88  PO-LINE-CLOSED      VALUE 'C'.
               88  PO-LINE-CANCELLED   VALUE 'X'.
           05  PO-UNIT-COST        PIC 9(7)V99.
           05  PO-CURRENCY-CODE    PIC X(3).
           05  PO-LAST-RECEIPT-DATE PIC 9(8).
           05  PO-DROP-SHIP-SW     PIC X(1).
               88  PO-DROP-SHIP        VALUE 'D'.
           05  PO-CUSTOMER-ID      PIC 9(8).
           05  PO-CUST-PRODUCT-ID  PIC 9(8).
           05  PO-CUST-ORDER-DATE  PIC 9(8).
           05  PO-SHIP-TO-NO       PIC 9(3).
           05  PO-REVISION-NO      PIC 9(3).
           05  PO-REVISION-DATE    PIC 9(8).
