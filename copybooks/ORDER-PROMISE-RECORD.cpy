      *================================================================
      * ORDER-PROMISE-RECORD.
      *
      * The promised date ORDER-ACKNOWLEDGMENT gave the customer for
      * one order line, kept on ORDPROM.DAT (appended each run) so
      * the date is not lost once the 注文請書 is printed.  The line
      * is identified the way every order file identifies it -
      * customer, product and order date.  PM-PROMISE-DATE is zero
      * for a line acknowledged UNSCHEDULED.  A line acknowledged
      * twice has two rows; the later one (file order) is the
      * promise that stands.
      *================================================================
       01  ORDER-PROMISE-RECORD.
           05  PM-CUSTOMER-ID      PIC 9(8).
           05  PM-PRODUCT-ID       PIC 9(8).
           05  PM-ORDER-DATE       PIC 9(8).
           05  PM-QUANTITY         PIC 9(5).
           05  PM-PROMISE-DATE     PIC 9(8).
           05  PM-ACK-DATE         PIC 9(8).
