      *
      * One line per purchase, linking a customer to a product by
      * their RECORD-ID keys in CUSTOMER-DATA and PRODUCT-DATA.
      * ORDER-SHIP-TO-NO names the delivery address on SHIPTO.DAT
      * (SHIP-TO-RECORD) under the same customer; zero - or blank,
      * on a line keyed before the field existed - means deliver to
      * the sold-to address on CUSTOMER.DAT.  Billing always goes
      * to the sold-to customer whatever the ship-to.
      *================================================================
       01  ORDER-RECORD.
           05  ORDER-CUSTOMER-ID   PIC 9(8).
           05  ORDER-PRODUCT-ID    PIC 9(8).
           05  ORDER-QUANTITY      PIC 9(5).
           05  ORDER-DATE          PIC 9(8).
           05  ORDER-SHIP-TO-NO    PIC 9(3).
