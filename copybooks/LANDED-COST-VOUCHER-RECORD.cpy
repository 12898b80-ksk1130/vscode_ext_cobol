      *================================================================
      * LANDED-COST-VOUCHER-RECORD.
      *
      * One import charge on LANDCOST.DAT - ocean freight, customs
      * duty, insurance or broker fee - keyed from the forwarder's,
      * customs' or broker's invoice when it arrives, in yen, with
      * the PO it belongs to and the basis on which it is spread
      * over that PO's lines: by value (quantity x yen PO cost), by
      * weight (quantity x 重量ーグラム) or by quantity.
      * LANDED-COST-VOUCHER allocates and capitalises it; a voucher
      * it cannot allocate stays on the file for the next run.
      *================================================================
       01  LANDED-COST-VOUCHER-RECORD.
           05  LV-VOUCHER-NO       PIC X(10).
           05  LV-PO-NUMBER        PIC 9(12).
           05  LV-CHARGE-TYPE      PIC X(1).
               88  LV-FREIGHT          VALUE 'F'.
               88  LV-DUTY             VALUE 'D'.
               88  LV-INSURANCE        VALUE 'I'.
               88  LV-BROKER-FEE       VALUE 'B'.
           05  LV-CHARGE-AMOUNT    PIC 9(9)V99.
           05  LV-ALLOCATION-BASIS PIC X(1).
               88  LV-BY-VALUE         VALUE 'V'.
               88  LV-BY-WEIGHT        VALUE 'W'.
               88  LV-BY-QUANTITY      VALUE 'Q'.
           05  LV-VENDOR-CODE      PIC X(10).
           05  LV-INVOICE-DATE     PIC 9(8).
