      *================================================================
      * RETURN-TO-VENDOR-RECORD.
      *
      * One rejected receipt quantity going back to the vendor.
      * RECEIVING-INSPECTION appends pending rows (disposition
      * blank) to RTV.DAT; RETURN-TO-VENDOR ships them, settles the
      * value - RV-REJECTED-QTY at RV-UNIT-COST - against the
      * vendor's open AP item for the PO or, failing that, a claim
      * on VENDCLM.DAT, and appends the settled row to RTVHIST.DAT,
      * which VENDOR-SCORECARD reads for the inspection reject rate.
      *================================================================
       01  RETURN-TO-VENDOR-RECORD.
           05  RV-PO-NUMBER        PIC 9(12).
           05  RV-PRODUCT-CODE     PIC X(20).
           05  RV-VENDOR-CODE      PIC X(10).
           05  RV-WAREHOUSE-CODE   PIC X(5).
           05  RV-LOT-NUMBER       PIC X(10).
           05  RV-REJECTED-QTY     PIC 9(5).
           05  RV-UNIT-COST        PIC 9(7)V99.
           05  RV-REASON-CODE      PIC X(2).
           05  RV-INSPECTION-DATE  PIC 9(8).
           05  RV-RETURN-DATE      PIC 9(8).
           05  RV-DISPOSITION      PIC X(1).
               88  RV-PENDING          VALUE SPACE.
               88  RV-AP-REDUCED       VALUE 'A'.
               88  RV-CLAIM-RAISED     VALUE 'C'.
           05  RV-CLAIM-NUMBER     PIC 9(12).
