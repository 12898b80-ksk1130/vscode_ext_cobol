      *================================================================
      * INSPECTION-RESULT-RECORD.
      *
      * One inspection result per row on INSPRSLT.DAT, keyed by the
      * inspector against a quarantined receipt (PO and product).
      * IN-ACCEPTED-QTY is released to available stock;
      * IN-REJECTED-QTY goes to the return-to-vendor file RTV.DAT
      * with the reason code.  A result whose two quantities add up
      * to more than is in quarantine is refused and left on file.
      *================================================================
       01  INSPECTION-RESULT-RECORD.
           05  IN-PO-NUMBER        PIC 9(12).
           05  IN-PRODUCT-CODE     PIC X(20).
           05  IN-ACCEPTED-QTY     PIC 9(5).
           05  IN-REJECTED-QTY     PIC 9(5).
           05  IN-REASON-CODE      PIC X(2).
               88  IN-REASON-DAMAGED   VALUE 'DM'.
               88  IN-REASON-WRONG-ITEM VALUE 'WI'.
               88  IN-REASON-SPEC-FAIL VALUE 'SF'.
           05  IN-INSPECTION-DATE  PIC 9(8).
           05  IN-INSPECTOR-ID     PIC X(8).
