      * qualified-invoice issuer number ('T' + 13 digits, check
      * digit verified by the maintenance edit); a vendor without
      * one earns no full input-tax credit at invoice matching.
      * VM-WITHHOLDING-CODE marks an individual paid fees subject to
      * 源泉徴収 and says what kind of fee it is (the 支払調書
      * category): the payment run withholds income tax from every
      * payment to such a vendor and FEE-WITHHOLDING-STATEMENT
      * reports the year's fees and tax per payee.  Spaces - a
      * company, or a vendor of goods - means no withholding.
      *================================================================
       01  VENDOR-MASTER-RECORD.
           05  VM-VENDOR-CODE      PIC X(10).
           05  VM-LEAD-TIME-DAYS   PIC 9(3).
           05  VM-MINIMUM-ORDER-QTY PIC 9(5).
           05  VM-REGISTRATION-NO  PIC X(14).
           05  VM-WITHHOLDING-CODE PIC X(1).
               88  VM-NO-WITHHOLDING   VALUE SPACE.
               88  VM-PROFESSIONAL-FEE VALUE 'L'.
               88  VM-DESIGN-FEE       VALUE 'D'.
               88  VM-MANUSCRIPT-FEE   VALUE 'T'.
               88  VM-OTHER-FEE        VALUE 'O'.
               88  VM-WITHHOLDING-PAYEE VALUE 'L' 'D' 'T' 'O'.
