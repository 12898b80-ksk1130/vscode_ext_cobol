      *================================================================
      * CREDIT-LIMIT-RECORD.
      *
      * One row per customer on the indexed CREDMAST.DAT credit
      * master, keyed by the customer's RECORD-ID in CUSTOMER-DATA.
      * It rides beside the customer master rather than inside it,
      * so the customer layout every program shares is unchanged.
      * CK-CREDIT-LIMIT is the customer's own exposure ceiling;
      * ORDER-INTAKE-EDIT and the credit-hold listing reach it
      * through CREDIT-LIMIT-LOOKUP, which falls back to the
      * shop-wide CE-EXPOSURE-LIMIT for a customer with no row.
      * Rows are written and changed only by CREDIT-LIMIT-APPLY from
      * the decisions credit control keys against the monthly
      * CREDIT-REVIEW-RUN proposals; CK-REVIEW-DATE is the date of
      * the last such decision and CK-RISK-GRADE the grade it set
      * (A best through E worst).
      *================================================================
       01  CREDIT-LIMIT-RECORD.
           05  CK-CUSTOMER-ID      PIC 9(8).
           05  CK-CREDIT-LIMIT     PIC 9(9)V99.
           05  CK-REVIEW-DATE      PIC 9(8).
           05  CK-RISK-GRADE       PIC X(1).
               88  CK-GRADE-VALID      VALUE 'A' 'B' 'C' 'D' 'E'.
