      *================================================================
      * PRODUCT-CLASS-NAME-RECORD.
      *
      * Readable names for the codes 製品マスター carries in
      * カテゴリーコード and メーカーコード, one row per code on
      * PCLASSNM.DAT, kept by merchandising.  PN-CLASS-TYPE says
      * which code the row names; a code with no row prints under
      * its code alone.
      *================================================================
       01  PRODUCT-CLASS-NAME-RECORD.
           05  PN-CLASS-TYPE       PIC X(1).
               88  PN-CATEGORY         VALUE 'C'.
               88  PN-MANUFACTURER     VALUE 'M'.
           05  PN-CLASS-CODE       PIC X(10).
           05  PN-CLASS-NAME       PIC X(30).
