      *================================================================
      * FIXED-ASSET-RECORD.
      *
      * One fixed asset on FAMAST.DAT (warehouse racking, forklifts,
      * PCs ...), keyed by FA-ASSET-NUMBER.  FIXED-ASSET-MAINTENANCE
      * adds it on acquisition, moves it between 組織マスター
      * departments on transfer and marks it disposed; the monthly
      * FIXED-ASSET-DEPRECIATION run adds each month's charge to
      * FA-ACCUM-DEPRECIATION and FA-MONTHS-DEPRECIATED and stamps
      * FA-LAST-DEPR-PERIOD.  FA-DEPR-METHOD S is 定額法 (cost over
      * FA-USEFUL-LIFE-YEARS), D is the 200% 定率法 on the book value
      * at the start of the fiscal year (FA-FY-OPENING-BOOK-VALUE).
      * FA-TAX-ASSET-CLASS is the 償却資産申告 種類 (1 構築物 to
      * 6 工具器具備品); 0 keeps the asset off the declaration, as
      * for a vehicle that pays 自動車税 instead.
      *================================================================
       01  FIXED-ASSET-RECORD.
           05  FA-ASSET-NUMBER         PIC X(10).
           05  FA-ASSET-NAME           PIC X(30).
           05  FA-CATEGORY-CODE        PIC X(4).
           05  FA-TAX-ASSET-CLASS      PIC 9(1).
               88  FA-NOT-DECLARED         VALUE 0.
               88  FA-TAX-CLASS-VALID      VALUE 0 THRU 6.
           05  FA-DEPARTMENT-CODE      PIC X(10).
           05  FA-ACQUISITION-DATE     PIC 9(8).
           05  FA-ACQUISITION-COST     PIC 9(9)V99.
           05  FA-USEFUL-LIFE-YEARS    PIC 9(2).
           05  FA-DEPR-METHOD          PIC X(1).
               88  FA-STRAIGHT-LINE        VALUE 'S'.
               88  FA-DECLINING-BALANCE    VALUE 'D'.
           05  FA-ACCUM-DEPRECIATION   PIC 9(9)V99.
           05  FA-FY-OPENING-BOOK-VALUE
                                       PIC 9(9)V99.
           05  FA-MONTHS-DEPRECIATED   PIC 9(3).
           05  FA-LAST-DEPR-PERIOD     PIC 9(6).
           05  FA-ASSET-STATUS         PIC X(1).
               88  FA-ASSET-ACTIVE         VALUE 'A'.
               88  FA-ASSET-DISPOSED       VALUE 'D'.
           05  FA-DISPOSAL-DATE        PIC 9(8).
