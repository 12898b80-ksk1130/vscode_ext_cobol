      *================================================================
      * FIXED-ASSET-RULES.
      *
      * Depreciation and 償却資産申告 settings for the fixed asset
      * programs, kept here the way RFQ-RULES holds the quote
      * weights.  FR-MEMO-VALUE is the 備忘価額 a fully depreciated
      * asset stays on the books at.  FR-FISCAL-FIRST-MONTH is the
      * month the 定率法 book value is re-based.  For the property
      * tax declaration an asset is valued at cost x (1 - r/2) for
      * the year it was bought and x (1 - r) for each year after,
      * r being FR-TAX-DEPR-RATE for its useful life (耐用年数に
      * 応ずる減価率, lives 2 to 50 in order), but never below
      * FR-TAX-FLOOR-PCT of cost; a total 課税標準額 under
      * FR-TAX-EXEMPT-LIMIT (免税点) owes no tax.
      *================================================================
       01  WS-FIXED-ASSET-RULES.
           05  FR-MEMO-VALUE           PIC 9(3)V99 VALUE 1.00.
           05  FR-FISCAL-FIRST-MONTH   PIC 9(2)    VALUE 4.
           05  FR-TAX-FLOOR-PCT        PIC 9(3)    VALUE 5.
           05  FR-TAX-EXEMPT-LIMIT     PIC 9(9)V99 VALUE 1500000.00.
       01  WS-TAX-DEPR-RATE-VALUES.
           05  FILLER PIC X(30) VALUE
               '684536438369319280250226206189'.
           05  FILLER PIC X(30) VALUE
               '175162152142134127120114109104'.
           05  FILLER PIC X(30) VALUE
               '099095091088085082079076074072'.
           05  FILLER PIC X(30) VALUE
               '069067065064062060059057056055'.
           05  FILLER PIC X(27) VALUE
               '053052051050049048047046045'.
       01  WS-TAX-DEPR-RATE-TABLE
                           REDEFINES WS-TAX-DEPR-RATE-VALUES.
           05  FR-TAX-DEPR-RATE        PIC V999 OCCURS 49 TIMES.
