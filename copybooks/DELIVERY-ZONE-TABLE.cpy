      *================================================================
      * DELIVERY-ZONE-TABLE.
      *
      * Maps the first two digits of a delivery 郵便番号 (00-99) to
      * the carrier rate zone used on CARRATE.DAT, in the style of
      * ZIP-REGION-TABLE.  Entry n is prefix n-1.
      *   01 北海道   02 北東北   03 南東北   04 関東
      *   05 信越     06 北陸     07 中部     08 関西
      *   09 中国     10 四国     11 九州     12 沖縄
      *================================================================
       01  WS-DELIVERY-ZONE-VALUES.
           05  FILLER PIC X(20) VALUE '01020202010101010101'.
           05  FILLER PIC X(20) VALUE '04040404040404040404'.
           05  FILLER PIC X(20) VALUE '04040404040404040404'.
           05  FILLER PIC X(20) VALUE '04040404040404040505'.
           05  FILLER PIC X(20) VALUE '04070707070707070707'.
           05  FILLER PIC X(20) VALUE '07070808080808080808'.
           05  FILLER PIC X(20) VALUE '08080808080808080909'.
           05  FILLER PIC X(20) VALUE '09090909090910101010'.
           05  FILLER PIC X(20) VALUE '11111111111111111111'.
           05  FILLER PIC X(20) VALUE '12060606050503030303'.
       01  WS-DELIVERY-ZONE-TABLE
                           REDEFINES WS-DELIVERY-ZONE-VALUES.
           05  DZ-ZONE             PIC 9(2) OCCURS 100 TIMES.
