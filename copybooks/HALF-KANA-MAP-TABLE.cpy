      *================================================================
      * HALF-KANA-MAP-TABLE.
      *
      * Half-width to full-width katakana map, first written for
      * JCUST-STANDARDIZE and shared so that anything comparing a
      * half-width name (bank remitter names arrive that way) with
      * the standardized 姓ーカナ/名ーカナ folds it the same way.
      * Voiced and semi-voiced pairs (two half-width letters, six
      * bytes) are listed first so a scan tries them before the
      * single letters (three bytes).  KM-SOURCE-LEN says which.
      *================================================================
       01  WS-KANA-MAP-VALUES.
           05  FILLER PIC X(10) VALUE 'ｶﾞ6ガ'.
           05  FILLER PIC X(10) VALUE 'ｷﾞ6ギ'.
           05  FILLER PIC X(10) VALUE 'ｸﾞ6グ'.
           05  FILLER PIC X(10) VALUE 'ｹﾞ6ゲ'.
           05  FILLER PIC X(10) VALUE 'ｺﾞ6ゴ'.
           05  FILLER PIC X(10) VALUE 'ｻﾞ6ザ'.
           05  FILLER PIC X(10) VALUE 'ｼﾞ6ジ'.
           05  FILLER PIC X(10) VALUE 'ｽﾞ6ズ'.
           05  FILLER PIC X(10) VALUE 'ｾﾞ6ゼ'.
           05  FILLER PIC X(10) VALUE 'ｿﾞ6ゾ'.
           05  FILLER PIC X(10) VALUE 'ﾀﾞ6ダ'.
           05  FILLER PIC X(10) VALUE 'ﾁﾞ6ヂ'.
           05  FILLER PIC X(10) VALUE 'ﾂﾞ6ヅ'.
           05  FILLER PIC X(10) VALUE 'ﾃﾞ6デ'.
           05  FILLER PIC X(10) VALUE 'ﾄﾞ6ド'.
           05  FILLER PIC X(10) VALUE 'ﾊﾞ6バ'.
           05  FILLER PIC X(10) VALUE 'ﾋﾞ6ビ'.
           05  FILLER PIC X(10) VALUE 'ﾌﾞ6ブ'.
           05  FILLER PIC X(10) VALUE 'ﾍﾞ6ベ'.
           05  FILLER PIC X(10) VALUE 'ﾎﾞ6ボ'.
           05  FILLER PIC X(10) VALUE 'ｳﾞ6ヴ'.
           05  FILLER PIC X(10) VALUE 'ﾊﾟ6パ'.
           05  FILLER PIC X(10) VALUE 'ﾋﾟ6ピ'.
           05  FILLER PIC X(10) VALUE 'ﾌﾟ6プ'.
           05  FILLER PIC X(10) VALUE 'ﾍﾟ6ペ'.
           05  FILLER PIC X(10) VALUE 'ﾎﾟ6ポ'.
           05  FILLER PIC X(10) VALUE 'ｦ   3ヲ'.
           05  FILLER PIC X(10) VALUE 'ｧ   3ァ'.
           05  FILLER PIC X(10) VALUE 'ｨ   3ィ'.
           05  FILLER PIC X(10) VALUE 'ｩ   3ゥ'.
           05  FILLER PIC X(10) VALUE 'ｪ   3ェ'.
           05  FILLER PIC X(10) VALUE 'ｫ   3ォ'.
           05  FILLER PIC X(10) VALUE 'ｬ   3ャ'.
           05  FILLER PIC X(10) VALUE 'ｭ   3ュ'.
           05  FILLER PIC X(10) VALUE 'ｮ   3ョ'.
           05  FILLER PIC X(10) VALUE 'ｯ   3ッ'.
           05  FILLER PIC X(10) VALUE 'ｰ   3ー'.
           05  FILLER PIC X(10) VALUE 'ｱ   3ア'.
           05  FILLER PIC X(10) VALUE 'ｲ   3イ'.
           05  FILLER PIC X(10) VALUE 'ｳ   3ウ'.
           05  FILLER PIC X(10) VALUE 'ｴ   3エ'.
           05  FILLER PIC X(10) VALUE 'ｵ   3オ'.
           05  FILLER PIC X(10) VALUE 'ｶ   3カ'.
           05  FILLER PIC X(10) VALUE 'ｷ   3キ'.
           05  FILLER PIC X(10) VALUE 'ｸ   3ク'.
           05  FILLER PIC X(10) VALUE 'ｹ   3ケ'.
           05  FILLER PIC X(10) VALUE 'ｺ   3コ'.
           05  FILLER PIC X(10) VALUE 'ｻ   3サ'.
           05  FILLER PIC X(10) VALUE 'ｼ   3シ'.
           05  FILLER PIC X(10) VALUE 'ｽ   3ス'.
           05  FILLER PIC X(10) VALUE 'ｾ   3セ'.
           05  FILLER PIC X(10) VALUE 'ｿ   3ソ'.
           05  FILLER PIC X(10) VALUE 'ﾀ   3タ'.
           05  FILLER PIC X(10) VALUE 'ﾁ   3チ'.
           05  FILLER PIC X(10) VALUE 'ﾂ   3ツ'.
           05  FILLER PIC X(10) VALUE 'ﾃ   3テ'.
           05  FILLER PIC X(10) VALUE 'ﾄ   3ト'.
           05  FILLER PIC X(10) VALUE 'ﾅ   3ナ'.
           05  FILLER PIC X(10) VALUE 'ﾆ   3ニ'.
           05  FILLER PIC X(10) VALUE 'ﾇ   3ヌ'.
           05  FILLER PIC X(10) VALUE 'ﾈ   3ネ'.
           05  FILLER PIC X(10) VALUE 'ﾉ   3ノ'.
           05  FILLER PIC X(10) VALUE 'ﾊ   3ハ'.
           05  FILLER PIC X(10) VALUE 'ﾋ   3ヒ'.
           05  FILLER PIC X(10) VALUE 'ﾌ   3フ'.
           05  FILLER PIC X(10) VALUE 'ﾍ   3ヘ'.
           05  FILLER PIC X(10) VALUE 'ﾎ   3ホ'.
           05  FILLER PIC X(10) VALUE 'ﾏ   3マ'.
           05  FILLER PIC X(10) VALUE 'ﾐ   3ミ'.
           05  FILLER PIC X(10) VALUE 'ﾑ   3ム'.
           05  FILLER PIC X(10) VALUE 'ﾒ   3メ'.
           05  FILLER PIC X(10) VALUE 'ﾓ   3モ'.
           05  FILLER PIC X(10) VALUE 'ﾔ   3ヤ'.
           05  FILLER PIC X(10) VALUE 'ﾕ   3ユ'.
           05  FILLER PIC X(10) VALUE 'ﾖ   3ヨ'.
           05  FILLER PIC X(10) VALUE 'ﾗ   3ラ'.
           05  FILLER PIC X(10) VALUE 'ﾘ   3リ'.
           05  FILLER PIC X(10) VALUE 'ﾙ   3ル'.
           05  FILLER PIC X(10) VALUE 'ﾚ   3レ'.
           05  FILLER PIC X(10) VALUE 'ﾛ   3ロ'.
           05  FILLER PIC X(10) VALUE 'ﾜ   3ワ'.
           05  FILLER PIC X(10) VALUE 'ﾝ   3ン'.
           05  FILLER PIC X(10) VALUE '･   3・'.
           05  FILLER PIC X(10) VALUE '｡   3。'.
           05  FILLER PIC X(10) VALUE '｢   3「'.
           05  FILLER PIC X(10) VALUE '｣   3」'.
           05  FILLER PIC X(10) VALUE '､   3、'.
       01  WS-KANA-MAP REDEFINES WS-KANA-MAP-VALUES.
           05  KM-ENTRY            OCCURS 87 TIMES.
               10  KM-SOURCE           PIC X(6).
               10  KM-SOURCE-LEN       PIC 9(1).
               10  KM-TARGET           PIC X(3).
