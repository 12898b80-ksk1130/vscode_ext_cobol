      * 半角カナ→全角カナの対応表。濁点・半濁点付きの2文字(6バイト)
      * を先に引き、次に1文字(3バイト)を引く。
      *----------------------------------------------------------------
       COPY HALF-KANA-MAP-TABLE.
       01  WS-KANA-SUB                   PIC 9(3) COMP.

      *----------------------------------------------------------------
