      * 製品マスター.
      *
      * JAPANESE-COPYBOOK-TEST用の製品情報レコード。
      * 直送ー区分が'D'の製品は在庫を持たない直送品で、受注は
      * 引当に回らず仕入先から顧客へ直接出荷される(空白は通常品)。
      *================================================================
       01  製品マスター.
           05  製品ーコード            PIC X(20).
           05  重量ーグラム            PIC 9(5).
           05  販売ー状態              PIC X(1).
               88  販売中                  VALUE '1'.
           05  直送ー区分              PIC X(1).
               88  直送品                  VALUE 'D'.
