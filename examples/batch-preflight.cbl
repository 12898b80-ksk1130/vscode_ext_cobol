      *----------------------------------------------------------------
      * NIGHTLY-STEP-TABLEに載っているステップが実際に読む行順
      * フィードの一覧(顧客ロード、マスターロード、価格改定、
      * 夜間ストリーム、月次締め、GL抽出、給与差異チェックと振込)。
      * R=無ければ夜間を止める、
      * O=無ければそのステップが静かに寝るだけ。長さは各COPYBOOKの
      * レコード長。T=末尾に件数・金額のTトレーラーを運ぶ約束の
      * フィード(現状は無し - 約束が決まったフィードから旗を立てる)。
      *----------------------------------------------------------------
       01  WS-FEED-TABLE-VALUES.
           05  FILLER PIC X(18) VALUE 'ORDERS.RAW  O032N'.
           05  FILLER PIC X(18) VALUE 'PRICECHG.DATO025N'.
           05  FILLER PIC X(18) VALUE 'JCUSTOMR.DATR262N'.
           05  FILLER PIC X(18) VALUE 'BUSCAL.DAT  O035N'.
           05  FILLER PIC X(18) VALUE 'INVREG.DAT  O130N'.
           05  FILLER PIC X(18) VALUE 'CASHAPP.DAT O035N'.
           05  FILLER PIC X(18) VALUE 'BONUSREG.DATO055N'.
           05  FILLER PIC X(18) VALUE 'REVALJNL.DATO062N'.
           05  FILLER PIC X(18) VALUE 'PAYREG.DAT  O169N'.
           05  FILLER PIC X(18) VALUE 'EMPBANK.DAT O054N'.
       01  WS-FEED-TABLE REDEFINES WS-FEED-TABLE-VALUES.
           05  FT-ENTRY            OCCURS 10 TIMES.
               10  FT-FILE-NAME        PIC X(12).
               10  FT-REQUIRED-SW      PIC X(1).
                   88  FT-FEED-REQUIRED    VALUE 'R'.
           PERFORM CHECK-EMPLOYEE-MASTER
           PERFORM CHECK-ONE-FEED
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 10
           MOVE WS-PROBLEM-COUNT TO RT-PROBLEM-COUNT
           IF WS-PROBLEM-COUNT = ZERO
               MOVE 'GO' TO RT-GO-NOGO
