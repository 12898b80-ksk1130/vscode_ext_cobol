      * between paydays cannot add the same pay twice.
      * YT-NONTAX-COMMUTE keeps the tax-free commuting money out of
      * YT-GROSS, which carries only taxable pay.
      * YT-ARREARS-PAY is the part of YT-GROSS that was paid as
      * retroactive arrears (遡及差額) rather than as the month's
      * own pay.
      *================================================================
       01  YTD-PAY-RECORD.
           05  YT-EMPLOYEE-ID      PIC 9(8).
           05  YT-LAST-POSTED-MONTH PIC 9(6).
           05  YT-LAST-BONUS-PERIOD PIC 9(6).
           05  YT-NONTAX-COMMUTE   PIC 9(11)V99.
           05  YT-ARREARS-PAY      PIC 9(11)V99.
