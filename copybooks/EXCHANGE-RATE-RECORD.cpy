      *================================================================
      * EXCHANGE-RATE-RECORD.
      *
      * One dated yen rate per currency on FXRATE.DAT, keyed by
      * treasury from the bank's published TTM - a row on each
      * business day the rate is needed, and always one for the
      * last day of the month (the closing rate AP-FX-REVALUATION
      * restates at).  EXCHANGE-RATE-LOOKUP answers the latest row
      * on or before the date asked for; a currency with no row at
      * all falls back to the planning rate on CURRENCY-RATE-TABLE.
      *================================================================
       01  EXCHANGE-RATE-RECORD.
           05  FX-CURRENCY-CODE    PIC X(3).
           05  FX-RATE-DATE        PIC 9(8).
           05  FX-YEN-RATE         PIC 9(3)V99.
