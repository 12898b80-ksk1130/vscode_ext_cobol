      *================================================================
      * CASH-FORECAST-RULES.
      *
      * Knobs for the weekly CASH-FLOW-FORECAST, kept here the way
      * DUNNING-RULES holds the dunning knobs.  Salaries and bonuses
      * are paid on CF-PAY-DAY, brought forward to the business day
      * before when BUSCAL.DAT marks it a holiday.  Withholding and
      * resident tax deducted in a month are remitted on
      * CF-TAX-REMIT-DAY of the month after, and social insurance
      * premiums on the last day of the month after - both put back
      * to the next business day when that is a holiday.  The
      * employer's share of the premiums is taken as equal to the
      * employee share deducted on PAYREG.DAT (SI-PREMIUM-RECORD).
      *================================================================
       01  WS-CASH-FORECAST-RULES.
           05  CF-PAY-DAY             PIC 9(2)    VALUE 25.
           05  CF-TAX-REMIT-DAY       PIC 9(2)    VALUE 10.
           05  CF-SI-EMPLOYER-FACTOR  PIC 9(1)    VALUE 2.
           05  CF-FORECAST-WEEKS      PIC 9(2)    VALUE 13.
