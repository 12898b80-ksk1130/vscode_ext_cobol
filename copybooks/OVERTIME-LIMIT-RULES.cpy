      *================================================================
      * OVERTIME-LIMIT-RULES.
      *
      * The overtime limits of the labour agreement (36協定), kept
      * here the way BUDGET-CONTROL-RULES holds the budget knobs,
      * in minutes so they compare directly with the attendance
      * totals.  Overtime on business days is held to OL-MONTH-LIMIT
      * a month and OL-YEAR-LIMIT a year.  The special clause lets
      * it run over the monthly limit in at most OL-SPECIAL-MONTHS-MAX
      * months of the year, and up to OL-SPECIAL-YEAR-CEILING for the
      * year.  Overtime plus holiday work must stay under
      * OL-SPECIAL-MONTH-CEILING in any month and average no more
      * than OL-AVERAGE-CEILING over every run of two to six months.
      * Managers are warned once an employee reaches
      * OL-WARNING-PCT of a limit.  The agreement year starts in
      * OL-YEAR-FIRST-MONTH, the fiscal year.
      *================================================================
       01  WS-OVERTIME-LIMIT-RULES.
           05  OL-MONTH-LIMIT          PIC 9(5)    VALUE 2700.
           05  OL-YEAR-LIMIT           PIC 9(5)    VALUE 21600.
           05  OL-SPECIAL-MONTH-CEILING
                                       PIC 9(5)    VALUE 6000.
           05  OL-SPECIAL-YEAR-CEILING PIC 9(5)    VALUE 43200.
           05  OL-AVERAGE-CEILING      PIC 9(5)    VALUE 4800.
           05  OL-SPECIAL-MONTHS-MAX   PIC 9(2)    VALUE 6.
           05  OL-WARNING-PCT          PIC 9(3)    VALUE 80.
           05  OL-YEAR-FIRST-MONTH     PIC 9(2)    VALUE 4.
