      *================================================================
      * PAY-CHANGE-RECORD.
      *
      * One row on PAYCHG.DAT for every 基本給ー金額 change that
      * PERSONNEL-ACTION-APPLY makes to EMPLOYEE.DAT: the old and
      * new monthly base pay, the effective date HR keyed on the
      * action, and the night it was actually applied.  The file
      * is append-only history.  RETRO-PAY-CALCULATION reads it to
      * find raises whose effective month was already paid at the
      * old rate and works out the arrears (遡及差額).
      *================================================================
       01  PAY-CHANGE-RECORD.
           05  PC-EMPLOYEE-ID      PIC 9(8).
           05  PC-ACTION-TYPE      PIC X(1).
           05  PC-EFFECTIVE-DATE   PIC 9(8).
           05  PC-OLD-BASE-PAY     PIC 9(7)V99.
           05  PC-NEW-BASE-PAY     PIC 9(7)V99.
           05  PC-APPLIED-DATE     PIC 9(8).
