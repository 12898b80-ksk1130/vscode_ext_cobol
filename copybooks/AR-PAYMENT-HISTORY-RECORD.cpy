      *================================================================
      * AR-PAYMENT-HISTORY-RECORD.
      *
      * One settled receivable per row on ARPAYHST.DAT.  The open-
      * item maint drops paid and written-off rows from ARITEMS.DAT
      * on its next carry-forward, so the moment an item settles is
      * kept here instead: CASH-APPLICATION appends a paid row (dated
      * from the receipt that cleared it) and SMALL-BALANCE-WRITE-OFF
      * a written-off row.  PY-DUE-DATE is carried over from the
      * item so the days paid past due can be counted without the
      * item itself; CREDIT-REVIEW-RUN scores customers from it.
      *================================================================
       01  AR-PAYMENT-HISTORY-RECORD.
           05  PY-CUSTOMER-ID      PIC 9(8).
           05  PY-INVOICE-NUMBER   PIC 9(12).
           05  PY-DUE-DATE         PIC 9(8).
           05  PY-SETTLED-DATE     PIC 9(8).
           05  PY-SETTLED-AMOUNT   PIC 9(9)V99.
           05  PY-SETTLE-TYPE      PIC X(1).
               88  PY-SETTLED-PAID     VALUE 'P'.
               88  PY-SETTLED-WRITTEN-OFF VALUE 'W'.
