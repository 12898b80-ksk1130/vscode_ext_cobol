      * Zengin layout the payroll transfer uses; a customer with a
      * credit balance but no row here stays on the control listing
      * as unpaid until the clerk collects their account details.
      * CB-DIRECT-DEBIT-SW marks a customer who has signed a
      * 口座振替 mandate: DIRECT-DEBIT-REQUEST collects their due
      * items from this account.  A row written before the flag
      * existed reads as not on direct debit.
      *================================================================
       01  CUSTOMER-BANK-RECORD.
           05  CB-CUSTOMER-ID      PIC 9(8).
           05  CB-ACCOUNT-TYPE     PIC 9(1).
           05  CB-ACCOUNT-NUMBER   PIC 9(7).
           05  CB-ACCOUNT-NAME     PIC X(30).
           05  CB-DIRECT-DEBIT-SW  PIC X(1).
               88  CB-DIRECT-DEBIT     VALUE 'Y'.
