      *================================================================
      * DIRECT-DEBIT-PENDING-RECORD.
      *
      * One AR item sent to the bank for 口座振替 per row on
      * DDPEND.DAT.  DIRECT-DEBIT-REQUEST adds a requested row for
      * every item it puts on the request file, so the item is not
      * requested twice while the bank is still working on it;
      * DIRECT-DEBIT-RESULT drops the rows the bank collected and
      * marks the rest failed.  A failed item is never requested
      * again - it is back in normal collection - and its row is
      * dropped once the item is no longer open.
      *================================================================
       01  DIRECT-DEBIT-PENDING-RECORD.
           05  DD-CUSTOMER-ID      PIC 9(8).
           05  DD-INVOICE-NUMBER   PIC 9(12).
           05  DD-AMOUNT           PIC 9(9)V99.
           05  DD-COLLECTION-DATE  PIC 9(8).
           05  DD-STATUS           PIC X(1).
               88  DD-REQUESTED        VALUE 'R'.
               88  DD-FAILED           VALUE 'F'.
