      *================================================================
      * WARRANTY-CLAIM-TXN-RECORD.
      *
      * One warranty claim per row on WCLAIM.DAT, keyed by the
      * returns desk from the customer's call and worked by
      * WARRANTY-CLAIM-INTAKE.  WI-CLAIM-DATE is the day the fault
      * was reported (zero is taken as the run date); WI-FAULT-TEXT
      * is the customer's description, carried to the claim
      * register as keyed.
      *================================================================
       01  WARRANTY-CLAIM-TXN-RECORD.
           05  WI-CUSTOMER-ID      PIC 9(8).
           05  WI-SERIAL-NUMBER    PIC X(20).
           05  WI-CLAIM-DATE       PIC 9(8).
           05  WI-FAULT-TEXT       PIC X(30).
