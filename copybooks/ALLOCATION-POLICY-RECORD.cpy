      *================================================================
      * ALLOCATION-POLICY-RECORD.
      *
      * The ALLOCPOL.DAT policy cards read by STOCK-ALLOCATION when
      * stock is short.  A rationing card (type R) switches
      * fair-share rationing on or off and gives the minimum
      * quantity each competing line is to receive before the
      * proportional split; a customer card (type C) gives one
      * sold-to customer its priority class - contract, premium
      * member or standard.  A customer with no card is standard,
      * and with no rationing card the run fills strictly in the
      * order the demand was loaded, as it always has.
      *================================================================
       01  ALLOCATION-POLICY-RECORD.
           05  AP-RECORD-TYPE          PIC X(1).
               88  AP-RATIONING-CARD       VALUE 'R'.
               88  AP-CUSTOMER-CARD        VALUE 'C'.
           05  AP-CARD-BODY            PIC X(13).

       01  AP-RATIONING-DATA.
           05  FILLER                  PIC X(1).
           05  AP-RATION-SW            PIC X(1).
               88  AP-RATION-ON            VALUE 'Y'.
           05  AP-MIN-LINE-QTY         PIC 9(5).
           05  FILLER                  PIC X(7).

       01  AP-CUSTOMER-DATA.
           05  FILLER                  PIC X(1).
           05  AP-CUSTOMER-ID          PIC 9(8).
           05  AP-PRIORITY-CLASS       PIC X(1).
               88  AP-CLASS-CONTRACT       VALUE 'C'.
               88  AP-CLASS-PREMIUM        VALUE 'P'.
               88  AP-CLASS-STANDARD       VALUE 'S'.
           05  FILLER                  PIC X(4).
