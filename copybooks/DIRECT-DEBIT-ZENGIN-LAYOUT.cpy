      *================================================================
      * DIRECT-DEBIT-ZENGIN-LAYOUT.
      *
      * The 120-byte Zengin 口座振替 records exchanged with the
      * bank: DIRECT-DEBIT-REQUEST writes them on DDREQ.DAT and the
      * bank returns the same layout on DDRESULT.DAT with
      * DZ-RESULT-CODE filled in.  Same header/data/trailer/end
      * shape as the refund and payroll transfer files, with the
      * collection-specific 顧客番号 and 振替結果コード on the data
      * record.  DZ-CUSTOMER-NUMBER carries our RECORD-ID and the
      * collection date so a result can be matched back without the
      * bank's help.
      *================================================================
       01  WS-DEBIT-HEADER.
           05  DZ-HEADER-TYPE           PIC X(1) VALUE '1'.
           05  DZ-TRANSACTION-KIND      PIC X(2) VALUE '91'.
           05  DZ-COMPANY-CODE          PIC X(10) VALUE '0000000001'.
           05  DZ-COMPANY-NAME          PIC X(40)
               VALUE 'SYSTEMS MAINTENANCE SHOKAI'.
           05  DZ-COLLECTION-DATE       PIC 9(8).
           05  FILLER                   PIC X(59) VALUE SPACES.

       01  WS-DEBIT-DATA.
           05  DZ-DATA-TYPE             PIC X(1) VALUE '2'.
           05  DZ-BANK-CODE             PIC 9(4).
           05  DZ-BRANCH-CODE           PIC 9(3).
           05  DZ-ACCOUNT-TYPE          PIC 9(1).
           05  DZ-ACCOUNT-NUMBER        PIC 9(7).
           05  DZ-ACCOUNT-NAME          PIC X(30).
           05  DZ-DEBIT-AMOUNT          PIC 9(10).
           05  DZ-CUSTOMER-NUMBER.
               10  DZ-CUSTOMER-ID           PIC 9(8).
               10  DZ-DEBIT-DATE            PIC 9(8).
               10  FILLER                   PIC X(4).
           05  DZ-RESULT-CODE           PIC X(1).
               88  DZ-DEBITED               VALUE '0'.
           05  FILLER                   PIC X(43) VALUE SPACES.

       01  WS-DEBIT-TRAILER.
           05  FILLER                   PIC X(1) VALUE '8'.
           05  DZ-DEBIT-COUNT           PIC 9(6).
           05  DZ-DEBIT-TOTAL           PIC 9(12).
           05  FILLER                   PIC X(101) VALUE SPACES.

       01  WS-DEBIT-END.
           05  FILLER                   PIC X(1) VALUE '9'.
           05  FILLER                   PIC X(119) VALUE SPACES.
