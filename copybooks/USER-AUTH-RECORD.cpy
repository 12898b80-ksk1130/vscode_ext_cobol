      * differs from the balance on file (supervisors only).  A
      * user with no row has no authority at all - every one of
      * their transactions goes to the security violation log.
      * UA-ALLOW-CREDIT-RELEASE, UA-ALLOW-VENDOR and
      * UA-ALLOW-PAY-RELEASE gate CREDREL.DAT decisions in
      * CREDIT-HOLD-RELEASE, VENDOR.DAT maintenance through
      * VENDMNT.DAT in VENDOR-MAINTENANCE, and the release of
      * VENDOR-PAYMENT-RUN, each refusing onto SECVIOL.LOG as
      * CUSTOMER-MAINTENANCE does; the quarterly access review
      * (USER-ACCESS-REVIEW) tests them for segregation of duties
      * against SOD-CONFLICT-TABLE.  UA-LAST-CERTIFIED and
      * UA-CERTIFIED-BY are stamped by USER-ACCESS-RECERT when a
      * manager signs the row off; rows that predate the review
      * carry spaces there and read as never certified.
      *================================================================
       01  USER-AUTH-RECORD.
           05  UA-USER-ID              PIC X(8).
           05  FILLER                  PIC X(1).
           05  UA-ALLOW-BALANCE        PIC X(1).
               88  UA-BALANCE-ALLOWED      VALUE 'Y'.
           05  FILLER                  PIC X(1).
           05  UA-ALLOW-CREDIT-RELEASE PIC X(1).
               88  UA-CREDIT-RELEASE-ALLOWED VALUE 'Y'.
           05  FILLER                  PIC X(1).
           05  UA-ALLOW-VENDOR         PIC X(1).
               88  UA-VENDOR-ALLOWED       VALUE 'Y'.
           05  FILLER                  PIC X(1).
           05  UA-ALLOW-PAY-RELEASE    PIC X(1).
               88  UA-PAY-RELEASE-ALLOWED  VALUE 'Y'.
           05  FILLER                  PIC X(1).
           05  UA-LAST-CERTIFIED       PIC X(8).
           05  FILLER                  PIC X(1).
           05  UA-CERTIFIED-BY         PIC X(8).
