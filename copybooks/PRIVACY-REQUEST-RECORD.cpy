      *================================================================
      * PRIVACY-REQUEST-RECORD.
      *
      * One 個人情報 開示・削除 request per row on PRIVREQ.DAT, keyed
      * by the privacy officer from the customer's written request.
      * The person is named by either customer key - the CUSTOMER.DAT
      * RECORD-ID or the JCUSTOMR.DAT 顧客ーID, whichever the customer
      * quoted - and PRIVACY-REQUEST-RUN finds the other through the
      * confirmed CUSTXREF.DAT bridge.  A disclosure (type A) is
      * answered in the run.  A deletion (type D) is disclosed too,
      * but the personal fields are only anonymised once the officer
      * has set PV-APPROVAL-SW to 'Y' and signed PV-APPROVED-BY; an
      * unapproved deletion is carried forward until then.
      *================================================================
       01  PRIVACY-REQUEST-RECORD.
           05  PV-REQUEST-NO       PIC X(10).
           05  PV-REQUEST-TYPE     PIC X(1).
               88  PV-DISCLOSURE       VALUE 'A'.
               88  PV-DELETION         VALUE 'D'.
           05  PV-RECORD-ID        PIC 9(8).
           05  PV-JCUST-ID         PIC 9(10).
           05  PV-RECEIVED-DATE    PIC 9(8).
           05  PV-APPROVAL-SW      PIC X(1).
               88  PV-DELETION-APPROVED VALUE 'Y'.
           05  PV-APPROVED-BY      PIC X(20).
