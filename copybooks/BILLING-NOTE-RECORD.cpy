      *================================================================
      * BILLING-NOTE-RECORD.
      *
      * One row per credit or debit note raised by BILLING-NOTE-ISSUE
      * against an invoice on INVREG.DAT, appended to CDNOTE.DAT -
      * the register behind the printed CDNOTE.RPT images, in the
      * same shape as the invoice register.  BN-NOTE-NUMBER is the
      * issue date CCYYMMDD followed by a sequence from 9001 up, so
      * a note number never meets an invoice number raised the same
      * day.  Amounts are held unsigned; BN-NOTE-TYPE says which way
      * they move - a credit note (返還インボイス) takes them off the
      * customer, a debit note adds them on.  The per-rate block
      * splits the correction between the standard 10% and the
      * reduced 8% rate as the qualified-invoice rules require, and
      * TAX-SUMMARY-REPORT nets it into the period's rate totals.
      *================================================================
       01  BILLING-NOTE-RECORD.
           05  BN-NOTE-NUMBER      PIC 9(12).
           05  BN-NOTE-TYPE        PIC X(1).
               88  BN-CREDIT-NOTE      VALUE 'C'.
               88  BN-DEBIT-NOTE       VALUE 'D'.
           05  BN-NOTE-DATE        PIC 9(8).
           05  BN-ORIGINAL-INVOICE PIC 9(12).
           05  BN-ORIGINAL-DATE    PIC 9(8).
           05  BN-CUSTOMER-ID      PIC 9(8).
           05  BN-NET-AMOUNT       PIC 9(9)V99.
           05  BN-TAX-AMOUNT       PIC 9(9)V99.
           05  BN-TOTAL-AMOUNT     PIC 9(9)V99.
           05  BN-REGISTRATION-NO  PIC X(14).
           05  BN-NET-AT-10        PIC 9(9)V99.
           05  BN-TAX-AT-10        PIC 9(9)V99.
           05  BN-NET-AT-8         PIC 9(9)V99.
           05  BN-TAX-AT-8         PIC 9(9)V99.
