      *================================================================
      * DOCUMENT-INDEX-RECORD.
      *
      * One transaction document per row on DOCINDEX.DAT, the search
      * index kept for the electronic bookkeeping law (電子帳簿保存法)
      * and rebuilt every night by DOCUMENT-INDEX-BUILD from the
      * invoices we issued (INVREG.DAT), our credit and debit notes
      * (CDNOTE.DAT), the vendor invoices booked as payables
      * (APITEMS.DAT) and those keyed but not yet matched
      * (VINVOICE.DAT).  DOCUMENT-INDEX-INQUIRY searches it on any
      * combination of transaction date range, amount range and
      * counterparty - the three conditions the law asks for.
      * DX-SOURCE-FILE / DX-SOURCE-RECORD locate the register row
      * (record number counted from 1).  Where the printed image is
      * still on the report spool, DX-IMAGE-SPOOL / DX-IMAGE-LINE
      * give the RPTCAT.DAT spool copy and the line its header
      * starts on, for REPORT-REPRINT; spaces when no copy is held.
      * Rows are in transaction date order.
      *================================================================
       01  DOCUMENT-INDEX-RECORD.
           05  DX-DOCUMENT-DATE    PIC 9(8).
           05  DX-COUNTERPARTY     PIC X(10).
           05  DX-AMOUNT           PIC 9(9)V99.
           05  DX-DOCUMENT-TYPE    PIC X(2).
               88  DX-INVOICE-ISSUED   VALUE 'IS'.
               88  DX-CREDIT-NOTE      VALUE 'CN'.
               88  DX-DEBIT-NOTE       VALUE 'DN'.
               88  DX-VENDOR-INVOICE   VALUE 'AP'.
               88  DX-VENDOR-UNMATCHED VALUE 'VI'.
           05  DX-DOCUMENT-NO      PIC X(20).
           05  DX-SOURCE-FILE      PIC X(12).
           05  DX-SOURCE-RECORD    PIC 9(7).
           05  DX-IMAGE-SPOOL      PIC X(12).
           05  DX-IMAGE-LINE       PIC 9(7).
