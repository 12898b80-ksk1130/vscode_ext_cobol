      *================================================================
      * WAREHOUSE-CAPACITY-RECORD.
      *
      * The space master behind SPACE-UTILISATION-REPORT, kept on
      * WHCAPY.DAT by the logistics office.  A row with a
      * WC-BIN-CODE is one bin's usable volume and load limit; a
      * row with WC-BIN-CODE spaces is the whole 倉庫ーコード
      * (racking, floor and dock space together - the figure the
      * lease is signed on).  A warehouse with no whole-site row is
      * taken to hold the sum of its bins.  Volumes are cubic
      * metres, weights kilograms; zero means no limit recorded.
      *================================================================
       01  WAREHOUSE-CAPACITY-RECORD.
           05  WC-WAREHOUSE-CODE   PIC X(5).
           05  WC-BIN-CODE         PIC X(8).
           05  WC-VOLUME-LIMIT-M3  PIC 9(5)V999.
           05  WC-WEIGHT-LIMIT-KG  PIC 9(7)V99.
