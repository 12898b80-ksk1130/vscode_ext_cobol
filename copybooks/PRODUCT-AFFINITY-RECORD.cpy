      *================================================================
      * PRODUCT-AFFINITY-RECORD.
      *
      * "Frequently bought with" rows on AFFINITY.DAT, written by
      * PRODUCT-AFFINITY-RUN: for each product, up to five other
      * products most often on the same order (same customer, same
      * order date), best first by confidence - the share of the
      * product's orders that also carried the other product.
      * Both products are given by PRODUCT-DATA RECORD-ID (as
      * quotations and orders carry them) and by 製品ーコード (as
      * KITCOMP.DAT does), so the file can feed bundle proposals
      * and the quotation screen without another lookup.
      * AF-PAIR-BASKETS is the number of orders holding both;
      * AF-SUPPORT-PCT is that as a percentage of all orders in
      * the period; AF-LIFT above 1.00 means the pair turns up
      * together more often than chance would have it.
      *================================================================
       01  PRODUCT-AFFINITY-RECORD.
           05  AF-PRODUCT-ID       PIC 9(8).
           05  AF-PRODUCT-CODE     PIC X(20).
           05  AF-RANK             PIC 9(1).
           05  AF-WITH-PRODUCT-ID  PIC 9(8).
           05  AF-WITH-PRODUCT-CODE PIC X(20).
           05  AF-PAIR-BASKETS     PIC 9(7).
           05  AF-SUPPORT-PCT      PIC 9(3)V99.
           05  AF-CONFIDENCE-PCT   PIC 9(3)V99.
           05  AF-LIFT             PIC 9(5)V99.
           05  AF-RUN-DATE         PIC 9(8).
