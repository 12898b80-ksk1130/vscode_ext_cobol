       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-LIST-PUBLISH.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Customer-specific price list, so "what will I pay for these
      * next month" no longer means reading PRODUCT-DATA, CONTRACT.DAT,
      * the discount matrix and PRICECHG.DAT one by one.  The
      * PRICELST.PRM card names the customer, the scope (G for the
      * customer and every branch ACCTGRP.DAT links to it, anything
      * else for the customer alone) and the price date (CCYYMMDD;
      * the first of next month when left zero).  Every product on
      * PRODUCT.DAT is priced for each customer as of that date with
      * INVOICE-GENERATION's precedence: the selling price is PRICE,
      * or the latest staged PRICECHG.DAT price effective by the
      * date; a CONTRACT.DAT row in force on the date prices the item
      * outright with no discount; otherwise the customer's
      * membership tier (JCUSTOMR.DAT through the confirmed
      * CUSTXREF.DAT link) and the product's カテゴリーコード earn
      * the DISCOUNT-MATRIX-TABLE percentage, replaced by a DISCOVRD.DAT
      * override for the customer/product - refused, as at billing,
      * when it exceeds the matrix without a keyed reason.
      * A contract that lapses between today and the price date, or
      * within 30 days after it, is flagged on the line (LAPSES /
      * RENEW) so sales can renew it before the customer reverts to
      * list.  The printable list goes to PRICELST.RPT and the same
      * lines, comma separated with a heading row, to PRICELST.CSV
      * for the customer's purchasing system.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-LIST-PARM-FILE ASSIGN TO "PRICELST.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PROD-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RECORD-ID OF PRODUCT-RECORD
               FILE STATUS IS WS-PROD-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT GROUP-LINK-FILE ASSIGN TO "ACCTGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STATUS.
           SELECT STAGED-PRICE-FILE ASSIGN TO "PRICECHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTR-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "DISCOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.
           SELECT JCUSTOMER-FILE ASSIGN TO "JCUSTOMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCUST-STATUS.
           SELECT XREF-FILE ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT PRICE-LIST-REPORT-FILE ASSIGN TO "PRICELST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICE-LIST-CSV-FILE ASSIGN TO "PRICELST.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-LIST-PARM-FILE.
       01  PRICE-LIST-PARM-RECORD.
           05  PC-CUSTOMER-ID           PIC 9(8).
           05  PC-SCOPE                 PIC X(1).
               88  PC-SCOPE-GROUP           VALUE 'G'.
           05  PC-PRICE-DATE            PIC 9(8).

       FD  PROD-FILE.
       COPY PRODUCT-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  GROUP-LINK-FILE.
       COPY ACCOUNT-GROUP-RECORD.

       FD  STAGED-PRICE-FILE.
       COPY STAGED-PRICE-RECORD.

       FD  CONTRACT-FILE.
       COPY CONTRACT-PRICE-RECORD.

       FD  OVERRIDE-FILE.
       01  DISCOUNT-OVERRIDE-RECORD.
           05  OV-CUSTOMER-ID           PIC 9(8).
           05  OV-PRODUCT-ID            PIC 9(8).
           05  OV-DISCOUNT-PCT          PIC 9(2).
           05  OV-OVERRIDE-REASON       PIC X(30).

       FD  JCUSTOMER-FILE.
       COPY 顧客データー.

       FD  XREF-FILE.
       COPY CUSTOMER-KEY-XREF-RECORD.

       FD  PRICE-LIST-REPORT-FILE.
       01  PRICE-LIST-REPORT-LINE       PIC X(100).

       FD  PRICE-LIST-CSV-FILE.
       01  PRICE-LIST-CSV-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-PROD-STATUS                PIC XX.
           88  PROD-FILE-OK                  VALUE '00'.
           88  PROD-FILE-EOF                 VALUE '10'.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FILE-OK                 VALUE '00'.
           88  JPROD-FILE-EOF                VALUE '10'.
       01  WS-GRP-STATUS                 PIC XX.
           88  GRP-FILE-OK                   VALUE '00'.
           88  GRP-FILE-EOF                  VALUE '10'.
       01  WS-STG-STATUS                 PIC XX.
           88  STG-FILE-OK                   VALUE '00'.
           88  STG-FILE-EOF                  VALUE '10'.
       01  WS-CONTR-STATUS               PIC XX.
           88  CONTR-FILE-OK                 VALUE '00'.
           88  CONTR-FILE-EOF                VALUE '10'.
       01  WS-OVRD-STATUS                PIC XX.
           88  OVRD-FILE-OK                  VALUE '00'.
           88  OVRD-FILE-EOF                 VALUE '10'.
       01  WS-JCUST-STATUS               PIC XX.
           88  JCUST-FILE-OK                 VALUE '00'.
           88  JCUST-FILE-EOF                VALUE '10'.
       01  WS-XREF-STATUS                PIC XX.
           88  XREF-FILE-OK                  VALUE '00'.
           88  XREF-FILE-EOF                 VALUE '10'.

       COPY DISCOUNT-MATRIX-TABLE.

       01  WS-RUN-DATE                   PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY                PIC 9(4).
           05  WS-RUN-MM                  PIC 9(2).
           05  WS-RUN-DD                  PIC 9(2).
       01  WS-PRICE-DATE                 PIC 9(8).
       01  WS-PRICE-DATE-PARTS REDEFINES WS-PRICE-DATE.
           05  WS-PRICE-CCYY              PIC 9(4).
           05  WS-PRICE-MM                PIC 9(2).
           05  WS-PRICE-DD                PIC 9(2).
       01  WS-RENEWAL-DATE               PIC 9(8).

      *----------------------------------------------------------------
      * 対象顧客: 指定顧客と、グループ指定なら配下の全支店。
      *----------------------------------------------------------------
       01  WS-TARGET-TABLE-MAX           PIC 9(3) VALUE 100.
       01  WS-TARGET-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-TARGET-ENTRIES.
           05  WS-TARGET-ENTRY           OCCURS 100 TIMES
                                             INDEXED BY TG-IDX.
               10  TG-CUSTOMER-ID            PIC 9(8).
       01  WS-TARGET-SUB                 PIC 9(3) COMP.
       01  WS-LIST-CUSTOMER-ID           PIC 9(8).

       01  WS-TAX-TABLE-MAX              PIC 9(3) VALUE 200.
       01  WS-TAX-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-TAX-ENTRIES.
           05  WS-TAX-ENTRY              OCCURS 200 TIMES
                                             INDEXED BY TX-IDX.
               10  TX-PRODUCT-CODE           PIC X(20).
               10  TX-TAX-RATE               PIC 9V99.
               10  TX-CATEGORY-CODE          PIC X(10).

       01  WS-LINK-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-LINK-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LINK-ENTRIES.
           05  WS-LINK-ENTRY             OCCURS 200 TIMES
                                             INDEXED BY LK-IDX.
               10  LK-RECORD-ID              PIC 9(8).
               10  LK-JCUST-ID               PIC 9(10).
       01  WS-MAP-RECORD-ID              PIC 9(8).
       01  WS-MAPPED-JCUST-ID            PIC 9(10).

       01  WS-MEMBER-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-MEMBER-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-MEMBER-ENTRIES.
           05  WS-MEMBER-ENTRY           OCCURS 200 TIMES
                                             INDEXED BY MB-IDX.
               10  MB-CUSTOMER-ID            PIC 9(10).
               10  MB-MEMBER-TIER            PIC X(1).

      *----------------------------------------------------------------
      * A staged price, contract or override dropped for want of
      * table room would print a wrong price on a list the customer
      * will hold us to, so a full table stops the run.
      *----------------------------------------------------------------
       01  WS-STAGED-TABLE-MAX           PIC 9(3) VALUE 500.
       01  WS-STAGED-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-STAGED-ENTRIES.
           05  WS-STAGED-ENTRY           OCCURS 500 TIMES.
               10  SG-PRODUCT-ID             PIC 9(8).
               10  SG-NEW-PRICE              PIC 9(7)V99.
               10  SG-EFFECTIVE-DATE         PIC 9(8).
       01  WS-STAGED-SUB                 PIC 9(3) COMP.
       01  WS-STAGED-BEST-DATE           PIC 9(8).

       01  WS-CONTRACT-TABLE-MAX         PIC 9(3) VALUE 200.
       01  WS-CONTRACT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-CONTRACT-ENTRIES.
           05  WS-CONTRACT-ENTRY         OCCURS 200 TIMES.
               10  CN-CUSTOMER-ID            PIC 9(8).
               10  CN-PRODUCT-ID             PIC 9(8).
               10  CN-CONTRACT-PRICE         PIC 9(7)V99.
               10  CN-EFFECTIVE-FROM         PIC 9(8).
               10  CN-EFFECTIVE-TO           PIC 9(8).
       01  WS-CONTRACT-SUB               PIC 9(3) COMP.
       01  WS-CONTRACT-PRICED-SW         PIC X(1).
           88  LINE-CONTRACT-PRICED          VALUE 'Y'.

       01  WS-OVERRIDE-TABLE-MAX         PIC 9(3) VALUE 100.
       01  WS-OVERRIDE-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-OVERRIDE-ENTRIES.
           05  WS-OVERRIDE-ENTRY         OCCURS 100 TIMES
                                             INDEXED BY OV-IDX.
               10  OE-CUSTOMER-ID            PIC 9(8).
               10  OE-PRODUCT-ID             PIC 9(8).
               10  OE-DISCOUNT-PCT           PIC 9(2).
       01  WS-OVERRIDE-REFUSED-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).

       01  WS-MEMBER-TIER                PIC X(1).
       01  WS-LINE-CATEGORY              PIC X(10).
       01  WS-LINE-TAX-RATE              PIC 9V99.
       01  WS-LINE-PRICE                 PIC 9(7)V99.
       01  WS-DISCOUNT-PCT               PIC 9(2).
       01  WS-DISCOUNT-AMOUNT            PIC 9(7)V99.
       01  WS-NET-PRICE                  PIC 9(7)V99.
       01  WS-PRICE-BASIS                PIC X(8).
       01  WS-CONTRACT-NOTE              PIC X(6).
       01  WS-CONTRACT-UNTIL             PIC 9(8).

       01  WS-LINE-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-FLAGGED-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-LIST-HEADER-LINE.
           05  FILLER                  PIC X(22)
               VALUE 'PRICE LIST  CUSTOMER: '.
           05  LH-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LH-CUSTOMER-NAME         PIC X(30).
           05  FILLER                  PIC X(14) VALUE '  PRICES AS OF'.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LH-PRICE-DATE            PIC 9(8).

       01  WS-LIST-COLUMN-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'PRODUCT   DESCRIPTION                   '.
           05  FILLER                  PIC X(44)
               VALUE '       LIST DISC       NET TAX BASIS    NOTE'.

       01  WS-LIST-DETAIL-LINE.
           05  LD-PRODUCT-ID            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LD-PRODUCT-NAME          PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LD-LIST-PRICE            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LD-DISCOUNT-PCT          PIC Z9.
           05  FILLER                  PIC X(2) VALUE '% '.
           05  LD-NET-PRICE             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LD-TAX-PCT               PIC Z9.
           05  FILLER                  PIC X(2) VALUE '% '.
           05  LD-PRICE-BASIS           PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LD-CONTRACT-NOTE         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  LD-CONTRACT-UNTIL        PIC X(8).

       01  WS-LIST-FOOTER-LINE.
           05  FILLER                  PIC X(50) VALUE
               'RENEW = CONTRACT ENDS WITHIN 30 DAYS OF PRICE DATE'.

       01  WS-CSV-HEADING-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'CUSTOMER,PRODUCT,DESCRIPTION,LIST PRICE,'.
           05  FILLER                  PIC X(40)
               VALUE 'DISCOUNT PCT,NET PRICE,TAX RATE,PRICE DA'.
           05  FILLER                  PIC X(31)
               VALUE 'TE,BASIS,CONTRACT NOTE,CONTRACT'.
           05  FILLER                  PIC X(3) VALUE ' TO'.

       01  WS-CSV-DETAIL-LINE.
           05  CV-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE ','.
           05  CV-PRODUCT-ID            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE ',"'.
           05  CV-PRODUCT-NAME          PIC X(30).
           05  FILLER                  PIC X(2) VALUE '",'.
           05  CV-LIST-PRICE            PIC 9(7).99.
           05  FILLER                  PIC X(1) VALUE ','.
           05  CV-DISCOUNT-PCT          PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ','.
           05  CV-NET-PRICE             PIC 9(7).99.
           05  FILLER                  PIC X(1) VALUE ','.
           05  CV-TAX-RATE              PIC 9.99.
           05  FILLER                  PIC X(1) VALUE ','.
           05  CV-PRICE-DATE            PIC 9(8).
           05  FILLER                  PIC X(1) VALUE ','.
           05  CV-PRICE-BASIS           PIC X(8).
           05  FILLER                  PIC X(1) VALUE ','.
           05  CV-CONTRACT-NOTE         PIC X(6).
           05  FILLER                  PIC X(1) VALUE ','.
           05  CV-CONTRACT-UNTIL        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM READ-PRICE-LIST-PARM
           COMPUTE WS-RENEWAL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-PRICE-DATE) + 30)
           PERFORM LOAD-TARGET-CUSTOMERS
           PERFORM LOAD-CATEGORY-TABLE
           PERFORM LOAD-KEY-LINKS
           PERFORM LOAD-MEMBER-TIERS
           PERFORM LOAD-STAGED-PRICES
           PERFORM LOAD-CONTRACT-PRICES
           PERFORM LOAD-DISCOUNT-OVERRIDES
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT PRICE-LIST-REPORT-FILE
           OPEN OUTPUT PRICE-LIST-CSV-FILE
           WRITE PRICE-LIST-CSV-LINE FROM WS-CSV-HEADING-LINE
           PERFORM PRICE-ONE-CUSTOMER
               VARYING WS-TARGET-SUB FROM 1 BY 1
               UNTIL WS-TARGET-SUB > WS-TARGET-COUNT
           CLOSE CUSTOMER-FILE
           CLOSE PRICE-LIST-REPORT-FILE
           CLOSE PRICE-LIST-CSV-FILE
           DISPLAY 'PRICE LIST - CUSTOMERS: ' WS-TARGET-COUNT
               ' LINES: ' WS-LINE-COUNT
               ' CONTRACTS TO RENEW: ' WS-FLAGGED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 顧客指定の無いカードでは何も作らない。価格日付が空なら
      * 翌月1日。
      *----------------------------------------------------------------
       READ-PRICE-LIST-PARM.
           MOVE ZERO TO PC-CUSTOMER-ID
           MOVE ZERO TO PC-PRICE-DATE
           MOVE SPACE TO PC-SCOPE
           OPEN INPUT PRICE-LIST-PARM-FILE
           IF PRM-FILE-OK
               READ PRICE-LIST-PARM-FILE
                   AT END
                       MOVE ZERO TO PC-CUSTOMER-ID
               END-READ
               CLOSE PRICE-LIST-PARM-FILE
           END-IF
           IF PC-CUSTOMER-ID = ZERO
               DISPLAY 'PRICE LIST - NO CUSTOMER ON PRICELST.PRM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PC-PRICE-DATE > ZERO
               MOVE PC-PRICE-DATE TO WS-PRICE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-PRICE-DATE
               MOVE 01 TO WS-PRICE-DD
               IF WS-RUN-MM = 12
                   ADD 1 TO WS-PRICE-CCYY
                   MOVE 01 TO WS-PRICE-MM
               ELSE
                   ADD 1 TO WS-PRICE-MM
               END-IF
           END-IF.

       LOAD-TARGET-CUSTOMERS.
           MOVE 1 TO WS-TARGET-COUNT
           MOVE PC-CUSTOMER-ID TO TG-CUSTOMER-ID (1)
           IF PC-SCOPE-GROUP
               OPEN INPUT GROUP-LINK-FILE
               IF GRP-FILE-OK
                   PERFORM READ-GROUP-LINK
                   PERFORM STORE-GROUP-BRANCH UNTIL GRP-FILE-EOF
                   CLOSE GROUP-LINK-FILE
               END-IF
           END-IF.

       READ-GROUP-LINK.
           READ GROUP-LINK-FILE
               AT END
                   SET GRP-FILE-EOF TO TRUE
           END-READ.

       STORE-GROUP-BRANCH.
           IF AG-PARENT-ID = PC-CUSTOMER-ID
               AND AG-CHILD-ID NOT = PC-CUSTOMER-ID
               IF WS-TARGET-COUNT < WS-TARGET-TABLE-MAX
                   ADD 1 TO WS-TARGET-COUNT
                   MOVE AG-CHILD-ID TO TG-CUSTOMER-ID (WS-TARGET-COUNT)
               ELSE
                   DISPLAY 'ERROR: GROUP HAS TOO MANY BRANCHES - '
                       'PRICE LIST NOT PRODUCED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-GROUP-LINK.

       LOAD-CATEGORY-TABLE.
           OPEN INPUT JPRODUCT-FILE
           IF JPROD-FILE-OK
               PERFORM READ-JPRODUCT
               PERFORM STORE-CATEGORY UNTIL JPROD-FILE-EOF
               CLOSE JPRODUCT-FILE
           END-IF.

       READ-JPRODUCT.
           READ JPRODUCT-FILE
               AT END
                   SET JPROD-FILE-EOF TO TRUE
           END-READ.

       STORE-CATEGORY.
           IF WS-TAX-COUNT < WS-TAX-TABLE-MAX
               ADD 1 TO WS-TAX-COUNT
               MOVE 製品ーコード TO TX-PRODUCT-CODE (WS-TAX-COUNT)
               MOVE 税率 TO TX-TAX-RATE (WS-TAX-COUNT)
               MOVE カテゴリーコード
                   TO TX-CATEGORY-CODE (WS-TAX-COUNT)
           END-IF
           PERFORM READ-JPRODUCT.

       LOAD-KEY-LINKS.
           OPEN INPUT XREF-FILE
           IF XREF-FILE-OK
               PERFORM READ-XREF
               PERFORM STORE-KEY-LINK UNTIL XREF-FILE-EOF
               CLOSE XREF-FILE
           END-IF.

       READ-XREF.
           READ XREF-FILE
               AT END
                   SET XREF-FILE-EOF TO TRUE
           END-READ.

       STORE-KEY-LINK.
           IF CX-LINK-CONFIRMED
               AND WS-LINK-COUNT < WS-LINK-TABLE-MAX
               ADD 1 TO WS-LINK-COUNT
               MOVE CX-RECORD-ID TO LK-RECORD-ID (WS-LINK-COUNT)
               MOVE CX-JCUST-ID TO LK-JCUST-ID (WS-LINK-COUNT)
           END-IF
           PERFORM READ-XREF.

       MAP-CUSTOMER-TO-JCUST.
           MOVE ZERO TO WS-MAPPED-JCUST-ID
           SET LK-IDX TO 1
           SEARCH WS-LINK-ENTRY
               AT END
                   CONTINUE
               WHEN LK-RECORD-ID (LK-IDX) = WS-MAP-RECORD-ID
                   MOVE LK-JCUST-ID (LK-IDX)
                       TO WS-MAPPED-JCUST-ID
           END-SEARCH.

       LOAD-MEMBER-TIERS.
           OPEN INPUT JCUSTOMER-FILE
           IF JCUST-FILE-OK
               PERFORM READ-JCUSTOMER
               PERFORM STORE-MEMBER-TIER UNTIL JCUST-FILE-EOF
               CLOSE JCUSTOMER-FILE
           END-IF.

       READ-JCUSTOMER.
           READ JCUSTOMER-FILE
               AT END
                   SET JCUST-FILE-EOF TO TRUE
           END-READ.

       STORE-MEMBER-TIER.
           IF WS-MEMBER-COUNT < WS-MEMBER-TABLE-MAX
               ADD 1 TO WS-MEMBER-COUNT
               MOVE 顧客ーID TO MB-CUSTOMER-ID (WS-MEMBER-COUNT)
               MOVE 会員ー区分 TO MB-MEMBER-TIER (WS-MEMBER-COUNT)
           END-IF
           PERFORM READ-JCUSTOMER.

       FIND-MEMBER-TIER.
           MOVE '0' TO WS-MEMBER-TIER
           PERFORM MAP-CUSTOMER-TO-JCUST
           IF WS-MAPPED-JCUST-ID > ZERO
               SET MB-IDX TO 1
               SEARCH WS-MEMBER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MB-CUSTOMER-ID (MB-IDX) = WS-MAPPED-JCUST-ID
                       MOVE MB-MEMBER-TIER (MB-IDX)
                           TO WS-MEMBER-TIER
               END-SEARCH
           END-IF.

       LOAD-STAGED-PRICES.
           OPEN INPUT STAGED-PRICE-FILE
           IF STG-FILE-OK
               PERFORM READ-STAGED-PRICE
               PERFORM STORE-STAGED-PRICE UNTIL STG-FILE-EOF
               CLOSE STAGED-PRICE-FILE
           END-IF.

       READ-STAGED-PRICE.
           READ STAGED-PRICE-FILE
               AT END
                   SET STG-FILE-EOF TO TRUE
           END-READ.

       STORE-STAGED-PRICE.
           IF SP-EFFECTIVE-DATE NOT > WS-PRICE-DATE
               IF WS-STAGED-COUNT < WS-STAGED-TABLE-MAX
                   ADD 1 TO WS-STAGED-COUNT
                   MOVE SP-PRODUCT-ID
                       TO SG-PRODUCT-ID (WS-STAGED-COUNT)
                   MOVE SP-NEW-PRICE
                       TO SG-NEW-PRICE (WS-STAGED-COUNT)
                   MOVE SP-EFFECTIVE-DATE
                       TO SG-EFFECTIVE-DATE (WS-STAGED-COUNT)
               ELSE
                   DISPLAY 'ERROR: STAGED PRICE TABLE FULL - '
                       'PRICE LIST NOT PRODUCED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-STAGED-PRICE.

      *----------------------------------------------------------------
      * Only the listed customers' rows are kept, lapsed ones too -
      * a row still running today but gone by the price date is
      * exactly the one sales has to hear about.
      *----------------------------------------------------------------
       LOAD-CONTRACT-PRICES.
           OPEN INPUT CONTRACT-FILE
           IF CONTR-FILE-OK
               PERFORM READ-CONTRACT-ROW
               PERFORM STORE-CONTRACT-ROW UNTIL CONTR-FILE-EOF
               CLOSE CONTRACT-FILE
           END-IF.

       READ-CONTRACT-ROW.
           READ CONTRACT-FILE
               AT END
                   SET CONTR-FILE-EOF TO TRUE
           END-READ.

       STORE-CONTRACT-ROW.
           MOVE CP-CUSTOMER-ID TO WS-LIST-CUSTOMER-ID
           PERFORM CHECK-TARGET-CUSTOMER
           IF WS-LIST-CUSTOMER-ID NOT = ZERO
               AND CP-EFFECTIVE-TO NOT < WS-RUN-DATE
               IF WS-CONTRACT-COUNT < WS-CONTRACT-TABLE-MAX
                   ADD 1 TO WS-CONTRACT-COUNT
                   MOVE CP-CUSTOMER-ID
                       TO CN-CUSTOMER-ID (WS-CONTRACT-COUNT)
                   MOVE CP-PRODUCT-ID
                       TO CN-PRODUCT-ID (WS-CONTRACT-COUNT)
                   MOVE CP-CONTRACT-PRICE
                       TO CN-CONTRACT-PRICE (WS-CONTRACT-COUNT)
                   MOVE CP-EFFECTIVE-FROM
                       TO CN-EFFECTIVE-FROM (WS-CONTRACT-COUNT)
                   MOVE CP-EFFECTIVE-TO
                       TO CN-EFFECTIVE-TO (WS-CONTRACT-COUNT)
               ELSE
                   DISPLAY 'ERROR: CONTRACT TABLE FULL - '
                       'PRICE LIST NOT PRODUCED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-CONTRACT-ROW.

      *----------------------------------------------------------------
      * Leaves WS-LIST-CUSTOMER-ID as it is when the customer is on
      * the list, zero when not.
      *----------------------------------------------------------------
       CHECK-TARGET-CUSTOMER.
           SET TG-IDX TO 1
           SEARCH WS-TARGET-ENTRY
               AT END
                   MOVE ZERO TO WS-LIST-CUSTOMER-ID
               WHEN TG-IDX > WS-TARGET-COUNT
                   MOVE ZERO TO WS-LIST-CUSTOMER-ID
               WHEN TG-CUSTOMER-ID (TG-IDX) = WS-LIST-CUSTOMER-ID
                   CONTINUE
           END-SEARCH.

       LOAD-DISCOUNT-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF OVRD-FILE-OK
               PERFORM READ-OVERRIDE
               PERFORM STORE-OVERRIDE UNTIL OVRD-FILE-EOF
               CLOSE OVERRIDE-FILE
           END-IF.

       READ-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   SET OVRD-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 請求時と同じく、マトリクスを超える率で理由の無い override
      * は採らない(一覧に載せた価格で請求できなくなる)。
      *----------------------------------------------------------------
       STORE-OVERRIDE.
           MOVE OV-CUSTOMER-ID TO WS-LIST-CUSTOMER-ID
           PERFORM CHECK-TARGET-CUSTOMER
           IF WS-LIST-CUSTOMER-ID NOT = ZERO
               MOVE OV-CUSTOMER-ID TO WS-MAP-RECORD-ID
               PERFORM FIND-MEMBER-TIER
               MOVE OV-PRODUCT-ID TO WS-XREF-RECORD-ID
               PERFORM FIND-PRODUCT-CATEGORY
               PERFORM LOOKUP-MATRIX-DISCOUNT
               IF OV-DISCOUNT-PCT > WS-DISCOUNT-PCT
                   AND OV-OVERRIDE-REASON = SPACES
                   ADD 1 TO WS-OVERRIDE-REFUSED-COUNT
               ELSE
                   IF WS-OVERRIDE-COUNT < WS-OVERRIDE-TABLE-MAX
                       ADD 1 TO WS-OVERRIDE-COUNT
                       MOVE OV-CUSTOMER-ID
                           TO OE-CUSTOMER-ID (WS-OVERRIDE-COUNT)
                       MOVE OV-PRODUCT-ID
                           TO OE-PRODUCT-ID (WS-OVERRIDE-COUNT)
                       MOVE OV-DISCOUNT-PCT
                           TO OE-DISCOUNT-PCT (WS-OVERRIDE-COUNT)
                   ELSE
                       DISPLAY 'ERROR: OVERRIDE TABLE FULL - '
                           'PRICE LIST NOT PRODUCED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           PERFORM READ-OVERRIDE.

       FIND-PRODUCT-CATEGORY.
           MOVE SPACES TO WS-LINE-CATEGORY
           MOVE ZERO TO WS-LINE-TAX-RATE
           MOVE 'F' TO WS-XREF-DIRECTION
           CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                          WS-XREF-RECORD-ID
                                          WS-MAPPED-PRODUCT-CODE
           END-CALL
           IF WS-MAPPED-PRODUCT-CODE NOT = SPACES
               SET TX-IDX TO 1
               SEARCH WS-TAX-ENTRY
                   AT END
                       CONTINUE
                   WHEN TX-IDX > WS-TAX-COUNT
                       CONTINUE
                   WHEN TX-PRODUCT-CODE (TX-IDX)
                       = WS-MAPPED-PRODUCT-CODE
                       MOVE TX-CATEGORY-CODE (TX-IDX)
                           TO WS-LINE-CATEGORY
                       MOVE TX-TAX-RATE (TX-IDX)
                           TO WS-LINE-TAX-RATE
               END-SEARCH
           END-IF.

       LOOKUP-MATRIX-DISCOUNT.
           MOVE ZERO TO WS-DISCOUNT-PCT
           SET DX-IDX TO 1
           SEARCH DX-ENTRY
               AT END
                   CONTINUE
               WHEN DX-MEMBER-TIER (DX-IDX) = WS-MEMBER-TIER
                   AND (DX-CATEGORY-CODE (DX-IDX)
                           = WS-LINE-CATEGORY
                       OR DX-CATEGORY-CODE (DX-IDX) = SPACES)
                   MOVE DX-DISCOUNT-PCT (DX-IDX)
                       TO WS-DISCOUNT-PCT
           END-SEARCH.

      *----------------------------------------------------------------
      * 顧客ごとに製品マスタを頭から読み、全製品の単価を出す。
      *----------------------------------------------------------------
       PRICE-ONE-CUSTOMER.
           MOVE TG-CUSTOMER-ID (WS-TARGET-SUB) TO WS-LIST-CUSTOMER-ID
           MOVE WS-LIST-CUSTOMER-ID TO LH-CUSTOMER-ID
           MOVE SPACES TO LH-CUSTOMER-NAME
           MOVE WS-LIST-CUSTOMER-ID TO RECORD-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON CUSTOMER FILE **' TO LH-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE RECORD-NAME OF CUSTOMER-RECORD
                       TO LH-CUSTOMER-NAME
           END-READ
           MOVE WS-PRICE-DATE TO LH-PRICE-DATE
           WRITE PRICE-LIST-REPORT-LINE FROM WS-LIST-HEADER-LINE
           WRITE PRICE-LIST-REPORT-LINE FROM WS-LIST-COLUMN-LINE
           MOVE WS-LIST-CUSTOMER-ID TO WS-MAP-RECORD-ID
           PERFORM FIND-MEMBER-TIER
           OPEN INPUT PROD-FILE
           IF PROD-FILE-OK
               PERFORM READ-PRODUCT
               PERFORM PRICE-ONE-PRODUCT UNTIL PROD-FILE-EOF
               CLOSE PROD-FILE
           END-IF
           WRITE PRICE-LIST-REPORT-LINE FROM WS-LIST-FOOTER-LINE
           MOVE SPACES TO PRICE-LIST-REPORT-LINE
           WRITE PRICE-LIST-REPORT-LINE.

       READ-PRODUCT.
           READ PROD-FILE
               AT END
                   SET PROD-FILE-EOF TO TRUE
           END-READ.

       PRICE-ONE-PRODUCT.
           MOVE PRICE TO WS-LINE-PRICE
           MOVE ZERO TO WS-STAGED-BEST-DATE
           PERFORM APPLY-STAGED-PRICE
               VARYING WS-STAGED-SUB FROM 1 BY 1
               UNTIL WS-STAGED-SUB > WS-STAGED-COUNT
           MOVE RECORD-ID OF PRODUCT-RECORD TO WS-XREF-RECORD-ID
           PERFORM FIND-PRODUCT-CATEGORY
           MOVE 'N' TO WS-CONTRACT-PRICED-SW
           MOVE SPACES TO WS-CONTRACT-NOTE
           MOVE ZERO TO WS-CONTRACT-UNTIL
           PERFORM CHECK-ONE-CONTRACT
               VARYING WS-CONTRACT-SUB FROM 1 BY 1
               UNTIL WS-CONTRACT-SUB > WS-CONTRACT-COUNT
           IF LINE-CONTRACT-PRICED
               MOVE ZERO TO WS-DISCOUNT-PCT
               MOVE 'CONTRACT' TO WS-PRICE-BASIS
           ELSE
               PERFORM WORK-OUT-DISCOUNT
           END-IF
           COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
               WS-LINE-PRICE * WS-DISCOUNT-PCT / 100
           COMPUTE WS-NET-PRICE = WS-LINE-PRICE - WS-DISCOUNT-AMOUNT
           IF WS-CONTRACT-NOTE NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           PERFORM WRITE-PRICE-LINE
           PERFORM READ-PRODUCT.

       APPLY-STAGED-PRICE.
           IF SG-PRODUCT-ID (WS-STAGED-SUB)
                   = RECORD-ID OF PRODUCT-RECORD
               AND SG-EFFECTIVE-DATE (WS-STAGED-SUB)
                   NOT < WS-STAGED-BEST-DATE
               MOVE SG-NEW-PRICE (WS-STAGED-SUB) TO WS-LINE-PRICE
               MOVE SG-EFFECTIVE-DATE (WS-STAGED-SUB)
                   TO WS-STAGED-BEST-DATE
           END-IF.

      *----------------------------------------------------------------
      * 価格日付に有効な契約は単価そのもの。価格日付までに切れる
      * 契約は LAPSES、価格日付から30日以内に切れる契約は RENEW。
      *----------------------------------------------------------------
       CHECK-ONE-CONTRACT.
           IF CN-CUSTOMER-ID (WS-CONTRACT-SUB) = WS-LIST-CUSTOMER-ID
               AND CN-PRODUCT-ID (WS-CONTRACT-SUB)
                   = RECORD-ID OF PRODUCT-RECORD
               IF CN-EFFECTIVE-FROM (WS-CONTRACT-SUB)
                       NOT > WS-PRICE-DATE
                   AND CN-EFFECTIVE-TO (WS-CONTRACT-SUB)
                       NOT < WS-PRICE-DATE
                   MOVE CN-CONTRACT-PRICE (WS-CONTRACT-SUB)
                       TO WS-LINE-PRICE
                   SET LINE-CONTRACT-PRICED TO TRUE
                   MOVE SPACES TO WS-CONTRACT-NOTE
                   MOVE ZERO TO WS-CONTRACT-UNTIL
                   IF CN-EFFECTIVE-TO (WS-CONTRACT-SUB)
                           NOT > WS-RENEWAL-DATE
                       MOVE 'RENEW' TO WS-CONTRACT-NOTE
                       MOVE CN-EFFECTIVE-TO (WS-CONTRACT-SUB)
                           TO WS-CONTRACT-UNTIL
                   END-IF
               END-IF
               IF CN-EFFECTIVE-TO (WS-CONTRACT-SUB) < WS-PRICE-DATE
                   AND NOT LINE-CONTRACT-PRICED
                   MOVE 'LAPSES' TO WS-CONTRACT-NOTE
                   MOVE CN-EFFECTIVE-TO (WS-CONTRACT-SUB)
                       TO WS-CONTRACT-UNTIL
               END-IF
           END-IF.

       WORK-OUT-DISCOUNT.
           PERFORM LOOKUP-MATRIX-DISCOUNT
           IF WS-DISCOUNT-PCT > ZERO
               MOVE 'MEMBER' TO WS-PRICE-BASIS
           ELSE
               MOVE 'LIST' TO WS-PRICE-BASIS
           END-IF
           SET OV-IDX TO 1
           SEARCH WS-OVERRIDE-ENTRY
               AT END
                   CONTINUE
               WHEN OV-IDX > WS-OVERRIDE-COUNT
                   CONTINUE
               WHEN OE-CUSTOMER-ID (OV-IDX) = WS-LIST-CUSTOMER-ID
                   AND OE-PRODUCT-ID (OV-IDX)
                       = RECORD-ID OF PRODUCT-RECORD
                   MOVE OE-DISCOUNT-PCT (OV-IDX)
                       TO WS-DISCOUNT-PCT
                   MOVE 'SPECIAL' TO WS-PRICE-BASIS
           END-SEARCH.

       WRITE-PRICE-LINE.
           MOVE RECORD-ID OF PRODUCT-RECORD TO LD-PRODUCT-ID
           MOVE RECORD-NAME OF PRODUCT-RECORD TO LD-PRODUCT-NAME
           MOVE WS-LINE-PRICE TO LD-LIST-PRICE
           MOVE WS-DISCOUNT-PCT TO LD-DISCOUNT-PCT
           MOVE WS-NET-PRICE TO LD-NET-PRICE
           COMPUTE LD-TAX-PCT = WS-LINE-TAX-RATE * 100
           MOVE WS-PRICE-BASIS TO LD-PRICE-BASIS
           MOVE WS-CONTRACT-NOTE TO LD-CONTRACT-NOTE
           MOVE SPACES TO LD-CONTRACT-UNTIL
           MOVE SPACES TO CV-CONTRACT-UNTIL
           IF WS-CONTRACT-UNTIL > ZERO
               MOVE WS-CONTRACT-UNTIL TO LD-CONTRACT-UNTIL
               MOVE WS-CONTRACT-UNTIL TO CV-CONTRACT-UNTIL
           END-IF
           WRITE PRICE-LIST-REPORT-LINE FROM WS-LIST-DETAIL-LINE
           MOVE WS-LIST-CUSTOMER-ID TO CV-CUSTOMER-ID
           MOVE RECORD-ID OF PRODUCT-RECORD TO CV-PRODUCT-ID
           MOVE RECORD-NAME OF PRODUCT-RECORD TO CV-PRODUCT-NAME
           MOVE WS-LINE-PRICE TO CV-LIST-PRICE
           MOVE WS-DISCOUNT-PCT TO CV-DISCOUNT-PCT
           MOVE WS-NET-PRICE TO CV-NET-PRICE
           MOVE WS-LINE-TAX-RATE TO CV-TAX-RATE
           MOVE WS-PRICE-DATE TO CV-PRICE-DATE
           MOVE WS-PRICE-BASIS TO CV-PRICE-BASIS
           MOVE WS-CONTRACT-NOTE TO CV-CONTRACT-NOTE
           WRITE PRICE-LIST-CSV-LINE FROM WS-CSV-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
