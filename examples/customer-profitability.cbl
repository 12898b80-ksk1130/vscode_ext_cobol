       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFITABILITY.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Customer profitability for sales management - the customer
      * counterpart of PRODUCT-MARGIN-REPORT.  Reads the PROFPERD.PRM
      * parameter card (from/to dates, the TAXPERD.PRM shape; a
      * missing card takes everything) and builds, per customer,
      * the net sales billed on INVDETL.DAT in the period, the cost
      * of those goods at 製品マスター 原価 (mapped through the
      * ITEMXREF link), the RETHIST.DAT return credits - with the
      * cost of resaleable goods coming back to stock - the
      * SHIPHIST.DAT expected freight, and the commission
      * SALES-COMMISSION-RUN paid on the customer as recorded on
      * COMMHIST.DAT.  Branch accounts on ACCTGRP.DAT are rolled up
      * to their head office so a corporate group is judged as one
      * account.  What is left after cost, freight and commission is
      * the contribution; PROFIT.RPT ranks the customers from the
      * largest contribution down with the contribution as a
      * percentage of sales net of returns.  Lines whose product has
      * no 原価 on file are counted and flagged on the report so an
      * inflated contribution does not pass unnoticed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "PROFPERD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT GROUP-LINK-FILE ASSIGN TO "ACCTGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT INVOICE-DETAIL-FILE ASSIGN TO "INVDETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "RETHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SHIPMENT-HISTORY-FILE ASSIGN TO "SHIPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.
           SELECT COMMISSION-HISTORY-FILE ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHST-STATUS.
           SELECT PROFIT-WORK-FILE ASSIGN TO "PROFIT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-FILE ASSIGN TO "PROFIT.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".
           SELECT PROFIT-REPORT-FILE ASSIGN TO "PROFIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  PP-FROM-DATE             PIC 9(8).
           05  PP-TO-DATE               PIC 9(8).

       FD  GROUP-LINK-FILE.
       COPY ACCOUNT-GROUP-RECORD.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  INVOICE-DETAIL-FILE.
       COPY INVOICE-DETAIL-RECORD.

       FD  RETURN-HISTORY-FILE.
       COPY RETURN-HISTORY-RECORD.

       FD  SHIPMENT-HISTORY-FILE.
       COPY SHIPMENT-HISTORY-RECORD.

       FD  COMMISSION-HISTORY-FILE.
       COPY COMMISSION-HISTORY-RECORD.

       FD  PROFIT-WORK-FILE.
       01  PROFIT-WORK-RECORD.
           05  PW-CONTRIBUTION          PIC S9(11)V99.
           05  PW-CUSTOMER-ID           PIC 9(8).
           05  PW-GROUP-SW              PIC X(1).
           05  PW-NET-SALES             PIC S9(11)V99.
           05  PW-RETURN-CREDIT         PIC S9(11)V99.
           05  PW-GOODS-COST            PIC S9(11)V99.
           05  PW-FREIGHT               PIC S9(11)V99.
           05  PW-COMMISSION            PIC S9(11)V99.
           05  PW-CONTRIBUTION-PCT      PIC S9(5)V99.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-CONTRIBUTION          PIC S9(11)V99.
           05  SR-CUSTOMER-ID           PIC 9(8).
           05  FILLER                   PIC X(73).

       FD  SORTED-FILE.
       01  SORTED-RECORD.
           05  SF-CONTRIBUTION          PIC S9(11)V99.
           05  SF-CUSTOMER-ID           PIC 9(8).
           05  SF-GROUP-SW              PIC X(1).
           05  SF-NET-SALES             PIC S9(11)V99.
           05  SF-RETURN-CREDIT         PIC S9(11)V99.
           05  SF-GOODS-COST            PIC S9(11)V99.
           05  SF-FREIGHT               PIC S9(11)V99.
           05  SF-COMMISSION            PIC S9(11)V99.
           05  SF-CONTRIBUTION-PCT      PIC S9(5)V99.

       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-GRP-STATUS                 PIC XX.
           88  GRP-FILE-OK                   VALUE '00'.
           88  GRP-FILE-EOF                  VALUE '10'.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FILE-OK                 VALUE '00'.
           88  JPROD-FILE-EOF                VALUE '10'.
       01  WS-DTL-STATUS                 PIC XX.
           88  DTL-FILE-OK                   VALUE '00'.
           88  DTL-FILE-EOF                  VALUE '10'.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-SHIP-STATUS                PIC XX.
           88  SHIP-FILE-OK                  VALUE '00'.
           88  SHIP-FILE-EOF                 VALUE '10'.
       01  WS-CHST-STATUS                PIC XX.
           88  CHST-FILE-OK                  VALUE '00'.
           88  CHST-FILE-EOF                 VALUE '10'.
       01  WS-SORT-EOF-SW                PIC X VALUE 'N'.
           88  SORT-FILE-EOF                 VALUE 'Y'.

       01  WS-FROM-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                    PIC 9(8) VALUE 99999999.
       01  WS-FROM-MONTH                 PIC 9(6).
       01  WS-TO-MONTH                   PIC 9(6).

       01  WS-DETAIL-DATE.
           05  WS-DD-DATE                 PIC 9(8).
           05  FILLER                     PIC 9(4).

       01  WS-LINK-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-LINK-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-LINK-ENTRIES.
           05  WS-LINK-ENTRY             OCCURS 200 TIMES.
               10  GL-CHILD-ID               PIC 9(8).
               10  GL-PARENT-ID              PIC 9(8).
       01  WS-LINK-SUB                   PIC 9(3) COMP.

       01  WS-COST-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-COST-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-COST-ENTRIES.
           05  WS-COST-ENTRY             OCCURS 200 TIMES
                                             INDEXED BY CO-IDX.
               10  CO-PRODUCT-CODE           PIC X(20).
               10  CO-UNIT-COST              PIC 9(7)V99.

      *----------------------------------------------------------------
      * 報告単位(グループ所属なら親)ごとの集計表。
      *----------------------------------------------------------------
       01  WS-CUST-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-CUST-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-CUST-ENTRIES.
           05  WS-CUST-ENTRY             OCCURS 500 TIMES.
               10  CP-CUSTOMER-ID            PIC 9(8).
               10  CP-GROUP-SW               PIC X(1).
               10  CP-NET-SALES              PIC S9(11)V99.
               10  CP-RETURN-CREDIT          PIC S9(11)V99.
               10  CP-GOODS-COST             PIC S9(11)V99.
               10  CP-FREIGHT                PIC S9(11)V99.
               10  CP-COMMISSION             PIC S9(11)V99.
       01  WS-CUST-SUB                   PIC 9(3) COMP.
       01  WS-CUST-HIT-SUB               PIC 9(3) COMP.

      *----------------------------------------------------------------
      * COMMHIST.DATは再実行で同じ月・顧客の行が重なる。最後の行を
      * その月の支払額とするため、月・顧客単位でいったん表に置く。
      *----------------------------------------------------------------
       01  WS-COMM-TABLE-MAX             PIC 9(4) VALUE 1000.
       01  WS-COMM-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-COMM-ENTRIES.
           05  WS-COMM-ENTRY             OCCURS 1000 TIMES.
               10  CM-RUN-MONTH              PIC 9(6).
               10  CM-CUSTOMER-ID            PIC 9(8).
               10  CM-COMMISSION             PIC S9(9)V99.
       01  WS-COMM-SUB                   PIC 9(4) COMP.
       01  WS-COMM-HIT-SUB               PIC 9(4) COMP.

       01  WS-TABLE-LOST-SW              PIC X(1) VALUE 'N'.
           88  WORK-TABLE-OVERFLOWED         VALUE 'Y'.

       01  WS-POST-CUSTOMER-ID           PIC 9(8).
       01  WS-REPORT-CUSTOMER-ID         PIC 9(8).
       01  WS-IN-GROUP-SW                PIC X(1).
           88  CUSTOMER-IN-GROUP             VALUE 'Y'.
       01  WS-POST-SALES                 PIC S9(11)V99.
       01  WS-POST-CREDIT                PIC S9(11)V99.
       01  WS-POST-COST                  PIC S9(11)V99.
       01  WS-POST-FREIGHT               PIC S9(11)V99.
       01  WS-POST-COMMISSION            PIC S9(11)V99.

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).
       01  WS-UNIT-COST                  PIC 9(7)V99.
       01  WS-COST-FOUND-SW              PIC X(1).
           88  UNIT-COST-FOUND               VALUE 'Y'.
       01  WS-UNCOSTED-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-NET-REVENUE                PIC S9(11)V99.
       01  WS-RANK                       PIC 9(4) VALUE ZERO.

       01  WS-TOTAL-SALES                PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT               PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-COST                 PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-FREIGHT              PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-COMMISSION           PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CONTRIBUTION         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-PCT                  PIC S9(5)V99 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'CUSTOMER PROFITABILITY - PERIOD FROM   '.
           05  TL-FROM-DATE             PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  TL-TO-DATE               PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'RANK CUSTOMER  GROUP '.
           05  FILLER                  PIC X(42)
               VALUE '     NET SALES       RETURNS    GOODS COST'.
           05  FILLER                  PIC X(42)
               VALUE '       FREIGHT    COMMISSION  CONTRIBUTION'.
           05  FILLER                  PIC X(9) VALUE '      PCT'.

       01  WS-DETAIL-LINE.
           05  PD-RANK                  PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PD-GROUP-NOTE            PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-NET-SALES             PIC -ZZZZZZZZZ9.99.
           05  PD-RETURN-CREDIT         PIC -ZZZZZZZZZ9.99.
           05  PD-GOODS-COST            PIC -ZZZZZZZZZ9.99.
           05  PD-FREIGHT               PIC -ZZZZZZZZZ9.99.
           05  PD-COMMISSION            PIC -ZZZZZZZZZ9.99.
           05  PD-CONTRIBUTION          PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PD-CONTRIBUTION-PCT      PIC -ZZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'TOTAL                '.
           05  PT-NET-SALES             PIC -ZZZZZZZZZ9.99.
           05  PT-RETURN-CREDIT         PIC -ZZZZZZZZZ9.99.
           05  PT-GOODS-COST            PIC -ZZZZZZZZZ9.99.
           05  PT-FREIGHT               PIC -ZZZZZZZZZ9.99.
           05  PT-COMMISSION            PIC -ZZZZZZZZZ9.99.
           05  PT-CONTRIBUTION          PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PT-CONTRIBUTION-PCT      PIC -ZZZ9.99.

       01  WS-UNCOSTED-LINE.
           05  FILLER                  PIC X(34)
               VALUE 'WARNING: LINES WITH NO UNIT COST: '.
           05  UL-UNCOSTED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(40)
               VALUE ' - COST OMITTED, CONTRIBUTION OVERSTATED'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PERIOD-PARM
           PERFORM LOAD-GROUP-LINKS
           PERFORM LOAD-COST-TABLE
           PERFORM ACCUMULATE-SALES-LINES
           PERFORM ACCUMULATE-RETURNS
           PERFORM ACCUMULATE-FREIGHT
           PERFORM LOAD-COMMISSION-HISTORY
           PERFORM POST-ONE-COMMISSION
               VARYING WS-COMM-SUB FROM 1 BY 1
               UNTIL WS-COMM-SUB > WS-COMM-COUNT
           IF WORK-TABLE-OVERFLOWED
               DISPLAY 'CUSTOMER PROFITABILITY - WORK TABLE '
                   'OVERFLOW, RANKING INCOMPLETE - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PROFIT-WORK-FILE
           PERFORM WRITE-PROFIT-WORK
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
           CLOSE PROFIT-WORK-FILE

           SORT SORT-WORK
               ON DESCENDING KEY SR-CONTRIBUTION
               ON ASCENDING KEY SR-CUSTOMER-ID
               USING PROFIT-WORK-FILE
               GIVING SORTED-FILE

           OPEN INPUT SORTED-FILE
           OPEN OUTPUT PROFIT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM READ-SORTED-RECORD
           PERFORM WRITE-RANKED-CUSTOMER UNTIL SORT-FILE-EOF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE SORTED-FILE
           CLOSE PROFIT-REPORT-FILE
           DISPLAY 'CUSTOMER PROFITABILITY - CUSTOMERS: '
               WS-CUST-COUNT ' UNCOSTED LINES: ' WS-UNCOSTED-COUNT
           STOP RUN.

       READ-PERIOD-PARM.
           OPEN INPUT PERIOD-PARM-FILE
           IF PRM-FILE-OK
               READ PERIOD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PP-FROM-DATE TO WS-FROM-DATE
                       MOVE PP-TO-DATE TO WS-TO-DATE
               END-READ
               CLOSE PERIOD-PARM-FILE
           END-IF
           MOVE WS-FROM-DATE (1:6) TO WS-FROM-MONTH
           MOVE WS-TO-DATE (1:6) TO WS-TO-MONTH.

       LOAD-GROUP-LINKS.
           OPEN INPUT GROUP-LINK-FILE
           IF GRP-FILE-OK
               PERFORM READ-GROUP-LINK
               PERFORM STORE-GROUP-LINK UNTIL GRP-FILE-EOF
               CLOSE GROUP-LINK-FILE
           END-IF.

       READ-GROUP-LINK.
           READ GROUP-LINK-FILE
               AT END
                   SET GRP-FILE-EOF TO TRUE
           END-READ.

       STORE-GROUP-LINK.
           IF WS-LINK-COUNT < WS-LINK-TABLE-MAX
               ADD 1 TO WS-LINK-COUNT
               MOVE AG-CHILD-ID TO GL-CHILD-ID (WS-LINK-COUNT)
               MOVE AG-PARENT-ID TO GL-PARENT-ID (WS-LINK-COUNT)
           ELSE
               DISPLAY 'ERROR: GROUP TABLE FULL - '
                   AG-CHILD-ID ' NOT LOADED'
               SET WORK-TABLE-OVERFLOWED TO TRUE
           END-IF
           PERFORM READ-GROUP-LINK.

      *----------------------------------------------------------------
      * 製品マスターの原価をワーク表に読み込む。
      *----------------------------------------------------------------
       LOAD-COST-TABLE.
           OPEN INPUT JPRODUCT-FILE
           IF JPROD-FILE-OK
               PERFORM READ-JPRODUCT
               PERFORM STORE-UNIT-COST UNTIL JPROD-FILE-EOF
               CLOSE JPRODUCT-FILE
           END-IF.

       READ-JPRODUCT.
           READ JPRODUCT-FILE
               AT END
                   SET JPROD-FILE-EOF TO TRUE
           END-READ.

       STORE-UNIT-COST.
           IF WS-COST-COUNT < WS-COST-TABLE-MAX
               ADD 1 TO WS-COST-COUNT
               MOVE 製品ーコード
                   TO CO-PRODUCT-CODE (WS-COST-COUNT)
               MOVE 原価 TO CO-UNIT-COST (WS-COST-COUNT)
           ELSE
               DISPLAY 'ERROR: COST TABLE FULL - '
                   製品ーコード ' NOT LOADED'
               SET WORK-TABLE-OVERFLOWED TO TRUE
           END-IF
           PERFORM READ-JPRODUCT.

       ACCUMULATE-SALES-LINES.
           OPEN INPUT INVOICE-DETAIL-FILE
           IF DTL-FILE-OK
               PERFORM READ-INVOICE-DETAIL
               PERFORM POST-ONE-SALES-LINE UNTIL DTL-FILE-EOF
               CLOSE INVOICE-DETAIL-FILE
           END-IF.

       READ-INVOICE-DETAIL.
           READ INVOICE-DETAIL-FILE
               AT END
                   SET DTL-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The invoice date is the leading CCYYMMDD of the invoice
      * number.  A line whose product carries no 原価 is billed
      * at zero cost and counted for the warning line.
      *----------------------------------------------------------------
       POST-ONE-SALES-LINE.
           MOVE IV-INVOICE-NUMBER TO WS-DETAIL-DATE
           IF WS-DD-DATE NOT < WS-FROM-DATE
               AND WS-DD-DATE NOT > WS-TO-DATE
               MOVE IV-PRODUCT-ID TO WS-XREF-RECORD-ID
               PERFORM LOOKUP-UNIT-COST
               IF NOT UNIT-COST-FOUND
                   ADD 1 TO WS-UNCOSTED-COUNT
               END-IF
               MOVE IV-CUSTOMER-ID TO WS-POST-CUSTOMER-ID
               PERFORM CLEAR-POSTING-AMOUNTS
               MOVE IV-LINE-AMOUNT TO WS-POST-SALES
               COMPUTE WS-POST-COST = IV-QUANTITY * WS-UNIT-COST
               PERFORM ADD-TO-CUSTOMER-TOTALS
           END-IF
           PERFORM READ-INVOICE-DETAIL.

      *----------------------------------------------------------------
      * 8桁RECORD-IDから製品ーコードへはITEMXREFの対応行で引く。
      * 対応が無い、または製品マスターに無い製品は原価ゼロ。
      *----------------------------------------------------------------
       LOOKUP-UNIT-COST.
           MOVE ZERO TO WS-UNIT-COST
           MOVE 'N' TO WS-COST-FOUND-SW
           MOVE 'F' TO WS-XREF-DIRECTION
           CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                          WS-XREF-RECORD-ID
                                          WS-MAPPED-PRODUCT-CODE
           END-CALL
           IF WS-MAPPED-PRODUCT-CODE NOT = SPACES
               SET CO-IDX TO 1
               SEARCH WS-COST-ENTRY
                   AT END
                       CONTINUE
                   WHEN CO-PRODUCT-CODE (CO-IDX)
                       = WS-MAPPED-PRODUCT-CODE
                       MOVE CO-UNIT-COST (CO-IDX) TO WS-UNIT-COST
                       SET UNIT-COST-FOUND TO TRUE
               END-SEARCH
           END-IF.

       ACCUMULATE-RETURNS.
           OPEN INPUT RETURN-HISTORY-FILE
           IF HIST-FILE-OK
               PERFORM READ-RETURN-HISTORY
               PERFORM POST-ONE-RETURN UNTIL HIST-FILE-EOF
               CLOSE RETURN-HISTORY-FILE
           END-IF.

       READ-RETURN-HISTORY.
           READ RETURN-HISTORY-FILE
               AT END
                   SET HIST-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * A return gives back the credit; resaleable goods also come
      * back to stock, so their cost comes off the customer's cost
      * of goods.  Defect-coded goods are scrapped (and claimed
      * from the maker), so their cost stays charged.
      *----------------------------------------------------------------
       POST-ONE-RETURN.
           IF RH-RETURN-DATE NOT < WS-FROM-DATE
               AND RH-RETURN-DATE NOT > WS-TO-DATE
               MOVE RH-CUSTOMER-ID TO WS-POST-CUSTOMER-ID
               PERFORM CLEAR-POSTING-AMOUNTS
               MOVE RH-CREDIT-AMOUNT TO WS-POST-CREDIT
               IF NOT RH-REASON-DEFECT
                   MOVE RH-PRODUCT-ID TO WS-XREF-RECORD-ID
                   PERFORM LOOKUP-UNIT-COST
                   COMPUTE WS-POST-COST =
                       ZERO - RH-RETURNED-QTY * WS-UNIT-COST
               END-IF
               PERFORM ADD-TO-CUSTOMER-TOTALS
           END-IF
           PERFORM READ-RETURN-HISTORY.

       ACCUMULATE-FREIGHT.
           OPEN INPUT SHIPMENT-HISTORY-FILE
           IF SHIP-FILE-OK
               PERFORM READ-SHIPMENT-HISTORY
               PERFORM POST-ONE-SHIPMENT UNTIL SHIP-FILE-EOF
               CLOSE SHIPMENT-HISTORY-FILE
           END-IF.

       READ-SHIPMENT-HISTORY.
           READ SHIPMENT-HISTORY-FILE
               AT END
                   SET SHIP-FILE-EOF TO TRUE
           END-READ.

       POST-ONE-SHIPMENT.
           IF SHP-SHIP-DATE NOT < WS-FROM-DATE
               AND SHP-SHIP-DATE NOT > WS-TO-DATE
               MOVE SHP-CUSTOMER-ID TO WS-POST-CUSTOMER-ID
               PERFORM CLEAR-POSTING-AMOUNTS
               MOVE SHP-EXPECTED-FREIGHT TO WS-POST-FREIGHT
               PERFORM ADD-TO-CUSTOMER-TOTALS
           END-IF
           PERFORM READ-SHIPMENT-HISTORY.

       LOAD-COMMISSION-HISTORY.
           OPEN INPUT COMMISSION-HISTORY-FILE
           IF CHST-FILE-OK
               PERFORM READ-COMMISSION-HISTORY
               PERFORM STORE-COMMISSION-ROW UNTIL CHST-FILE-EOF
               CLOSE COMMISSION-HISTORY-FILE
           END-IF.

       READ-COMMISSION-HISTORY.
           READ COMMISSION-HISTORY-FILE
               AT END
                   SET CHST-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Commission is paid by month, so a month counts when it falls
      * inside the period's months.  A later row for the same month
      * and customer replaces the earlier one.
      *----------------------------------------------------------------
       STORE-COMMISSION-ROW.
           IF CH-RUN-MONTH NOT < WS-FROM-MONTH
               AND CH-RUN-MONTH NOT > WS-TO-MONTH
               MOVE ZERO TO WS-COMM-HIT-SUB
               PERFORM FIND-COMMISSION-ENTRY
                   VARYING WS-COMM-SUB FROM 1 BY 1
                   UNTIL WS-COMM-SUB > WS-COMM-COUNT
                       OR WS-COMM-HIT-SUB > ZERO
               IF WS-COMM-HIT-SUB > ZERO
                   MOVE CH-COMMISSION
                       TO CM-COMMISSION (WS-COMM-HIT-SUB)
               ELSE
                   IF WS-COMM-COUNT < WS-COMM-TABLE-MAX
                       ADD 1 TO WS-COMM-COUNT
                       MOVE CH-RUN-MONTH
                           TO CM-RUN-MONTH (WS-COMM-COUNT)
                       MOVE CH-CUSTOMER-ID
                           TO CM-CUSTOMER-ID (WS-COMM-COUNT)
                       MOVE CH-COMMISSION
                           TO CM-COMMISSION (WS-COMM-COUNT)
                   ELSE
                       DISPLAY 'ERROR: COMMISSION TABLE FULL - '
                           CH-CUSTOMER-ID ' NOT LOADED'
                       SET WORK-TABLE-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-COMMISSION-HISTORY.

       FIND-COMMISSION-ENTRY.
           IF CM-RUN-MONTH (WS-COMM-SUB) = CH-RUN-MONTH
               AND CM-CUSTOMER-ID (WS-COMM-SUB) = CH-CUSTOMER-ID
               MOVE WS-COMM-SUB TO WS-COMM-HIT-SUB
           END-IF.

       POST-ONE-COMMISSION.
           MOVE CM-CUSTOMER-ID (WS-COMM-SUB) TO WS-POST-CUSTOMER-ID
           PERFORM CLEAR-POSTING-AMOUNTS
           MOVE CM-COMMISSION (WS-COMM-SUB) TO WS-POST-COMMISSION
           PERFORM ADD-TO-CUSTOMER-TOTALS.

       CLEAR-POSTING-AMOUNTS.
           MOVE ZERO TO WS-POST-SALES
           MOVE ZERO TO WS-POST-CREDIT
           MOVE ZERO TO WS-POST-COST
           MOVE ZERO TO WS-POST-FREIGHT
           MOVE ZERO TO WS-POST-COMMISSION.

      *----------------------------------------------------------------
      * 支店は本社(ACCTGRP.DATの親)に寄せて集計する。親自身も
      * グループ扱いとする。
      *----------------------------------------------------------------
       RESOLVE-REPORTING-CUSTOMER.
           MOVE WS-POST-CUSTOMER-ID TO WS-REPORT-CUSTOMER-ID
           MOVE 'N' TO WS-IN-GROUP-SW
           PERFORM CHECK-ONE-GROUP-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-LINK-COUNT.

       CHECK-ONE-GROUP-LINK.
           IF GL-CHILD-ID (WS-LINK-SUB) = WS-POST-CUSTOMER-ID
               MOVE GL-PARENT-ID (WS-LINK-SUB)
                   TO WS-REPORT-CUSTOMER-ID
               SET CUSTOMER-IN-GROUP TO TRUE
           END-IF
           IF GL-PARENT-ID (WS-LINK-SUB) = WS-POST-CUSTOMER-ID
               SET CUSTOMER-IN-GROUP TO TRUE
           END-IF.

       ADD-TO-CUSTOMER-TOTALS.
           PERFORM RESOLVE-REPORTING-CUSTOMER
           MOVE ZERO TO WS-CUST-HIT-SUB
           PERFORM FIND-CUSTOMER-ENTRY
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
                   OR WS-CUST-HIT-SUB > ZERO
           IF WS-CUST-HIT-SUB = ZERO
               IF WS-CUST-COUNT < WS-CUST-TABLE-MAX
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-CUST-HIT-SUB
                   MOVE WS-REPORT-CUSTOMER-ID
                       TO CP-CUSTOMER-ID (WS-CUST-HIT-SUB)
                   MOVE 'N' TO CP-GROUP-SW (WS-CUST-HIT-SUB)
                   MOVE ZERO TO CP-NET-SALES (WS-CUST-HIT-SUB)
                   MOVE ZERO TO CP-RETURN-CREDIT (WS-CUST-HIT-SUB)
                   MOVE ZERO TO CP-GOODS-COST (WS-CUST-HIT-SUB)
                   MOVE ZERO TO CP-FREIGHT (WS-CUST-HIT-SUB)
                   MOVE ZERO TO CP-COMMISSION (WS-CUST-HIT-SUB)
               ELSE
                   DISPLAY 'ERROR: CUSTOMER TABLE FULL - '
                       WS-REPORT-CUSTOMER-ID ' NOT LOADED'
                   SET WORK-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           IF WS-CUST-HIT-SUB > ZERO
               IF CUSTOMER-IN-GROUP
                   MOVE 'Y' TO CP-GROUP-SW (WS-CUST-HIT-SUB)
               END-IF
               ADD WS-POST-SALES TO CP-NET-SALES (WS-CUST-HIT-SUB)
               ADD WS-POST-CREDIT
                   TO CP-RETURN-CREDIT (WS-CUST-HIT-SUB)
               ADD WS-POST-COST TO CP-GOODS-COST (WS-CUST-HIT-SUB)
               ADD WS-POST-FREIGHT TO CP-FREIGHT (WS-CUST-HIT-SUB)
               ADD WS-POST-COMMISSION
                   TO CP-COMMISSION (WS-CUST-HIT-SUB)
           END-IF.

       FIND-CUSTOMER-ENTRY.
           IF CP-CUSTOMER-ID (WS-CUST-SUB) = WS-REPORT-CUSTOMER-ID
               MOVE WS-CUST-SUB TO WS-CUST-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * Contribution = sales - returns - cost - freight - commission.
      * The percentage is taken on sales net of returns; with no
      * net revenue it is left at zero.
      *----------------------------------------------------------------
       WRITE-PROFIT-WORK.
           MOVE CP-CUSTOMER-ID (WS-CUST-SUB) TO PW-CUSTOMER-ID
           MOVE CP-GROUP-SW (WS-CUST-SUB) TO PW-GROUP-SW
           MOVE CP-NET-SALES (WS-CUST-SUB) TO PW-NET-SALES
           MOVE CP-RETURN-CREDIT (WS-CUST-SUB) TO PW-RETURN-CREDIT
           MOVE CP-GOODS-COST (WS-CUST-SUB) TO PW-GOODS-COST
           MOVE CP-FREIGHT (WS-CUST-SUB) TO PW-FREIGHT
           MOVE CP-COMMISSION (WS-CUST-SUB) TO PW-COMMISSION
           COMPUTE PW-CONTRIBUTION =
               PW-NET-SALES - PW-RETURN-CREDIT - PW-GOODS-COST
                   - PW-FREIGHT - PW-COMMISSION
           COMPUTE WS-NET-REVENUE = PW-NET-SALES - PW-RETURN-CREDIT
           MOVE ZERO TO PW-CONTRIBUTION-PCT
           IF WS-NET-REVENUE > ZERO
               COMPUTE PW-CONTRIBUTION-PCT ROUNDED =
                   PW-CONTRIBUTION * 100 / WS-NET-REVENUE
                   ON SIZE ERROR
                       MOVE ZERO TO PW-CONTRIBUTION-PCT
               END-COMPUTE
           END-IF
           ADD PW-NET-SALES TO WS-TOTAL-SALES
           ADD PW-RETURN-CREDIT TO WS-TOTAL-CREDIT
           ADD PW-GOODS-COST TO WS-TOTAL-COST
           ADD PW-FREIGHT TO WS-TOTAL-FREIGHT
           ADD PW-COMMISSION TO WS-TOTAL-COMMISSION
           ADD PW-CONTRIBUTION TO WS-TOTAL-CONTRIBUTION
           WRITE PROFIT-WORK-RECORD.

       WRITE-REPORT-HEADINGS.
           MOVE WS-FROM-DATE TO TL-FROM-DATE
           MOVE WS-TO-DATE TO TL-TO-DATE
           WRITE PROFIT-REPORT-LINE FROM WS-TITLE-LINE
           WRITE PROFIT-REPORT-LINE FROM WS-COLUMN-LINE.

       READ-SORTED-RECORD.
           READ SORTED-FILE
               AT END
                   SET SORT-FILE-EOF TO TRUE
           END-READ.

       WRITE-RANKED-CUSTOMER.
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO PD-RANK
           MOVE SF-CUSTOMER-ID TO PD-CUSTOMER-ID
           IF SF-GROUP-SW = 'Y'
               MOVE 'GROUP' TO PD-GROUP-NOTE
           ELSE
               MOVE SPACES TO PD-GROUP-NOTE
           END-IF
           MOVE SF-NET-SALES TO PD-NET-SALES
           MOVE SF-RETURN-CREDIT TO PD-RETURN-CREDIT
           MOVE SF-GOODS-COST TO PD-GOODS-COST
           MOVE SF-FREIGHT TO PD-FREIGHT
           MOVE SF-COMMISSION TO PD-COMMISSION
           MOVE SF-CONTRIBUTION TO PD-CONTRIBUTION
           MOVE SF-CONTRIBUTION-PCT TO PD-CONTRIBUTION-PCT
           WRITE PROFIT-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM READ-SORTED-RECORD.

       WRITE-REPORT-TOTALS.
           COMPUTE WS-NET-REVENUE = WS-TOTAL-SALES - WS-TOTAL-CREDIT
           IF WS-NET-REVENUE > ZERO
               COMPUTE WS-TOTAL-PCT ROUNDED =
                   WS-TOTAL-CONTRIBUTION * 100 / WS-NET-REVENUE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-TOTAL-PCT
               END-COMPUTE
           END-IF
           MOVE WS-TOTAL-SALES TO PT-NET-SALES
           MOVE WS-TOTAL-CREDIT TO PT-RETURN-CREDIT
           MOVE WS-TOTAL-COST TO PT-GOODS-COST
           MOVE WS-TOTAL-FREIGHT TO PT-FREIGHT
           MOVE WS-TOTAL-COMMISSION TO PT-COMMISSION
           MOVE WS-TOTAL-CONTRIBUTION TO PT-CONTRIBUTION
           MOVE WS-TOTAL-PCT TO PT-CONTRIBUTION-PCT
           WRITE PROFIT-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-UNCOSTED-COUNT > ZERO
               MOVE WS-UNCOSTED-COUNT TO UL-UNCOSTED-COUNT
               WRITE PROFIT-REPORT-LINE FROM WS-UNCOSTED-LINE
           END-IF.
