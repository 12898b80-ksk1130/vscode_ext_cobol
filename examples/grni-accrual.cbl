       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRNI-ACCRUAL.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Month-end accrual for goods received not invoiced (未着請求
      * の仕入計上) for the period named on the PERIOD.PRM card
      * (CCYYMM), run before MONTH-END-CLOSE stamps the period.
      * Every OPENPO.DAT line ordered by the last day of the period
      * with a PO-RECEIVED-QTY is valued at PO-UNIT-COST and
      * summed by vendor and PO; the vendor invoices already booked
      * against that PO on APITEMS.DAT with an invoice date by the
      * last day (anything but a rejected duplicate) are taken off,
      * and what is left is the cost received but not yet billed.
      * Both sides are compared in the PO's currency - a foreign PO
      * against AP-FOREIGN-ORIGINAL - and the unbilled foreign
      * remainder is taken into yen at the EXCHANGE-RATE-LOOKUP
      * rate for the last day; a currency with no rate is listed
      * but not accrued.  The total is posted as a balanced pair of
      * GLEXTR.DAT rows under the GRNI batch source dated the last
      * day of the period (PURCHASES debited, the GRNI ACCRUAL
      * liability credited), together with the mirror pair dated
      * the first of the next month, so the accrual reverses itself
      * when the invoices are booked.  GRNI.RPT lists each PO with
      * an unbilled balance and its received lines so AP can chase
      * the missing invoices.  Receipts are taken as they stand on
      * OPENPO.DAT at run time.  The period must still be open on
      * PERIODCT.DAT (PERIOD-LOCK-CHECK), and so must the next one
      * for the reversal, or nothing is posted; GRNI.CTL remembers
      * the last period accrued (the FXREVAL.CTL discipline) and a
      * second run for the same period is refused.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "PERIOD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT AP-ITEM-FILE ASSIGN TO "APITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT GRNI-CONTROL-FILE ASSIGN TO "GRNI.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GRNI-REPORT-FILE ASSIGN TO "GRNI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  PP-CLOSE-PERIOD         PIC 9(6).

       FD  OPEN-PO-FILE.
       COPY OPEN-PO-RECORD.

       FD  AP-ITEM-FILE.
       COPY AP-OPEN-ITEM-RECORD.

       FD  GRNI-CONTROL-FILE.
       01  GRNI-CONTROL-RECORD.
           05  GC-ACCRUED-PERIOD        PIC 9(6).
           05  GC-POSTED-DATE           PIC 9(8).
           05  GC-ACCRUED-AMOUNT        PIC 9(11)V99.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  GRNI-REPORT-FILE.
       01  GRNI-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                PIC XX.
           88  PARM-FILE-OK                  VALUE '00'.
       01  WS-PO-STATUS                  PIC XX.
           88  PO-FILE-OK                    VALUE '00'.
           88  PO-FILE-EOF                   VALUE '10'.
       01  WS-AP-STATUS                  PIC XX.
           88  AP-FILE-OK                    VALUE '00'.
           88  AP-FILE-EOF                   VALUE '10'.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-FILE-OK                   VALUE '00'.
       01  WS-GL-STATUS                  PIC XX.

       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-ACCRUAL-PERIOD             PIC 9(6).
       01  WS-PRIOR-PERIOD               PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-CLOSED-SW           PIC X(1).
           88  ACCRUAL-PERIOD-CLOSED         VALUE 'Y'.

       01  WS-MONTH-END-DATE             PIC 9(8).
       01  WS-NEXT-MONTH-FIRST.
           05  WS-NM-CCYY                PIC 9(4).
           05  WS-NM-MM                  PIC 9(2).
           05  WS-NM-DD                  PIC 9(2).
       01  WS-NEXT-MONTH-DATE REDEFINES WS-NEXT-MONTH-FIRST
                                         PIC 9(8).
       01  WS-PERIOD-SPLIT.
           05  WS-PS-CCYY                PIC 9(4).
           05  WS-PS-MM                  PIC 9(2).
       01  WS-PERIOD-NUMBER REDEFINES WS-PERIOD-SPLIT
                                         PIC 9(6).

      *----------------------------------------------------------------
      * 受入のあるPO行と、仕入先・PO別の受入額/請求額。積み切れ
      * ないと計上額が欠けるので止める。
      *----------------------------------------------------------------
       01  WS-LINE-TABLE-MAX             PIC 9(4) VALUE 5000.
       01  WS-LINE-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-LINE-ENTRIES.
           05  WS-LINE-ENTRY             OCCURS 5000 TIMES.
               10  LN-ORDER-SUB              PIC 9(4) COMP.
               10  LN-PRODUCT-CODE           PIC X(20).
               10  LN-RECEIVED-QTY           PIC 9(5).
               10  LN-UNIT-COST              PIC 9(7)V99.
               10  LN-RECEIVED-VALUE         PIC 9(11)V99.
               10  LN-LAST-RECEIPT-DATE      PIC 9(8).

       01  WS-ORDER-TABLE-MAX            PIC 9(4) VALUE 2000.
       01  WS-ORDER-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-ORDER-ENTRIES.
           05  WS-ORDER-ENTRY            OCCURS 2000 TIMES.
               10  OR-VENDOR-CODE            PIC X(10).
               10  OR-PO-NUMBER              PIC 9(12).
               10  OR-CURRENCY-CODE          PIC X(3).
               10  OR-RECEIVED-VALUE         PIC 9(11)V99.
               10  OR-INVOICED-VALUE         PIC 9(11)V99.
       01  WS-ORDER-SUB                  PIC 9(4) COMP.
       01  WS-LINE-SUB                   PIC 9(4) COMP.
       01  WS-FOUND-SUB                  PIC 9(4) COMP.

       01  WS-PO-CURRENCY                PIC X(3).
       01  WS-LINE-VALUE                 PIC 9(11)V99.
       01  WS-UNBILLED-FOREIGN           PIC 9(11)V99.
       01  WS-CLOSING-RATE               PIC 9(3)V99.
       01  WS-UNBILLED-YEN               PIC 9(11)V99.
       01  WS-ACCRUAL-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-POSTING-AMOUNT             PIC 9(11)V99.
       01  WS-ORDER-ACCRUED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-NO-RATE-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-POST-DATE               PIC 9(8).
       01  WS-GL-PROGRAM-NAME            PIC X(30)
                                   VALUE 'GRNI-ACCRUAL'.
       01  WS-GL-SOURCE-KEY.
           05  FILLER                    PIC X(10) VALUE 'GRNI      '.
           05  GK-PERIOD                 PIC 9(6).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  GK-ENTRY-TYPE             PIC X(3).

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'GOODS RECEIVED NOT INVOICED - PERIOD    '.
           05  RH-PERIOD                PIC 9(6).
           05  FILLER                  PIC X(16)
               VALUE '  CLOSING DATE: '.
           05  RH-MONTH-END-DATE        PIC 9(8).

       01  WS-ORDER-DETAIL-LINE.
           05  FILLER                  PIC X(8) VALUE 'VENDOR: '.
           05  OD-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(6) VALUE '  PO: '.
           05  OD-PO-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  OD-CURRENCY-CODE         PIC X(3).
           05  FILLER                  PIC X(7) VALUE '  RCVD '.
           05  OD-RECEIVED-VALUE        PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE '  BILL '.
           05  OD-INVOICED-VALUE        PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE '  OPEN '.
           05  OD-UNBILLED-FOREIGN      PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  OD-CLOSING-RATE          PIC ZZ9.99.
           05  FILLER                  PIC X(6) VALUE '  JPY '.
           05  OD-UNBILLED-YEN          PIC ZZZZZZZZZZ9.99.

       01  WS-NO-RATE-LINE.
           05  FILLER                  PIC X(40)
               VALUE '    NO CLOSING RATE - NOT ACCRUED       '.

       01  WS-LINE-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  LD-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(7) VALUE '  QTY  '.
           05  LD-RECEIVED-QTY          PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE '  COST  '.
           05  LD-UNIT-COST             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(8) VALUE '  VALUE '.
           05  LD-RECEIVED-VALUE        PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(16)
               VALUE '  LAST RECEIPT: '.
           05  LD-LAST-RECEIPT-DATE     PIC 9(8).

       01  WS-REPORT-TOTAL-LINE.
           05  RT-LABEL                 PIC X(28).
           05  RT-AMOUNT                PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RT-NOTE                  PIC X(30).

       01  WS-POSTED-NOTE.
           05  FILLER                  PIC X(9) VALUE 'DATED    '.
           05  PN-POST-DATE             PIC 9(8).

       01  WS-REPORT-BLANK-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM READ-PERIOD-PARM
           PERFORM READ-GRNI-CONTROL
           IF WS-PRIOR-PERIOD = WS-ACCRUAL-PERIOD
               DISPLAY 'PERIOD ' WS-ACCRUAL-PERIOD
                   ' IS ALREADY ACCRUED - NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-PERIOD-DATES
           PERFORM CHECK-PERIODS-OPEN
           OPEN INPUT OPEN-PO-FILE
           IF NOT PO-FILE-OK
               DISPLAY 'GRNI ACCRUAL - NO OPEN PO FILE, '
                   'NOTHING ACCRUED'
               STOP RUN
           END-IF
           PERFORM READ-OPEN-PO
           PERFORM STORE-RECEIVED-LINE UNTIL PO-FILE-EOF
           CLOSE OPEN-PO-FILE
           OPEN INPUT AP-ITEM-FILE
           IF AP-FILE-OK
               PERFORM READ-AP-ITEM
               PERFORM APPLY-BOOKED-INVOICE UNTIL AP-FILE-EOF
               CLOSE AP-ITEM-FILE
           END-IF
           OPEN OUTPUT GRNI-REPORT-FILE
           MOVE WS-ACCRUAL-PERIOD TO RH-PERIOD
           MOVE WS-MONTH-END-DATE TO RH-MONTH-END-DATE
           WRITE GRNI-REPORT-LINE FROM WS-REPORT-HEADER-LINE
           PERFORM ACCRUE-ONE-ORDER
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
           IF WS-ACCRUAL-TOTAL > ZERO
               PERFORM POST-GRNI-ACCRUAL
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE GRNI-REPORT-FILE
           PERFORM WRITE-GRNI-CONTROL
           DISPLAY 'GRNI ACCRUAL - PERIOD: ' WS-ACCRUAL-PERIOD
               ' POS: ' WS-ORDER-ACCRUED-COUNT
               ' NO RATE: ' WS-NO-RATE-COUNT
               ' ACCRUED: ' WS-ACCRUAL-TOTAL
           STOP RUN.

       READ-PERIOD-PARM.
           OPEN INPUT PERIOD-PARM-FILE
           IF NOT PARM-FILE-OK
               DISPLAY 'PERIOD.PRM PARAMETER CARD MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PERIOD-PARM-FILE
               AT END
                   DISPLAY 'PERIOD.PRM PARAMETER CARD EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PP-CLOSE-PERIOD TO WS-ACCRUAL-PERIOD
           CLOSE PERIOD-PARM-FILE.

      *----------------------------------------------------------------
      * 前回計上した期間。同じ期間の二重計上はしない。
      *----------------------------------------------------------------
       READ-GRNI-CONTROL.
           OPEN INPUT GRNI-CONTROL-FILE
           IF CTL-FILE-OK
               READ GRNI-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GC-ACCRUED-PERIOD TO WS-PRIOR-PERIOD
               END-READ
               CLOSE GRNI-CONTROL-FILE
           END-IF.

       WRITE-GRNI-CONTROL.
           OPEN OUTPUT GRNI-CONTROL-FILE
           MOVE WS-ACCRUAL-PERIOD TO GC-ACCRUED-PERIOD
           MOVE WS-TODAY-CCYYMMDD TO GC-POSTED-DATE
           MOVE WS-ACCRUAL-TOTAL TO GC-ACCRUED-AMOUNT
           WRITE GRNI-CONTROL-RECORD
           CLOSE GRNI-CONTROL-FILE.

      *----------------------------------------------------------------
      * 期末日は翌月一日の前日。戻し仕訳は翌月一日付。
      *----------------------------------------------------------------
       SET-PERIOD-DATES.
           MOVE WS-ACCRUAL-PERIOD TO WS-PERIOD-NUMBER
           IF WS-PS-MM = 12
               COMPUTE WS-NM-CCYY = WS-PS-CCYY + 1
               MOVE 1 TO WS-NM-MM
           ELSE
               MOVE WS-PS-CCYY TO WS-NM-CCYY
               COMPUTE WS-NM-MM = WS-PS-MM + 1
           END-IF
           MOVE 1 TO WS-NM-DD
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1).

      *----------------------------------------------------------------
      * 締めた月には計上しない。戻し仕訳の翌月も開いていること。
      *----------------------------------------------------------------
       CHECK-PERIODS-OPEN.
           CALL 'PERIOD-LOCK-CHECK' USING WS-MONTH-END-DATE
                                           WS-PERIOD-CLOSED-SW
           END-CALL
           IF ACCRUAL-PERIOD-CLOSED
               DISPLAY 'PERIOD ' WS-ACCRUAL-PERIOD
                   ' IS CLOSED - GRNI NOT ACCRUED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'PERIOD-LOCK-CHECK' USING WS-NEXT-MONTH-DATE
                                           WS-PERIOD-CLOSED-SW
           END-CALL
           IF ACCRUAL-PERIOD-CLOSED
               DISPLAY 'PERIOD ' WS-NM-CCYY WS-NM-MM
                   ' IS CLOSED - GRNI REVERSAL CANNOT BE POSTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-OPEN-PO.
           READ OPEN-PO-FILE
               AT END
                   SET PO-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 期末日までに発注し受入のある行だけを積む。取消行も受入済み
      * の分は仕入である。
      *----------------------------------------------------------------
       STORE-RECEIVED-LINE.
           IF PO-RECEIVED-QTY > ZERO
               AND PO-ORDER-DATE NOT > WS-MONTH-END-DATE
               PERFORM FIND-ORDER-ENTRY
               IF WS-LINE-COUNT < WS-LINE-TABLE-MAX
                   ADD 1 TO WS-LINE-COUNT
               ELSE
                   DISPLAY 'ERROR: GRNI LINE TABLE FULL - ACCRUAL '
                       'WOULD BE SHORT - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-LINE-VALUE =
                   PO-RECEIVED-QTY * PO-UNIT-COST
               MOVE WS-FOUND-SUB TO LN-ORDER-SUB (WS-LINE-COUNT)
               MOVE PO-PRODUCT-CODE
                   TO LN-PRODUCT-CODE (WS-LINE-COUNT)
               MOVE PO-RECEIVED-QTY
                   TO LN-RECEIVED-QTY (WS-LINE-COUNT)
               MOVE PO-UNIT-COST TO LN-UNIT-COST (WS-LINE-COUNT)
               MOVE WS-LINE-VALUE
                   TO LN-RECEIVED-VALUE (WS-LINE-COUNT)
               MOVE PO-LAST-RECEIPT-DATE
                   TO LN-LAST-RECEIPT-DATE (WS-LINE-COUNT)
               ADD WS-LINE-VALUE
                   TO OR-RECEIVED-VALUE (WS-FOUND-SUB)
           END-IF
           PERFORM READ-OPEN-PO.

       FIND-ORDER-ENTRY.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM MATCH-ORDER-ENTRY
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                   OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB = ZERO
               IF WS-ORDER-COUNT < WS-ORDER-TABLE-MAX
                   ADD 1 TO WS-ORDER-COUNT
               ELSE
                   DISPLAY 'ERROR: GRNI PO TABLE FULL - ACCRUAL '
                       'WOULD BE SHORT - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ORDER-COUNT TO WS-FOUND-SUB
               MOVE PO-VENDOR-CODE TO OR-VENDOR-CODE (WS-FOUND-SUB)
               MOVE PO-NUMBER TO OR-PO-NUMBER (WS-FOUND-SUB)
               MOVE PO-CURRENCY-CODE TO WS-PO-CURRENCY
               IF WS-PO-CURRENCY = 'JPY'
                   MOVE SPACES TO WS-PO-CURRENCY
               END-IF
               MOVE WS-PO-CURRENCY
                   TO OR-CURRENCY-CODE (WS-FOUND-SUB)
               MOVE ZERO TO OR-RECEIVED-VALUE (WS-FOUND-SUB)
               MOVE ZERO TO OR-INVOICED-VALUE (WS-FOUND-SUB)
           END-IF.

       MATCH-ORDER-ENTRY.
           IF OR-VENDOR-CODE (WS-ORDER-SUB) = PO-VENDOR-CODE
               AND OR-PO-NUMBER (WS-ORDER-SUB) = PO-NUMBER
               MOVE WS-ORDER-SUB TO WS-FOUND-SUB
           END-IF.

       READ-AP-ITEM.
           READ AP-ITEM-FILE
               AT END
                   SET AP-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 期末日までの請求を発注の通貨建てで差し引く。重複として却下
      * された請求は請求に数えない。
      *----------------------------------------------------------------
       APPLY-BOOKED-INVOICE.
           IF NOT AP-ITEM-DUPLICATE
               AND AP-INVOICE-DATE NOT > WS-MONTH-END-DATE
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM MATCH-INVOICED-ORDER
                   VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                       OR WS-FOUND-SUB > ZERO
               IF WS-FOUND-SUB > ZERO
                   IF OR-CURRENCY-CODE (WS-FOUND-SUB) = SPACES
                       ADD AP-ORIGINAL-AMOUNT
                           TO OR-INVOICED-VALUE (WS-FOUND-SUB)
                   ELSE
                       ADD AP-FOREIGN-ORIGINAL
                           TO OR-INVOICED-VALUE (WS-FOUND-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-AP-ITEM.

       MATCH-INVOICED-ORDER.
           IF OR-VENDOR-CODE (WS-ORDER-SUB) = AP-VENDOR-CODE
               AND OR-PO-NUMBER (WS-ORDER-SUB) = AP-PO-NUMBER
               MOVE WS-ORDER-SUB TO WS-FOUND-SUB
           END-IF.

      *----------------------------------------------------------------
      * 受入額が請求額を超える分が未請求。外貨は期末レートで円に
      * 換算する。レートの無い通貨は一覧に出すが計上しない。
      *----------------------------------------------------------------
       ACCRUE-ONE-ORDER.
           IF OR-RECEIVED-VALUE (WS-ORDER-SUB)
               > OR-INVOICED-VALUE (WS-ORDER-SUB)
               COMPUTE WS-UNBILLED-FOREIGN =
                   OR-RECEIVED-VALUE (WS-ORDER-SUB)
                   - OR-INVOICED-VALUE (WS-ORDER-SUB)
               IF OR-CURRENCY-CODE (WS-ORDER-SUB) = SPACES
                   MOVE 1 TO WS-CLOSING-RATE
               ELSE
                   CALL 'EXCHANGE-RATE-LOOKUP'
                       USING OR-CURRENCY-CODE (WS-ORDER-SUB)
                             WS-MONTH-END-DATE
                             WS-CLOSING-RATE
               END-IF
               COMPUTE WS-UNBILLED-YEN ROUNDED =
                   WS-UNBILLED-FOREIGN * WS-CLOSING-RATE
               MOVE OR-VENDOR-CODE (WS-ORDER-SUB) TO OD-VENDOR-CODE
               MOVE OR-PO-NUMBER (WS-ORDER-SUB) TO OD-PO-NUMBER
               MOVE OR-CURRENCY-CODE (WS-ORDER-SUB)
                   TO OD-CURRENCY-CODE
               MOVE OR-RECEIVED-VALUE (WS-ORDER-SUB)
                   TO OD-RECEIVED-VALUE
               MOVE OR-INVOICED-VALUE (WS-ORDER-SUB)
                   TO OD-INVOICED-VALUE
               MOVE WS-UNBILLED-FOREIGN TO OD-UNBILLED-FOREIGN
               MOVE WS-CLOSING-RATE TO OD-CLOSING-RATE
               MOVE WS-UNBILLED-YEN TO OD-UNBILLED-YEN
               WRITE GRNI-REPORT-LINE FROM WS-ORDER-DETAIL-LINE
               IF WS-CLOSING-RATE = ZERO
                   WRITE GRNI-REPORT-LINE FROM WS-NO-RATE-LINE
                   ADD 1 TO WS-NO-RATE-COUNT
               ELSE
                   ADD WS-UNBILLED-YEN TO WS-ACCRUAL-TOTAL
                   ADD 1 TO WS-ORDER-ACCRUED-COUNT
               END-IF
               PERFORM LIST-RECEIVED-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               WRITE GRNI-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           END-IF.

       LIST-RECEIVED-LINE.
           IF LN-ORDER-SUB (WS-LINE-SUB) = WS-ORDER-SUB
               MOVE LN-PRODUCT-CODE (WS-LINE-SUB) TO LD-PRODUCT-CODE
               MOVE LN-RECEIVED-QTY (WS-LINE-SUB) TO LD-RECEIVED-QTY
               MOVE LN-UNIT-COST (WS-LINE-SUB) TO LD-UNIT-COST
               MOVE LN-RECEIVED-VALUE (WS-LINE-SUB)
                   TO LD-RECEIVED-VALUE
               MOVE LN-LAST-RECEIPT-DATE (WS-LINE-SUB)
                   TO LD-LAST-RECEIPT-DATE
               WRITE GRNI-REPORT-LINE FROM WS-LINE-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * Accrual posted at the period's last day and reversed on the
      * first of the next month: PURCHASES debited and the GRNI
      * ACCRUAL liability credited, then the mirror pair.
      *----------------------------------------------------------------
       POST-GRNI-ACCRUAL.
           MOVE WS-ACCRUAL-PERIOD TO GK-PERIOD
           MOVE WS-ACCRUAL-TOTAL TO WS-POSTING-AMOUNT
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           MOVE WS-MONTH-END-DATE TO WS-GL-POST-DATE
           MOVE SPACES TO GK-ENTRY-TYPE
           MOVE 'PURCHASES' TO WS-GL-ELEMENT-NAME
           MOVE 'D' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           MOVE 'ACCRUAL' TO WS-GL-ELEMENT-NAME
           MOVE 'C' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           MOVE WS-NEXT-MONTH-DATE TO WS-GL-POST-DATE
           MOVE 'REV' TO GK-ENTRY-TYPE
           MOVE 'ACCRUAL' TO WS-GL-ELEMENT-NAME
           MOVE 'D' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           MOVE 'PURCHASES' TO WS-GL-ELEMENT-NAME
           MOVE 'C' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           CLOSE GL-INTERFACE-FILE.

       WRITE-GL-ROW.
           MOVE WS-GL-POST-DATE TO GL-POST-DATE
           MOVE 'GRNI' TO GL-BATCH-SOURCE
           MOVE '99999999' TO GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'GRNI'
                   AND GM-ELEMENT-NAME (GM-IDX)
                       = WS-GL-ELEMENT-NAME
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO GL-ACCOUNT-CODE
           END-SEARCH
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE WS-POSTING-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-PROGRAM-NAME TO GL-SOURCE-PROGRAM
           MOVE WS-GL-SOURCE-KEY TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE 'GRNI ACCRUED (JPY):' TO RT-LABEL
           MOVE WS-ACCRUAL-TOTAL TO RT-AMOUNT
           IF WS-ACCRUAL-TOTAL > ZERO
               MOVE WS-MONTH-END-DATE TO PN-POST-DATE
               MOVE WS-POSTED-NOTE TO RT-NOTE
           ELSE
               MOVE 'NOTHING POSTED' TO RT-NOTE
           END-IF
           WRITE GRNI-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           IF WS-ACCRUAL-TOTAL > ZERO
               MOVE 'REVERSED:' TO RT-LABEL
               MOVE WS-NEXT-MONTH-DATE TO PN-POST-DATE
               MOVE WS-POSTED-NOTE TO RT-NOTE
               WRITE GRNI-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           END-IF.
