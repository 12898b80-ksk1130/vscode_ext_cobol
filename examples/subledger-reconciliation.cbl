       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLEDGER-RECONCILIATION.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Month-end proof of the three GL control accounts against
      * the subledgers behind them, for the period named on the
      * PERIOD.PRM card (CCYYMM) - drift found the month it
      * happens instead of at year end.  The control accounts are
      * the GL-ACCOUNT-MAP-TABLE codes for receivables (INVOICE
      * RECEIVABLE), payables (VENDPAY APCONTROL) and inventory
      * (RECEIPT INVENTORY); each balance is the GLBAL.DAT rows for
      * the account accumulated through the period, as the trial
      * balance takes it.  The subledgers are totalled as of the
      * last day of the period:
      *   - receivables: AR-OPEN-AMOUNT of the open ARITEMS.DAT
      *     items invoiced by then;
      *   - payables: AP-OPEN-AMOUNT of the open and held
      *     APITEMS.DAT items invoiced by then, plus the unrealised
      *     exchange difference AP-FX-REVALUATION posted to AP
      *     control dated the last day (APITEMS.DAT keeps the booked
      *     yen, so it is shown as a reconciling item);
      *   - inventory: each 製品マスター product's 在庫数量, less the
      *     STOCKMOV.LOG movements dated after the period, at 原価
      *     (drop-ship products hold no stock).
      * Open amounts are taken as they stand, so the run belongs
      * straight after the period ends.  SLRECON.RPT lists the
      * likely causes of any difference first - subledger activity
      * of the period with no GLEXTR.DAT row on the control account
      * carrying its business key in GL-SOURCE-KEY (an AR invoice
      * number, an AP vendor invoice number), stock receipts,
      * issues, returns and adjustments of a product on a day with
      * no inventory-account row keyed by the product code nor
      * posted that day (receipts post under the PO number and
      * write-offs under the run date, neither on STOCKMOV.LOG), and
      * postings to a control account in the period from a batch
      * source the map table does not route there, i.e. made by
      * hand - then the subledger total, GL balance and difference
      * per ledger.  Any difference sets RC 8.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "PERIOD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT AP-ITEM-FILE ASSIGN TO "APITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STOCKMOV.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "SLRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  PP-CLOSE-PERIOD         PIC 9(6).

       FD  GL-BALANCE-FILE.
       COPY GL-BALANCE-RECORD.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  AR-ITEM-FILE.
       COPY AR-OPEN-ITEM-RECORD.

       FD  AP-ITEM-FILE.
       COPY AP-OPEN-ITEM-RECORD.

       FD  STOCK-MOVEMENT-FILE.
       COPY STOCK-MOVEMENT-RECORD.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                PIC XX.
           88  PARM-FILE-OK                  VALUE '00'.
       01  WS-BAL-STATUS                 PIC XX.
           88  BAL-FILE-OK                   VALUE '00'.
           88  BAL-FILE-EOF                  VALUE '10'.
       01  WS-GL-STATUS                  PIC XX.
           88  GL-FILE-OK                    VALUE '00'.
           88  GL-FILE-EOF                   VALUE '10'.
       01  WS-AR-STATUS                  PIC XX.
           88  AR-FILE-OK                    VALUE '00'.
           88  AR-FILE-EOF                   VALUE '10'.
       01  WS-AP-STATUS                  PIC XX.
           88  AP-FILE-OK                    VALUE '00'.
           88  AP-FILE-EOF                   VALUE '10'.
       01  WS-MOV-STATUS                 PIC XX.
           88  MOV-FILE-OK                   VALUE '00'.
           88  MOV-FILE-EOF                  VALUE '10'.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FILE-OK                 VALUE '00'.
           88  JPROD-FILE-EOF                VALUE '10'.

       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-RECON-PERIOD               PIC 9(6).
       01  WS-MONTH-START-DATE           PIC 9(8).
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
      * 照合する3台帳: 1=売掛金 2=買掛金 3=在庫。勘定コードは
      * GL-ACCOUNT-MAP-TABLEから引く。
      *----------------------------------------------------------------
       01  WS-LEDGER-ENTRIES.
           05  WS-LEDGER-ENTRY           OCCURS 3 TIMES.
               10  LG-LEDGER-NAME            PIC X(12).
               10  LG-BATCH-SOURCE           PIC X(10).
               10  LG-ELEMENT-NAME           PIC X(10).
               10  LG-ACCOUNT-CODE           PIC X(8).
               10  LG-BALANCE-SIDE           PIC X(1).
               10  LG-SUBLEDGER-TOTAL        PIC S9(13)V99.
               10  LG-GL-BALANCE             PIC S9(13)V99.
               10  LG-DIFFERENCE             PIC S9(13)V99.
               10  LG-UNPOSTED-COUNT         PIC 9(5).
               10  LG-MANUAL-COUNT           PIC 9(5).
       01  WS-LEDGER-SUB                 PIC 9(1) COMP.
       01  WS-AR-LEDGER                  PIC 9(1) COMP VALUE 1.
       01  WS-AP-LEDGER                  PIC 9(1) COMP VALUE 2.
       01  WS-INV-LEDGER                 PIC 9(1) COMP VALUE 3.
       01  WS-ROW-NET                    PIC S9(13)V99.

      *----------------------------------------------------------------
      * 期末日付の外貨換算替え(FXREVAL)の買掛金への純額。明細は
      * 計上時の円のままなので、調整項目として台帳に足す。
      *----------------------------------------------------------------
       01  WS-FX-REVAL-AMOUNT            PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * 統制勘定へのGLEXTR行の業務キー。積み切れないと計上済みの
      * 取引を未計上と誤報するので止める。
      *----------------------------------------------------------------
       01  WS-KEY-TABLE-MAX              PIC 9(5) VALUE 20000.
       01  WS-KEY-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-KEY-ENTRIES.
           05  WS-KEY-ENTRY              OCCURS 20000 TIMES.
               10  GK-LEDGER-SUB             PIC 9(1).
               10  GK-SOURCE-KEY             PIC X(20).
               10  GK-POST-DATE              PIC 9(8).
       01  WS-KEY-SUB                    PIC 9(5) COMP.
       01  WS-WANTED-KEY                 PIC X(20).
       01  WS-KEY-FOUND-SW               PIC X(1).
           88  GL-KEY-FOUND                  VALUE 'Y'.
       01  WS-KEY-DIGITS                 PIC 9(12).
       01  WS-WANTED-DATE                PIC 9(8).

       01  WS-MANUAL-TABLE-MAX           PIC 9(3) VALUE 500.
       01  WS-MANUAL-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-MANUAL-NOT-LISTED          PIC 9(5) VALUE ZERO.
       01  WS-MANUAL-ENTRIES.
           05  WS-MANUAL-ENTRY           OCCURS 500 TIMES.
               10  MN-LEDGER-SUB             PIC 9(1).
               10  MN-GL-IMAGE               PIC X(96).
       01  WS-MANUAL-SUB                 PIC 9(3) COMP.
       01  WS-ROUTED-SW                  PIC X(1).
           88  ROUTED-BY-MAP                 VALUE 'Y'.

      *----------------------------------------------------------------
      * 製品別の期末より後の受払数量(在庫数量を期末へ戻す)と、
      * 当月の評価額が動く受払(RC/IS/RT/AJ)の製品・日付別件数・
      * 数量。
      *----------------------------------------------------------------
       01  WS-MOVE-TABLE-MAX             PIC 9(4) VALUE 5000.
       01  WS-MOVE-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-MOVE-ENTRIES.
           05  WS-MOVE-ENTRY             OCCURS 5000 TIMES.
               10  MV-PRODUCT-CODE           PIC X(20).
               10  MV-LATER-QTY              PIC S9(7).
               10  MV-UNIT-COST              PIC 9(7)V99.
       01  WS-MOVE-SUB                   PIC 9(4) COMP.
       01  WS-MOVE-HIT-SUB               PIC 9(4) COMP.
       01  WS-WANTED-PRODUCT             PIC X(20).

       01  WS-DAY-TABLE-MAX              PIC 9(4) VALUE 5000.
       01  WS-DAY-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-DAY-ENTRIES.
           05  WS-DAY-ENTRY              OCCURS 5000 TIMES.
               10  PD-PRODUCT-CODE           PIC X(20).
               10  PD-MOVEMENT-DATE          PIC 9(8).
               10  PD-MOVEMENT-COUNT         PIC 9(5).
               10  PD-MOVEMENT-QTY           PIC S9(7).
       01  WS-DAY-SUB                    PIC 9(4) COMP.
       01  WS-DAY-HIT-SUB                PIC 9(4) COMP.

       01  WS-PERIOD-END-QTY             PIC S9(7).
       01  WS-PRODUCT-VALUE              PIC S9(13)V99.
       01  WS-MOVEMENT-VALUE             PIC S9(13)V99.
       01  WS-ANY-DIFFERENCE-SW          PIC X(1) VALUE 'N'.
           88  LEDGER-DIFFERENCE-FOUND       VALUE 'Y'.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'SUBLEDGER TO GL RECONCILIATION - PERIOD '.
           05  RH-PERIOD                PIC 9(6).
           05  FILLER                  PIC X(16)
               VALUE '  CLOSING DATE: '.
           05  RH-MONTH-END-DATE        PIC 9(8).

       01  WS-SECTION-LINE.
           05  SC-LEDGER-NAME           PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SC-TITLE                 PIC X(50).

       01  WS-UNPOSTED-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  UP-KEY                   PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UP-PARTY                 PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UP-DATE                  PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UP-AMOUNT                PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  UP-NOTE                  PIC X(30).

       01  WS-RECONCILING-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RI-TITLE                 PIC X(34).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RI-DATE                  PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RI-AMOUNT                PIC -ZZZZZZZZZZZZ9.99.

       01  WS-MOVEMENT-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ML-PRODUCT-CODE          PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ML-MOVEMENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ML-COUNT                 PIC ZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE ' MOVEMENTS  '.
           05  ML-QUANTITY              PIC -ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ML-VALUE                 PIC -ZZZZZZZZZZZZ9.99.

       01  WS-MANUAL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  MP-POST-DATE             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MP-BATCH-SOURCE          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MP-DEBIT-CREDIT          PIC X(1).
           05  MP-AMOUNT                PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MP-SOURCE-PROGRAM        PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MP-SOURCE-KEY            PIC X(20).

       01  WS-NOT-LISTED-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  NL-COUNT                 PIC ZZZZ9.
           05  FILLER                  PIC X(40)
               VALUE ' FURTHER MANUAL POSTINGS NOT LISTED     '.

       01  WS-SUMMARY-LINE.
           05  SM-LEDGER-NAME           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SM-ACCOUNT-CODE          PIC X(8).
           05  FILLER                  PIC X(11) VALUE '  LEDGER  '.
           05  SM-SUBLEDGER-TOTAL       PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE '  GL  '.
           05  SM-GL-BALANCE            PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(8) VALUE '  DIFF  '.
           05  SM-DIFFERENCE            PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SM-NOTE                  PIC X(12).

       01  WS-REPORT-BLANK-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PERIOD-PARM
           PERFORM SET-PERIOD-DATES
           PERFORM SET-CONTROL-ACCOUNTS
           PERFORM LOAD-GL-BALANCES
           PERFORM LOAD-GL-EXTRACT
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE WS-RECON-PERIOD TO RH-PERIOD
           MOVE WS-MONTH-END-DATE TO RH-MONTH-END-DATE
           WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADER-LINE
           WRITE RECON-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           PERFORM TOTAL-RECEIVABLES-LEDGER
           PERFORM TOTAL-PAYABLES-LEDGER
           PERFORM LOAD-STOCK-MOVEMENTS
           PERFORM TOTAL-INVENTORY-LEDGER
           PERFORM PRINT-MANUAL-POSTINGS
           PERFORM PRINT-LEDGER-SUMMARY
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > 3
           CLOSE RECON-REPORT-FILE
           DISPLAY 'SUBLEDGER RECONCILIATION - PERIOD: '
               WS-RECON-PERIOD
               ' AR DIFF: ' LG-DIFFERENCE (WS-AR-LEDGER)
               ' AP DIFF: ' LG-DIFFERENCE (WS-AP-LEDGER)
               ' INVENTORY DIFF: ' LG-DIFFERENCE (WS-INV-LEDGER)
           IF LEDGER-DIFFERENCE-FOUND
               MOVE 8 TO RETURN-CODE
           END-IF
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
           MOVE PP-CLOSE-PERIOD TO WS-RECON-PERIOD
           CLOSE PERIOD-PARM-FILE.

      *----------------------------------------------------------------
      * 期末日は翌月一日の前日。
      *----------------------------------------------------------------
       SET-PERIOD-DATES.
           MOVE WS-RECON-PERIOD TO WS-PERIOD-NUMBER
           COMPUTE WS-MONTH-START-DATE = WS-RECON-PERIOD * 100 + 1
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

       SET-CONTROL-ACCOUNTS.
           INITIALIZE WS-LEDGER-ENTRIES
           MOVE 'RECEIVABLES' TO LG-LEDGER-NAME (WS-AR-LEDGER)
           MOVE 'INVOICE' TO LG-BATCH-SOURCE (WS-AR-LEDGER)
           MOVE 'RECEIVABLE' TO LG-ELEMENT-NAME (WS-AR-LEDGER)
           MOVE 'D' TO LG-BALANCE-SIDE (WS-AR-LEDGER)
           MOVE 'PAYABLES' TO LG-LEDGER-NAME (WS-AP-LEDGER)
           MOVE 'VENDPAY' TO LG-BATCH-SOURCE (WS-AP-LEDGER)
           MOVE 'APCONTROL' TO LG-ELEMENT-NAME (WS-AP-LEDGER)
           MOVE 'C' TO LG-BALANCE-SIDE (WS-AP-LEDGER)
           MOVE 'INVENTORY' TO LG-LEDGER-NAME (WS-INV-LEDGER)
           MOVE 'RECEIPT' TO LG-BATCH-SOURCE (WS-INV-LEDGER)
           MOVE 'INVENTORY' TO LG-ELEMENT-NAME (WS-INV-LEDGER)
           MOVE 'D' TO LG-BALANCE-SIDE (WS-INV-LEDGER)
           PERFORM LOOK-UP-CONTROL-ACCOUNT
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > 3.

       LOOK-UP-CONTROL-ACCOUNT.
           MOVE '99999999' TO LG-ACCOUNT-CODE (WS-LEDGER-SUB)
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX)
                       = LG-BATCH-SOURCE (WS-LEDGER-SUB)
                   AND GM-ELEMENT-NAME (GM-IDX)
                       = LG-ELEMENT-NAME (WS-LEDGER-SUB)
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO LG-ACCOUNT-CODE (WS-LEDGER-SUB)
           END-SEARCH.

      *----------------------------------------------------------------
      * 統制勘定の残高は期末までのGLBAL行の累計(試算表と同じ)。
      * 売掛金・在庫は借方残、買掛金は貸方残で持つ。
      *----------------------------------------------------------------
       LOAD-GL-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF BAL-FILE-OK
               PERFORM READ-BALANCE-ROW
               PERFORM FOLD-BALANCE-ROW UNTIL BAL-FILE-EOF
               CLOSE GL-BALANCE-FILE
           END-IF.

       READ-BALANCE-ROW.
           READ GL-BALANCE-FILE
               AT END
                   SET BAL-FILE-EOF TO TRUE
           END-READ.

       FOLD-BALANCE-ROW.
           IF GB-PERIOD NOT > WS-RECON-PERIOD
               PERFORM ADD-BALANCE-TO-LEDGER
                   VARYING WS-LEDGER-SUB FROM 1 BY 1
                   UNTIL WS-LEDGER-SUB > 3
           END-IF
           PERFORM READ-BALANCE-ROW.

       ADD-BALANCE-TO-LEDGER.
           IF GB-ACCOUNT-CODE = LG-ACCOUNT-CODE (WS-LEDGER-SUB)
               IF LG-BALANCE-SIDE (WS-LEDGER-SUB) = 'D'
                   COMPUTE WS-ROW-NET =
                       GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
               ELSE
                   COMPUTE WS-ROW-NET =
                       GB-CREDIT-TOTAL - GB-DEBIT-TOTAL
               END-IF
               ADD WS-ROW-NET TO LG-GL-BALANCE (WS-LEDGER-SUB)
           END-IF.

      *----------------------------------------------------------------
      * 統制勘定へのGLEXTR行から業務キーを控え、当月の行のうち
      * 勘定マップに無いバッチ元からのもの(手入力)を拾う。
      *----------------------------------------------------------------
       LOAD-GL-EXTRACT.
           OPEN INPUT GL-INTERFACE-FILE
           IF GL-FILE-OK
               PERFORM READ-GL-ROW
               PERFORM NOTE-GL-ROW UNTIL GL-FILE-EOF
               CLOSE GL-INTERFACE-FILE
           END-IF.

       READ-GL-ROW.
           READ GL-INTERFACE-FILE
               AT END
                   SET GL-FILE-EOF TO TRUE
           END-READ.

       NOTE-GL-ROW.
           PERFORM NOTE-ROW-FOR-LEDGER
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > 3
           PERFORM READ-GL-ROW.

       NOTE-ROW-FOR-LEDGER.
           IF GL-ACCOUNT-CODE = LG-ACCOUNT-CODE (WS-LEDGER-SUB)
               IF WS-KEY-COUNT < WS-KEY-TABLE-MAX
                   ADD 1 TO WS-KEY-COUNT
               ELSE
                   DISPLAY 'ERROR: GL KEY TABLE FULL - POSTED '
                       'ITEMS WOULD SHOW UNPOSTED - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-LEDGER-SUB TO GK-LEDGER-SUB (WS-KEY-COUNT)
               MOVE GL-SOURCE-KEY TO GK-SOURCE-KEY (WS-KEY-COUNT)
               MOVE GL-POST-DATE TO GK-POST-DATE (WS-KEY-COUNT)
               IF WS-LEDGER-SUB = WS-AP-LEDGER
                   AND GL-BATCH-SOURCE = 'FXREVAL'
                   AND GL-POST-DATE = WS-MONTH-END-DATE
                   PERFORM NOTE-FX-REVALUATION
               END-IF
               IF GL-POST-DATE NOT < WS-MONTH-START-DATE
                   AND GL-POST-DATE NOT > WS-MONTH-END-DATE
                   PERFORM CHECK-ROUTED-BY-MAP
                   IF NOT ROUTED-BY-MAP
                       PERFORM KEEP-MANUAL-POSTING
                   END-IF
               END-IF
           END-IF.

       NOTE-FX-REVALUATION.
           IF GL-DEBIT-CREDIT = 'C'
               ADD GL-AMOUNT TO WS-FX-REVAL-AMOUNT
           ELSE
               SUBTRACT GL-AMOUNT FROM WS-FX-REVAL-AMOUNT
           END-IF.

       CHECK-ROUTED-BY-MAP.
           MOVE 'N' TO WS-ROUTED-SW
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = GL-BATCH-SOURCE
                   AND GM-ACCOUNT-CODE (GM-IDX) = GL-ACCOUNT-CODE
                   MOVE 'Y' TO WS-ROUTED-SW
           END-SEARCH
           IF GL-SOURCE-PROGRAM = SPACES
               MOVE 'N' TO WS-ROUTED-SW
           END-IF.

       KEEP-MANUAL-POSTING.
           ADD 1 TO LG-MANUAL-COUNT (WS-LEDGER-SUB)
           IF WS-MANUAL-COUNT < WS-MANUAL-TABLE-MAX
               ADD 1 TO WS-MANUAL-COUNT
               MOVE WS-LEDGER-SUB TO MN-LEDGER-SUB (WS-MANUAL-COUNT)
               MOVE GL-INTERFACE-RECORD
                   TO MN-GL-IMAGE (WS-MANUAL-COUNT)
           ELSE
               ADD 1 TO WS-MANUAL-NOT-LISTED
           END-IF.

       FIND-GL-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SW
           PERFORM MATCH-GL-KEY
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
                   OR GL-KEY-FOUND.

       MATCH-GL-KEY.
           IF GK-LEDGER-SUB (WS-KEY-SUB) = WS-LEDGER-SUB
               AND GK-SOURCE-KEY (WS-KEY-SUB) = WS-WANTED-KEY
               MOVE 'Y' TO WS-KEY-FOUND-SW
           END-IF.

       FIND-GL-DATE.
           MOVE 'N' TO WS-KEY-FOUND-SW
           PERFORM MATCH-GL-DATE
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
                   OR GL-KEY-FOUND.

       MATCH-GL-DATE.
           IF GK-LEDGER-SUB (WS-KEY-SUB) = WS-LEDGER-SUB
               AND GK-POST-DATE (WS-KEY-SUB) = WS-WANTED-DATE
               MOVE 'Y' TO WS-KEY-FOUND-SW
           END-IF.

      *----------------------------------------------------------------
      * 売掛金: 期末までに請求した未回収明細の残高。当月請求分は
      * 請求番号でGLEXTRの売掛金行を探す。
      *----------------------------------------------------------------
       TOTAL-RECEIVABLES-LEDGER.
           MOVE WS-AR-LEDGER TO WS-LEDGER-SUB
           MOVE 'RECEIVABLES' TO SC-LEDGER-NAME
           MOVE 'INVOICES OF THE PERIOD WITH NO GL ROW'
               TO SC-TITLE
           WRITE RECON-REPORT-LINE FROM WS-SECTION-LINE
           OPEN INPUT AR-ITEM-FILE
           IF AR-FILE-OK
               PERFORM READ-AR-ITEM
               PERFORM TOTAL-AR-ITEM UNTIL AR-FILE-EOF
               CLOSE AR-ITEM-FILE
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

       READ-AR-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET AR-FILE-EOF TO TRUE
           END-READ.

       TOTAL-AR-ITEM.
           IF AR-INVOICE-DATE NOT > WS-MONTH-END-DATE
               IF AR-ITEM-OPEN
                   ADD AR-OPEN-AMOUNT
                       TO LG-SUBLEDGER-TOTAL (WS-AR-LEDGER)
               END-IF
               IF AR-INVOICE-DATE NOT < WS-MONTH-START-DATE
                   MOVE AR-INVOICE-NUMBER TO WS-KEY-DIGITS
                   MOVE WS-KEY-DIGITS TO WS-WANTED-KEY
                   PERFORM FIND-GL-KEY
                   IF NOT GL-KEY-FOUND
                       ADD 1 TO LG-UNPOSTED-COUNT (WS-AR-LEDGER)
                       MOVE WS-WANTED-KEY TO UP-KEY
                       MOVE AR-CUSTOMER-ID TO UP-PARTY
                       MOVE AR-INVOICE-DATE TO UP-DATE
                       MOVE AR-ORIGINAL-AMOUNT TO UP-AMOUNT
                       MOVE 'NO GLEXTR ROW FOR INVOICE' TO UP-NOTE
                       WRITE RECON-REPORT-LINE FROM WS-UNPOSTED-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-AR-ITEM.

      *----------------------------------------------------------------
      * 買掛金: 期末までの請求で未払・保留の明細の残高。当月請求分
      * は仕入先請求番号でGLEXTRの買掛金行を探す。期末の換算替え
      * 差額は調整項目として最後に足す。
      *----------------------------------------------------------------
       TOTAL-PAYABLES-LEDGER.
           MOVE WS-AP-LEDGER TO WS-LEDGER-SUB
           MOVE 'PAYABLES' TO SC-LEDGER-NAME
           MOVE 'VENDOR INVOICES OF THE PERIOD WITH NO GL ROW'
               TO SC-TITLE
           WRITE RECON-REPORT-LINE FROM WS-SECTION-LINE
           OPEN INPUT AP-ITEM-FILE
           IF AP-FILE-OK
               PERFORM READ-AP-ITEM
               PERFORM TOTAL-AP-ITEM UNTIL AP-FILE-EOF
               CLOSE AP-ITEM-FILE
           END-IF
           IF WS-FX-REVAL-AMOUNT NOT = ZERO
               ADD WS-FX-REVAL-AMOUNT
                   TO LG-SUBLEDGER-TOTAL (WS-AP-LEDGER)
               MOVE 'RECONCILING: UNREALISED FX REVAL'
                   TO RI-TITLE
               MOVE WS-MONTH-END-DATE TO RI-DATE
               MOVE WS-FX-REVAL-AMOUNT TO RI-AMOUNT
               WRITE RECON-REPORT-LINE FROM WS-RECONCILING-LINE
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

       READ-AP-ITEM.
           READ AP-ITEM-FILE
               AT END
                   SET AP-FILE-EOF TO TRUE
           END-READ.

       TOTAL-AP-ITEM.
           IF AP-INVOICE-DATE NOT > WS-MONTH-END-DATE
               AND NOT AP-ITEM-DUPLICATE
               IF AP-ITEM-OPEN OR AP-ITEM-HELD
                   ADD AP-OPEN-AMOUNT
                       TO LG-SUBLEDGER-TOTAL (WS-AP-LEDGER)
               END-IF
               IF AP-INVOICE-DATE NOT < WS-MONTH-START-DATE
                   MOVE AP-VENDOR-INV-NO TO WS-WANTED-KEY
                   PERFORM FIND-GL-KEY
                   IF NOT GL-KEY-FOUND
                       ADD 1 TO LG-UNPOSTED-COUNT (WS-AP-LEDGER)
                       MOVE WS-WANTED-KEY TO UP-KEY
                       MOVE AP-VENDOR-CODE TO UP-PARTY
                       MOVE AP-INVOICE-DATE TO UP-DATE
                       MOVE AP-ORIGINAL-AMOUNT TO UP-AMOUNT
                       MOVE 'NO GLEXTR ROW FOR INVOICE' TO UP-NOTE
                       WRITE RECON-REPORT-LINE FROM WS-UNPOSTED-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-AP-ITEM.

      *----------------------------------------------------------------
      * 受払台帳を製品別に畳む。期末より後の受払は在庫数量を期末に
      * 戻すため、当月の評価額が動く受払は未計上の照合のため。
      *----------------------------------------------------------------
       LOAD-STOCK-MOVEMENTS.
           OPEN INPUT STOCK-MOVEMENT-FILE
           IF MOV-FILE-OK
               PERFORM READ-STOCK-MOVEMENT
               PERFORM FOLD-STOCK-MOVEMENT UNTIL MOV-FILE-EOF
               CLOSE STOCK-MOVEMENT-FILE
           END-IF.

       READ-STOCK-MOVEMENT.
           READ STOCK-MOVEMENT-FILE
               AT END
                   SET MOV-FILE-EOF TO TRUE
           END-READ.

       FOLD-STOCK-MOVEMENT.
           IF SM-MOVEMENT-DATE > WS-MONTH-END-DATE
               MOVE SM-PRODUCT-CODE TO WS-WANTED-PRODUCT
               PERFORM FIND-MOVE-ENTRY
               ADD SM-QUANTITY TO MV-LATER-QTY (WS-MOVE-HIT-SUB)
           ELSE
               IF SM-MOVEMENT-DATE NOT < WS-MONTH-START-DATE
                   AND (SM-MOVEMENT-TYPE = 'RC' OR 'IS' OR 'RT'
                       OR 'AJ')
                   MOVE SM-PRODUCT-CODE TO WS-WANTED-PRODUCT
                   PERFORM FIND-MOVE-ENTRY
                   PERFORM NOTE-PERIOD-MOVEMENT
               END-IF
           END-IF
           PERFORM READ-STOCK-MOVEMENT.

       FIND-MOVE-ENTRY.
           MOVE ZERO TO WS-MOVE-HIT-SUB
           PERFORM MATCH-MOVE-ENTRY
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                   OR WS-MOVE-HIT-SUB > ZERO
           IF WS-MOVE-HIT-SUB = ZERO
               IF WS-MOVE-COUNT < WS-MOVE-TABLE-MAX
                   ADD 1 TO WS-MOVE-COUNT
               ELSE
                   DISPLAY 'ERROR: MOVEMENT TABLE FULL - INVENTORY '
                       'WOULD BE MISSTATED - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-WANTED-PRODUCT
                   TO MV-PRODUCT-CODE (WS-MOVE-COUNT)
               MOVE ZERO TO MV-LATER-QTY (WS-MOVE-COUNT)
               MOVE ZERO TO MV-UNIT-COST (WS-MOVE-COUNT)
               MOVE WS-MOVE-COUNT TO WS-MOVE-HIT-SUB
           END-IF.

       MATCH-MOVE-ENTRY.
           IF MV-PRODUCT-CODE (WS-MOVE-SUB) = WS-WANTED-PRODUCT
               MOVE WS-MOVE-SUB TO WS-MOVE-HIT-SUB
           END-IF.

       NOTE-PERIOD-MOVEMENT.
           MOVE ZERO TO WS-DAY-HIT-SUB
           PERFORM MATCH-DAY-ENTRY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
                   OR WS-DAY-HIT-SUB > ZERO
           IF WS-DAY-HIT-SUB = ZERO
               IF WS-DAY-COUNT < WS-DAY-TABLE-MAX
                   ADD 1 TO WS-DAY-COUNT
               ELSE
                   DISPLAY 'ERROR: MOVEMENT DAY TABLE FULL - '
                       'UNPOSTED MOVEMENTS WOULD BE MISSED - '
                       'RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SM-PRODUCT-CODE TO PD-PRODUCT-CODE (WS-DAY-COUNT)
               MOVE SM-MOVEMENT-DATE
                   TO PD-MOVEMENT-DATE (WS-DAY-COUNT)
               MOVE ZERO TO PD-MOVEMENT-COUNT (WS-DAY-COUNT)
               MOVE ZERO TO PD-MOVEMENT-QTY (WS-DAY-COUNT)
               MOVE WS-DAY-COUNT TO WS-DAY-HIT-SUB
           END-IF
           ADD 1 TO PD-MOVEMENT-COUNT (WS-DAY-HIT-SUB)
           ADD SM-QUANTITY TO PD-MOVEMENT-QTY (WS-DAY-HIT-SUB).

       MATCH-DAY-ENTRY.
           IF PD-PRODUCT-CODE (WS-DAY-SUB) = SM-PRODUCT-CODE
               AND PD-MOVEMENT-DATE (WS-DAY-SUB) = SM-MOVEMENT-DATE
               MOVE WS-DAY-SUB TO WS-DAY-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * 在庫: 製品ごとに期末数量 x 原価。直送品は在庫を持たない。
      *----------------------------------------------------------------
       TOTAL-INVENTORY-LEDGER.
           MOVE WS-INV-LEDGER TO WS-LEDGER-SUB
           MOVE 'INVENTORY' TO SC-LEDGER-NAME
           MOVE 'STOCK MOVEMENTS OF THE PERIOD WITH NO GL ROW'
               TO SC-TITLE
           WRITE RECON-REPORT-LINE FROM WS-SECTION-LINE
           OPEN INPUT JPRODUCT-FILE
           IF JPROD-FILE-OK
               PERFORM READ-PRODUCT
               PERFORM VALUE-ONE-PRODUCT UNTIL JPROD-FILE-EOF
               CLOSE JPRODUCT-FILE
           END-IF
           PERFORM CHECK-MOVEMENT-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
           WRITE RECON-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

       READ-PRODUCT.
           READ JPRODUCT-FILE NEXT RECORD
               AT END
                   SET JPROD-FILE-EOF TO TRUE
           END-READ.

       VALUE-ONE-PRODUCT.
           IF NOT 直送品
               MOVE 在庫数量 TO WS-PERIOD-END-QTY
               MOVE 製品ーコード TO WS-WANTED-PRODUCT
               MOVE ZERO TO WS-MOVE-HIT-SUB
               PERFORM MATCH-MOVE-ENTRY
                   VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                       OR WS-MOVE-HIT-SUB > ZERO
               IF WS-MOVE-HIT-SUB > ZERO
                   SUBTRACT MV-LATER-QTY (WS-MOVE-HIT-SUB)
                       FROM WS-PERIOD-END-QTY
                   MOVE 原価 TO MV-UNIT-COST (WS-MOVE-HIT-SUB)
               END-IF
               COMPUTE WS-PRODUCT-VALUE = WS-PERIOD-END-QTY * 原価
               ADD WS-PRODUCT-VALUE
                   TO LG-SUBLEDGER-TOTAL (WS-INV-LEDGER)
           END-IF
           PERFORM READ-PRODUCT.

      *----------------------------------------------------------------
      * 製品コードをキーとする行も、その日の在庫勘定の行も無い
      * 受払日を未計上として出す。評価は製品の原価で。
      *----------------------------------------------------------------
       CHECK-MOVEMENT-DAY.
           MOVE PD-PRODUCT-CODE (WS-DAY-SUB) TO WS-WANTED-KEY
           PERFORM FIND-GL-KEY
           IF NOT GL-KEY-FOUND
               MOVE PD-MOVEMENT-DATE (WS-DAY-SUB) TO WS-WANTED-DATE
               PERFORM FIND-GL-DATE
           END-IF
           IF NOT GL-KEY-FOUND
               ADD 1 TO LG-UNPOSTED-COUNT (WS-INV-LEDGER)
               MOVE PD-PRODUCT-CODE (WS-DAY-SUB) TO WS-WANTED-PRODUCT
               MOVE ZERO TO WS-MOVE-HIT-SUB
               PERFORM MATCH-MOVE-ENTRY
                   VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                       OR WS-MOVE-HIT-SUB > ZERO
               MOVE ZERO TO WS-MOVEMENT-VALUE
               IF WS-MOVE-HIT-SUB > ZERO
                   COMPUTE WS-MOVEMENT-VALUE =
                       PD-MOVEMENT-QTY (WS-DAY-SUB)
                       * MV-UNIT-COST (WS-MOVE-HIT-SUB)
               END-IF
               MOVE PD-PRODUCT-CODE (WS-DAY-SUB) TO ML-PRODUCT-CODE
               MOVE PD-MOVEMENT-DATE (WS-DAY-SUB)
                   TO ML-MOVEMENT-DATE
               MOVE PD-MOVEMENT-COUNT (WS-DAY-SUB) TO ML-COUNT
               MOVE PD-MOVEMENT-QTY (WS-DAY-SUB) TO ML-QUANTITY
               MOVE WS-MOVEMENT-VALUE TO ML-VALUE
               WRITE RECON-REPORT-LINE FROM WS-MOVEMENT-LINE
           END-IF.

       PRINT-MANUAL-POSTINGS.
           MOVE 'ALL LEDGERS' TO SC-LEDGER-NAME
           MOVE 'MANUAL POSTINGS TO CONTROL ACCOUNTS IN THE PERIOD'
               TO SC-TITLE
           WRITE RECON-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM PRINT-ONE-MANUAL-POSTING
               VARYING WS-MANUAL-SUB FROM 1 BY 1
               UNTIL WS-MANUAL-SUB > WS-MANUAL-COUNT
           IF WS-MANUAL-NOT-LISTED > ZERO
               MOVE WS-MANUAL-NOT-LISTED TO NL-COUNT
               WRITE RECON-REPORT-LINE FROM WS-NOT-LISTED-LINE
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

       PRINT-ONE-MANUAL-POSTING.
           MOVE MN-GL-IMAGE (WS-MANUAL-SUB) TO GL-INTERFACE-RECORD
           MOVE GL-POST-DATE TO MP-POST-DATE
           MOVE GL-BATCH-SOURCE TO MP-BATCH-SOURCE
           MOVE GL-DEBIT-CREDIT TO MP-DEBIT-CREDIT
           MOVE GL-AMOUNT TO MP-AMOUNT
           MOVE GL-SOURCE-PROGRAM TO MP-SOURCE-PROGRAM
           MOVE GL-SOURCE-KEY TO MP-SOURCE-KEY
           WRITE RECON-REPORT-LINE FROM WS-MANUAL-LINE.

       PRINT-LEDGER-SUMMARY.
           COMPUTE LG-DIFFERENCE (WS-LEDGER-SUB) =
               LG-SUBLEDGER-TOTAL (WS-LEDGER-SUB)
               - LG-GL-BALANCE (WS-LEDGER-SUB)
           MOVE LG-LEDGER-NAME (WS-LEDGER-SUB) TO SM-LEDGER-NAME
           MOVE LG-ACCOUNT-CODE (WS-LEDGER-SUB) TO SM-ACCOUNT-CODE
           MOVE LG-SUBLEDGER-TOTAL (WS-LEDGER-SUB)
               TO SM-SUBLEDGER-TOTAL
           MOVE LG-GL-BALANCE (WS-LEDGER-SUB) TO SM-GL-BALANCE
           MOVE LG-DIFFERENCE (WS-LEDGER-SUB) TO SM-DIFFERENCE
           IF LG-DIFFERENCE (WS-LEDGER-SUB) = ZERO
               MOVE 'AGREES' TO SM-NOTE
           ELSE
               MOVE 'DIFFERS' TO SM-NOTE
               SET LEDGER-DIFFERENCE-FOUND TO TRUE
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE.
