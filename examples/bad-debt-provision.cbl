       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-PROVISION.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Month-end allowance for doubtful accounts (貸倒引当金),
      * replacing the spreadsheet finance kept beside
      * AR-AGING-REPORT.  The open items on ARITEMS.DAT are sorted
      * by customer and bucketed exactly as the aging report does
      * (days past AR-DUE-DATE, invoice date where the due date is
      * zero: current, 1-30, 31-60, over 60), and each bucket is
      * provided for at its ALLOWANCE-RULES rate.  A customer with
      * order lines on the HELDORD.DAT credit-hold queue, or at the
      * top dunning level on DUNLEVEL.DAT, is provided for
      * specifically at 100% of everything open instead.  The
      * required allowance is compared with the balance last booked,
      * which ALLOWANC.CTL remembers (the INTASSES.CTL marker
      * discipline), and only the increase or decrease is posted:
      * a balanced pair of GLEXTR.DAT rows under the ALLOWANCE batch
      * source - expense against the allowance on an increase, the
      * reverse on a decrease.  ALLOWANC.RPT is the supporting
      * schedule by customer for the auditors; REPORT-SPOOL-CATALOG
      * keeps each month's copy.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".
           SELECT SORTED-ITEM-FILE ASSIGN TO "ARSORT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT HELD-ORDER-FILE ASSIGN TO "HELDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT DUNNING-LEVEL-FILE ASSIGN TO "DUNLEVEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVEL-STATUS.
           SELECT ALLOWANCE-CONTROL-FILE ASSIGN TO "ALLOWANC.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "ALLOWANC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-ITEM-FILE.
       COPY AR-OPEN-ITEM-RECORD.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-CUSTOMER-ID           PIC 9(8).
           05  SR-INVOICE-NUMBER        PIC 9(12).
           05  SR-INVOICE-DATE          PIC 9(8).
           05  SR-ORIGINAL-AMOUNT       PIC 9(9)V99.
           05  SR-OPEN-AMOUNT           PIC 9(9)V99.
           05  SR-ITEM-STATUS           PIC X(1).
           05  SR-DUE-DATE              PIC 9(8).

       FD  SORTED-ITEM-FILE.
       01  SORTED-ITEM-RECORD.
           05  SI-CUSTOMER-ID           PIC 9(8).
           05  SI-INVOICE-NUMBER        PIC 9(12).
           05  SI-INVOICE-DATE          PIC 9(8).
           05  SI-ORIGINAL-AMOUNT       PIC 9(9)V99.
           05  SI-OPEN-AMOUNT           PIC 9(9)V99.
           05  SI-ITEM-STATUS           PIC X(1).
           05  SI-DUE-DATE              PIC 9(8).

       FD  HELD-ORDER-FILE.
       COPY HELD-ORDER-RECORD.

       FD  DUNNING-LEVEL-FILE.
       COPY DUNNING-LEVEL-RECORD.

       FD  ALLOWANCE-CONTROL-FILE.
       01  ALLOWANCE-CONTROL-RECORD.
           05  AC-BOOKED-DATE           PIC 9(8).
           05  AC-ALLOWANCE-BALANCE     PIC 9(11)V99.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AR-STATUS                  PIC XX.
           88  AR-FILE-OK                    VALUE '00'.
       01  WS-SORTED-STATUS              PIC XX.
           88  SORTED-FILE-OK                VALUE '00'.
           88  SORTED-FILE-EOF               VALUE '10'.
       01  WS-HELD-STATUS                PIC XX.
           88  HELD-FILE-OK                  VALUE '00'.
           88  HELD-FILE-EOF                 VALUE '10'.
       01  WS-LEVEL-STATUS               PIC XX.
           88  LEVEL-FILE-OK                 VALUE '00'.
           88  LEVEL-FILE-EOF                VALUE '10'.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-FILE-OK                   VALUE '00'.
       01  WS-GL-STATUS                  PIC XX.

       COPY ALLOWANCE-RULES.
       COPY DUNNING-RULES.
       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TODAY-INTEGER              PIC 9(7).
       01  WS-DAYS-OUTSTANDING           PIC S9(7).
       01  WS-AGE-BASE-DATE              PIC 9(8).

       01  WS-PRIOR-CUSTOMER-ID          PIC 9(8).
       01  WS-FIRST-CUSTOMER-SW          PIC X(1) VALUE 'Y'.
           88  FIRST-CUSTOMER                VALUE 'Y'.

      *----------------------------------------------------------------
      * 個別引当の対象顧客(与信保留中または督促最終段階)。引当が
      * 漏れたまま計上すると引当金が過少になるので、積み切れない
      * ときは走行を止める。
      *----------------------------------------------------------------
       01  WS-SPECIFIC-TABLE-MAX         PIC 9(3) VALUE 500.
       01  WS-SPECIFIC-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-SPECIFIC-ENTRIES.
           05  WS-SPECIFIC-ENTRY         OCCURS 500 TIMES.
               10  SP-CUSTOMER-ID            PIC 9(8).
               10  SP-BASIS                  PIC X(13).
       01  WS-SPECIFIC-SUB               PIC 9(3) COMP.
       01  WS-SPECIFIC-HIT-SUB           PIC 9(3) COMP.
       01  WS-SPECIFIC-CUSTOMER-ID       PIC 9(8).
       01  WS-SPECIFIC-BASIS             PIC X(13).

       01  WS-BUCKET-CURRENT             PIC 9(9)V99.
       01  WS-BUCKET-30                  PIC 9(9)V99.
       01  WS-BUCKET-60                  PIC 9(9)V99.
       01  WS-BUCKET-90                  PIC 9(9)V99.
       01  WS-CUSTOMER-TOTAL             PIC 9(9)V99.
       01  WS-CUSTOMER-PROVISION         PIC 9(9)V99.

       01  WS-GENERAL-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-SPECIFIC-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-REQUIRED-ALLOWANCE         PIC 9(11)V99 VALUE ZERO.
       01  WS-PRIOR-ALLOWANCE            PIC 9(11)V99 VALUE ZERO.
       01  WS-PRIOR-BOOKED-DATE          PIC 9(8) VALUE ZERO.
       01  WS-ALLOWANCE-CHANGE           PIC S9(11)V99 VALUE ZERO.
       01  WS-POSTING-AMOUNT             PIC 9(11)V99.
       01  WS-CUSTOMER-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).
       01  WS-GL-PROGRAM-NAME            PIC X(30)
                                   VALUE 'BAD-DEBT-PROVISION'.
       01  WS-GL-SOURCE-KEY.
           05  FILLER                    PIC X(10) VALUE 'ALLOWANCE '.
           05  GK-RUN-DATE               PIC 9(8).
           05  FILLER                    PIC X(2) VALUE SPACES.

       01  WS-SCHEDULE-DETAIL-LINE.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER: '.
           05  SD-CUSTOMER-ID           PIC 9(8).
           05  FILLER                  PIC X(6) VALUE ' CUR: '.
           05  SD-BUCKET-CURRENT        PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(5) VALUE ' 30: '.
           05  SD-BUCKET-30             PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(5) VALUE ' 60: '.
           05  SD-BUCKET-60             PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' 60+: '.
           05  SD-BUCKET-90             PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE ' PROV: '.
           05  SD-PROVISION             PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SD-BASIS                 PIC X(13).

       01  WS-SCHEDULE-TOTAL-LINE.
           05  ST-LABEL                 PIC X(28).
           05  ST-AMOUNT                PIC ------------9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ST-NOTE                  PIC X(30).

       01  WS-PRIOR-NOTE.
           05  FILLER                  PIC X(10) VALUE 'BOOKED ON '.
           05  PN-BOOKED-DATE           PIC 9(8).

       01  WS-SIGNATURE-LINE.
           05  FILLER                  PIC X(24)
               VALUE 'ACCOUNTANT SIGNATURE:   '.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
           OPEN INPUT AR-ITEM-FILE
           IF NOT AR-FILE-OK
               DISPLAY 'BAD DEBT PROVISION - NO OPEN ITEM FILE, '
                   'NOTHING PROVIDED'
               STOP RUN
           END-IF
           CLOSE AR-ITEM-FILE
           PERFORM READ-ALLOWANCE-CONTROL
           PERFORM LOAD-HELD-CUSTOMERS
           PERFORM LOAD-FINAL-LEVEL-CUSTOMERS

           SORT SORT-WORK
               ON ASCENDING KEY SR-CUSTOMER-ID
                                SR-INVOICE-NUMBER
               USING AR-ITEM-FILE
               GIVING SORTED-ITEM-FILE

           OPEN INPUT SORTED-ITEM-FILE
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           PERFORM READ-SORTED-ITEM
           PERFORM PROVIDE-ONE-ITEM UNTIL SORTED-FILE-EOF
           IF NOT FIRST-CUSTOMER
               PERFORM CLOSE-OUT-CUSTOMER
           END-IF
           CLOSE SORTED-ITEM-FILE
           COMPUTE WS-REQUIRED-ALLOWANCE =
               WS-GENERAL-TOTAL + WS-SPECIFIC-TOTAL
           COMPUTE WS-ALLOWANCE-CHANGE =
               WS-REQUIRED-ALLOWANCE - WS-PRIOR-ALLOWANCE
           IF WS-ALLOWANCE-CHANGE NOT = ZERO
               PERFORM POST-ALLOWANCE-CHANGE
           END-IF
           PERFORM WRITE-SCHEDULE-TOTALS
           CLOSE SCHEDULE-REPORT-FILE
           PERFORM WRITE-ALLOWANCE-CONTROL
           DISPLAY 'BAD DEBT PROVISION - CUSTOMERS: '
               WS-CUSTOMER-COUNT
               ' ALLOWANCE: ' WS-REQUIRED-ALLOWANCE
               ' CHANGE: ' WS-ALLOWANCE-CHANGE
           STOP RUN.

      *----------------------------------------------------------------
      * 前回計上した引当金残高。初回はゼロからの計上になる。
      *----------------------------------------------------------------
       READ-ALLOWANCE-CONTROL.
           OPEN INPUT ALLOWANCE-CONTROL-FILE
           IF CTL-FILE-OK
               READ ALLOWANCE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AC-BOOKED-DATE TO WS-PRIOR-BOOKED-DATE
                       MOVE AC-ALLOWANCE-BALANCE
                           TO WS-PRIOR-ALLOWANCE
               END-READ
               CLOSE ALLOWANCE-CONTROL-FILE
           END-IF.

       WRITE-ALLOWANCE-CONTROL.
           OPEN OUTPUT ALLOWANCE-CONTROL-FILE
           MOVE WS-TODAY-CCYYMMDD TO AC-BOOKED-DATE
           MOVE WS-REQUIRED-ALLOWANCE TO AC-ALLOWANCE-BALANCE
           WRITE ALLOWANCE-CONTROL-RECORD
           CLOSE ALLOWANCE-CONTROL-FILE.

       LOAD-HELD-CUSTOMERS.
           OPEN INPUT HELD-ORDER-FILE
           IF HELD-FILE-OK
               PERFORM READ-HELD-ORDER
               PERFORM STORE-HELD-CUSTOMER UNTIL HELD-FILE-EOF
               CLOSE HELD-ORDER-FILE
           END-IF.

       READ-HELD-ORDER.
           READ HELD-ORDER-FILE
               AT END
                   SET HELD-FILE-EOF TO TRUE
           END-READ.

       STORE-HELD-CUSTOMER.
           MOVE HO-CUSTOMER-ID TO WS-SPECIFIC-CUSTOMER-ID
           MOVE 'CREDIT HOLD' TO WS-SPECIFIC-BASIS
           PERFORM ADD-SPECIFIC-CUSTOMER
           PERFORM READ-HELD-ORDER.

       LOAD-FINAL-LEVEL-CUSTOMERS.
           OPEN INPUT DUNNING-LEVEL-FILE
           IF LEVEL-FILE-OK
               PERFORM READ-DUNNING-LEVEL
               PERFORM STORE-FINAL-LEVEL-CUSTOMER
                   UNTIL LEVEL-FILE-EOF
               CLOSE DUNNING-LEVEL-FILE
           END-IF.

       READ-DUNNING-LEVEL.
           READ DUNNING-LEVEL-FILE
               AT END
                   SET LEVEL-FILE-EOF TO TRUE
           END-READ.

       STORE-FINAL-LEVEL-CUSTOMER.
           IF DL-DUNNING-LEVEL NOT < DN-MAX-LEVEL
               MOVE DL-CUSTOMER-ID TO WS-SPECIFIC-CUSTOMER-ID
               MOVE 'DUNNING FINAL' TO WS-SPECIFIC-BASIS
               PERFORM ADD-SPECIFIC-CUSTOMER
           END-IF
           PERFORM READ-DUNNING-LEVEL.

       ADD-SPECIFIC-CUSTOMER.
           PERFORM LOOK-UP-SPECIFIC-CUSTOMER
           IF WS-SPECIFIC-HIT-SUB = ZERO
               IF WS-SPECIFIC-COUNT < WS-SPECIFIC-TABLE-MAX
                   ADD 1 TO WS-SPECIFIC-COUNT
                   MOVE WS-SPECIFIC-CUSTOMER-ID
                       TO SP-CUSTOMER-ID (WS-SPECIFIC-COUNT)
                   MOVE WS-SPECIFIC-BASIS
                       TO SP-BASIS (WS-SPECIFIC-COUNT)
               ELSE
                   DISPLAY 'ERROR: SPECIFIC PROVISION TABLE FULL - '
                       'ALLOWANCE WOULD BE UNDERSTATED - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOOK-UP-SPECIFIC-CUSTOMER.
           MOVE ZERO TO WS-SPECIFIC-HIT-SUB
           PERFORM FIND-SPECIFIC-CUSTOMER
               VARYING WS-SPECIFIC-SUB FROM 1 BY 1
               UNTIL WS-SPECIFIC-SUB > WS-SPECIFIC-COUNT
                   OR WS-SPECIFIC-HIT-SUB > ZERO.

       FIND-SPECIFIC-CUSTOMER.
           IF SP-CUSTOMER-ID (WS-SPECIFIC-SUB)
               = WS-SPECIFIC-CUSTOMER-ID
               MOVE WS-SPECIFIC-SUB TO WS-SPECIFIC-HIT-SUB
           END-IF.

       READ-SORTED-ITEM.
           READ SORTED-ITEM-FILE
               AT END
                   SET SORTED-FILE-EOF TO TRUE
           END-READ.

       PROVIDE-ONE-ITEM.
           IF FIRST-CUSTOMER
               PERFORM START-NEW-CUSTOMER
               MOVE 'N' TO WS-FIRST-CUSTOMER-SW
           ELSE
               IF SI-CUSTOMER-ID NOT = WS-PRIOR-CUSTOMER-ID
                   PERFORM CLOSE-OUT-CUSTOMER
                   PERFORM START-NEW-CUSTOMER
               END-IF
           END-IF
           IF SI-ITEM-STATUS = 'O'
               PERFORM BUCKET-ONE-ITEM
           END-IF
           PERFORM READ-SORTED-ITEM.

       START-NEW-CUSTOMER.
           MOVE SI-CUSTOMER-ID TO WS-PRIOR-CUSTOMER-ID
           MOVE ZERO TO WS-BUCKET-CURRENT
           MOVE ZERO TO WS-BUCKET-30
           MOVE ZERO TO WS-BUCKET-60
           MOVE ZERO TO WS-BUCKET-90
           MOVE ZERO TO WS-CUSTOMER-TOTAL.

       BUCKET-ONE-ITEM.
           PERFORM SET-AGE-BASE-DATE
           COMPUTE WS-DAYS-OUTSTANDING = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (WS-AGE-BASE-DATE)
           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING NOT > ZERO
                   ADD SI-OPEN-AMOUNT TO WS-BUCKET-CURRENT
               WHEN WS-DAYS-OUTSTANDING NOT > 30
                   ADD SI-OPEN-AMOUNT TO WS-BUCKET-30
               WHEN WS-DAYS-OUTSTANDING NOT > 60
                   ADD SI-OPEN-AMOUNT TO WS-BUCKET-60
               WHEN OTHER
                   ADD SI-OPEN-AMOUNT TO WS-BUCKET-90
           END-EVALUATE
           ADD SI-OPEN-AMOUNT TO WS-CUSTOMER-TOTAL.

      *----------------------------------------------------------------
      * 経過日数の起算はAR-AGING-REPORTと同じ: 期日ゼロの行は
      * 請求日を期日として扱う。
      *----------------------------------------------------------------
       SET-AGE-BASE-DATE.
           IF SI-DUE-DATE = ZERO
               MOVE SI-INVOICE-DATE TO WS-AGE-BASE-DATE
           ELSE
               MOVE SI-DUE-DATE TO WS-AGE-BASE-DATE
           END-IF.

      *----------------------------------------------------------------
      * 個別引当の顧客は未回収残高の全額、それ以外は区分ごとの
      * 引当率で積む。残高のない顧客は明細に出さない。
      *----------------------------------------------------------------
       CLOSE-OUT-CUSTOMER.
           IF WS-CUSTOMER-TOTAL > ZERO
               MOVE WS-PRIOR-CUSTOMER-ID TO WS-SPECIFIC-CUSTOMER-ID
               PERFORM LOOK-UP-SPECIFIC-CUSTOMER
               IF WS-SPECIFIC-HIT-SUB > ZERO
                   COMPUTE WS-CUSTOMER-PROVISION ROUNDED =
                       WS-CUSTOMER-TOTAL * AW-SPECIFIC-PCT / 100
                   ADD WS-CUSTOMER-PROVISION TO WS-SPECIFIC-TOTAL
                   MOVE SP-BASIS (WS-SPECIFIC-HIT-SUB) TO SD-BASIS
               ELSE
                   COMPUTE WS-CUSTOMER-PROVISION ROUNDED =
                       (WS-BUCKET-CURRENT * AW-CURRENT-PCT
                      + WS-BUCKET-30 * AW-30-PCT
                      + WS-BUCKET-60 * AW-60-PCT
                      + WS-BUCKET-90 * AW-90-PCT) / 100
                   ADD WS-CUSTOMER-PROVISION TO WS-GENERAL-TOTAL
                   MOVE 'GENERAL' TO SD-BASIS
               END-IF
               PERFORM WRITE-SCHEDULE-LINE
           END-IF.

       WRITE-SCHEDULE-LINE.
           MOVE WS-PRIOR-CUSTOMER-ID TO SD-CUSTOMER-ID
           MOVE WS-BUCKET-CURRENT TO SD-BUCKET-CURRENT
           MOVE WS-BUCKET-30 TO SD-BUCKET-30
           MOVE WS-BUCKET-60 TO SD-BUCKET-60
           MOVE WS-BUCKET-90 TO SD-BUCKET-90
           MOVE WS-CUSTOMER-PROVISION TO SD-PROVISION
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-DETAIL-LINE
           ADD 1 TO WS-CUSTOMER-COUNT.

      *----------------------------------------------------------------
      * Only the movement since the balance last booked is posted:
      * an increase charges bad-debt expense and builds the
      * allowance, a decrease releases the allowance back.
      *----------------------------------------------------------------
       POST-ALLOWANCE-CHANGE.
           MOVE WS-TODAY-CCYYMMDD TO GK-RUN-DATE
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           IF WS-ALLOWANCE-CHANGE > ZERO
               MOVE WS-ALLOWANCE-CHANGE TO WS-POSTING-AMOUNT
               MOVE 'EXPENSE' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
               MOVE 'RESERVE' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
           ELSE
               COMPUTE WS-POSTING-AMOUNT = ZERO - WS-ALLOWANCE-CHANGE
               MOVE 'RESERVE' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
               MOVE 'EXPENSE' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
           END-IF
           CLOSE GL-INTERFACE-FILE.

       WRITE-GL-ROW.
           MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
           MOVE 'ALLOWANCE' TO GL-BATCH-SOURCE
           MOVE '99999999' TO GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'ALLOWANCE'
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

       WRITE-SCHEDULE-TOTALS.
           MOVE SPACES TO ST-NOTE
           MOVE 'GENERAL PROVISION:' TO ST-LABEL
           MOVE WS-GENERAL-TOTAL TO ST-AMOUNT
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           MOVE 'SPECIFIC PROVISION:' TO ST-LABEL
           MOVE WS-SPECIFIC-TOTAL TO ST-AMOUNT
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           MOVE 'REQUIRED ALLOWANCE:' TO ST-LABEL
           MOVE WS-REQUIRED-ALLOWANCE TO ST-AMOUNT
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           MOVE 'PRIOR ALLOWANCE:' TO ST-LABEL
           MOVE WS-PRIOR-ALLOWANCE TO ST-AMOUNT
           IF WS-PRIOR-BOOKED-DATE > ZERO
               MOVE WS-PRIOR-BOOKED-DATE TO PN-BOOKED-DATE
               MOVE WS-PRIOR-NOTE TO ST-NOTE
           ELSE
               MOVE 'FIRST PROVISION' TO ST-NOTE
           END-IF
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           MOVE 'CHANGE POSTED TO GL:' TO ST-LABEL
           MOVE WS-ALLOWANCE-CHANGE TO ST-AMOUNT
           MOVE SPACES TO ST-NOTE
           WRITE SCHEDULE-REPORT-LINE FROM WS-SCHEDULE-TOTAL-LINE
           WRITE SCHEDULE-REPORT-LINE FROM WS-SIGNATURE-LINE.
