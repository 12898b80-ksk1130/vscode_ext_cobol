       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSET-MAINTENANCE.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Batch-with-transaction-file maintenance for the FAMAST.DAT
      * fixed asset register, in the same shape as VENDOR-
      * MAINTENANCE: FAMAINT.DAT carries acquisitions (A),
      * transfers between departments (T) and disposals (D) keyed
      * by asset number, failures go to FAMAINT.EXC, and every
      * applied change is journaled through MASTER-UPDATE-JOURNAL.
      * The department on an acquisition or transfer must be on the
      * 組織マスター (ORGCHART.DAT) and not 廃止; a 改称 department is
      * replaced by its 後継部署ーコード as EMPLOYEE-DEPARTMENT-SYNC
      * does.  An acquisition needs a cost, a useful life of 2 to 50
      * years, a method of S (定額法) or D (定率法) and a
      * 償却資産申告 class of 0 to 6, and is posted to GLEXTR.DAT
      * under the FASSET batch source as fixed assets debited and
      * the FASSET CLEARING account the supplier's invoice was coded
      * to credited.  FMT-TAKEOVER-SW Y brings on an asset already
      * on the books from the old spreadsheet, with the
      * depreciation and months it has already had, and posts
      * nothing.  A transfer moves the asset - cost and accumulated
      * depreciation - to the new department from the next
      * depreciation run and posts nothing, the balance sheet
      * accounts carrying no department.  A disposal takes the
      * asset off at the book value of the last depreciation run:
      * cost credited, accumulated depreciation debited, any
      * FMT-DISPOSAL-PROCEEDS debited to FASSET PROCEEDS and the
      * difference to DISPGAIN or DISPLOSS; the row stays on the
      * register marked disposed.  Every posting row is dated the
      * transaction date and keyed by asset number, and a date in a
      * period already closed on PERIODCT.DAT (PERIOD-LOCK-CHECK)
      * refuses the transaction.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FA-STATUS.
           SELECT MAINT-TXN-FILE ASSIGN TO "FAMAINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT MAINT-EXCEPTION-FILE ASSIGN TO "FAMAINT.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORG-CHART-FILE ASSIGN TO "ORGCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORG-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
       COPY FIXED-ASSET-RECORD.

       FD  MAINT-TXN-FILE.
       01  ASSET-MAINT-TXN-RECORD.
           05  FMT-ACTION-CODE          PIC X(1).
               88  FMT-ACTION-ACQUIRE       VALUE 'A'.
               88  FMT-ACTION-TRANSFER      VALUE 'T'.
               88  FMT-ACTION-DISPOSE       VALUE 'D'.
           05  FMT-ASSET-NUMBER         PIC X(10).
           05  FMT-EFFECTIVE-DATE       PIC 9(8).
           05  FMT-ASSET-NAME           PIC X(30).
           05  FMT-CATEGORY-CODE        PIC X(4).
           05  FMT-TAX-ASSET-CLASS      PIC 9(1).
               88  FMT-TAX-CLASS-VALID      VALUE 0 THRU 6.
           05  FMT-DEPARTMENT-CODE      PIC X(10).
           05  FMT-ACQUISITION-COST     PIC 9(9)V99.
           05  FMT-USEFUL-LIFE-YEARS    PIC 9(2).
               88  FMT-USEFUL-LIFE-VALID    VALUE 2 THRU 50.
           05  FMT-DEPR-METHOD          PIC X(1).
               88  FMT-DEPR-METHOD-VALID    VALUE 'S' 'D'.
           05  FMT-DISPOSAL-PROCEEDS    PIC 9(9)V99.
           05  FMT-TAKEOVER-SW          PIC X(1).
               88  FMT-TAKEOVER-ASSET       VALUE 'Y'.
           05  FMT-TAKEOVER-ACCUM-DEPR  PIC 9(9)V99.
           05  FMT-TAKEOVER-MONTHS      PIC 9(3).
           05  FMT-TAKEOVER-PERIOD      PIC 9(6).

       FD  MAINT-EXCEPTION-FILE.
       01  MAINT-EXCEPTION-LINE         PIC X(80).

       FD  ORG-CHART-FILE.
       COPY 組織マスター.

       FD  GL-INTERFACE-FILE.
       COPY GL-INTERFACE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-FA-STATUS                  PIC XX.
           88  FA-FOUND                      VALUE '00'.
           88  FA-NOT-FOUND                  VALUE '23'.
       01  WS-TXN-STATUS                 PIC XX.
           88  TXN-FILE-OK                   VALUE '00'.
           88  TXN-FILE-EOF                  VALUE '10'.
       01  WS-ORG-STATUS                 PIC XX.
           88  ORG-FILE-OK                   VALUE '00'.
           88  ORG-FILE-EOF                  VALUE '10'.
       01  WS-GL-STATUS                  PIC XX.

       COPY GL-ACCOUNT-MAP-TABLE.

       01  WS-ORG-TABLE-MAX              PIC 9(4) VALUE 200.
       01  WS-ORG-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-ORG-ENTRIES.
           05  WS-ORG-ENTRY              OCCURS 200 TIMES
                                             INDEXED BY OC-IDX.
               10  OC-部署ーコード           PIC X(10).
               10  OC-部署ー状態             PIC X(1).
               10  OC-後継部署ーコード       PIC X(10).

       01  WS-DEPARTMENT-CODE            PIC X(10).
       01  WS-TXN-REFUSED-SW             PIC X(1).
           88  TXN-REFUSED                   VALUE 'Y'.
       01  WS-REFUSAL-REASON             PIC X(30).
       01  WS-PERIOD-CLOSED-SW           PIC X(1).
           88  TXN-PERIOD-CLOSED             VALUE 'Y'.

       01  WS-BOOK-VALUE                 PIC 9(9)V99.
       01  WS-DISPOSAL-RESULT            PIC S9(9)V99.
       01  WS-POSTING-AMOUNT             PIC 9(11)V99.
       01  WS-GL-ELEMENT-NAME            PIC X(10).
       01  WS-GL-DEBIT-CREDIT            PIC X(1).

       01  WS-APPLIED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                   PIC X(12) VALUE 'ASSET EXC: '.
           05  FE-ACTION-CODE            PIC X(1).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FE-ASSET-NUMBER           PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FE-REASON                 PIC X(30).

       01  WS-JOURNAL-PROGRAM-NAME      PIC X(30)
                                   VALUE 'FIXED-ASSET-MAINTENANCE'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8) VALUE 'BATCH'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-ORG-CHART
           OPEN I-O FIXED-ASSET-FILE
           IF WS-FA-STATUS NOT = '00'
               OPEN OUTPUT FIXED-ASSET-FILE
               CLOSE FIXED-ASSET-FILE
               OPEN I-O FIXED-ASSET-FILE
           END-IF
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF
           OPEN INPUT MAINT-TXN-FILE
           OPEN OUTPUT MAINT-EXCEPTION-FILE
           PERFORM READ-MAINT-TXN
           PERFORM APPLY-MAINT-TXN UNTIL TXN-FILE-EOF
           CLOSE FIXED-ASSET-FILE
           CLOSE GL-INTERFACE-FILE
           CLOSE MAINT-TXN-FILE
           CLOSE MAINT-EXCEPTION-FILE
           DISPLAY 'FIXED ASSET MAINTENANCE - APPLIED: '
               WS-APPLIED-COUNT ' REFUSED: ' WS-REFUSED-COUNT
           STOP RUN.

       LOAD-ORG-CHART.
           OPEN INPUT ORG-CHART-FILE
           IF ORG-FILE-OK
               PERFORM READ-ORG-CHART
               PERFORM STORE-ORG-ENTRY UNTIL ORG-FILE-EOF
               CLOSE ORG-CHART-FILE
           END-IF.

       READ-ORG-CHART.
           READ ORG-CHART-FILE
               AT END
                   SET ORG-FILE-EOF TO TRUE
           END-READ.

       STORE-ORG-ENTRY.
           IF WS-ORG-COUNT < WS-ORG-TABLE-MAX
               ADD 1 TO WS-ORG-COUNT
           ELSE
               DISPLAY 'ERROR: ORG CHART TABLE FULL - VALID '
                   'DEPARTMENTS WOULD BE REFUSED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 部署ーコード
               TO OC-部署ーコード (WS-ORG-COUNT)
           MOVE 部署ー状態
               TO OC-部署ー状態 (WS-ORG-COUNT)
           MOVE 後継部署ーコード
               TO OC-後継部署ーコード (WS-ORG-COUNT)
           PERFORM READ-ORG-CHART.

       READ-MAINT-TXN.
           READ MAINT-TXN-FILE
               AT END
                   SET TXN-FILE-EOF TO TRUE
           END-READ.

       APPLY-MAINT-TXN.
           MOVE 'N' TO WS-TXN-REFUSED-SW
           IF FMT-ACTION-ACQUIRE
               PERFORM ACQUIRE-ASSET
           ELSE
               IF FMT-ACTION-TRANSFER
                   PERFORM TRANSFER-ASSET
               ELSE
                   IF FMT-ACTION-DISPOSE
                       PERFORM DISPOSE-ASSET
                   ELSE
                       MOVE 'UNKNOWN ACTION CODE'
                           TO WS-REFUSAL-REASON
                       SET TXN-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF TXN-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE FMT-ACTION-CODE TO FE-ACTION-CODE
               MOVE FMT-ASSET-NUMBER TO FE-ASSET-NUMBER
               MOVE WS-REFUSAL-REASON TO FE-REASON
               WRITE MAINT-EXCEPTION-LINE
                   FROM WS-EXCEPTION-DETAIL-LINE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           PERFORM READ-MAINT-TXN.

      *----------------------------------------------------------------
      * 部署コードの検証。廃止は拒否、改称は後継部署へ付け替える。
      *----------------------------------------------------------------
       CHECK-DEPARTMENT.
           MOVE FMT-DEPARTMENT-CODE TO WS-DEPARTMENT-CODE
           SET OC-IDX TO 1
           SEARCH WS-ORG-ENTRY
               AT END
                   MOVE 'DEPARTMENT NOT ON ORG CHART'
                       TO WS-REFUSAL-REASON
                   SET TXN-REFUSED TO TRUE
               WHEN OC-部署ーコード (OC-IDX) = FMT-DEPARTMENT-CODE
                   IF OC-部署ー状態 (OC-IDX) = '0'
                       MOVE 'DEPARTMENT DISCONTINUED'
                           TO WS-REFUSAL-REASON
                       SET TXN-REFUSED TO TRUE
                   ELSE
                       IF OC-部署ー状態 (OC-IDX) = '2'
                           MOVE OC-後継部署ーコード (OC-IDX)
                               TO WS-DEPARTMENT-CODE
                       END-IF
                   END-IF
           END-SEARCH.

       CHECK-PERIOD-OPEN.
           CALL 'PERIOD-LOCK-CHECK' USING FMT-EFFECTIVE-DATE
                                           WS-PERIOD-CLOSED-SW
           END-CALL
           IF TXN-PERIOD-CLOSED
               MOVE 'PERIOD CLOSED FOR THIS DATE'
                   TO WS-REFUSAL-REASON
               SET TXN-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 取得。引継資産は既存の償却累計額・償却月数を持ち込み、
      * 仕訳は起こさない。
      *----------------------------------------------------------------
       ACQUIRE-ASSET.
           PERFORM EDIT-ACQUISITION
           IF NOT TXN-REFUSED
               MOVE FMT-ASSET-NUMBER TO FA-ASSET-NUMBER
               READ FIXED-ASSET-FILE
                   INVALID KEY
                       PERFORM ADD-ASSET
                   NOT INVALID KEY
                       MOVE 'ASSET NUMBER ALREADY EXISTS'
                           TO WS-REFUSAL-REASON
                       SET TXN-REFUSED TO TRUE
               END-READ
           END-IF.

       EDIT-ACQUISITION.
           IF FMT-ACQUISITION-COST = ZERO
               MOVE 'ACQUISITION COST MISSING' TO WS-REFUSAL-REASON
               SET TXN-REFUSED TO TRUE
           END-IF
           IF NOT TXN-REFUSED AND NOT FMT-USEFUL-LIFE-VALID
               MOVE 'USEFUL LIFE NOT 2 TO 50 YEARS'
                   TO WS-REFUSAL-REASON
               SET TXN-REFUSED TO TRUE
           END-IF
           IF NOT TXN-REFUSED AND NOT FMT-DEPR-METHOD-VALID
               MOVE 'DEPRECIATION METHOD NOT S OR D'
                   TO WS-REFUSAL-REASON
               SET TXN-REFUSED TO TRUE
           END-IF
           IF NOT TXN-REFUSED AND NOT FMT-TAX-CLASS-VALID
               MOVE 'TAX ASSET CLASS NOT 0 TO 6' TO WS-REFUSAL-REASON
               SET TXN-REFUSED TO TRUE
           END-IF
           IF NOT TXN-REFUSED AND FMT-TAKEOVER-ASSET
               IF FMT-TAKEOVER-ACCUM-DEPR NOT < FMT-ACQUISITION-COST
                   MOVE 'TAKEOVER DEPRECIATION TOO HIGH'
                       TO WS-REFUSAL-REASON
                   SET TXN-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT TXN-REFUSED
               PERFORM CHECK-DEPARTMENT
           END-IF
           IF NOT TXN-REFUSED AND NOT FMT-TAKEOVER-ASSET
               PERFORM CHECK-PERIOD-OPEN
           END-IF.

       ADD-ASSET.
           INITIALIZE FIXED-ASSET-RECORD
           MOVE FMT-ASSET-NUMBER TO FA-ASSET-NUMBER
           MOVE FMT-ASSET-NAME TO FA-ASSET-NAME
           MOVE FMT-CATEGORY-CODE TO FA-CATEGORY-CODE
           MOVE FMT-TAX-ASSET-CLASS TO FA-TAX-ASSET-CLASS
           MOVE WS-DEPARTMENT-CODE TO FA-DEPARTMENT-CODE
           MOVE FMT-EFFECTIVE-DATE TO FA-ACQUISITION-DATE
           MOVE FMT-ACQUISITION-COST TO FA-ACQUISITION-COST
           MOVE FMT-USEFUL-LIFE-YEARS TO FA-USEFUL-LIFE-YEARS
           MOVE FMT-DEPR-METHOD TO FA-DEPR-METHOD
           SET FA-ASSET-ACTIVE TO TRUE
           IF FMT-TAKEOVER-ASSET
               MOVE FMT-TAKEOVER-ACCUM-DEPR TO FA-ACCUM-DEPRECIATION
               MOVE FMT-TAKEOVER-MONTHS TO FA-MONTHS-DEPRECIATED
               MOVE FMT-TAKEOVER-PERIOD TO FA-LAST-DEPR-PERIOD
           END-IF
           WRITE FIXED-ASSET-RECORD
           MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
           MOVE FIXED-ASSET-RECORD TO WS-JOURNAL-AFTER-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL
           IF NOT FMT-TAKEOVER-ASSET
               MOVE FA-ACQUISITION-COST TO WS-POSTING-AMOUNT
               MOVE 'ASSET' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
               MOVE 'CLEARING' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
           END-IF.

       TRANSFER-ASSET.
           MOVE FMT-ASSET-NUMBER TO FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE
               INVALID KEY
                   MOVE 'ASSET NUMBER NOT ON FILE'
                       TO WS-REFUSAL-REASON
                   SET TXN-REFUSED TO TRUE
           END-READ
           IF NOT TXN-REFUSED AND FA-ASSET-DISPOSED
               MOVE 'ASSET ALREADY DISPOSED' TO WS-REFUSAL-REASON
               SET TXN-REFUSED TO TRUE
           END-IF
           IF NOT TXN-REFUSED
               PERFORM CHECK-DEPARTMENT
           END-IF
           IF NOT TXN-REFUSED
               AND WS-DEPARTMENT-CODE = FA-DEPARTMENT-CODE
               MOVE 'ALREADY IN THAT DEPARTMENT' TO WS-REFUSAL-REASON
               SET TXN-REFUSED TO TRUE
           END-IF
           IF NOT TXN-REFUSED
               MOVE FIXED-ASSET-RECORD TO WS-JOURNAL-BEFORE-IMAGE
               MOVE WS-DEPARTMENT-CODE TO FA-DEPARTMENT-CODE
               REWRITE FIXED-ASSET-RECORD
               MOVE FIXED-ASSET-RECORD TO WS-JOURNAL-AFTER-IMAGE
               PERFORM WRITE-UPDATE-JOURNAL
           END-IF.

      *----------------------------------------------------------------
      * 除却・売却。最後の償却実行時点の帳簿価額で落とし、売却額
      * との差額を売却益・除売却損へ。
      *----------------------------------------------------------------
       DISPOSE-ASSET.
           MOVE FMT-ASSET-NUMBER TO FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE
               INVALID KEY
                   MOVE 'ASSET NUMBER NOT ON FILE'
                       TO WS-REFUSAL-REASON
                   SET TXN-REFUSED TO TRUE
           END-READ
           IF NOT TXN-REFUSED AND FA-ASSET-DISPOSED
               MOVE 'ASSET ALREADY DISPOSED' TO WS-REFUSAL-REASON
               SET TXN-REFUSED TO TRUE
           END-IF
           IF NOT TXN-REFUSED
               AND FMT-EFFECTIVE-DATE < FA-ACQUISITION-DATE
               MOVE 'DISPOSAL BEFORE ACQUISITION' TO WS-REFUSAL-REASON
               SET TXN-REFUSED TO TRUE
           END-IF
           IF NOT TXN-REFUSED
               PERFORM CHECK-PERIOD-OPEN
           END-IF
           IF NOT TXN-REFUSED
               MOVE FIXED-ASSET-RECORD TO WS-JOURNAL-BEFORE-IMAGE
               SET FA-ASSET-DISPOSED TO TRUE
               MOVE FMT-EFFECTIVE-DATE TO FA-DISPOSAL-DATE
               REWRITE FIXED-ASSET-RECORD
               MOVE FIXED-ASSET-RECORD TO WS-JOURNAL-AFTER-IMAGE
               PERFORM WRITE-UPDATE-JOURNAL
               PERFORM POST-DISPOSAL
           END-IF.

       POST-DISPOSAL.
           COMPUTE WS-BOOK-VALUE =
               FA-ACQUISITION-COST - FA-ACCUM-DEPRECIATION
           COMPUTE WS-DISPOSAL-RESULT =
               FMT-DISPOSAL-PROCEEDS - WS-BOOK-VALUE
           MOVE FA-ACQUISITION-COST TO WS-POSTING-AMOUNT
           MOVE 'ASSET' TO WS-GL-ELEMENT-NAME
           MOVE 'C' TO WS-GL-DEBIT-CREDIT
           PERFORM WRITE-GL-ROW
           IF FA-ACCUM-DEPRECIATION > ZERO
               MOVE FA-ACCUM-DEPRECIATION TO WS-POSTING-AMOUNT
               MOVE 'ACCUMDEPR' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
           END-IF
           IF FMT-DISPOSAL-PROCEEDS > ZERO
               MOVE FMT-DISPOSAL-PROCEEDS TO WS-POSTING-AMOUNT
               MOVE 'PROCEEDS' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
           END-IF
           IF WS-DISPOSAL-RESULT > ZERO
               MOVE WS-DISPOSAL-RESULT TO WS-POSTING-AMOUNT
               MOVE 'DISPGAIN' TO WS-GL-ELEMENT-NAME
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
           END-IF
           IF WS-DISPOSAL-RESULT < ZERO
               COMPUTE WS-POSTING-AMOUNT = ZERO - WS-DISPOSAL-RESULT
               MOVE 'DISPLOSS' TO WS-GL-ELEMENT-NAME
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
           END-IF.

       WRITE-GL-ROW.
           MOVE FMT-EFFECTIVE-DATE TO GL-POST-DATE
           MOVE 'FASSET' TO GL-BATCH-SOURCE
           MOVE '99999999' TO GL-ACCOUNT-CODE
           SET GM-IDX TO 1
           SEARCH GM-ENTRY
               AT END
                   CONTINUE
               WHEN GM-BATCH-SOURCE (GM-IDX) = 'FASSET'
                   AND GM-ELEMENT-NAME (GM-IDX)
                       = WS-GL-ELEMENT-NAME
                   MOVE GM-ACCOUNT-CODE (GM-IDX)
                       TO GL-ACCOUNT-CODE
           END-SEARCH
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE WS-POSTING-AMOUNT TO GL-AMOUNT
           MOVE WS-JOURNAL-PROGRAM-NAME TO GL-SOURCE-PROGRAM
           MOVE FA-ASSET-NUMBER TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.

       WRITE-UPDATE-JOURNAL.
           MOVE FA-ASSET-NUMBER TO WS-JOURNAL-KEY
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID.
