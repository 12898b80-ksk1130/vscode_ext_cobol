       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-QUALITY-SCORECARD.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Monthly data quality scorecard across the master files.  The
      * exception files (PHONE.EXC, POSTAL.EXC, EMAIL.EXC, DEPT.EXC,
      * ORPHAN.RPT) each say what is wrong today; this says whether
      * the masters as a whole are getting better.  Every record on
      * JCUSTOMR.DAT, CUSTOMER.DAT, JPRODUCT.DAT (製品マスター),
      * VENDOR.DAT and the 在籍中 rows of EMPLOYEE.DAT is tested
      * against the completeness and validity rules in
      * DQ-RULE-VALUES below - a missing or unverified
      * メールアドレス, a zero 原価, missing dimensions, a vendor
      * with no 登録番号 or one that fails the check digit
      * VENDOR-MAINTENANCE applies, an employee with no EMPBANK.DAT
      * row, and so on.  A rule's score is the percentage of the
      * records it applies to that pass it.
      * The month's scores replace that month's rows on DQHIST.DAT
      * (carried forward to DQHIST.NEW for ops to swap in, the
      * OVERTIME-LIMIT-MONITOR arrangement), and DQSCORE.RPT prints
      * per file and rule the last six months' scores with the
      * direction against last month, followed by the file's worst
      * records - those failing the most rules - for the data
      * stewards to work on first.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JCUSTOMER-FILE ASSIGN TO "JCUSTOMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCUST-STATUS.
           SELECT CUST-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS 社員ーコード
               FILE STATUS IS WS-EMP-STATUS.
           SELECT BANK-FILE ASSIGN TO "EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "DQHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTORY-OUT-FILE ASSIGN TO "DQHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO "DQSCORE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JCUSTOMER-FILE.
       COPY 顧客データー.

       FD  CUST-FILE.
       COPY CUSTOMER-DATA.

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  VENDOR-FILE.
       COPY VENDOR-MASTER-RECORD.

       FD  EMPLOYEE-FILE.
       COPY 社員マスター.

       FD  BANK-FILE.
       COPY EMPLOYEE-BANK-RECORD.

       FD  HISTORY-FILE.
       COPY DATA-QUALITY-HISTORY-RECORD.

       FD  HISTORY-OUT-FILE.
       01  HISTORY-OUT-RECORD           PIC X(39).

       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JCUST-STATUS               PIC XX.
           88  JCUST-FILE-OK                 VALUE '00'.
           88  JCUST-FILE-EOF                VALUE '10'.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FILE-OK                  VALUE '00'.
           88  CUST-FILE-EOF                 VALUE '10'.
       01  WS-JPROD-STATUS               PIC XX.
           88  JPROD-FILE-OK                 VALUE '00'.
           88  JPROD-FILE-EOF                VALUE '10'.
       01  WS-VEND-STATUS                PIC XX.
           88  VEND-FILE-OK                  VALUE '00'.
           88  VEND-FILE-EOF                 VALUE '10'.
       01  WS-EMP-STATUS                 PIC XX.
           88  EMP-FILE-OK                   VALUE '00'.
           88  EMP-FILE-EOF                  VALUE '10'.
       01  WS-BANK-STATUS                PIC XX.
           88  BANK-FILE-OK                  VALUE '00'.
           88  BANK-FILE-EOF                 VALUE '10'.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.

       COPY STATUS-CODE-TABLE.

      *----------------------------------------------------------------
      * 品質ルール: ファイル番号(1=JCUSTOMR 2=CUSTOMER 3=JPRODUCT
      * 4=VENDOR 5=EMPLOYEE)、ルールID、内容。ルールを足すときは
      * ここに行を足し、該当ファイルの検査段落に判定を足す。
      *----------------------------------------------------------------
       01  DQ-RULE-VALUES.
           05  FILLER PIC X(44) VALUE '1J01MAIL ADDRESS MISSING'.
           05  FILLER PIC X(44) VALUE '1J02MAIL ADDRESS NOT VERIFIED'.
           05  FILLER PIC X(44) VALUE '1J03POSTAL CODE MISSING'.
           05  FILLER PIC X(44) VALUE '1J04NO PHONE NUMBER'.
           05  FILLER PIC X(44) VALUE '1J05KANJI NAME MISSING'.
           05  FILLER PIC X(44) VALUE '2C01CUSTOMER NAME MISSING'.
           05  FILLER PIC X(44) VALUE '2C02CUSTOMER ADDRESS MISSING'.
           05  FILLER PIC X(44)
               VALUE '2C03STATUS CODE NOT ON STATUS-CODE-TABLE'.
           05  FILLER PIC X(44) VALUE '3P01UNIT COST ZERO'.
           05  FILLER PIC X(44) VALUE '3P02DIMENSIONS MISSING'.
           05  FILLER PIC X(44) VALUE '3P03WEIGHT MISSING'.
           05  FILLER PIC X(44) VALUE '3P04MAKER CODE MISSING'.
           05  FILLER PIC X(44) VALUE '3P05SELLING PRICE BELOW COST'.
           05  FILLER PIC X(44)
               VALUE '4V01REGISTRATION NO MISSING'.
           05  FILLER PIC X(44)
               VALUE '4V02REGISTRATION NO CHECK DIGIT FAILED'.
           05  FILLER PIC X(44) VALUE '4V03VENDOR ADDRESS MISSING'.
           05  FILLER PIC X(44)
               VALUE '5E01NO BANK DETAILS ON EMPBANK.DAT'.
           05  FILLER PIC X(44) VALUE '5E02DEPARTMENT CODE MISSING'.
           05  FILLER PIC X(44) VALUE '5E03BASE PAY ZERO'.
       01  DQ-RULE-TABLE REDEFINES DQ-RULE-VALUES.
           05  QR-ENTRY            OCCURS 19 TIMES
                                       INDEXED BY QR-IDX.
               10  QR-FILE-NO          PIC 9(1).
               10  QR-RULE-ID          PIC X(3).
               10  QR-DESCRIPTION      PIC X(40).
       01  WS-RULE-COUNT                 PIC 9(2) VALUE 19.

       01  WS-RULE-RESULTS.
           05  QC-ENTRY                  OCCURS 19 TIMES.
               10  QC-CHECKED-COUNT          PIC 9(7).
               10  QC-FAILED-COUNT           PIC 9(7).
               10  QC-MONTH-SCORE            OCCURS 6 TIMES
                                                 PIC 9(3)V9.
               10  QC-MONTH-HELD-SW          OCCURS 6 TIMES
                                                 PIC X(1).

       01  DQ-FILE-VALUES.
           05  FILLER PIC X(12) VALUE 'JCUSTOMR.DAT'.
           05  FILLER PIC X(12) VALUE 'CUSTOMER.DAT'.
           05  FILLER PIC X(12) VALUE 'JPRODUCT.DAT'.
           05  FILLER PIC X(12) VALUE 'VENDOR.DAT'.
           05  FILLER PIC X(12) VALUE 'EMPLOYEE.DAT'.
       01  DQ-FILE-TABLE REDEFINES DQ-FILE-VALUES.
           05  QF-FILE-NAME        OCCURS 5 TIMES PIC X(12).

      *----------------------------------------------------------------
      * ファイルごとの違反の多い記録、上位10件。違反数の多い順に
      * 並べて持ち、同数なら先に読んだ記録を残す。
      *----------------------------------------------------------------
       01  WS-WORST-TABLE-MAX            PIC 9(2) VALUE 10.
       01  WS-WORST-RECORDS.
           05  QW-FILE-ENTRY             OCCURS 5 TIMES.
               10  QW-RECORD-COUNT           PIC 9(7).
               10  QW-COUNT                  PIC 9(2).
               10  QW-ENTRY                  OCCURS 10 TIMES.
                   15  QW-RECORD-KEY             PIC X(20).
                   15  QW-FAIL-COUNT             PIC 9(2).
                   15  QW-FAILED-RULES           PIC X(24).

       01  WS-FILE-SUB                   PIC 9(1) COMP.
       01  WS-RULE-SUB                   PIC 9(2) COMP.
       01  WS-MONTH-SUB                  PIC 9(1) COMP.
       01  WS-WORST-SUB                  PIC 9(2) COMP.
       01  WS-INSERT-POS                 PIC 9(2) COMP.
       01  WS-SHIFT-SUB                  PIC S9(3) COMP.
       01  WS-LAST-SUB                   PIC S9(3) COMP.

       01  WS-RECORD-KEY                 PIC X(20).
       01  WS-RECORD-FAIL-COUNT          PIC 9(2).
       01  WS-RECORD-FAILED-RULES        PIC X(24).
       01  WS-RULE-LIST-PTR              PIC 9(2) COMP.
       01  WS-RULE-FAILED-SW             PIC X(1).
           88  RULE-FAILED                   VALUE 'Y'.
       01  WS-FOUND-SW                   PIC X(1).
           88  ENTRY-FOUND                   VALUE 'Y'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-RUN-MONTH                  PIC 9(6).
       01  WS-MONTH-WORK.
           05  WS-MONTH-CCYY             PIC 9(4).
           05  WS-MONTH-MM               PIC 9(2).
       01  WS-RUN-MONTH-INDEX            PIC 9(6).
       01  WS-ROW-MONTH-INDEX            PIC 9(6).
       01  WS-MONTHS-BACK                PIC S9(6).
       01  WS-SLOT-MONTH-INDEX           PIC 9(6).
       01  WS-PASSED-COUNT               PIC 9(7).
       01  WS-FILE-CHECKED               PIC 9(9).
       01  WS-FILE-PASSED                PIC 9(9).
       01  WS-FILE-SCORE                 PIC 9(3)V9.

       01  WS-ID-TABLE-MAX               PIC 9(4) VALUE 1000.
       01  WS-BANK-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-BANK-ENTRIES.
           05  WS-BANK-ENTRY             OCCURS 1000 TIMES
                                             INDEXED BY BK-IDX.
               10  BK-EMPLOYEE-ID            PIC 9(8).

       01  WS-REG-NO-WORK.
           05  WS-REG-PREFIX             PIC X(1).
           05  WS-REG-DIGIT              OCCURS 13 TIMES PIC 9(1).
       01  WS-REG-DIGIT-SUB              PIC 9(2) COMP.
       01  WS-REG-CHECK-SUM              PIC 9(4).
       01  WS-REG-CHECK-DIGIT            PIC 9(1).
       01  WS-REG-VALID-SW               PIC X(1).
           88  REGISTRATION-NO-VALID         VALUE 'Y'.

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                  PIC X(36)
               VALUE 'MASTER DATA QUALITY SCORECARD FOR '.
           05  RH-RUN-MONTH             PIC 9(6).
           05  FILLER                  PIC X(40)
               VALUE '  (SCORE = PERCENT OF RECORDS PASSING)'.

       01  WS-FILE-HEADING-LINE.
           05  FILLER                  PIC X(6) VALUE 'FILE: '.
           05  FH-FILE-NAME             PIC X(12).
           05  FILLER                  PIC X(11) VALUE '  RECORDS: '.
           05  FH-RECORD-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
               VALUE '  OVERALL SCORE: '.
           05  FH-FILE-SCORE            PIC ZZ9.9.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(4) VALUE 'RULE'.
           05  FILLER                  PIC X(41) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'CHECKED  FAILED'.
           05  CH-MONTH-COLUMN         OCCURS 6 TIMES.
               10  FILLER              PIC X(2).
               10  CH-MONTH            PIC 9(6).
           05  FILLER                  PIC X(7) VALUE '  TREND'.

       01  WS-RULE-DETAIL-LINE.
           05  RL-RULE-ID               PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-DESCRIPTION           PIC X(40).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-CHECKED-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-FAILED-COUNT          PIC ZZZZZZ9.
           05  RL-MONTH-COLUMN         OCCURS 6 TIMES.
               10  FILLER              PIC X(2).
               10  RL-MONTH-SCORE      PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-TREND                 PIC X(8).

       01  WS-SCORE-EDIT                 PIC ZZ9.9.

       01  WS-WORST-HEADING-LINE.
           05  FILLER                  PIC X(38)
               VALUE '  WORST RECORDS (MOST RULES FAILED):'.

       01  WS-WORST-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WL-RECORD-KEY            PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-FAIL-COUNT            PIC Z9.
           05  FILLER                  PIC X(9) VALUE ' FAILED: '.
           05  WL-FAILED-RULES          PIC X(24).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-RUN-MONTH
           MOVE WS-RUN-MONTH TO WS-MONTH-WORK
           COMPUTE WS-RUN-MONTH-INDEX =
               WS-MONTH-CCYY * 12 + WS-MONTH-MM - 1
           PERFORM CLEAR-RESULTS
           PERFORM LOAD-BANK-IDS
           PERFORM SCORE-JCUSTOMER-FILE
           PERFORM SCORE-CUSTOMER-FILE
           PERFORM SCORE-JPRODUCT-FILE
           PERFORM SCORE-VENDOR-FILE
           PERFORM SCORE-EMPLOYEE-FILE
           PERFORM SET-MONTH-SCORE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           OPEN OUTPUT HISTORY-OUT-FILE
           PERFORM CARRY-HISTORY-FORWARD
           PERFORM WRITE-MONTH-HISTORY
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           CLOSE HISTORY-OUT-FILE
           OPEN OUTPUT SCORECARD-REPORT-FILE
           MOVE WS-RUN-MONTH TO RH-RUN-MONTH
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           PERFORM SET-COLUMN-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 6
           PERFORM REPORT-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 5
           CLOSE SCORECARD-REPORT-FILE
           DISPLAY 'DATA QUALITY SCORECARD WRITTEN FOR ' WS-RUN-MONTH
           STOP RUN.

       CLEAR-RESULTS.
           PERFORM CLEAR-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           PERFORM CLEAR-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 5.

       CLEAR-ONE-RULE.
           MOVE ZERO TO QC-CHECKED-COUNT (WS-RULE-SUB)
           MOVE ZERO TO QC-FAILED-COUNT (WS-RULE-SUB)
           PERFORM CLEAR-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 6.

       CLEAR-ONE-MONTH.
           MOVE ZERO TO QC-MONTH-SCORE (WS-RULE-SUB WS-MONTH-SUB)
           MOVE 'N' TO QC-MONTH-HELD-SW (WS-RULE-SUB WS-MONTH-SUB).

       CLEAR-ONE-FILE.
           MOVE ZERO TO QW-RECORD-COUNT (WS-FILE-SUB)
           MOVE ZERO TO QW-COUNT (WS-FILE-SUB).

       LOAD-BANK-IDS.
           OPEN INPUT BANK-FILE
           IF BANK-FILE-OK
               PERFORM READ-BANK
               PERFORM STORE-BANK-ID UNTIL BANK-FILE-EOF
               CLOSE BANK-FILE
           END-IF.

       READ-BANK.
           READ BANK-FILE
               AT END
                   SET BANK-FILE-EOF TO TRUE
           END-READ.

       STORE-BANK-ID.
           IF WS-BANK-COUNT < WS-ID-TABLE-MAX
               ADD 1 TO WS-BANK-COUNT
               MOVE EB-EMPLOYEE-ID TO BK-EMPLOYEE-ID (WS-BANK-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-ID-TABLE-MAX
                   ' ROWS ON EMPBANK.DAT - RUN ABORTED'
               CLOSE BANK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BANK.

      *----------------------------------------------------------------
      * 1記録の検査の始めと終わり。各ルールの判定はNOTE-RULE-RESULT
      * で数え、違反したルールIDを記録ごとに並べる。
      *----------------------------------------------------------------
       START-RECORD-CHECK.
           ADD 1 TO QW-RECORD-COUNT (WS-FILE-SUB)
           MOVE ZERO TO WS-RECORD-FAIL-COUNT
           MOVE SPACES TO WS-RECORD-FAILED-RULES
           MOVE 1 TO WS-RULE-LIST-PTR.

       NOTE-RULE-RESULT.
           ADD 1 TO QC-CHECKED-COUNT (WS-RULE-SUB)
           IF RULE-FAILED
               ADD 1 TO QC-FAILED-COUNT (WS-RULE-SUB)
               ADD 1 TO WS-RECORD-FAIL-COUNT
               IF WS-RULE-LIST-PTR < 22
                   STRING QR-RULE-ID (WS-RULE-SUB) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                       INTO WS-RECORD-FAILED-RULES
                       WITH POINTER WS-RULE-LIST-PTR
               END-IF
           END-IF.

       END-RECORD-CHECK.
           IF WS-RECORD-FAIL-COUNT > ZERO
               PERFORM KEEP-WORST-RECORD
           END-IF.

       KEEP-WORST-RECORD.
           MOVE ZERO TO WS-INSERT-POS
           PERFORM FIND-WORST-POSITION
               VARYING WS-WORST-SUB FROM 1 BY 1
               UNTIL WS-WORST-SUB > WS-WORST-TABLE-MAX
                   OR WS-INSERT-POS > ZERO
           IF WS-INSERT-POS > ZERO
               IF QW-COUNT (WS-FILE-SUB) < WS-WORST-TABLE-MAX
                   MOVE QW-COUNT (WS-FILE-SUB) TO WS-LAST-SUB
                   ADD 1 TO QW-COUNT (WS-FILE-SUB)
               ELSE
                   COMPUTE WS-LAST-SUB = WS-WORST-TABLE-MAX - 1
               END-IF
               PERFORM SHIFT-ONE-WORST
                   VARYING WS-SHIFT-SUB FROM WS-LAST-SUB BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-POS
               MOVE WS-RECORD-KEY
                   TO QW-RECORD-KEY (WS-FILE-SUB WS-INSERT-POS)
               MOVE WS-RECORD-FAIL-COUNT
                   TO QW-FAIL-COUNT (WS-FILE-SUB WS-INSERT-POS)
               MOVE WS-RECORD-FAILED-RULES
                   TO QW-FAILED-RULES (WS-FILE-SUB WS-INSERT-POS)
           END-IF.

       FIND-WORST-POSITION.
           IF WS-WORST-SUB > QW-COUNT (WS-FILE-SUB)
               MOVE WS-WORST-SUB TO WS-INSERT-POS
           ELSE
               IF WS-RECORD-FAIL-COUNT
                   > QW-FAIL-COUNT (WS-FILE-SUB WS-WORST-SUB)
                   MOVE WS-WORST-SUB TO WS-INSERT-POS
               END-IF
           END-IF.

       SHIFT-ONE-WORST.
           MOVE QW-ENTRY (WS-FILE-SUB WS-SHIFT-SUB)
               TO QW-ENTRY (WS-FILE-SUB WS-SHIFT-SUB + 1).

      *----------------------------------------------------------------
      * 1 JCUSTOMR.DAT: メール未登録・未確認、郵便番号、電話、漢字名。
      *----------------------------------------------------------------
       SCORE-JCUSTOMER-FILE.
           MOVE 1 TO WS-FILE-SUB
           OPEN INPUT JCUSTOMER-FILE
           IF JCUST-FILE-OK
               PERFORM READ-JCUSTOMER
               PERFORM CHECK-ONE-JCUSTOMER UNTIL JCUST-FILE-EOF
               CLOSE JCUSTOMER-FILE
           END-IF.

       READ-JCUSTOMER.
           READ JCUSTOMER-FILE
               AT END
                   SET JCUST-FILE-EOF TO TRUE
           END-READ.

       CHECK-ONE-JCUSTOMER.
           PERFORM START-RECORD-CHECK
           MOVE 顧客ーID TO WS-RECORD-KEY
           MOVE 1 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF メールアドレス = SPACES
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           IF メールアドレス NOT = SPACES
               MOVE 2 TO WS-RULE-SUB
               MOVE 'N' TO WS-RULE-FAILED-SW
               IF NOT メール確認済み
                   MOVE 'Y' TO WS-RULE-FAILED-SW
               END-IF
               PERFORM NOTE-RULE-RESULT
           END-IF
           MOVE 3 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF 郵便番号 IS NOT NUMERIC OR 郵便番号 = ZERO
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           MOVE 4 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF 電話番号ー自宅 = SPACES
               AND 電話番号ーケータイ = SPACES
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           MOVE 5 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF 姓ー漢字 = SPACES
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           PERFORM END-RECORD-CHECK
           PERFORM READ-JCUSTOMER.

      *----------------------------------------------------------------
      * 2 CUSTOMER.DAT: 名前、住所、STATUS-CODE-TABLEにない状態。
      *----------------------------------------------------------------
       SCORE-CUSTOMER-FILE.
           MOVE 2 TO WS-FILE-SUB
           OPEN INPUT CUST-FILE
           IF CUST-FILE-OK
               PERFORM READ-CUSTOMER
               PERFORM CHECK-ONE-CUSTOMER UNTIL CUST-FILE-EOF
               CLOSE CUST-FILE
           END-IF.

       READ-CUSTOMER.
           READ CUST-FILE NEXT RECORD
               AT END
                   SET CUST-FILE-EOF TO TRUE
           END-READ.

       CHECK-ONE-CUSTOMER.
           PERFORM START-RECORD-CHECK
           MOVE RECORD-ID OF CUSTOMER-RECORD TO WS-RECORD-KEY
           MOVE 6 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF RECORD-NAME OF CUSTOMER-RECORD = SPACES
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           MOVE 7 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF CUSTOMER-ADDRESS OF CUSTOMER-RECORD = SPACES
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           MOVE 8 TO WS-RULE-SUB
           MOVE 'N' TO WS-FOUND-SW
           SET SC-IDX TO 1
           SEARCH SC-ENTRY
               AT END
                   CONTINUE
               WHEN SC-ENTRY (SC-IDX) = STATUS-CODE OF CUSTOMER-RECORD
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH
           IF ENTRY-FOUND
               MOVE 'N' TO WS-RULE-FAILED-SW
           ELSE
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           PERFORM END-RECORD-CHECK
           PERFORM READ-CUSTOMER.

      *----------------------------------------------------------------
      * 3 JPRODUCT.DAT: 原価ゼロ、寸法・重量なし、メーカーなし、
      * 販売価格が原価割れ(どちらも入っている場合だけ判定)。
      *----------------------------------------------------------------
       SCORE-JPRODUCT-FILE.
           MOVE 3 TO WS-FILE-SUB
           OPEN INPUT JPRODUCT-FILE
           IF JPROD-FILE-OK
               PERFORM READ-JPRODUCT
               PERFORM CHECK-ONE-JPRODUCT UNTIL JPROD-FILE-EOF
               CLOSE JPRODUCT-FILE
           END-IF.

       READ-JPRODUCT.
           READ JPRODUCT-FILE NEXT RECORD
               AT END
                   SET JPROD-FILE-EOF TO TRUE
           END-READ.

       CHECK-ONE-JPRODUCT.
           PERFORM START-RECORD-CHECK
           MOVE 製品ーコード TO WS-RECORD-KEY
           MOVE 9 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF 原価 = ZERO
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           MOVE 10 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF 長さーセンチ = ZERO
               OR 幅ーセンチ = ZERO
               OR 高さーセンチ = ZERO
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           MOVE 11 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF 重量ーグラム = ZERO
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           MOVE 12 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF メーカーコード = SPACES
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           IF 原価 > ZERO AND 販売価格 > ZERO
               MOVE 13 TO WS-RULE-SUB
               MOVE 'N' TO WS-RULE-FAILED-SW
               IF 販売価格 < 原価
                   MOVE 'Y' TO WS-RULE-FAILED-SW
               END-IF
               PERFORM NOTE-RULE-RESULT
           END-IF
           PERFORM END-RECORD-CHECK
           PERFORM READ-JPRODUCT.

      *----------------------------------------------------------------
      * 4 VENDOR.DAT: 登録番号なし、登録番号の検査数字違い
      * (VENDOR-MAINTENANCEと同じ判定)、住所なし。
      *----------------------------------------------------------------
       SCORE-VENDOR-FILE.
           MOVE 4 TO WS-FILE-SUB
           OPEN INPUT VENDOR-FILE
           IF VEND-FILE-OK
               PERFORM READ-VENDOR
               PERFORM CHECK-ONE-VENDOR UNTIL VEND-FILE-EOF
               CLOSE VENDOR-FILE
           END-IF.

       READ-VENDOR.
           READ VENDOR-FILE NEXT RECORD
               AT END
                   SET VEND-FILE-EOF TO TRUE
           END-READ.

       CHECK-ONE-VENDOR.
           PERFORM START-RECORD-CHECK
           MOVE VM-VENDOR-CODE TO WS-RECORD-KEY
           MOVE 14 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF VM-REGISTRATION-NO = SPACES
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           IF VM-REGISTRATION-NO NOT = SPACES
               MOVE 15 TO WS-RULE-SUB
               PERFORM EDIT-REGISTRATION-NO
               IF REGISTRATION-NO-VALID
                   MOVE 'N' TO WS-RULE-FAILED-SW
               ELSE
                   MOVE 'Y' TO WS-RULE-FAILED-SW
               END-IF
               PERFORM NOTE-RULE-RESULT
           END-IF
           MOVE 16 TO WS-RULE-SUB
           MOVE 'N' TO WS-RULE-FAILED-SW
           IF VM-VENDOR-ADDRESS = SPACES
               MOVE 'Y' TO WS-RULE-FAILED-SW
           END-IF
           PERFORM NOTE-RULE-RESULT
           PERFORM END-RECORD-CHECK
           PERFORM READ-VENDOR.

       EDIT-REGISTRATION-NO.
           MOVE 'Y' TO WS-REG-VALID-SW
           MOVE VM-REGISTRATION-NO TO WS-REG-NO-WORK
           IF WS-REG-PREFIX NOT = 'T'
               MOVE 'N' TO WS-REG-VALID-SW
           ELSE
               MOVE ZERO TO WS-REG-CHECK-SUM
               PERFORM SUM-ONE-REG-DIGIT
                   VARYING WS-REG-DIGIT-SUB FROM 1 BY 1
                   UNTIL WS-REG-DIGIT-SUB > 12
               DIVIDE WS-REG-CHECK-SUM BY 10
                   GIVING WS-REG-CHECK-SUM
                   REMAINDER WS-REG-CHECK-DIGIT
               IF WS-REG-DIGIT (13) NOT = WS-REG-CHECK-DIGIT
                   MOVE 'N' TO WS-REG-VALID-SW
               END-IF
           END-IF.

       SUM-ONE-REG-DIGIT.
           IF WS-REG-DIGIT (WS-REG-DIGIT-SUB) NUMERIC
               ADD WS-REG-DIGIT (WS-REG-DIGIT-SUB)
                   TO WS-REG-CHECK-SUM
           ELSE
               MOVE 'N' TO WS-REG-VALID-SW
           END-IF.

      *----------------------------------------------------------------
      * 5 EMPLOYEE.DAT (在籍中のみ): 振込口座なし、部署なし、基本給
      * ゼロ。退職済みの社員は採点の対象にしない。
      *----------------------------------------------------------------
       SCORE-EMPLOYEE-FILE.
           MOVE 5 TO WS-FILE-SUB
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-OK
               PERFORM READ-EMPLOYEE
               PERFORM CHECK-ONE-EMPLOYEE UNTIL EMP-FILE-EOF
               CLOSE EMPLOYEE-FILE
           END-IF.

       READ-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET EMP-FILE-EOF TO TRUE
           END-READ.

       CHECK-ONE-EMPLOYEE.
           IF 在籍中
               PERFORM START-RECORD-CHECK
               MOVE 社員ーコード TO WS-RECORD-KEY
               MOVE 17 TO WS-RULE-SUB
               MOVE 'Y' TO WS-RULE-FAILED-SW
               SET BK-IDX TO 1
               SEARCH WS-BANK-ENTRY
                   AT END
                       CONTINUE
                   WHEN BK-IDX > WS-BANK-COUNT
                       CONTINUE
                   WHEN BK-EMPLOYEE-ID (BK-IDX) = 社員ーコード
                       MOVE 'N' TO WS-RULE-FAILED-SW
               END-SEARCH
               PERFORM NOTE-RULE-RESULT
               MOVE 18 TO WS-RULE-SUB
               MOVE 'N' TO WS-RULE-FAILED-SW
               IF 部署ーコード = SPACES
                   MOVE 'Y' TO WS-RULE-FAILED-SW
               END-IF
               PERFORM NOTE-RULE-RESULT
               MOVE 19 TO WS-RULE-SUB
               MOVE 'N' TO WS-RULE-FAILED-SW
               IF 基本給ー金額 = ZERO
                   MOVE 'Y' TO WS-RULE-FAILED-SW
               END-IF
               PERFORM NOTE-RULE-RESULT
               PERFORM END-RECORD-CHECK
           END-IF
           PERFORM READ-EMPLOYEE.

       SET-MONTH-SCORE.
           IF QC-CHECKED-COUNT (WS-RULE-SUB) = ZERO
               MOVE 100 TO QC-MONTH-SCORE (WS-RULE-SUB 6)
           ELSE
               COMPUTE WS-PASSED-COUNT =
                   QC-CHECKED-COUNT (WS-RULE-SUB)
                   - QC-FAILED-COUNT (WS-RULE-SUB)
               COMPUTE QC-MONTH-SCORE (WS-RULE-SUB 6) ROUNDED =
                   WS-PASSED-COUNT * 100
                   / QC-CHECKED-COUNT (WS-RULE-SUB)
           END-IF
           MOVE 'Y' TO QC-MONTH-HELD-SW (WS-RULE-SUB 6).

      *----------------------------------------------------------------
      * 当月以外の行はDQHIST.NEWへ引き継ぎ、直近5か月分は推移欄に
      * 控える。当月分は今回の採点で置き換える。
      *----------------------------------------------------------------
       CARRY-HISTORY-FORWARD.
           OPEN INPUT HISTORY-FILE
           IF HIST-FILE-OK
               PERFORM READ-HISTORY
               PERFORM CARRY-ONE-HISTORY-ROW UNTIL HIST-FILE-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET HIST-FILE-EOF TO TRUE
           END-READ.

       CARRY-ONE-HISTORY-ROW.
           IF QH-SCORE-MONTH NOT = WS-RUN-MONTH
               WRITE HISTORY-OUT-RECORD
                   FROM DATA-QUALITY-HISTORY-RECORD
               MOVE QH-SCORE-MONTH TO WS-MONTH-WORK
               COMPUTE WS-ROW-MONTH-INDEX =
                   WS-MONTH-CCYY * 12 + WS-MONTH-MM - 1
               COMPUTE WS-MONTHS-BACK =
                   WS-RUN-MONTH-INDEX - WS-ROW-MONTH-INDEX
               IF WS-MONTHS-BACK > ZERO
                   AND WS-MONTHS-BACK < 6
                   PERFORM STORE-RECENT-SCORE
               END-IF
           END-IF
           PERFORM READ-HISTORY.

       STORE-RECENT-SCORE.
           SET QR-IDX TO 1
           SEARCH QR-ENTRY
               AT END
                   CONTINUE
               WHEN QR-RULE-ID (QR-IDX) = QH-RULE-ID
                   COMPUTE WS-MONTH-SUB = 6 - WS-MONTHS-BACK
                   MOVE QH-SCORE
                       TO QC-MONTH-SCORE (QR-IDX WS-MONTH-SUB)
                   MOVE 'Y'
                       TO QC-MONTH-HELD-SW (QR-IDX WS-MONTH-SUB)
           END-SEARCH.

       WRITE-MONTH-HISTORY.
           MOVE WS-RUN-MONTH TO QH-SCORE-MONTH
           MOVE QR-RULE-ID (WS-RULE-SUB) TO QH-RULE-ID
           MOVE QF-FILE-NAME (QR-FILE-NO (WS-RULE-SUB))
               TO QH-FILE-NAME
           MOVE QC-CHECKED-COUNT (WS-RULE-SUB) TO QH-CHECKED-COUNT
           MOVE QC-FAILED-COUNT (WS-RULE-SUB) TO QH-FAILED-COUNT
           MOVE QC-MONTH-SCORE (WS-RULE-SUB 6) TO QH-SCORE
           WRITE HISTORY-OUT-RECORD FROM DATA-QUALITY-HISTORY-RECORD.

       SET-COLUMN-MONTH.
           COMPUTE WS-SLOT-MONTH-INDEX =
               WS-RUN-MONTH-INDEX - 6 + WS-MONTH-SUB
           DIVIDE WS-SLOT-MONTH-INDEX BY 12
               GIVING WS-MONTH-CCYY
               REMAINDER WS-MONTH-MM
           ADD 1 TO WS-MONTH-MM
           MOVE SPACES TO CH-MONTH-COLUMN (WS-MONTH-SUB)
           MOVE WS-MONTH-WORK TO CH-MONTH (WS-MONTH-SUB).

      *----------------------------------------------------------------
      * 1ファイル分: 総合点、ルールごとの6か月推移と前月比、
      * 違反の多い記録の一覧。
      *----------------------------------------------------------------
       REPORT-ONE-FILE.
           MOVE ZERO TO WS-FILE-CHECKED
           MOVE ZERO TO WS-FILE-PASSED
           PERFORM ADD-RULE-TO-FILE-TOTAL
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           IF WS-FILE-CHECKED = ZERO
               MOVE 100 TO WS-FILE-SCORE
           ELSE
               COMPUTE WS-FILE-SCORE ROUNDED =
                   WS-FILE-PASSED * 100 / WS-FILE-CHECKED
           END-IF
           MOVE SPACES TO SCORECARD-REPORT-LINE
           WRITE SCORECARD-REPORT-LINE
           MOVE QF-FILE-NAME (WS-FILE-SUB) TO FH-FILE-NAME
           MOVE QW-RECORD-COUNT (WS-FILE-SUB) TO FH-RECORD-COUNT
           MOVE WS-FILE-SCORE TO FH-FILE-SCORE
           WRITE SCORECARD-REPORT-LINE FROM WS-FILE-HEADING-LINE
           WRITE SCORECARD-REPORT-LINE FROM WS-COLUMN-HEADING-LINE
           PERFORM REPORT-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           IF QW-COUNT (WS-FILE-SUB) > ZERO
               WRITE SCORECARD-REPORT-LINE FROM WS-WORST-HEADING-LINE
               PERFORM REPORT-ONE-WORST
                   VARYING WS-WORST-SUB FROM 1 BY 1
                   UNTIL WS-WORST-SUB > QW-COUNT (WS-FILE-SUB)
           END-IF.

       ADD-RULE-TO-FILE-TOTAL.
           IF QR-FILE-NO (WS-RULE-SUB) = WS-FILE-SUB
               ADD QC-CHECKED-COUNT (WS-RULE-SUB) TO WS-FILE-CHECKED
               COMPUTE WS-FILE-PASSED = WS-FILE-PASSED
                   + QC-CHECKED-COUNT (WS-RULE-SUB)
                   - QC-FAILED-COUNT (WS-RULE-SUB)
           END-IF.

       REPORT-ONE-RULE.
           IF QR-FILE-NO (WS-RULE-SUB) = WS-FILE-SUB
               MOVE QR-RULE-ID (WS-RULE-SUB) TO RL-RULE-ID
               MOVE QR-DESCRIPTION (WS-RULE-SUB) TO RL-DESCRIPTION
               MOVE QC-CHECKED-COUNT (WS-RULE-SUB) TO RL-CHECKED-COUNT
               MOVE QC-FAILED-COUNT (WS-RULE-SUB) TO RL-FAILED-COUNT
               PERFORM SHOW-ONE-MONTH-SCORE
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 6
               IF QC-MONTH-HELD-SW (WS-RULE-SUB 5) NOT = 'Y'
                   MOVE 'NEW' TO RL-TREND
               ELSE
                   IF QC-MONTH-SCORE (WS-RULE-SUB 6)
                       > QC-MONTH-SCORE (WS-RULE-SUB 5)
                       MOVE 'IMPROVED' TO RL-TREND
                   ELSE
                       IF QC-MONTH-SCORE (WS-RULE-SUB 6)
                           < QC-MONTH-SCORE (WS-RULE-SUB 5)
                           MOVE 'WORSE' TO RL-TREND
                       ELSE
                           MOVE 'SAME' TO RL-TREND
                       END-IF
                   END-IF
               END-IF
               WRITE SCORECARD-REPORT-LINE FROM WS-RULE-DETAIL-LINE
           END-IF.

       SHOW-ONE-MONTH-SCORE.
           MOVE SPACES TO RL-MONTH-COLUMN (WS-MONTH-SUB)
           IF QC-MONTH-HELD-SW (WS-RULE-SUB WS-MONTH-SUB) = 'Y'
               MOVE QC-MONTH-SCORE (WS-RULE-SUB WS-MONTH-SUB)
                   TO WS-SCORE-EDIT
               MOVE WS-SCORE-EDIT TO RL-MONTH-SCORE (WS-MONTH-SUB)
           ELSE
               MOVE '    -' TO RL-MONTH-SCORE (WS-MONTH-SUB)
           END-IF.

       REPORT-ONE-WORST.
           MOVE QW-RECORD-KEY (WS-FILE-SUB WS-WORST-SUB)
               TO WL-RECORD-KEY
           MOVE QW-FAIL-COUNT (WS-FILE-SUB WS-WORST-SUB)
               TO WL-FAIL-COUNT
           MOVE QW-FAILED-RULES (WS-FILE-SUB WS-WORST-SUB)
               TO WL-FAILED-RULES
           WRITE SCORECARD-REPORT-LINE FROM WS-WORST-DETAIL-LINE.
