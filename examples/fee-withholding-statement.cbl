       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-WITHHOLDING-STATEMENT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Year-end 報酬、料金、契約金及び賞金の支払調書 for the
      * individuals we pay fees to, run in January for the calendar
      * year just ended (SHIHARAI.PRM may name another year as
      * CCYY).  VENDOR-PAYMENT-RUN appends every payment it made to
      * a withholding payee to PROFWHT.DAT; this run sorts the
      * year's rows by payee and prints one statement per payee on
      * SHIHARAI.RPT - name and address from VENDOR.DAT, the kind of
      * fee, the number of payments, gross fees paid and income tax
      * withheld.  A payee whose year's fees do not exceed the
      * FEE-WITHHOLDING-RULES filing minimum still gets a statement
      * but is marked payee copy only.  The run ends with the
      * summary totals by kind of fee (the 合計表 figures): payees,
      * fees and tax, both in total and for the statements filed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SHIHARAI.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT WITHHOLDING-FILE ASSIGN TO "PROFWHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWORK.TMP".
           SELECT SORTED-WHT-FILE ASSIGN TO "PROFWHT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "SHIHARAI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  STATEMENT-PARM-RECORD.
           05  SP-STATEMENT-YEAR        PIC 9(4).

       FD  WITHHOLDING-FILE.
       COPY FEE-WITHHOLDING-RECORD.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-VENDOR-CODE           PIC X(10).
           05  SR-PAYMENT-DATE          PIC 9(8).
           05  SR-WITHHOLDING-CODE      PIC X(1).
           05  SR-GROSS-AMOUNT          PIC 9(11).
           05  SR-WITHHELD-AMOUNT       PIC 9(11).
           05  SR-NET-AMOUNT            PIC 9(11).

       FD  SORTED-WHT-FILE.
       01  SORTED-WHT-RECORD.
           05  SW-VENDOR-CODE           PIC X(10).
           05  SW-PAYMENT-DATE          PIC 9(8).
           05  SW-WITHHOLDING-CODE      PIC X(1).
           05  SW-GROSS-AMOUNT          PIC 9(11).
           05  SW-WITHHELD-AMOUNT       PIC 9(11).
           05  SW-NET-AMOUNT            PIC 9(11).

       FD  VENDOR-FILE.
       COPY VENDOR-MASTER-RECORD.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-WHT-STATUS                 PIC XX.
           88  WHT-FILE-OK                   VALUE '00'.
       01  WS-SORTED-STATUS              PIC XX.
           88  SORTED-FILE-OK                VALUE '00'.
           88  SORTED-FILE-EOF               VALUE '10'.
       01  WS-VEND-STATUS                PIC XX.

       COPY FEE-WITHHOLDING-RULES.

       01  WS-STATEMENT-YEAR             PIC 9(4).

       01  WS-PRIOR-VENDOR-CODE          PIC X(10).
       01  WS-FIRST-PAYEE-SW             PIC X(1) VALUE 'Y'.
           88  FIRST-PAYEE                   VALUE 'Y'.

       01  WS-PAYEE-CODE                 PIC X(1).
       01  WS-PAYEE-PAYMENTS             PIC 9(5).
       01  WS-PAYEE-GROSS                PIC 9(11).
       01  WS-PAYEE-WITHHELD             PIC 9(11).

      *----------------------------------------------------------------
      * 区分ごとの合計(合計表)。区分コードの並びは VENDOR-MASTER-
      * RECORD の88レベルと同じ。
      *----------------------------------------------------------------
       01  WS-CATEGORY-VALUES.
           05  FILLER PIC X(31) VALUE
               'LLAWYER/ACCOUNTANT FEE         '.
           05  FILLER PIC X(31) VALUE
               'DDESIGN FEE                    '.
           05  FILLER PIC X(31) VALUE
               'TMANUSCRIPT/TRANSLATION FEE    '.
           05  FILLER PIC X(31) VALUE
               'OOTHER FEE                     '.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  CT-ENTRY                  OCCURS 4 TIMES
                                             INDEXED BY CT-IDX.
               10  CT-WITHHOLDING-CODE       PIC X(1).
               10  CT-DESCRIPTION            PIC X(30).
       01  WS-CATEGORY-TOTALS.
           05  CS-ENTRY                  OCCURS 4 TIMES.
               10  CS-PAYEE-COUNT            PIC 9(5).
               10  CS-GROSS                  PIC 9(12).
               10  CS-WITHHELD               PIC 9(12).
               10  CS-FILED-COUNT            PIC 9(5).
               10  CS-FILED-GROSS            PIC 9(12).
               10  CS-FILED-WITHHELD         PIC 9(12).
       01  WS-CATEGORY-SUB               PIC 9(1) COMP.
       01  WS-CATEGORY-HIT-SUB           PIC 9(1) COMP.

       01  WS-PAYEE-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-FILED-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'PAYMENT RECORD OF FEES (SHIHARAI CHOSHO)'.
           05  FILLER                  PIC X(9) VALUE '  YEAR:  '.
           05  TL-STATEMENT-YEAR        PIC 9(4).

       01  WS-PAYEE-LINE.
           05  FILLER                  PIC X(12) VALUE 'PAYEE:      '.
           05  PL-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PL-VENDOR-NAME           PIC X(30).

       01  WS-ADDRESS-LINE.
           05  FILLER                  PIC X(12) VALUE 'ADDRESS:    '.
           05  AL-VENDOR-ADDRESS        PIC X(50).

       01  WS-CATEGORY-LINE.
           05  FILLER                  PIC X(12) VALUE 'KIND OF FEE:'.
           05  CL-DESCRIPTION           PIC X(30).

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(12) VALUE 'PAYMENTS:   '.
           05  ML-PAYMENTS              PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE '  FEES PAID: '.
           05  ML-GROSS                 PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(16)
               VALUE '  TAX WITHHELD: '.
           05  ML-WITHHELD              PIC ZZZZZZZZZZ9.

       01  WS-PAYER-LINE.
           05  FILLER                  PIC X(12) VALUE 'PAYER:      '.
           05  FILLER                  PIC X(40)
               VALUE 'SYSTEMS MAINTENANCE SHOKAI'.

       01  WS-FILING-LINE.
           05  FILLER                  PIC X(12) VALUE 'FILING:     '.
           05  FL-FILING-NOTE           PIC X(40).

       01  WS-SUMMARY-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'SUMMARY BY KIND OF FEE                  '.
           05  FILLER                  PIC X(9) VALUE '  YEAR:  '.
           05  SH-STATEMENT-YEAR        PIC 9(4).

       01  WS-SUMMARY-DETAIL-LINE.
           05  SD-DESCRIPTION           PIC X(30).
           05  SD-BASIS                 PIC X(7).
           05  FILLER                  PIC X(9) VALUE ' PAYEES: '.
           05  SD-PAYEE-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE '  FEES: '.
           05  SD-GROSS                 PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(7) VALUE '  TAX: '.
           05  SD-WITHHELD              PIC ZZZZZZZZZZZ9.

       01  WS-BLANK-LINE                 PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-STATEMENT-YEAR
           OPEN INPUT WITHHOLDING-FILE
           IF NOT WHT-FILE-OK
               DISPLAY 'FEE WITHHOLDING STATEMENT - NO PROFWHT.DAT, '
                   'NOTHING TO REPORT'
               STOP RUN
           END-IF
           CLOSE WITHHOLDING-FILE
           INITIALIZE WS-CATEGORY-TOTALS

           SORT SORT-WORK
               ON ASCENDING KEY SR-VENDOR-CODE
                                SR-PAYMENT-DATE
               USING WITHHOLDING-FILE
               GIVING SORTED-WHT-FILE

           OPEN INPUT VENDOR-FILE
           OPEN INPUT SORTED-WHT-FILE
           OPEN OUTPUT STATEMENT-REPORT-FILE
           MOVE WS-STATEMENT-YEAR TO TL-STATEMENT-YEAR
           PERFORM READ-SORTED-ROW
           PERFORM TOTAL-ONE-ROW UNTIL SORTED-FILE-EOF
           IF NOT FIRST-PAYEE
               PERFORM PRINT-PAYEE-STATEMENT
           END-IF
           PERFORM PRINT-SUMMARY
           CLOSE SORTED-WHT-FILE
           CLOSE VENDOR-FILE
           CLOSE STATEMENT-REPORT-FILE
           DISPLAY 'FEE WITHHOLDING STATEMENT - YEAR: '
               WS-STATEMENT-YEAR
               ' PAYEES: ' WS-PAYEE-COUNT
               ' FILED: ' WS-FILED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 対象年はカードがあればその年、無ければ前年(1月に前年分を
      * 作成する)。
      *----------------------------------------------------------------
       SET-STATEMENT-YEAR.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-STATEMENT-YEAR
           SUBTRACT 1 FROM WS-STATEMENT-YEAR
           OPEN INPUT PARM-FILE
           IF PRM-FILE-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-STATEMENT-YEAR NUMERIC
                           AND SP-STATEMENT-YEAR > ZERO
                           MOVE SP-STATEMENT-YEAR
                               TO WS-STATEMENT-YEAR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       READ-SORTED-ROW.
           READ SORTED-WHT-FILE
               AT END
                   SET SORTED-FILE-EOF TO TRUE
           END-READ.

       TOTAL-ONE-ROW.
           IF SW-PAYMENT-DATE (1:4) = WS-STATEMENT-YEAR
               IF FIRST-PAYEE
                   PERFORM START-NEW-PAYEE
                   MOVE 'N' TO WS-FIRST-PAYEE-SW
               ELSE
                   IF SW-VENDOR-CODE NOT = WS-PRIOR-VENDOR-CODE
                       PERFORM PRINT-PAYEE-STATEMENT
                       PERFORM START-NEW-PAYEE
                   END-IF
               END-IF
               ADD 1 TO WS-PAYEE-PAYMENTS
               ADD SW-GROSS-AMOUNT TO WS-PAYEE-GROSS
               ADD SW-WITHHELD-AMOUNT TO WS-PAYEE-WITHHELD
               MOVE SW-WITHHOLDING-CODE TO WS-PAYEE-CODE
           END-IF
           PERFORM READ-SORTED-ROW.

       START-NEW-PAYEE.
           MOVE SW-VENDOR-CODE TO WS-PRIOR-VENDOR-CODE
           MOVE ZERO TO WS-PAYEE-PAYMENTS
           MOVE ZERO TO WS-PAYEE-GROSS
           MOVE ZERO TO WS-PAYEE-WITHHELD.

      *----------------------------------------------------------------
      * 支払調書一枚。区分は年内最後の支払時点のもの。提出基準額
      * 以下の支払先は本人交付用のみ。
      *----------------------------------------------------------------
       PRINT-PAYEE-STATEMENT.
           MOVE SPACES TO VM-VENDOR-NAME
           MOVE SPACES TO VM-VENDOR-ADDRESS
           MOVE WS-PRIOR-VENDOR-CODE TO VM-VENDOR-CODE
           READ VENDOR-FILE
               INVALID KEY
                   MOVE 'NOT ON VENDOR MASTER' TO VM-VENDOR-NAME
           END-READ
           MOVE WS-PRIOR-VENDOR-CODE TO PL-VENDOR-CODE
           MOVE VM-VENDOR-NAME TO PL-VENDOR-NAME
           MOVE VM-VENDOR-ADDRESS TO AL-VENDOR-ADDRESS
           PERFORM FIND-CATEGORY
           IF WS-CATEGORY-HIT-SUB > ZERO
               MOVE CT-DESCRIPTION (WS-CATEGORY-HIT-SUB)
                   TO CL-DESCRIPTION
           ELSE
               MOVE 'UNKNOWN' TO CL-DESCRIPTION
               MOVE 4 TO WS-CATEGORY-HIT-SUB
           END-IF
           MOVE WS-PAYEE-PAYMENTS TO ML-PAYMENTS
           MOVE WS-PAYEE-GROSS TO ML-GROSS
           MOVE WS-PAYEE-WITHHELD TO ML-WITHHELD
           ADD 1 TO WS-PAYEE-COUNT
           ADD 1 TO CS-PAYEE-COUNT (WS-CATEGORY-HIT-SUB)
           ADD WS-PAYEE-GROSS TO CS-GROSS (WS-CATEGORY-HIT-SUB)
           ADD WS-PAYEE-WITHHELD TO CS-WITHHELD (WS-CATEGORY-HIT-SUB)
           IF WS-PAYEE-GROSS > WH-STATEMENT-MINIMUM
               MOVE 'FILED WITH TAX OFFICE AND PAYEE COPY'
                   TO FL-FILING-NOTE
               ADD 1 TO WS-FILED-COUNT
               ADD 1 TO CS-FILED-COUNT (WS-CATEGORY-HIT-SUB)
               ADD WS-PAYEE-GROSS
                   TO CS-FILED-GROSS (WS-CATEGORY-HIT-SUB)
               ADD WS-PAYEE-WITHHELD
                   TO CS-FILED-WITHHELD (WS-CATEGORY-HIT-SUB)
           ELSE
               MOVE 'PAYEE COPY ONLY - UNDER FILING MINIMUM'
                   TO FL-FILING-NOTE
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM WS-TITLE-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-PAYEE-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-ADDRESS-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-CATEGORY-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-AMOUNT-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-PAYER-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-FILING-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-BLANK-LINE.

       FIND-CATEGORY.
           MOVE ZERO TO WS-CATEGORY-HIT-SUB
           PERFORM MATCH-CATEGORY
               VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > 4
                   OR WS-CATEGORY-HIT-SUB > ZERO.

       MATCH-CATEGORY.
           IF CT-WITHHOLDING-CODE (WS-CATEGORY-SUB) = WS-PAYEE-CODE
               MOVE WS-CATEGORY-SUB TO WS-CATEGORY-HIT-SUB
           END-IF.

       PRINT-SUMMARY.
           MOVE WS-STATEMENT-YEAR TO SH-STATEMENT-YEAR
           WRITE STATEMENT-REPORT-LINE FROM WS-SUMMARY-HEADER-LINE
           PERFORM PRINT-CATEGORY-SUMMARY
               VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > 4.

       PRINT-CATEGORY-SUMMARY.
           MOVE CT-DESCRIPTION (WS-CATEGORY-SUB) TO SD-DESCRIPTION
           MOVE ' TOTAL ' TO SD-BASIS
           MOVE CS-PAYEE-COUNT (WS-CATEGORY-SUB) TO SD-PAYEE-COUNT
           MOVE CS-GROSS (WS-CATEGORY-SUB) TO SD-GROSS
           MOVE CS-WITHHELD (WS-CATEGORY-SUB) TO SD-WITHHELD
           WRITE STATEMENT-REPORT-LINE FROM WS-SUMMARY-DETAIL-LINE
           MOVE SPACES TO SD-DESCRIPTION
           MOVE ' FILED ' TO SD-BASIS
           MOVE CS-FILED-COUNT (WS-CATEGORY-SUB) TO SD-PAYEE-COUNT
           MOVE CS-FILED-GROSS (WS-CATEGORY-SUB) TO SD-GROSS
           MOVE CS-FILED-WITHHELD (WS-CATEGORY-SUB) TO SD-WITHHELD
           WRITE STATEMENT-REPORT-LINE FROM WS-SUMMARY-DETAIL-LINE.
