       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENT-INDEX-INQUIRY.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Searches the DOCINDEX.DAT electronic bookkeeping index on any
      * combination of the three conditions the law asks for -
      * transaction date range, amount range and counterparty - and
      * optionally one document type.  DOCINQ.PRM carries the
      * conditions; a zero date, zero amount or blank field leaves
      * that condition open (a missing card lists everything).  Each
      * hit is listed to DOCINQ.RPT with the register row and, for
      * our own invoices and notes, the spool copy and line of the
      * printed image to hand to REPORT-REPRINT.  The index is in
      * date order, so the scan stops at the first row past the
      * to-date.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "DOCINQ.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT DOCUMENT-INDEX-FILE ASSIGN TO "DOCINDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "DOCINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  INQUIRY-PARM-RECORD.
           05  DQ-FROM-DATE             PIC 9(8).
           05  DQ-TO-DATE               PIC 9(8).
           05  DQ-MIN-AMOUNT            PIC 9(9)V99.
           05  DQ-MAX-AMOUNT            PIC 9(9)V99.
           05  DQ-COUNTERPARTY          PIC X(10).
           05  DQ-DOCUMENT-TYPE         PIC X(2).

       FD  DOCUMENT-INDEX-FILE.
       COPY DOCUMENT-INDEX-RECORD.

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-IDX-STATUS                 PIC XX.
           88  IDX-FILE-OK                   VALUE '00'.
           88  IDX-FILE-EOF                  VALUE '10'.

       01  WS-FROM-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                    PIC 9(8) VALUE 99999999.
       01  WS-MIN-AMOUNT                 PIC 9(9)V99 VALUE ZERO.
       01  WS-MAX-AMOUNT                 PIC 9(9)V99
                                            VALUE 999999999.99.
       01  WS-COUNTERPARTY               PIC X(10) VALUE SPACES.
       01  WS-DOCUMENT-TYPE              PIC X(2) VALUE SPACES.
       01  WS-LISTED-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-LISTED-AMOUNT              PIC 9(11)V99 VALUE ZERO.

       01  WS-CONDITION-LINE-1.
           05  FILLER                  PIC X(23)
               VALUE 'DOCUMENT SEARCH - DATE '.
           05  CL-FROM-DATE             PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  CL-TO-DATE               PIC 9(8).
           05  FILLER                  PIC X(9) VALUE '  AMOUNT '.
           05  CL-MIN-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  CL-MAX-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CONDITION-LINE-2.
           05  FILLER                  PIC X(17)
               VALUE '  COUNTERPARTY:  '.
           05  CL-COUNTERPARTY          PIC X(10).
           05  FILLER                  PIC X(8) VALUE '  TYPE: '.
           05  CL-DOCUMENT-TYPE         PIC X(3).

       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(45)
               VALUE 'DATE     TY COUNTERPTY DOCUMENT NO'.
           05  FILLER                  PIC X(45)
               VALUE '       AMOUNT SOURCE FILE   RECORD  IMAGE'.
           05  FILLER                  PIC X(11)
               VALUE '       LINE'.

       01  WS-INQUIRY-DETAIL-LINE.
           05  IQ-DOCUMENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IQ-DOCUMENT-TYPE         PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IQ-COUNTERPARTY          PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IQ-DOCUMENT-NO           PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IQ-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IQ-SOURCE-FILE           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IQ-SOURCE-RECORD         PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IQ-IMAGE-SPOOL           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IQ-IMAGE-LINE            PIC ZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'DOCUMENTS FOUND:  '.
           05  TL-LISTED-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '   AMOUNT: '.
           05  TL-LISTED-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-BLANK-LINE          PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-INQUIRY-PARM
           OPEN OUTPUT INQUIRY-REPORT-FILE
           MOVE WS-FROM-DATE TO CL-FROM-DATE
           MOVE WS-TO-DATE TO CL-TO-DATE
           MOVE WS-MIN-AMOUNT TO CL-MIN-AMOUNT
           MOVE WS-MAX-AMOUNT TO CL-MAX-AMOUNT
           MOVE WS-COUNTERPARTY TO CL-COUNTERPARTY
           MOVE WS-DOCUMENT-TYPE TO CL-DOCUMENT-TYPE
           IF WS-COUNTERPARTY = SPACES
               MOVE 'ANY' TO CL-COUNTERPARTY
           END-IF
           IF WS-DOCUMENT-TYPE = SPACES
               MOVE 'ANY' TO CL-DOCUMENT-TYPE
           END-IF
           WRITE INQUIRY-REPORT-LINE FROM WS-CONDITION-LINE-1
           WRITE INQUIRY-REPORT-LINE FROM WS-CONDITION-LINE-2
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           WRITE INQUIRY-REPORT-LINE FROM WS-COLUMN-HEADER-LINE
           OPEN INPUT DOCUMENT-INDEX-FILE
           IF IDX-FILE-OK
               PERFORM READ-INDEX-ROW
               PERFORM LIST-ONE-INDEX-ROW UNTIL IDX-FILE-EOF
               CLOSE DOCUMENT-INDEX-FILE
           ELSE
               DISPLAY 'DOCINDEX.DAT NOT BUILT - RUN '
                   'DOCUMENT-INDEX-BUILD FIRST'
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-LISTED-COUNT TO TL-LISTED-COUNT
           MOVE WS-LISTED-AMOUNT TO TL-LISTED-AMOUNT
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           WRITE INQUIRY-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE INQUIRY-REPORT-FILE
           DISPLAY 'DOCUMENT INDEX INQUIRY - FOUND: '
               WS-LISTED-COUNT
           STOP RUN.

       READ-INQUIRY-PARM.
           OPEN INPUT PARM-FILE
           IF PRM-FILE-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-INQUIRY-CONDITIONS
               END-READ
               CLOSE PARM-FILE
           END-IF.

       TAKE-INQUIRY-CONDITIONS.
           IF DQ-FROM-DATE > ZERO
               MOVE DQ-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF DQ-TO-DATE > ZERO
               MOVE DQ-TO-DATE TO WS-TO-DATE
           END-IF
           IF DQ-MIN-AMOUNT > ZERO
               MOVE DQ-MIN-AMOUNT TO WS-MIN-AMOUNT
           END-IF
           IF DQ-MAX-AMOUNT > ZERO
               MOVE DQ-MAX-AMOUNT TO WS-MAX-AMOUNT
           END-IF
           MOVE DQ-COUNTERPARTY TO WS-COUNTERPARTY
           MOVE DQ-DOCUMENT-TYPE TO WS-DOCUMENT-TYPE.

       READ-INDEX-ROW.
           READ DOCUMENT-INDEX-FILE
               AT END
                   SET IDX-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 索引は取引日順。終了日を過ぎたら以降は読まない。
      *----------------------------------------------------------------
       LIST-ONE-INDEX-ROW.
           IF DX-DOCUMENT-DATE > WS-TO-DATE
               SET IDX-FILE-EOF TO TRUE
           ELSE
               IF DX-DOCUMENT-DATE NOT < WS-FROM-DATE
                   AND DX-AMOUNT NOT < WS-MIN-AMOUNT
                   AND DX-AMOUNT NOT > WS-MAX-AMOUNT
                   AND (WS-COUNTERPARTY = SPACES
                       OR DX-COUNTERPARTY = WS-COUNTERPARTY)
                   AND (WS-DOCUMENT-TYPE = SPACES
                       OR DX-DOCUMENT-TYPE = WS-DOCUMENT-TYPE)
                   PERFORM WRITE-INQUIRY-DETAIL
               END-IF
               PERFORM READ-INDEX-ROW
           END-IF.

       WRITE-INQUIRY-DETAIL.
           MOVE DX-DOCUMENT-DATE TO IQ-DOCUMENT-DATE
           MOVE DX-DOCUMENT-TYPE TO IQ-DOCUMENT-TYPE
           MOVE DX-COUNTERPARTY TO IQ-COUNTERPARTY
           MOVE DX-DOCUMENT-NO TO IQ-DOCUMENT-NO
           MOVE DX-AMOUNT TO IQ-AMOUNT
           MOVE DX-SOURCE-FILE TO IQ-SOURCE-FILE
           MOVE DX-SOURCE-RECORD TO IQ-SOURCE-RECORD
           IF DX-IMAGE-SPOOL = SPACES
               MOVE 'NONE' TO IQ-IMAGE-SPOOL
               MOVE ZERO TO IQ-IMAGE-LINE
           ELSE
               MOVE DX-IMAGE-SPOOL TO IQ-IMAGE-SPOOL
               MOVE DX-IMAGE-LINE TO IQ-IMAGE-LINE
           END-IF
           WRITE INQUIRY-REPORT-LINE FROM WS-INQUIRY-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT
           ADD DX-AMOUNT TO WS-LISTED-AMOUNT.
