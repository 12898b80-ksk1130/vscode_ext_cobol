      * no bank row (flagged NO BANK, not transmitted), and the
      * same count and total the trailer carries, so the listing
      * must match the payroll summary before the file goes out.
      * The monthly run no longer goes out on its own say-so: it
      * asks PAYROLL-RELEASE-GATE first and stops with return code
      * 16, writing nothing, until payroll has signed off the
      * month's PAYROLL-VARIANCE-CHECK exception list on
      * PAYSIGN.DAT.  A released month is appended to PAYREL.LOG
      * with the trailer count and total and the signer, who is
      * also named on ZENGIN.RPT - the same month is not sent twice.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-LISTING-FILE ASSIGN TO "ZENGIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-LOG-FILE ASSIGN TO "PAYREL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-LISTING-FILE.
       01  CONTROL-LISTING-LINE         PIC X(90).

       FD  RELEASE-LOG-FILE.
       COPY PAYROLL-RELEASE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS                 PIC XX.
           88  EMP-FILE-OK                   VALUE '00'.
       01  WS-BONUS-STATUS               PIC XX.
           88  BONUS-FILE-OK                 VALUE '00'.
           88  BONUS-FILE-EOF                VALUE '10'.
       01  WS-REL-STATUS                 PIC XX.

       01  WS-RUN-MODE-SW                PIC X(1) VALUE 'M'.
           88  MONTHLY-TRANSFER-RUN          VALUE 'M'.
       01  WS-XFER-NET-AMOUNT            PIC 9(9)V99.
       01  WS-XFER-PAYEE-NAME            PIC X(20).

       01  WS-PAY-MONTH                  PIC 9(6).
       01  WS-RELEASE-SW                 PIC X(1).
           88  PAYROLL-RELEASED              VALUE 'Y'.
       01  WS-HOLD-REASON                PIC X(40).
       01  WS-SIGNED-BY                  PIC X(20).

       01  WS-ZENGIN-HEADER.
           05  FILLER                   PIC X(1) VALUE '1'.
           05  FILLER                   PIC X(2) VALUE '21'.
           05  FILLER                  PIC X(9) VALUE '  TOTAL: '.
           05  CT-TRANSFER-TOTAL        PIC Z(11)9.

       01  WS-CONTROL-SIGNOFF-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'SIGNED OFF BY: '.
           05  CS-SIGNED-BY             PIC X(20).
           05  FILLER                  PIC X(13) VALUE '  PAY MONTH: '.
           05  CS-PAY-MONTH             PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM READ-PAY-MODE
           IF MONTHLY-TRANSFER-RUN
               PERFORM CHECK-PAYROLL-RELEASE
           END-IF
           PERFORM LOAD-BANK-DETAILS
           OPEN OUTPUT ZENGIN-FILE
           OPEN OUTPUT CONTROL-LISTING-FILE
               CLOSE EMPLOYEE-FILE
           END-IF
           PERFORM WRITE-ZENGIN-TRAILER
           IF MONTHLY-TRANSFER-RUN
               MOVE WS-SIGNED-BY TO CS-SIGNED-BY
               MOVE WS-PAY-MONTH TO CS-PAY-MONTH
               WRITE CONTROL-LISTING-LINE FROM WS-CONTROL-SIGNOFF-LINE
           END-IF
           CLOSE ZENGIN-FILE
           CLOSE CONTROL-LISTING-FILE
           IF MONTHLY-TRANSFER-RUN
               PERFORM WRITE-RELEASE-LOG
           END-IF
           DISPLAY 'PAYROLL BANK TRANSFER - TRANSFERS: '
               WS-TRANSFER-COUNT ' NO BANK DETAIL: '
               WS-UNPAID-COUNT
               CLOSE PAY-MODE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 月例振込は給与部門が差異チェックの例外リストにサインオフ
      * するまで出さない。保留なら何も書かずにRC16で止まる。
      *----------------------------------------------------------------
       CHECK-PAYROLL-RELEASE.
           MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-PAY-MONTH
           CALL 'PAYROLL-RELEASE-GATE' USING WS-PAY-MONTH
                                             WS-RELEASE-SW
                                             WS-HOLD-REASON
                                             WS-SIGNED-BY
           END-CALL
           IF NOT PAYROLL-RELEASED
               DISPLAY 'PAYROLL BANK TRANSFER HELD FOR ' WS-PAY-MONTH
                   ' - ' WS-HOLD-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-RELEASE-LOG.
           OPEN EXTEND RELEASE-LOG-FILE
           IF WS-REL-STATUS NOT = '00'
               OPEN OUTPUT RELEASE-LOG-FILE
           END-IF
           MOVE WS-PAY-MONTH TO XL-PAY-MONTH
           MOVE WS-TODAY-CCYYMMDD TO XL-RELEASE-DATE
           MOVE WS-TRANSFER-COUNT TO XL-TRANSFER-COUNT
           MOVE WS-TRANSFER-TOTAL TO XL-TRANSFER-TOTAL
           MOVE WS-SIGNED-BY TO XL-SIGNED-BY
           WRITE PAYROLL-RELEASE-RECORD
           CLOSE RELEASE-LOG-FILE.

       LOAD-BANK-DETAILS.
           OPEN INPUT BANK-DETAIL-FILE
           IF BANK-FILE-OK
