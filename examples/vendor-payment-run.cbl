      * vendor's payment first, oldest first: a claim consumed in
      * full flips to credited on the VENDCLM.NEW carry-forward, a
      * partly consumed one stays accepted with the remainder.
      * A foreign-currency item is paid at its foreign open amount
      * converted at the EXCHANGE-RATE-LOOKUP rate for the payment
      * date (whole yen), not at the yen it was booked at.  When the
      * item is settled the difference from its booked yen is the
      * realised exchange gain or loss: the GL rows then clear AP
      * control at the booked value, credit bank with what was
      * actually transferred, and put the difference to the
      * FXGAINLOSS element.  APFXREAL.RPT lists every foreign item
      * settled, with both rates, as the accountants' support.
      * A vendor whose VENDOR.DAT VM-WITHHOLDING-CODE marks an
      * individual paid fees has income tax withheld from each
      * payment at the FEE-WITHHOLDING-RULES rates (the higher rate
      * on the part above the threshold); only the net goes through
      * APZENG.DAT, the remittance advice shows the deduction, the
      * tax is credited to the withholding liability in the GL, and
      * each payment is appended to PROFWHT.DAT for the monthly
      * remittance and the year-end 支払調書.  APWHT.RPT lists this
      * run's deductions and the month's total owed to the tax
      * office.
      * Releasing the payment run needs UA-ALLOW-PAY-RELEASE on the
      * run user's USERAUTH.DAT row (USERID.PRM, BATCH when absent).
      * Without it the refusal goes to SECVIOL.LOG, as
      * CUSTOMER-MAINTENANCE logs its refusals, and the run stops
      * before anything is paid or written.  Each vendor transfer
      * released is journaled through MASTER-UPDATE-JOURNAL under
      * the run user, keyed by vendor code, with the Zengin data
      * record as the after image, so USER-ACCESS-REVIEW sees the
      * right in use.
      * Only items AP-DUPLICATE-CHECK has passed (AP-DUP-CHECKED)
      * or a reviewer has released (AP-DUP-RELEASED) are paid; an
      * open item not yet checked waits for the next run after the
      * check, and is counted on the console as UNCHECKED.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-CLM-STATUS.
           SELECT CLAIM-OUT-FILE ASSIGN TO "VENDCLM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-REPORT-FILE ASSIGN TO "APFXREAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VEND-STATUS.
           SELECT WITHHOLDING-FILE ASSIGN TO "PROFWHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT-STATUS.
           SELECT WITHHOLDING-REPORT-FILE ASSIGN TO "APWHT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USER-PARM-FILE ASSIGN TO "USERID.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-PARM-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO "USERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT VIOLATION-LOG-FILE ASSIGN TO "SECVIOL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY AP-OPEN-ITEM-RECORD.

       FD  AP-ITEM-OUT-FILE.
       01  AP-ITEM-OUT-RECORD           PIC X(104).

       FD  BANK-DETAIL-FILE.
       COPY VENDOR-BANK-RECORD.
       FD  CLAIM-OUT-FILE.
       01  CLAIM-OUT-RECORD             PIC X(42).

       FD  FX-REPORT-FILE.
       01  FX-REPORT-LINE               PIC X(132).

       FD  VENDOR-FILE.
       COPY VENDOR-MASTER-RECORD.

       FD  WITHHOLDING-FILE.
       COPY FEE-WITHHOLDING-RECORD.

       FD  WITHHOLDING-REPORT-FILE.
       01  WITHHOLDING-REPORT-LINE      PIC X(90).

       FD  USER-PARM-FILE.
       01  USER-PARM-RECORD.
           05  UP-USER-ID              PIC X(8).

       FD  USER-AUTH-FILE.
       COPY USER-AUTH-RECORD.

       FD  VIOLATION-LOG-FILE.
       COPY SECURITY-VIOLATION-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-AP-STATUS                  PIC XX.
           88  AP-FILE-OK                    VALUE '00'.
       01  WS-CLM-STATUS                 PIC XX.
           88  CLM-FILE-OK                   VALUE '00'.
           88  CLM-FILE-EOF                  VALUE '10'.
       01  WS-VEND-STATUS                PIC XX.
           88  VEND-FOUND                    VALUE '00'.
       01  WS-WHT-STATUS                 PIC XX.
           88  WHT-FILE-OK                   VALUE '00'.
           88  WHT-FILE-EOF                  VALUE '10'.
       01  WS-USER-PARM-STATUS           PIC XX.
           88  USER-PARM-OK                  VALUE '00'.
       01  WS-AUTH-STATUS                PIC XX.
           88  AUTH-FILE-OK                  VALUE '00'.
           88  AUTH-FILE-EOF                 VALUE '10'.
       01  WS-VIOL-STATUS                PIC XX.
       01  WS-RUN-USER-ID                PIC X(8) VALUE 'BATCH'.
       01  WS-USER-AUTHORITY.
           05  WS-AUTH-FOUND-SW          PIC X(1) VALUE 'N'.
               88  RUN-USER-ON-FILE          VALUE 'Y'.
           05  WS-CAN-PAY-RELEASE-SW     PIC X(1) VALUE 'N'.
               88  RUN-USER-CAN-PAY-RELEASE  VALUE 'Y'.

       COPY FEE-WITHHOLDING-RULES.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).

               10  VD-VENDOR-CODE            PIC X(10).
               10  VD-DUE-AMOUNT             PIC 9(11)V99.
               10  VD-PAID-SW                PIC X(1).
               10  VD-WITHHOLDING-CODE       PIC X(1).
       01  WS-VENDOR-SUB                 PIC 9(3) COMP.
       01  WS-VENDOR-HIT-SUB             PIC 9(3) COMP.

       01  WS-TRANSFER-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-TRANSFER-TOTAL             PIC 9(12) VALUE ZERO.
       01  WS-UNPAID-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-UNCHECKED-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                        VALUE 'VENDOR-PAYMENT-RUN'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).

       01  WS-PAYMENT-RATE               PIC 9(3)V99.
       01  WS-ITEM-PAY-AMOUNT            PIC 9(11)V99.
       01  WS-ITEM-PAY-WHOLE-YEN         PIC 9(11).
       01  WS-ITEM-FX-DIFFERENCE         PIC S9(11)V99.
       01  WS-REALISED-FX-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-FX-ITEM-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-AP-CLEARED-AMOUNT          PIC S9(12)V99.
       01  WS-POSTING-AMOUNT             PIC 9(11)V99.

       01  WS-WITHHOLDING-AMOUNT         PIC 9(10).
       01  WS-NET-PAY-IN-YEN             PIC 9(10).
       01  WS-WITHHELD-TOTAL             PIC 9(12) VALUE ZERO.
       01  WS-WITHHELD-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-MONTH-WITHHELD             PIC 9(12) VALUE ZERO.
       01  WS-REMIT-DUE-DATE.
           05  WS-RD-CCYY                PIC 9(4).
           05  WS-RD-MM                  PIC 9(2).
           05  WS-RD-DD                  PIC 9(2).

       COPY GL-ACCOUNT-MAP-TABLE.

           05  FILLER                   PIC X(1) VALUE '9'.
           05  FILLER                   PIC X(119) VALUE SPACES.

       01  WS-FX-HEADER-LINE.
           05  FILLER                  PIC X(44)
               VALUE 'REALISED EXCHANGE GAIN/LOSS - PAYMENT DATE: '.
           05  FH-PAYMENT-DATE          PIC 9(8).

       01  WS-FX-DETAIL-LINE.
           05  FD-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FD-VENDOR-INV-NO         PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FD-CURRENCY-CODE         PIC X(3).
           05  FD-FOREIGN-AMOUNT        PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(8) VALUE '  BOOKED'.
           05  FD-BOOKED-RATE           PIC ZZ9.99.
           05  FD-BOOKED-AMOUNT         PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE '  PAID'.
           05  FD-PAYMENT-RATE          PIC ZZ9.99.
           05  FD-PAID-AMOUNT           PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FD-DIFFERENCE            PIC ------------9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FD-GAIN-LOSS             PIC X(4).

       01  WS-FX-TOTAL-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'REALISED EXCHANGE DIFFERENCE POSTED:    '.
           05  FT-DIFFERENCE            PIC ------------9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FT-GAIN-LOSS             PIC X(4).
           05  FILLER                  PIC X(9) VALUE '  ITEMS: '.
           05  FT-ITEM-COUNT            PIC ZZZZ9.

       01  WS-REMIT-WITHHOLDING-LINE.
           05  FILLER                  PIC X(21)
               VALUE '  INCOME TAX WITHHELD'.
           05  FILLER                  PIC X(2) VALUE ': '.
           05  RW-WITHHELD-AMOUNT       PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(18)
               VALUE '  NET TRANSFERRED:'.
           05  RW-NET-AMOUNT            PIC ZZZZZZZZZ9.

       01  WS-WHT-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'FEE WITHHOLDING (GENSEN) - PAYMENT DATE:'.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WH-HEADER-DATE           PIC 9(8).

       01  WS-WHT-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WD-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WD-WITHHOLDING-CODE      PIC X(1).
           05  FILLER                  PIC X(8) VALUE '  GROSS '.
           05  WD-GROSS-AMOUNT          PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  WITHHELD '.
           05  WD-WITHHELD-AMOUNT       PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(6) VALUE '  NET '.
           05  WD-NET-AMOUNT            PIC ZZZZZZZZZ9.

       01  WS-WHT-TOTAL-LINE.
           05  WT-LABEL                 PIC X(40).
           05  WT-AMOUNT                PIC ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WT-NOTE                  PIC X(30).

       01  WS-WHT-DUE-NOTE.
           05  FILLER                  PIC X(12) VALUE 'REMIT BY    '.
           05  WN-DUE-DATE              PIC 9(8).

       01  WS-REMIT-HEADER-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'REMITTANCE - VENDOR: '.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-RUN-USER
           PERFORM LOAD-USER-AUTHORITY
           IF NOT RUN-USER-CAN-PAY-RELEASE
               PERFORM WRITE-VIOLATION-LOG
               DISPLAY 'USER ' WS-RUN-USER-ID
                   ' MAY NOT RELEASE VENDOR PAYMENTS - ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-BANK-DETAILS
           OPEN INPUT VENDOR-FILE
           IF WS-VEND-STATUS NOT = '00'
               DISPLAY 'VENDOR PAYMENT RUN - VENDOR MASTER NOT '
                   'AVAILABLE, WITHHOLDING UNKNOWN - ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TOTAL-DUE-BY-VENDOR
           CLOSE VENDOR-FILE
           PERFORM NET-ACCEPTED-CLAIMS
           IF WORK-TABLE-OVERFLOWED
               DISPLAY 'VENDOR PAYMENT RUN - VENDOR TABLE '
           END-IF
           OPEN OUTPUT ZENGIN-FILE
           OPEN OUTPUT REMITTANCE-REPORT-FILE
           OPEN OUTPUT WITHHOLDING-REPORT-FILE
           MOVE WS-TODAY-CCYYMMDD TO WH-HEADER-DATE
           WRITE WITHHOLDING-REPORT-LINE FROM WS-WHT-HEADER-LINE
           OPEN EXTEND WITHHOLDING-FILE
           IF WS-WHT-STATUS NOT = '00'
               OPEN OUTPUT WITHHOLDING-FILE
           END-IF
           MOVE WS-TODAY-CCYYMMDD TO ZH-TRANSFER-DATE
           WRITE ZENGIN-RECORD FROM WS-ZENGIN-HEADER
           PERFORM PAY-ONE-VENDOR
           WRITE ZENGIN-RECORD FROM WS-ZENGIN-END
           CLOSE ZENGIN-FILE
           CLOSE REMITTANCE-REPORT-FILE
           CLOSE WITHHOLDING-FILE
           PERFORM WRITE-WITHHOLDING-TOTALS
           CLOSE WITHHOLDING-REPORT-FILE
           OPEN OUTPUT FX-REPORT-FILE
           MOVE WS-TODAY-CCYYMMDD TO FH-PAYMENT-DATE
           WRITE FX-REPORT-LINE FROM WS-FX-HEADER-LINE
           PERFORM FLIP-PAID-ITEMS
           PERFORM WRITE-FX-TOTAL
           CLOSE FX-REPORT-FILE
           PERFORM WRITE-GL-PAIR
           DISPLAY 'VENDOR PAYMENT RUN - PAID: ' WS-TRANSFER-COUNT
               ' NO BANK: ' WS-UNPAID-COUNT
               ' UNCHECKED: ' WS-UNCHECKED-COUNT
               ' FX DIFFERENCE: ' WS-REALISED-FX-TOTAL
               ' WITHHELD: ' WS-WITHHELD-TOTAL
           STOP RUN.

      *----------------------------------------------------------------
      * 実行ユーザーと権限の取り方はCUSTOMER-MAINTENANCEと同じ。
      * 支払の解放権限が無ければ拒否を記録して何も書かずに止める。
      *----------------------------------------------------------------
       LOAD-RUN-USER.
           OPEN INPUT USER-PARM-FILE
           IF USER-PARM-OK
               READ USER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE UP-USER-ID TO WS-RUN-USER-ID
               END-READ
               CLOSE USER-PARM-FILE
           END-IF.

       LOAD-USER-AUTHORITY.
           OPEN INPUT USER-AUTH-FILE
           IF AUTH-FILE-OK
               PERFORM READ-AUTH-ROW
               PERFORM MATCH-AUTH-ROW UNTIL AUTH-FILE-EOF
               CLOSE USER-AUTH-FILE
           END-IF.

       READ-AUTH-ROW.
           READ USER-AUTH-FILE
               AT END
                   SET AUTH-FILE-EOF TO TRUE
           END-READ.

       MATCH-AUTH-ROW.
           IF UA-USER-ID = WS-RUN-USER-ID
               SET RUN-USER-ON-FILE TO TRUE
               MOVE UA-ALLOW-PAY-RELEASE TO WS-CAN-PAY-RELEASE-SW
           END-IF
           PERFORM READ-AUTH-ROW.

       WRITE-VIOLATION-LOG.
           OPEN EXTEND VIOLATION-LOG-FILE
           IF WS-VIOL-STATUS NOT = '00'
               OPEN OUTPUT VIOLATION-LOG-FILE
           END-IF
           MOVE SPACES TO SECURITY-VIOLATION-RECORD
           MOVE WS-RUN-USER-ID TO SV-USER-ID
           MOVE 'P' TO SV-ACTION-CODE
           MOVE ZERO TO SV-CUSTOMER-ID
           MOVE 'PAYMENT RELEASE NOT AUTHORIZED' TO SV-REFUSAL-REASON
           MOVE FUNCTION CURRENT-DATE (1:14) TO SV-TIMESTAMP
           MOVE WS-TODAY-CCYYMMDD TO SV-OBJECT-KEY
           WRITE SECURITY-VIOLATION-RECORD
           CLOSE VIOLATION-LOG-FILE.

       LOAD-BANK-DETAILS.
           OPEN INPUT BANK-DETAIL-FILE
           IF BANK-FILE-OK
                   SET AP-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 重複チェックを通った(C)か保留から戻された(R)明細だけを払う。
      * 未チェックの明細はチェック後の次回まで待たせる。
      *----------------------------------------------------------------
       TOTAL-ONE-ITEM.
           IF AP-ITEM-OPEN
               AND AP-OPEN-AMOUNT > ZERO
               AND AP-DUE-DATE NOT > WS-TODAY-CCYYMMDD
               IF AP-DUP-CHECKED OR AP-DUP-RELEASED
                   PERFORM PRICE-ITEM-FOR-PAYMENT
                   PERFORM ADD-TO-VENDOR-TABLE
               ELSE
                   ADD 1 TO WS-UNCHECKED-COUNT
               END-IF
           END-IF
           PERFORM READ-AP-ITEM.

      *----------------------------------------------------------------
      * 外貨建て明細は支払日のレートで外貨残高を円に換算して払う
      * (円未満は四捨五入)。計上額との差が為替差損益になる。
      * レートの取れない通貨は計上額のまま払う。
      *----------------------------------------------------------------
       PRICE-ITEM-FOR-PAYMENT.
           MOVE AP-OPEN-AMOUNT TO WS-ITEM-PAY-AMOUNT
           MOVE ZERO TO WS-PAYMENT-RATE
           IF NOT AP-YEN-ITEM
               CALL 'EXCHANGE-RATE-LOOKUP' USING AP-CURRENCY-CODE
                                                  WS-TODAY-CCYYMMDD
                                                  WS-PAYMENT-RATE
               IF WS-PAYMENT-RATE > ZERO
                   COMPUTE WS-ITEM-PAY-WHOLE-YEN ROUNDED =
                       AP-FOREIGN-OPEN * WS-PAYMENT-RATE
                   MOVE WS-ITEM-PAY-WHOLE-YEN TO WS-ITEM-PAY-AMOUNT
               ELSE
                   DISPLAY 'NO YEN RATE FOR ' AP-CURRENCY-CODE
                       ' - ' AP-VENDOR-INV-NO ' PAID AS BOOKED'
               END-IF
           END-IF
           COMPUTE WS-ITEM-FX-DIFFERENCE =
               WS-ITEM-PAY-AMOUNT - AP-OPEN-AMOUNT.

       ADD-TO-VENDOR-TABLE.
           MOVE ZERO TO WS-VENDOR-HIT-SUB
           PERFORM FIND-VENDOR-ENTRY
               UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
                   OR WS-VENDOR-HIT-SUB > ZERO
           IF WS-VENDOR-HIT-SUB > ZERO
               ADD WS-ITEM-PAY-AMOUNT
                   TO VD-DUE-AMOUNT (WS-VENDOR-HIT-SUB)
           ELSE
               IF WS-VENDOR-COUNT < WS-VENDOR-TABLE-MAX
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE AP-VENDOR-CODE
                       TO VD-VENDOR-CODE (WS-VENDOR-COUNT)
                   MOVE WS-ITEM-PAY-AMOUNT
                       TO VD-DUE-AMOUNT (WS-VENDOR-COUNT)
                   MOVE 'N' TO VD-PAID-SW (WS-VENDOR-COUNT)
                   PERFORM LOOK-UP-WITHHOLDING-CODE
               ELSE
                   DISPLAY 'ERROR: VENDOR TABLE FULL - '
                       AP-VENDOR-CODE ' NOT PAID'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 源泉徴収の対象(個人への報酬・料金)かどうかはベンダー
      * マスタの区分で決まる。マスタに無いベンダーは対象外。
      *----------------------------------------------------------------
       LOOK-UP-WITHHOLDING-CODE.
           MOVE SPACE TO VD-WITHHOLDING-CODE (WS-VENDOR-COUNT)
           MOVE AP-VENDOR-CODE TO VM-VENDOR-CODE
           READ VENDOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VM-WITHHOLDING-CODE
                       TO VD-WITHHOLDING-CODE (WS-VENDOR-COUNT)
           END-READ.

       FIND-VENDOR-ENTRY.
           IF VD-VENDOR-CODE (WS-VENDOR-SUB) = AP-VENDOR-CODE
               MOVE WS-VENDOR-SUB TO WS-VENDOR-HIT-SUB
               MOVE SPACES TO RH-NOTE
               WRITE REMITTANCE-REPORT-LINE
                   FROM WS-REMIT-HEADER-LINE
               IF WS-WITHHOLDING-AMOUNT > ZERO
                   MOVE WS-WITHHOLDING-AMOUNT TO RW-WITHHELD-AMOUNT
                   MOVE WS-NET-PAY-IN-YEN TO RW-NET-AMOUNT
                   WRITE REMITTANCE-REPORT-LINE
                       FROM WS-REMIT-WITHHOLDING-LINE
               END-IF
               PERFORM LIST-VENDOR-INVOICES
           ELSE
               MOVE VD-VENDOR-CODE (WS-VENDOR-SUB)
           MOVE BK-ACCOUNT-NUMBER (BK-IDX) TO ZD-ACCOUNT-NUMBER
           MOVE BK-ACCOUNT-NAME (BK-IDX) TO ZD-ACCOUNT-NAME
           MOVE VD-DUE-AMOUNT (WS-VENDOR-SUB) TO WS-PAY-IN-YEN
           MOVE ZERO TO WS-WITHHOLDING-AMOUNT
           IF VD-WITHHOLDING-CODE (WS-VENDOR-SUB) NOT = SPACE
               PERFORM COMPUTE-FEE-WITHHOLDING
           END-IF
           COMPUTE WS-NET-PAY-IN-YEN =
               WS-PAY-IN-YEN - WS-WITHHOLDING-AMOUNT
           MOVE WS-NET-PAY-IN-YEN TO ZD-TRANSFER-AMOUNT
           WRITE ZENGIN-RECORD FROM WS-ZENGIN-DATA
           PERFORM WRITE-RELEASE-JOURNAL
           ADD 1 TO WS-TRANSFER-COUNT
           ADD WS-NET-PAY-IN-YEN TO WS-TRANSFER-TOTAL
           IF VD-WITHHOLDING-CODE (WS-VENDOR-SUB) NOT = SPACE
               PERFORM RECORD-FEE-WITHHOLDING
           END-IF.

       WRITE-RELEASE-JOURNAL.
           MOVE VD-VENDOR-CODE (WS-VENDOR-SUB) TO WS-JOURNAL-KEY
           MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
           MOVE WS-ZENGIN-DATA TO WS-JOURNAL-AFTER-IMAGE
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                             WS-JOURNAL-KEY
                                             WS-JOURNAL-BEFORE-IMAGE
                                             WS-JOURNAL-AFTER-IMAGE
                                             WS-RUN-USER-ID.

      *----------------------------------------------------------------
      * 報酬・料金の源泉徴収: 100万円までは基本税率、超える部分は
      * 高い税率。1円未満は切り捨て。
      *----------------------------------------------------------------
       COMPUTE-FEE-WITHHOLDING.
           IF WS-PAY-IN-YEN > WH-THRESHOLD
               COMPUTE WS-WITHHOLDING-AMOUNT =
                   (WH-THRESHOLD * WH-BASE-PCT
                  + (WS-PAY-IN-YEN - WH-THRESHOLD) * WH-HIGH-PCT)
                  / 100
           ELSE
               COMPUTE WS-WITHHOLDING-AMOUNT =
                   WS-PAY-IN-YEN * WH-BASE-PCT / 100
           END-IF.

       RECORD-FEE-WITHHOLDING.
           MOVE VD-VENDOR-CODE (WS-VENDOR-SUB) TO FW-VENDOR-CODE
           MOVE WS-TODAY-CCYYMMDD TO FW-PAYMENT-DATE
           MOVE VD-WITHHOLDING-CODE (WS-VENDOR-SUB)
               TO FW-WITHHOLDING-CODE
           MOVE WS-PAY-IN-YEN TO FW-GROSS-AMOUNT
           MOVE WS-WITHHOLDING-AMOUNT TO FW-WITHHELD-AMOUNT
           MOVE WS-NET-PAY-IN-YEN TO FW-NET-AMOUNT
           WRITE FEE-WITHHOLDING-RECORD
           ADD WS-WITHHOLDING-AMOUNT TO WS-WITHHELD-TOTAL
           ADD 1 TO WS-WITHHELD-COUNT
           MOVE FW-VENDOR-CODE TO WD-VENDOR-CODE
           MOVE FW-WITHHOLDING-CODE TO WD-WITHHOLDING-CODE
           MOVE FW-GROSS-AMOUNT TO WD-GROSS-AMOUNT
           MOVE FW-WITHHELD-AMOUNT TO WD-WITHHELD-AMOUNT
           MOVE FW-NET-AMOUNT TO WD-NET-AMOUNT
           WRITE WITHHOLDING-REPORT-LINE FROM WS-WHT-DETAIL-LINE.

      *----------------------------------------------------------------
      * 今回分の合計と、PROFWHT.DATから当月分を合計した翌月納付額。
      *----------------------------------------------------------------
       WRITE-WITHHOLDING-TOTALS.
           MOVE SPACES TO WT-NOTE
           MOVE 'WITHHELD THIS RUN:' TO WT-LABEL
           MOVE WS-WITHHELD-TOTAL TO WT-AMOUNT
           WRITE WITHHOLDING-REPORT-LINE FROM WS-WHT-TOTAL-LINE
           OPEN INPUT WITHHOLDING-FILE
           IF WHT-FILE-OK
               PERFORM READ-WITHHOLDING-ROW
               PERFORM ADD-MONTH-WITHHOLDING UNTIL WHT-FILE-EOF
               CLOSE WITHHOLDING-FILE
           END-IF
           MOVE WS-TODAY-CCYYMMDD (1:4) TO WS-RD-CCYY
           MOVE WS-TODAY-CCYYMMDD (5:2) TO WS-RD-MM
           IF WS-RD-MM = 12
               ADD 1 TO WS-RD-CCYY
               MOVE 1 TO WS-RD-MM
           ELSE
               ADD 1 TO WS-RD-MM
           END-IF
           MOVE WH-REMIT-DAY TO WS-RD-DD
           MOVE WS-REMIT-DUE-DATE TO WN-DUE-DATE
           MOVE 'WITHHELD THIS MONTH, FOR REMITTANCE:' TO WT-LABEL
           MOVE WS-MONTH-WITHHELD TO WT-AMOUNT
           MOVE WS-WHT-DUE-NOTE TO WT-NOTE
           WRITE WITHHOLDING-REPORT-LINE FROM WS-WHT-TOTAL-LINE.

       READ-WITHHOLDING-ROW.
           READ WITHHOLDING-FILE
               AT END
                   SET WHT-FILE-EOF TO TRUE
           END-READ.

       ADD-MONTH-WITHHOLDING.
           IF FW-PAYMENT-DATE (1:6) = WS-TODAY-CCYYMMDD (1:6)
               ADD FW-WITHHELD-AMOUNT TO WS-MONTH-WITHHELD
           END-IF
           PERFORM READ-WITHHOLDING-ROW.

      *----------------------------------------------------------------
      * 送金案内: このベンダーの支払対象明細を再読して列挙する。
               AND AP-ITEM-OPEN
               AND AP-OPEN-AMOUNT > ZERO
               AND AP-DUE-DATE NOT > WS-TODAY-CCYYMMDD
               AND (AP-DUP-CHECKED OR AP-DUP-RELEASED)
               MOVE AP-VENDOR-INV-NO TO RD-VENDOR-INV-NO
               MOVE AP-PO-NUMBER TO RD-PO-NUMBER
               PERFORM PRICE-ITEM-FOR-PAYMENT
               MOVE WS-ITEM-PAY-AMOUNT TO RD-PAID-AMOUNT
               WRITE REMITTANCE-REPORT-LINE
                   FROM WS-REMIT-DETAIL-LINE
           END-IF
           IF AP-ITEM-OPEN
               AND AP-OPEN-AMOUNT > ZERO
               AND AP-DUE-DATE NOT > WS-TODAY-CCYYMMDD
               AND (AP-DUP-CHECKED OR AP-DUP-RELEASED)
               PERFORM CHECK-VENDOR-WAS-PAID
           END-IF
           WRITE AP-ITEM-OUT-RECORD FROM AP-OPEN-ITEM-RECORD
                   OR WS-VENDOR-HIT-SUB > ZERO
           IF WS-VENDOR-HIT-SUB > ZERO
               AND VD-PAID-SW (WS-VENDOR-HIT-SUB) = 'Y'
               IF NOT AP-YEN-ITEM
                   PERFORM REALISE-FX-DIFFERENCE
               END-IF
               MOVE ZERO TO AP-OPEN-AMOUNT
               MOVE ZERO TO AP-FOREIGN-OPEN
               SET AP-ITEM-PAID TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 決済した外貨建て明細の実現差損益: 支払額 - 計上額。正なら
      * 差損、負なら差益。明細ごとに根拠を出す。
      *----------------------------------------------------------------
       REALISE-FX-DIFFERENCE.
           PERFORM PRICE-ITEM-FOR-PAYMENT
           ADD WS-ITEM-FX-DIFFERENCE TO WS-REALISED-FX-TOTAL
           ADD 1 TO WS-FX-ITEM-COUNT
           MOVE AP-VENDOR-CODE TO FD-VENDOR-CODE
           MOVE AP-VENDOR-INV-NO TO FD-VENDOR-INV-NO
           MOVE AP-CURRENCY-CODE TO FD-CURRENCY-CODE
           MOVE AP-FOREIGN-OPEN TO FD-FOREIGN-AMOUNT
           MOVE AP-BOOKED-RATE TO FD-BOOKED-RATE
           MOVE AP-OPEN-AMOUNT TO FD-BOOKED-AMOUNT
           MOVE WS-PAYMENT-RATE TO FD-PAYMENT-RATE
           MOVE WS-ITEM-PAY-AMOUNT TO FD-PAID-AMOUNT
           MOVE WS-ITEM-FX-DIFFERENCE TO FD-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-ITEM-FX-DIFFERENCE > ZERO
                   MOVE 'LOSS' TO FD-GAIN-LOSS
               WHEN WS-ITEM-FX-DIFFERENCE < ZERO
                   MOVE 'GAIN' TO FD-GAIN-LOSS
               WHEN OTHER
                   MOVE SPACES TO FD-GAIN-LOSS
           END-EVALUATE
           WRITE FX-REPORT-LINE FROM WS-FX-DETAIL-LINE.

       WRITE-FX-TOTAL.
           MOVE WS-REALISED-FX-TOTAL TO FT-DIFFERENCE
           MOVE WS-FX-ITEM-COUNT TO FT-ITEM-COUNT
           EVALUATE TRUE
               WHEN WS-REALISED-FX-TOTAL > ZERO
                   MOVE 'LOSS' TO FT-GAIN-LOSS
               WHEN WS-REALISED-FX-TOTAL < ZERO
                   MOVE 'GAIN' TO FT-GAIN-LOSS
               WHEN OTHER
                   MOVE SPACES TO FT-GAIN-LOSS
           END-EVALUATE
           WRITE FX-REPORT-LINE FROM WS-FX-TOTAL-LINE.

      *----------------------------------------------------------------
      * 買掛金は計上額で消し、銀行は実際の振込額、源泉徴収分は
      * 預り金、残る差を為替差損益へ。差損は借方、差益は貸方。
      *----------------------------------------------------------------
       WRITE-GL-PAIR.
           IF WS-TRANSFER-TOTAL > ZERO
               OR WS-WITHHELD-TOTAL > ZERO
               OR WS-REALISED-FX-TOTAL NOT = ZERO
               OPEN EXTEND GL-INTERFACE-FILE
               IF WS-GL-STATUS NOT = '00'
                   OPEN OUTPUT GL-INTERFACE-FILE
               END-IF
               COMPUTE WS-AP-CLEARED-AMOUNT =
                   WS-TRANSFER-TOTAL + WS-WITHHELD-TOTAL
                   - WS-REALISED-FX-TOTAL
               MOVE 'APCONTROL' TO WS-GL-ELEMENT-NAME
               IF WS-AP-CLEARED-AMOUNT < ZERO
                   COMPUTE WS-POSTING-AMOUNT =
                       ZERO - WS-AP-CLEARED-AMOUNT
                   MOVE 'C' TO WS-GL-DEBIT-CREDIT
               ELSE
                   MOVE WS-AP-CLEARED-AMOUNT TO WS-POSTING-AMOUNT
                   MOVE 'D' TO WS-GL-DEBIT-CREDIT
               END-IF
               PERFORM WRITE-GL-ROW
               MOVE 'BANK' TO WS-GL-ELEMENT-NAME
               MOVE WS-TRANSFER-TOTAL TO WS-POSTING-AMOUNT
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
               PERFORM WRITE-GL-ROW
               IF WS-WITHHELD-TOTAL > ZERO
                   MOVE 'WITHHELD' TO WS-GL-ELEMENT-NAME
                   MOVE WS-WITHHELD-TOTAL TO WS-POSTING-AMOUNT
                   MOVE 'C' TO WS-GL-DEBIT-CREDIT
                   PERFORM WRITE-GL-ROW
               END-IF
               IF WS-REALISED-FX-TOTAL NOT = ZERO
                   PERFORM WRITE-FX-GL-ROW
               END-IF
               CLOSE GL-INTERFACE-FILE
           END-IF.

       WRITE-FX-GL-ROW.
           MOVE 'FXGAINLOSS' TO WS-GL-ELEMENT-NAME
           IF WS-REALISED-FX-TOTAL > ZERO
               MOVE WS-REALISED-FX-TOTAL TO WS-POSTING-AMOUNT
               MOVE 'D' TO WS-GL-DEBIT-CREDIT
           ELSE
               COMPUTE WS-POSTING-AMOUNT =
                   ZERO - WS-REALISED-FX-TOTAL
               MOVE 'C' TO WS-GL-DEBIT-CREDIT
           END-IF
           PERFORM WRITE-GL-ROW.

       WRITE-GL-ROW.
           MOVE WS-TODAY-CCYYMMDD TO GL-POST-DATE
           MOVE 'VENDPAY' TO GL-BATCH-SOURCE
                       TO GL-ACCOUNT-CODE
           END-SEARCH
           MOVE WS-GL-DEBIT-CREDIT TO GL-DEBIT-CREDIT
           MOVE WS-POSTING-AMOUNT TO GL-AMOUNT
           MOVE 'VENDOR-PAYMENT-RUN' TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-CCYYMMDD TO GL-SOURCE-KEY
           WRITE GL-INTERFACE-RECORD.
