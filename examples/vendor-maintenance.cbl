      * mod-10 check digit of the first twelve, or the transaction
      * is refused - a mistyped number would quietly cost the
      * company its input-tax credit.
      * VMT-WITHHOLDING-CODE must be blank or one of the fee kinds
      * VENDOR-MASTER-RECORD lists; anything else is refused rather
      * than leaving an individual's fees paid gross.
      * The run user (USERID.PRM, BATCH when absent) must hold
      * UA-ALLOW-VENDOR on USERAUTH.DAT; without it every
      * transaction is refused onto SECVIOL.LOG, as
      * CUSTOMER-MAINTENANCE does, and the journal carries the run
      * user as MUJ-USER-ID.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-TXN-STATUS.
           SELECT MAINT-EXCEPTION-FILE ASSIGN TO "VENDMNT.EXC"
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
           05  VMT-LEAD-TIME-DAYS       PIC 9(3).
           05  VMT-MINIMUM-ORDER-QTY    PIC 9(5).
           05  VMT-REGISTRATION-NO      PIC X(14).
           05  VMT-WITHHOLDING-CODE     PIC X(1).
               88  VMT-WITHHOLDING-CODE-VALID
                                            VALUE SPACE 'L' 'D' 'T' 'O'.

       FD  MAINT-EXCEPTION-FILE.
       01  MAINT-EXCEPTION-LINE         PIC X(80).

       FD  USER-PARM-FILE.
       01  USER-PARM-RECORD.
           05  UP-USER-ID              PIC X(8).

       FD  USER-AUTH-FILE.
       COPY USER-AUTH-RECORD.

       FD  VIOLATION-LOG-FILE.
       COPY SECURITY-VIOLATION-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-VEND-STATUS                PIC XX.
           88  VEND-FOUND                    VALUE '00'.
       01  WS-TXN-STATUS                 PIC XX.
           88  TXN-FILE-OK                   VALUE '00'.
           88  TXN-FILE-EOF                  VALUE '10'.
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
           05  WS-CAN-VENDOR-SW          PIC X(1) VALUE 'N'.
               88  RUN-USER-CAN-VENDOR       VALUE 'Y'.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                   PIC X(12) VALUE 'VEND EXC: '.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-RUN-USER
           PERFORM LOAD-USER-AUTHORITY
           OPEN I-O VENDOR-FILE
           IF WS-VEND-STATUS NOT = '00'
               OPEN OUTPUT VENDOR-FILE
           END-IF
           OPEN INPUT MAINT-TXN-FILE
           OPEN OUTPUT MAINT-EXCEPTION-FILE
           OPEN EXTEND VIOLATION-LOG-FILE
           IF WS-VIOL-STATUS NOT = '00'
               OPEN OUTPUT VIOLATION-LOG-FILE
           END-IF
           PERFORM READ-MAINT-TXN
           PERFORM APPLY-MAINT-TXN UNTIL TXN-FILE-EOF
           CLOSE VENDOR-FILE
           CLOSE MAINT-TXN-FILE
           CLOSE MAINT-EXCEPTION-FILE
           CLOSE VIOLATION-LOG-FILE
           STOP RUN.

      *----------------------------------------------------------------
      * 実行ユーザーと権限の取り方はCUSTOMER-MAINTENANCEと同じ。
      * 仕訳にも実行ユーザーを残す。
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
           END-IF
           MOVE WS-RUN-USER-ID TO WS-JOURNAL-USER-ID.

       LOAD-USER-AUTHORITY.
           OPEN INPUT USER-AUTH-FILE
           IF AUTH-FILE-OK
               PERFORM READ-AUTH-ROW
               PERFORM MATCH-AUTH-ROW UNTIL AUTH-FILE-EOF
               CLOSE USER-AUTH-FILE
           END-IF
           IF NOT RUN-USER-CAN-VENDOR
               DISPLAY 'USER ' WS-RUN-USER-ID
                   ' MAY NOT MAINTAIN VENDORS - ALL '
                   'TRANSACTIONS WILL BE REFUSED'
           END-IF.

       READ-AUTH-ROW.
           READ USER-AUTH-FILE
               AT END
                   SET AUTH-FILE-EOF TO TRUE
           END-READ.

       MATCH-AUTH-ROW.
           IF UA-USER-ID = WS-RUN-USER-ID
               SET RUN-USER-ON-FILE TO TRUE
               MOVE UA-ALLOW-VENDOR TO WS-CAN-VENDOR-SW
           END-IF
           PERFORM READ-AUTH-ROW.

       WRITE-VIOLATION-LOG.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD
           MOVE WS-RUN-USER-ID TO SV-USER-ID
           MOVE VMT-ACTION-CODE TO SV-ACTION-CODE
           MOVE ZERO TO SV-CUSTOMER-ID
           MOVE 'VENDOR MAINT NOT AUTHORIZED' TO SV-REFUSAL-REASON
           MOVE FUNCTION CURRENT-DATE (1:14) TO SV-TIMESTAMP
           MOVE VMT-VENDOR-CODE TO SV-OBJECT-KEY
           WRITE SECURITY-VIOLATION-RECORD.

       READ-MAINT-TXN.
           READ MAINT-TXN-FILE
               AT END
           END-READ.

       APPLY-MAINT-TXN.
           IF RUN-USER-CAN-VENDOR
               PERFORM EDIT-MAINT-TXN
           ELSE
               PERFORM WRITE-VIOLATION-LOG
           END-IF
           PERFORM READ-MAINT-TXN.

       EDIT-MAINT-TXN.
           PERFORM EDIT-REGISTRATION-NO
           IF NOT REGISTRATION-NO-VALID
               MOVE VMT-ACTION-CODE TO VE-ACTION-CODE
               WRITE MAINT-EXCEPTION-LINE
                   FROM WS-EXCEPTION-DETAIL-LINE
           ELSE
               IF NOT VMT-WITHHOLDING-CODE-VALID
                   MOVE VMT-ACTION-CODE TO VE-ACTION-CODE
                   MOVE VMT-VENDOR-CODE TO VE-VENDOR-CODE
                   MOVE 'WITHHOLDING CODE INVALID' TO VE-REASON
                   WRITE MAINT-EXCEPTION-LINE
                       FROM WS-EXCEPTION-DETAIL-LINE
               ELSE
                   PERFORM DISPATCH-MAINT-ACTION
               END-IF
           END-IF.

       DISPATCH-MAINT-ACTION.
           IF VMT-ACTION-ADD
           MOVE VMT-VENDOR-ADDRESS TO VM-VENDOR-ADDRESS
           MOVE VMT-LEAD-TIME-DAYS TO VM-LEAD-TIME-DAYS
           MOVE VMT-MINIMUM-ORDER-QTY TO VM-MINIMUM-ORDER-QTY
           MOVE VMT-REGISTRATION-NO TO VM-REGISTRATION-NO
           MOVE VMT-WITHHOLDING-CODE TO VM-WITHHOLDING-CODE.

      *----------------------------------------------------------------
      * 登録番号: 空白なら未登録として通す。入っていれば T+13桁で、
