      * shipment, not from the release) - C cancels it.
      * Held lines with no decision are carried to HELDORD.NEW
      * unchanged; decisions that match no held line are listed on
      * CREDREL.EXC so a mistyped key is noticed.  A released line
      * keeps the ship-to it was keyed with, and a released
      * 直送品 line goes to the ORDDROP.DAT drop-ship queue rather
      * than to allocation, as it would have at intake.
      * Only a run user whose USERAUTH.DAT row carries
      * UA-ALLOW-CREDIT-RELEASE may decide held lines; for anyone
      * else every decision is refused onto SECVIOL.LOG, the same
      * check CUSTOMER-MAINTENANCE makes, and the held lines are
      * carried untouched.  Every decision applied is journaled
      * through MASTER-UPDATE-JOURNAL under the run user, keyed by
      * customer and product, with the held line as the before
      * image and the released line (spaces for a cancel) as the
      * after image, so USER-ACCESS-REVIEW sees the right in use.
      *================================================================

       ENVIRONMENT DIVISION.
           SELECT ALLOC-QUEUE-FILE ASSIGN TO "ORDALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCQ-STATUS.
           SELECT DROP-QUEUE-FILE ASSIGN TO "ORDDROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROPQ-STATUS.
           SELECT JPRODUCT-FILE ASSIGN TO "JPRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS 製品ーコード
               FILE STATUS IS WS-JPROD-STATUS.
           SELECT RELEASE-EXCEPTION-FILE ASSIGN TO "CREDREL.EXC"
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
       COPY HELD-ORDER-RECORD.

       FD  HELD-ORDER-OUT-FILE.
       01  HELD-ORDER-OUT-RECORD        PIC X(59).

       FD  RELEASE-TXN-FILE.
       01  RELEASE-TXN-RECORD.
       COPY ORDER-HISTORY-RECORD.

       FD  ALLOC-QUEUE-FILE.
       01  ALLOC-QUEUE-RECORD           PIC X(32).

       FD  DROP-QUEUE-FILE.
       01  DROP-QUEUE-RECORD            PIC X(32).

       FD  JPRODUCT-FILE.
       COPY 製品マスター.

       FD  RELEASE-EXCEPTION-FILE.
       01  RELEASE-EXCEPTION-LINE       PIC X(80).

       FD  USER-PARM-FILE.
       01  USER-PARM-RECORD.
           05  UP-USER-ID              PIC X(8).

       FD  USER-AUTH-FILE.
       COPY USER-AUTH-RECORD.

       FD  VIOLATION-LOG-FILE.
       COPY SECURITY-VIOLATION-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-HELD-STATUS                PIC XX.
           88  HELD-FILE-OK                  VALUE '00'.
           88  CLEAN-WRITE-OK                VALUE '00'.
           88  CLEAN-DUPLICATE-KEY           VALUE '22'.
       01  WS-ALLOCQ-STATUS              PIC XX.
       01  WS-DROPQ-STATUS               PIC XX.
       01  WS-JPROD-STATUS               PIC XX.
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
           05  WS-CAN-RELEASE-SW         PIC X(1) VALUE 'N'.
               88  RUN-USER-CAN-RELEASE      VALUE 'Y'.

       01  WS-XREF-DIRECTION             PIC X(1).
       01  WS-XREF-RECORD-ID             PIC 9(8).
       01  WS-MAPPED-PRODUCT-CODE        PIC X(20).
       01  WS-DROP-SHIP-SW               PIC X(1).
           88  DROP-SHIP-LINE                VALUE 'Y'.

       01  WS-DECISION-TABLE-MAX         PIC 9(3) VALUE 200.
       01  WS-DECISION-COUNT             PIC 9(3) VALUE ZERO.
           05  RO-PRODUCT-ID              PIC 9(8).
           05  RO-QUANTITY                PIC 9(5).
           05  RO-ORDER-DATE              PIC 9(8).
           05  RO-SHIP-TO-NO              PIC 9(3).

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                        VALUE 'CREDIT-HOLD-RELEASE'.
       01  WS-JOURNAL-KEY.
           05  JK-CUSTOMER-ID            PIC 9(8).
           05  JK-PRODUCT-ID             PIC 9(8).
           05  FILLER                    PIC X(4) VALUE SPACES.
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).

       01  WS-RELEASED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-CANCELLED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CARRIED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(14) VALUE 'CREDREL EXC: '.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-RUN-USER
           PERFORM LOAD-USER-AUTHORITY
           OPEN EXTEND VIOLATION-LOG-FILE
           IF WS-VIOL-STATUS NOT = '00'
               OPEN OUTPUT VIOLATION-LOG-FILE
           END-IF
           PERFORM LOAD-RELEASE-DECISIONS
           CLOSE VIOLATION-LOG-FILE
           OPEN INPUT HELD-ORDER-FILE
           OPEN OUTPUT HELD-ORDER-OUT-FILE
           OPEN I-O CLEAN-ORDER-FILE
           IF WS-ALLOCQ-STATUS NOT = '00'
               OPEN OUTPUT ALLOC-QUEUE-FILE
           END-IF
           OPEN EXTEND DROP-QUEUE-FILE
           IF WS-DROPQ-STATUS NOT = '00'
               OPEN OUTPUT DROP-QUEUE-FILE
           END-IF
           OPEN INPUT JPRODUCT-FILE
           OPEN OUTPUT RELEASE-EXCEPTION-FILE
           PERFORM READ-HELD-ORDER
           PERFORM DECIDE-ONE-HELD-ORDER UNTIL HELD-FILE-EOF
           CLOSE HELD-ORDER-OUT-FILE
           CLOSE CLEAN-ORDER-FILE
           CLOSE ALLOC-QUEUE-FILE
           CLOSE DROP-QUEUE-FILE
           CLOSE JPRODUCT-FILE
           CLOSE RELEASE-EXCEPTION-FILE
           DISPLAY 'CREDIT HOLD RELEASE - RELEASED: '
               WS-RELEASED-COUNT ' CANCELLED: ' WS-CANCELLED-COUNT
               ' STILL HELD: ' WS-CARRIED-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 実行ユーザーはUSERID.PRM(無ければBATCH)、権限はUSERAUTH.DAT
      * から取る - CUSTOMER-MAINTENANCEと同じ。
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
           END-IF
           IF NOT RUN-USER-CAN-RELEASE
               DISPLAY 'USER ' WS-RUN-USER-ID
                   ' MAY NOT RELEASE CREDIT HOLDS - ALL '
                   'DECISIONS WILL BE REFUSED'
           END-IF.

       READ-AUTH-ROW.
           READ USER-AUTH-FILE
               AT END
                   SET AUTH-FILE-EOF TO TRUE
           END-READ.

       MATCH-AUTH-ROW.
           IF UA-USER-ID = WS-RUN-USER-ID
               SET RUN-USER-ON-FILE TO TRUE
               MOVE UA-ALLOW-CREDIT-RELEASE TO WS-CAN-RELEASE-SW
           END-IF
           PERFORM READ-AUTH-ROW.

       LOAD-RELEASE-DECISIONS.
           OPEN INPUT RELEASE-TXN-FILE
           IF REL-FILE-OK
           END-READ.

       STORE-RELEASE-TXN.
           IF NOT RUN-USER-CAN-RELEASE
               PERFORM WRITE-VIOLATION-LOG
           ELSE
               PERFORM STORE-AUTHORIZED-TXN
           END-IF
           PERFORM READ-RELEASE-TXN.

       WRITE-VIOLATION-LOG.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD
           MOVE WS-RUN-USER-ID TO SV-USER-ID
           MOVE CR-ACTION-CODE TO SV-ACTION-CODE
           MOVE CR-CUSTOMER-ID TO SV-CUSTOMER-ID
           MOVE 'CREDIT RELEASE NOT AUTHORIZED' TO SV-REFUSAL-REASON
           MOVE FUNCTION CURRENT-DATE (1:14) TO SV-TIMESTAMP
           WRITE SECURITY-VIOLATION-RECORD
           ADD 1 TO WS-REFUSED-COUNT.

       STORE-AUTHORIZED-TXN.
           IF WS-DECISION-COUNT < WS-DECISION-TABLE-MAX
               ADD 1 TO WS-DECISION-COUNT
               MOVE CR-ACTION-CODE
               MOVE CR-ORDER-DATE
                   TO DC-ORDER-DATE (WS-DECISION-COUNT)
               MOVE 'N' TO DC-MATCHED-SW (WS-DECISION-COUNT)
           END-IF.

       READ-HELD-ORDER.
           READ HELD-ORDER-FILE
           IF DECISION-MATCHED
               SUBTRACT 1 FROM WS-DECISION-SUB
               MOVE 'Y' TO DC-MATCHED-SW (WS-DECISION-SUB)
               MOVE SPACES TO WS-JOURNAL-AFTER-IMAGE
               IF DC-ACTION-CODE (WS-DECISION-SUB) = 'R'
                   PERFORM RELEASE-HELD-ORDER
                   MOVE WS-RELEASE-ORDER-WORK TO WS-JOURNAL-AFTER-IMAGE
               ELSE
                   ADD 1 TO WS-CANCELLED-COUNT
               END-IF
               PERFORM WRITE-DECISION-JOURNAL
           ELSE
               WRITE HELD-ORDER-OUT-RECORD FROM HELD-ORDER-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           MOVE HO-PRODUCT-ID TO RO-PRODUCT-ID
           MOVE HO-QUANTITY TO RO-QUANTITY
           MOVE HO-ORDER-DATE TO RO-ORDER-DATE
           IF HO-SHIP-TO-NO NUMERIC
               MOVE HO-SHIP-TO-NO TO RO-SHIP-TO-NO
           ELSE
               MOVE ZERO TO RO-SHIP-TO-NO
           END-IF
           PERFORM WRITE-HISTORY-LINE
           PERFORM CHECK-DROP-SHIP-ITEM
           IF DROP-SHIP-LINE
               WRITE DROP-QUEUE-RECORD FROM WS-RELEASE-ORDER-WORK
           ELSE
               WRITE ALLOC-QUEUE-RECORD FROM WS-RELEASE-ORDER-WORK
           END-IF
           ADD 1 TO WS-RELEASED-COUNT.

       WRITE-DECISION-JOURNAL.
           MOVE HO-CUSTOMER-ID TO JK-CUSTOMER-ID
           MOVE HO-PRODUCT-ID TO JK-PRODUCT-ID
           MOVE HELD-ORDER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                             WS-JOURNAL-KEY
                                             WS-JOURNAL-BEFORE-IMAGE
                                             WS-JOURNAL-AFTER-IMAGE
                                             WS-RUN-USER-ID.

      *----------------------------------------------------------------
      * 直送品かどうかはORDER-INTAKE-EDITと同じく品目相互参照で
      * 製品ーコードを引き、製品マスターの直送ー区分で決める。
      *----------------------------------------------------------------
       CHECK-DROP-SHIP-ITEM.
           MOVE 'N' TO WS-DROP-SHIP-SW
           MOVE 'F' TO WS-XREF-DIRECTION
           MOVE RO-PRODUCT-ID TO WS-XREF-RECORD-ID
           CALL 'ITEM-XREF-LOOKUP' USING WS-XREF-DIRECTION
                                          WS-XREF-RECORD-ID
                                          WS-MAPPED-PRODUCT-CODE
           END-CALL
           IF WS-MAPPED-PRODUCT-CODE NOT = SPACES
               MOVE WS-MAPPED-PRODUCT-CODE TO 製品ーコード
               READ JPRODUCT-FILE KEY IS 製品ーコード
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF 直送品
                           SET DROP-SHIP-LINE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 履歴の鍵は顧客+注文日+行連番。重複キーなら連番を上げて
      * 書けるまで試す(ORDER-INTAKE-EDITと同じ番人)。
           MOVE RO-ORDER-DATE TO OH-ORDER-DATE
           MOVE RO-PRODUCT-ID TO OH-PRODUCT-ID
           MOVE RO-QUANTITY TO OH-QUANTITY
           MOVE RO-SHIP-TO-NO TO OH-SHIP-TO-NO
           MOVE 1 TO OH-LINE-SEQ
           PERFORM WRITE-HISTORY-TRY
           PERFORM WRITE-HISTORY-TRY
