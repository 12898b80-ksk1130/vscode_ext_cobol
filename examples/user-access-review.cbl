       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-ACCESS-REVIEW.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Quarterly access recertification listing for the managers
      * who own USERAUTH.DAT.  Every user on file is printed to
      * RECERT.RPT with the rights granted, when and by whom the row
      * was last certified, and what the user actually did: the
      * MASTERUPD.LOG rows journaled under their MUJ-USER-ID (with
      * CUSTOMER-MAINTENANCE rows split into add, change, retire
      * and balance moves the way the journal images show them, and
      * the held lines CREDIT-HOLD-RELEASE decided and the vendor
      * transfers VENDOR-PAYMENT-RUN released counted apart) and
      * the refusals SECVIOL.LOG holds against them.  Each user
      * is flagged where
      *   - nothing was journaled under the ID in the last
      *     WS-DORMANT-DAYS days (dormant - revoke unless justified),
      *   - the rights held together break a SOD-CONFLICT-TABLE
      *     pair (for example moving customer balances and
      *     releasing credit holds),
      *   - the row has never been certified.
      * Refusals logged for IDs with no USERAUTH.DAT row at all are
      * listed at the end, since those are attempts by people who
      * were never granted anything.  The managers' decisions are
      * keyed to RECERT.DAT and applied by USER-ACCESS-RECERT.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-AUTH-FILE ASSIGN TO "USERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MASTERUPD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT VIOLATION-LOG-FILE ASSIGN TO "SECVIOL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO "RECERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-AUTH-FILE.
       COPY USER-AUTH-RECORD.

       FD  JOURNAL-FILE.
       COPY MASTER-UPDATE-JOURNAL-RECORD.

       FD  VIOLATION-LOG-FILE.
       COPY SECURITY-VIOLATION-RECORD.

       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-STATUS                PIC XX.
           88  AUTH-FILE-OK                  VALUE '00'.
           88  AUTH-FILE-EOF                 VALUE '10'.
       01  WS-JNL-STATUS                 PIC XX.
           88  JNL-FILE-OK                   VALUE '00'.
           88  JNL-FILE-EOF                  VALUE '10'.
       01  WS-VIOL-STATUS                PIC XX.
           88  VIOL-FILE-OK                  VALUE '00'.
           88  VIOL-FILE-EOF                 VALUE '10'.

       COPY SOD-CONFLICT-TABLE.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-DORMANT-DAYS               PIC 9(3) VALUE 90.
       01  WS-DAYS-SINCE-USE             PIC S9(7).
       01  WS-RIGHT-LETTERS              PIC X(7) VALUE 'ACRBKVP'.

       01  WS-USER-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-USER-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-USER-ENTRIES.
           05  WS-USER-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY US-IDX.
               10  US-USER-ID                PIC X(8).
               10  US-RIGHTS.
                   15  US-RIGHT-FLAG         OCCURS 7 TIMES
                                                 PIC X(1).
               10  US-LAST-CERTIFIED         PIC X(8).
               10  US-CERTIFIED-BY           PIC X(8).
               10  US-JOURNAL-ROWS           PIC 9(5).
               10  US-LAST-ACTIVITY          PIC 9(8).
               10  US-ADD-ROWS               PIC 9(5).
               10  US-CHANGE-ROWS            PIC 9(5).
               10  US-RETIRE-ROWS            PIC 9(5).
               10  US-BALANCE-ROWS           PIC 9(5).
               10  US-CREDIT-RELEASE-ROWS    PIC 9(5).
               10  US-PAY-RELEASE-ROWS       PIC 9(5).
               10  US-VIOLATION-ROWS         PIC 9(5).
               10  US-LAST-VIOLATION         PIC 9(8).

       01  WS-STRANGER-TABLE-MAX         PIC 9(3) VALUE 200.
       01  WS-STRANGER-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-STRANGER-ENTRIES.
           05  WS-STRANGER-ENTRY         OCCURS 200 TIMES
                                             INDEXED BY ST-IDX.
               10  ST-USER-ID                PIC X(8).
               10  ST-VIOLATION-ROWS         PIC 9(5).
               10  ST-LAST-VIOLATION         PIC 9(8).

       01  WS-USER-SUB                   PIC 9(3) COMP.
       01  WS-STRANGER-SUB               PIC 9(3) COMP.
       01  WS-RIGHT-SUB                  PIC 9(1) COMP.
       01  WS-FOUND-SW                   PIC X(1).
           88  ENTRY-FOUND                   VALUE 'Y'.
       01  WS-USER-FLAGGED-SW            PIC X(1).
           88  USER-FLAGGED                  VALUE 'Y'.

       01  WS-REVIEWED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-DORMANT-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-CONFLICT-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-UNCERTIFIED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-FLAGGED-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                  PIC X(34)
               VALUE 'USER ACCESS RECERTIFICATION AS OF '.
           05  RP-TODAY                 PIC 9(8).
           05  FILLER                  PIC X(22)
               VALUE '  RIGHTS: A=ADD C=CHG '.
           05  FILLER                  PIC X(31)
               VALUE 'R=RETIRE B=BALANCE K=CREDIT REL'.
           05  FILLER                  PIC X(28)
               VALUE ' V=VENDOR P=PAYMENT RELEASE'.

       01  WS-USER-RIGHTS-LINE.
           05  FILLER                  PIC X(6) VALUE 'USER: '.
           05  UR-USER-ID               PIC X(8).
           05  FILLER                  PIC X(10) VALUE '  RIGHTS: '.
           05  UR-RIGHTS                PIC X(7).
           05  FILLER                  PIC X(18)
               VALUE '  LAST CERTIFIED: '.
           05  UR-LAST-CERTIFIED        PIC X(8).
           05  FILLER                  PIC X(5) VALUE ' BY: '.
           05  UR-CERTIFIED-BY          PIC X(8).

       01  WS-USER-USE-LINE.
           05  FILLER                  PIC X(10) VALUE ' JOURNAL: '.
           05  UU-JOURNAL-ROWS          PIC ZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE ' LAST ACTIVITY '.
           05  UU-LAST-ACTIVITY         PIC X(8).
           05  FILLER                  PIC X(5) VALUE ' ADD '.
           05  UU-ADD-ROWS              PIC ZZZZ9.
           05  FILLER                  PIC X(5) VALUE ' CHG '.
           05  UU-CHANGE-ROWS           PIC ZZZZ9.
           05  FILLER                  PIC X(5) VALUE ' RET '.
           05  UU-RETIRE-ROWS           PIC ZZZZ9.
           05  FILLER                  PIC X(5) VALUE ' BAL '.
           05  UU-BALANCE-ROWS          PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE ' KREL '.
           05  UU-CREDIT-RELEASE-ROWS   PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE ' PREL '.
           05  UU-PAY-RELEASE-ROWS      PIC ZZZZ9.
           05  FILLER                  PIC X(13)
               VALUE ' VIOLATIONS: '.
           05  UU-VIOLATION-ROWS        PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE ' LAST '.
           05  UU-LAST-VIOLATION        PIC X(8).

       01  WS-USER-FLAG-LINE.
           05  FILLER                  PIC X(5) VALUE '  ** '.
           05  UF-FLAG-TEXT             PIC X(60).

       01  WS-DORMANT-TEXT.
           05  FILLER                  PIC X(25)
               VALUE 'DORMANT - NO ACTIVITY IN '.
           05  DT-DORMANT-DAYS          PIC ZZ9.
           05  FILLER                  PIC X(5) VALUE ' DAYS'.

       01  WS-CONFLICT-TEXT.
           05  FILLER                  PIC X(14)
               VALUE 'SOD CONFLICT: '.
           05  CT-DESCRIPTION           PIC X(38).

       01  WS-SIGN-OFF-LINE.
           05  FILLER                  PIC X(34)
               VALUE '  DECISION (C/A/R): _  RIGHTS: __'.
           05  FILLER                  PIC X(38)
               VALUE '_____  MANAGER: ________  DATE: ______'.
           05  FILLER                  PIC X(2) VALUE '__'.

       01  WS-STRANGER-HEADING-LINE.
           05  FILLER                  PIC X(44)
               VALUE 'REFUSALS LOGGED FOR IDS WITH NO USERAUTH.DAT'.
           05  FILLER                  PIC X(4) VALUE ' ROW'.

       01  WS-STRANGER-LINE.
           05  FILLER                  PIC X(6) VALUE 'USER: '.
           05  SL-USER-ID               PIC X(8).
           05  FILLER                  PIC X(14)
               VALUE '  VIOLATIONS: '.
           05  SL-VIOLATION-ROWS        PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE '  LAST '.
           05  SL-LAST-VIOLATION        PIC 9(8).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'USERS REVIEWED: '.
           05  RT-REVIEWED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  FLAGGED: '.
           05  RT-FLAGGED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  DORMANT: '.
           05  RT-DORMANT-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(16)
               VALUE '  SOD CONFLICT: '.
           05  RT-CONFLICT-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(19)
               VALUE '  NEVER CERTIFIED: '.
           05  RT-UNCERTIFIED-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(23)
               VALUE '  UNKNOWN IDS REFUSED: '.
           05  RT-STRANGER-COUNT        PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-USER-AUTHORITY
           PERFORM TALLY-JOURNAL-ACTIVITY
           PERFORM TALLY-VIOLATIONS
           OPEN OUTPUT RECERT-REPORT-FILE
           MOVE WS-TODAY-CCYYMMDD TO RP-TODAY
           WRITE RECERT-REPORT-LINE FROM WS-REPORT-HEADING-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           PERFORM REVIEW-ONE-USER
               VARYING WS-USER-SUB FROM 1 BY 1
               UNTIL WS-USER-SUB > WS-USER-COUNT
           IF WS-STRANGER-COUNT > ZERO
               WRITE RECERT-REPORT-LINE FROM WS-STRANGER-HEADING-LINE
               PERFORM LIST-ONE-STRANGER
                   VARYING WS-STRANGER-SUB FROM 1 BY 1
                   UNTIL WS-STRANGER-SUB > WS-STRANGER-COUNT
               MOVE SPACES TO RECERT-REPORT-LINE
               WRITE RECERT-REPORT-LINE
           END-IF
           MOVE WS-REVIEWED-COUNT TO RT-REVIEWED-COUNT
           MOVE WS-FLAGGED-COUNT TO RT-FLAGGED-COUNT
           MOVE WS-DORMANT-COUNT TO RT-DORMANT-COUNT
           MOVE WS-CONFLICT-COUNT TO RT-CONFLICT-COUNT
           MOVE WS-UNCERTIFIED-COUNT TO RT-UNCERTIFIED-COUNT
           MOVE WS-STRANGER-COUNT TO RT-STRANGER-COUNT
           WRITE RECERT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           CLOSE RECERT-REPORT-FILE
           DISPLAY 'ACCESS REVIEW - USERS: ' WS-REVIEWED-COUNT
               ' FLAGGED: ' WS-FLAGGED-COUNT
               ' DORMANT: ' WS-DORMANT-COUNT
               ' SOD CONFLICTS: ' WS-CONFLICT-COUNT
           STOP RUN.

       LOAD-USER-AUTHORITY.
           OPEN INPUT USER-AUTH-FILE
           IF AUTH-FILE-OK
               PERFORM READ-AUTH-ROW
               PERFORM STORE-AUTH-ROW UNTIL AUTH-FILE-EOF
               CLOSE USER-AUTH-FILE
           END-IF.

       READ-AUTH-ROW.
           READ USER-AUTH-FILE
               AT END
                   SET AUTH-FILE-EOF TO TRUE
           END-READ.

       STORE-AUTH-ROW.
           IF WS-USER-COUNT NOT < WS-USER-TABLE-MAX
               DISPLAY 'ERROR: MORE THAN ' WS-USER-TABLE-MAX
                   ' USERS ON USERAUTH.DAT - RUN ABORTED'
               CLOSE USER-AUTH-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-USER-COUNT
           MOVE UA-USER-ID TO US-USER-ID (WS-USER-COUNT)
           MOVE UA-ALLOW-ADD TO US-RIGHT-FLAG (WS-USER-COUNT 1)
           MOVE UA-ALLOW-CHANGE TO US-RIGHT-FLAG (WS-USER-COUNT 2)
           MOVE UA-ALLOW-RETIRE TO US-RIGHT-FLAG (WS-USER-COUNT 3)
           MOVE UA-ALLOW-BALANCE TO US-RIGHT-FLAG (WS-USER-COUNT 4)
           MOVE UA-ALLOW-CREDIT-RELEASE
               TO US-RIGHT-FLAG (WS-USER-COUNT 5)
           MOVE UA-ALLOW-VENDOR TO US-RIGHT-FLAG (WS-USER-COUNT 6)
           MOVE UA-ALLOW-PAY-RELEASE
               TO US-RIGHT-FLAG (WS-USER-COUNT 7)
           MOVE UA-LAST-CERTIFIED TO US-LAST-CERTIFIED (WS-USER-COUNT)
           MOVE UA-CERTIFIED-BY TO US-CERTIFIED-BY (WS-USER-COUNT)
           MOVE ZERO TO US-JOURNAL-ROWS (WS-USER-COUNT)
           MOVE ZERO TO US-LAST-ACTIVITY (WS-USER-COUNT)
           MOVE ZERO TO US-ADD-ROWS (WS-USER-COUNT)
           MOVE ZERO TO US-CHANGE-ROWS (WS-USER-COUNT)
           MOVE ZERO TO US-RETIRE-ROWS (WS-USER-COUNT)
           MOVE ZERO TO US-BALANCE-ROWS (WS-USER-COUNT)
           MOVE ZERO TO US-CREDIT-RELEASE-ROWS (WS-USER-COUNT)
           MOVE ZERO TO US-PAY-RELEASE-ROWS (WS-USER-COUNT)
           MOVE ZERO TO US-VIOLATION-ROWS (WS-USER-COUNT)
           MOVE ZERO TO US-LAST-VIOLATION (WS-USER-COUNT)
           PERFORM READ-AUTH-ROW.

      *----------------------------------------------------------------
      * 記帳ログから利用実績を数える。CUSTOMER-MAINTENANCEの行は
      * 前後像で追加・変更・解約・残高移動に振り分け、与信保留の
      * 解除(K)と支払の解放(P)の行は別に数える。
      *----------------------------------------------------------------
       TALLY-JOURNAL-ACTIVITY.
           OPEN INPUT JOURNAL-FILE
           IF JNL-FILE-OK
               PERFORM READ-JOURNAL
               PERFORM TALLY-ONE-JOURNAL-ROW UNTIL JNL-FILE-EOF
               CLOSE JOURNAL-FILE
           END-IF.

       READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET JNL-FILE-EOF TO TRUE
           END-READ.

       TALLY-ONE-JOURNAL-ROW.
           MOVE 'N' TO WS-FOUND-SW
           SET US-IDX TO 1
           SEARCH WS-USER-ENTRY
               AT END
                   CONTINUE
               WHEN US-IDX > WS-USER-COUNT
                   CONTINUE
               WHEN US-USER-ID (US-IDX) = MUJ-USER-ID
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH
           IF ENTRY-FOUND
               ADD 1 TO US-JOURNAL-ROWS (US-IDX)
               IF MUJ-TIMESTAMP (1:8) > US-LAST-ACTIVITY (US-IDX)
                   MOVE MUJ-TIMESTAMP (1:8)
                       TO US-LAST-ACTIVITY (US-IDX)
               END-IF
               IF MUJ-PROGRAM-NAME = 'CUSTOMER-MAINTENANCE'
                   PERFORM CLASSIFY-CUSTOMER-MAINT-ROW
               END-IF
               IF MUJ-PROGRAM-NAME = 'CREDIT-HOLD-RELEASE'
                   ADD 1 TO US-CREDIT-RELEASE-ROWS (US-IDX)
               END-IF
               IF MUJ-PROGRAM-NAME = 'VENDOR-PAYMENT-RUN'
                   ADD 1 TO US-PAY-RELEASE-ROWS (US-IDX)
               END-IF
           END-IF
           PERFORM READ-JOURNAL.

       CLASSIFY-CUSTOMER-MAINT-ROW.
           IF MUJ-BEFORE-IMAGE = SPACES
               ADD 1 TO US-ADD-ROWS (US-IDX)
           ELSE
               IF MUJ-AFTER-IMAGE (100:2) = 'CL'
                   AND MUJ-BEFORE-IMAGE (100:2) NOT = 'CL'
                   ADD 1 TO US-RETIRE-ROWS (US-IDX)
               ELSE
                   IF MUJ-AFTER-IMAGE (89:11)
                       NOT = MUJ-BEFORE-IMAGE (89:11)
                       ADD 1 TO US-BALANCE-ROWS (US-IDX)
                   ELSE
                       ADD 1 TO US-CHANGE-ROWS (US-IDX)
                   END-IF
               END-IF
           END-IF.

       TALLY-VIOLATIONS.
           OPEN INPUT VIOLATION-LOG-FILE
           IF VIOL-FILE-OK
               PERFORM READ-VIOLATION
               PERFORM TALLY-ONE-VIOLATION UNTIL VIOL-FILE-EOF
               CLOSE VIOLATION-LOG-FILE
           END-IF.

       READ-VIOLATION.
           READ VIOLATION-LOG-FILE
               AT END
                   SET VIOL-FILE-EOF TO TRUE
           END-READ.

       TALLY-ONE-VIOLATION.
           MOVE 'N' TO WS-FOUND-SW
           SET US-IDX TO 1
           SEARCH WS-USER-ENTRY
               AT END
                   CONTINUE
               WHEN US-IDX > WS-USER-COUNT
                   CONTINUE
               WHEN US-USER-ID (US-IDX) = SV-USER-ID
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH
           IF ENTRY-FOUND
               ADD 1 TO US-VIOLATION-ROWS (US-IDX)
               IF SV-TIMESTAMP (1:8) > US-LAST-VIOLATION (US-IDX)
                   MOVE SV-TIMESTAMP (1:8)
                       TO US-LAST-VIOLATION (US-IDX)
               END-IF
           ELSE
               PERFORM TALLY-STRANGER-VIOLATION
           END-IF
           PERFORM READ-VIOLATION.

       TALLY-STRANGER-VIOLATION.
           MOVE 'N' TO WS-FOUND-SW
           SET ST-IDX TO 1
           SEARCH WS-STRANGER-ENTRY
               AT END
                   CONTINUE
               WHEN ST-IDX > WS-STRANGER-COUNT
                   CONTINUE
               WHEN ST-USER-ID (ST-IDX) = SV-USER-ID
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH
           IF NOT ENTRY-FOUND
               IF WS-STRANGER-COUNT NOT < WS-STRANGER-TABLE-MAX
                   DISPLAY 'ERROR: MORE THAN ' WS-STRANGER-TABLE-MAX
                       ' UNKNOWN IDS ON SECVIOL.LOG - RUN ABORTED'
                   CLOSE VIOLATION-LOG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STRANGER-COUNT
               SET ST-IDX TO WS-STRANGER-COUNT
               MOVE SV-USER-ID TO ST-USER-ID (ST-IDX)
               MOVE ZERO TO ST-VIOLATION-ROWS (ST-IDX)
               MOVE ZERO TO ST-LAST-VIOLATION (ST-IDX)
           END-IF
           ADD 1 TO ST-VIOLATION-ROWS (ST-IDX)
           IF SV-TIMESTAMP (1:8) > ST-LAST-VIOLATION (ST-IDX)
               MOVE SV-TIMESTAMP (1:8) TO ST-LAST-VIOLATION (ST-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 1ユーザー分: 権限と利用実績を並べ、休眠・職務分掌違反・
      * 未承認を指摘し、管理者の署名欄を付ける。
      *----------------------------------------------------------------
       REVIEW-ONE-USER.
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE 'N' TO WS-USER-FLAGGED-SW
           MOVE US-USER-ID (WS-USER-SUB) TO UR-USER-ID
           MOVE ALL '-' TO UR-RIGHTS
           PERFORM SHOW-ONE-RIGHT
               VARYING WS-RIGHT-SUB FROM 1 BY 1
               UNTIL WS-RIGHT-SUB > 7
           IF US-LAST-CERTIFIED (WS-USER-SUB) IS NUMERIC
               MOVE US-LAST-CERTIFIED (WS-USER-SUB)
                   TO UR-LAST-CERTIFIED
               MOVE US-CERTIFIED-BY (WS-USER-SUB) TO UR-CERTIFIED-BY
           ELSE
               MOVE 'NEVER' TO UR-LAST-CERTIFIED
               MOVE SPACES TO UR-CERTIFIED-BY
           END-IF
           WRITE RECERT-REPORT-LINE FROM WS-USER-RIGHTS-LINE
           MOVE US-JOURNAL-ROWS (WS-USER-SUB) TO UU-JOURNAL-ROWS
           IF US-LAST-ACTIVITY (WS-USER-SUB) = ZERO
               MOVE 'NONE' TO UU-LAST-ACTIVITY
           ELSE
               MOVE US-LAST-ACTIVITY (WS-USER-SUB) TO UU-LAST-ACTIVITY
           END-IF
           MOVE US-ADD-ROWS (WS-USER-SUB) TO UU-ADD-ROWS
           MOVE US-CHANGE-ROWS (WS-USER-SUB) TO UU-CHANGE-ROWS
           MOVE US-RETIRE-ROWS (WS-USER-SUB) TO UU-RETIRE-ROWS
           MOVE US-BALANCE-ROWS (WS-USER-SUB) TO UU-BALANCE-ROWS
           MOVE US-CREDIT-RELEASE-ROWS (WS-USER-SUB)
               TO UU-CREDIT-RELEASE-ROWS
           MOVE US-PAY-RELEASE-ROWS (WS-USER-SUB)
               TO UU-PAY-RELEASE-ROWS
           MOVE US-VIOLATION-ROWS (WS-USER-SUB) TO UU-VIOLATION-ROWS
           IF US-LAST-VIOLATION (WS-USER-SUB) = ZERO
               MOVE 'NONE' TO UU-LAST-VIOLATION
           ELSE
               MOVE US-LAST-VIOLATION (WS-USER-SUB)
                   TO UU-LAST-VIOLATION
           END-IF
           WRITE RECERT-REPORT-LINE FROM WS-USER-USE-LINE
           PERFORM CHECK-DORMANT-USER
           PERFORM CHECK-ONE-CONFLICT
               VARYING SD-IDX FROM 1 BY 1
               UNTIL SD-IDX > 2
           IF US-LAST-CERTIFIED (WS-USER-SUB) IS NOT NUMERIC
               MOVE 'NEVER CERTIFIED' TO UF-FLAG-TEXT
               WRITE RECERT-REPORT-LINE FROM WS-USER-FLAG-LINE
               ADD 1 TO WS-UNCERTIFIED-COUNT
               MOVE 'Y' TO WS-USER-FLAGGED-SW
           END-IF
           IF USER-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE RECERT-REPORT-LINE FROM WS-SIGN-OFF-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE.

       SHOW-ONE-RIGHT.
           IF US-RIGHT-FLAG (WS-USER-SUB WS-RIGHT-SUB) = 'Y'
               MOVE WS-RIGHT-LETTERS (WS-RIGHT-SUB:1)
                   TO UR-RIGHTS (WS-RIGHT-SUB:1)
           END-IF.

       CHECK-DORMANT-USER.
           IF US-LAST-ACTIVITY (WS-USER-SUB) = ZERO
               MOVE 99999 TO WS-DAYS-SINCE-USE
           ELSE
               COMPUTE WS-DAYS-SINCE-USE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE
                         (US-LAST-ACTIVITY (WS-USER-SUB))
           END-IF
           IF WS-DAYS-SINCE-USE > WS-DORMANT-DAYS
               MOVE WS-DORMANT-DAYS TO DT-DORMANT-DAYS
               MOVE WS-DORMANT-TEXT TO UF-FLAG-TEXT
               WRITE RECERT-REPORT-LINE FROM WS-USER-FLAG-LINE
               ADD 1 TO WS-DORMANT-COUNT
               MOVE 'Y' TO WS-USER-FLAGGED-SW
           END-IF.

       CHECK-ONE-CONFLICT.
           IF US-RIGHT-FLAG (WS-USER-SUB SD-FIRST-RIGHT (SD-IDX)) = 'Y'
               AND US-RIGHT-FLAG
                   (WS-USER-SUB SD-SECOND-RIGHT (SD-IDX)) = 'Y'
               MOVE SD-DESCRIPTION (SD-IDX) TO CT-DESCRIPTION
               MOVE WS-CONFLICT-TEXT TO UF-FLAG-TEXT
               WRITE RECERT-REPORT-LINE FROM WS-USER-FLAG-LINE
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE 'Y' TO WS-USER-FLAGGED-SW
           END-IF.

       LIST-ONE-STRANGER.
           MOVE ST-USER-ID (WS-STRANGER-SUB) TO SL-USER-ID
           MOVE ST-VIOLATION-ROWS (WS-STRANGER-SUB)
               TO SL-VIOLATION-ROWS
           MOVE ST-LAST-VIOLATION (WS-STRANGER-SUB)
               TO SL-LAST-VIOLATION
           WRITE RECERT-REPORT-LINE FROM WS-STRANGER-LINE.
