       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-ACCESS-RECERT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Applies the managers' sign-off decisions keyed from the
      * quarterly RECERT.RPT (USER-ACCESS-REVIEW) to USERAUTH.DAT.
      * Each RECERT.DAT row certifies a user's rights as they stand,
      * replaces them with the rights keyed on the row, or revokes
      * the user.  A certified or amended row is stamped with the
      * decision date and the signing manager; a revoked row is
      * dropped.  The updated file is written to USERAUTH.NEW for
      * operations to swap in, and every changed row is journaled
      * through MASTER-UPDATE-JOURNAL under the manager's ID, so the
      * auditors can see who granted what.
      * A decision is refused to RECERT.EXC when the manager signs
      * off their own row, when the decision code or a right flag
      * is not valid, when the same user is decided twice in one
      * batch, when the user is not on USERAUTH.DAT, or when the
      * rights being certified or granted would still break a
      * SOD-CONFLICT-TABLE pair - a conflict has to be resolved by
      * amending or revoking, never by signing it off.  Users with
      * no decision are copied across unchanged.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-AUTH-FILE ASSIGN TO "USERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT USER-AUTH-OUT-FILE ASSIGN TO "USERAUTH.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT DECISION-EXCEPTION-FILE ASSIGN TO "RECERT.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-AUTH-FILE.
       COPY USER-AUTH-RECORD.

       FD  USER-AUTH-OUT-FILE.
       01  USER-AUTH-OUT-RECORD         PIC X(40).

       FD  DECISION-FILE.
       COPY RECERT-DECISION-RECORD.

       FD  DECISION-EXCEPTION-FILE.
       01  DECISION-EXCEPTION-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-STATUS                PIC XX.
           88  AUTH-FILE-OK                  VALUE '00'.
           88  AUTH-FILE-EOF                 VALUE '10'.
       01  WS-DEC-STATUS                 PIC XX.
           88  DEC-FILE-OK                   VALUE '00'.
           88  DEC-FILE-EOF                  VALUE '10'.

       COPY SOD-CONFLICT-TABLE.

       01  WS-DECISION-TABLE-MAX         PIC 9(3) VALUE 500.
       01  WS-DECISION-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-DECISION-ENTRIES.
           05  WS-DECISION-ENTRY         OCCURS 500 TIMES
                                             INDEXED BY DN-IDX.
               10  DN-USER-ID                PIC X(8).
               10  DN-DECISION               PIC X(1).
                   88  DN-CERTIFY                VALUE 'C'.
                   88  DN-AMEND                  VALUE 'A'.
                   88  DN-REVOKE                 VALUE 'R'.
               10  DN-RIGHTS                 PIC X(7).
               10  DN-MANAGER-ID             PIC X(8).
               10  DN-DECISION-DATE          PIC 9(8).
               10  DN-MATCHED-SW             PIC X(1).
       01  WS-MATCH-SUB                  PIC 9(3) COMP.
       01  WS-RIGHT-SUB                  PIC 9(1) COMP.
       01  WS-FOUND-SW                   PIC X(1).
           88  ENTRY-FOUND                   VALUE 'Y'.
       01  WS-DECISION-VALID-SW          PIC X(1).
           88  DECISION-VALID                VALUE 'Y'.
       01  WS-CONFLICT-SW                PIC X(1).
           88  RIGHTS-CONFLICT               VALUE 'Y'.

       01  WS-CHECK-RIGHTS.
           05  WS-CHECK-FLAG             OCCURS 7 TIMES
                                             PIC X(1).
       01  WS-CONFLICT-DESCRIPTION       PIC X(38).

       01  WS-CERTIFIED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-AMENDED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REVOKED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-UNCHANGED-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(12) VALUE 'RECERT EXC: '.
           05  RE-USER-ID               PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RE-DECISION              PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RE-MANAGER-ID            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RE-REASON                PIC X(45).

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                        VALUE 'USER-ACCESS-RECERT'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8) VALUE 'BATCH'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN OUTPUT DECISION-EXCEPTION-FILE
           PERFORM LOAD-DECISIONS
           OPEN INPUT USER-AUTH-FILE
           IF NOT AUTH-FILE-OK
               DISPLAY 'USERAUTH.DAT NOT AVAILABLE - STATUS '
                   WS-AUTH-STATUS ' - RUN ABORTED'
               CLOSE DECISION-EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT USER-AUTH-OUT-FILE
           PERFORM READ-AUTH-ROW
           PERFORM APPLY-TO-AUTH-ROW UNTIL AUTH-FILE-EOF
           CLOSE USER-AUTH-FILE
           CLOSE USER-AUTH-OUT-FILE
           PERFORM REPORT-ONE-UNMATCHED
               VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-DECISION-COUNT
           CLOSE DECISION-EXCEPTION-FILE
           DISPLAY 'ACCESS RECERTIFICATION - CERTIFIED: '
               WS-CERTIFIED-COUNT
               ' AMENDED: ' WS-AMENDED-COUNT
               ' REVOKED: ' WS-REVOKED-COUNT
               ' REFUSED: ' WS-REFUSED-COUNT
               ' UNCHANGED: ' WS-UNCHANGED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 管理者の判定を読み込む。自己承認、判定コード・権限フラグの
      * 誤り、同一ユーザーの重複はここで例外に落とす。
      *----------------------------------------------------------------
       LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF DEC-FILE-OK
               PERFORM READ-DECISION
               PERFORM STORE-DECISION UNTIL DEC-FILE-EOF
               CLOSE DECISION-FILE
           END-IF.

       READ-DECISION.
           READ DECISION-FILE
               AT END
                   SET DEC-FILE-EOF TO TRUE
           END-READ.

       STORE-DECISION.
           MOVE 'Y' TO WS-DECISION-VALID-SW
           MOVE RD-USER-ID TO RE-USER-ID
           MOVE RD-DECISION TO RE-DECISION
           MOVE RD-MANAGER-ID TO RE-MANAGER-ID
           IF NOT RD-CERTIFY AND NOT RD-AMEND AND NOT RD-REVOKE
               MOVE 'DECISION MUST BE C, A OR R' TO RE-REASON
               PERFORM REFUSE-DECISION
           END-IF
           IF DECISION-VALID
               AND (RD-MANAGER-ID = SPACES
                   OR RD-MANAGER-ID = RD-USER-ID)
               MOVE 'MANAGER MISSING OR SIGNING OWN ROW'
                   TO RE-REASON
               PERFORM REFUSE-DECISION
           END-IF
           IF DECISION-VALID
               AND RD-DECISION-DATE IS NOT NUMERIC
               MOVE 'DECISION DATE NOT NUMERIC' TO RE-REASON
               PERFORM REFUSE-DECISION
           END-IF
           IF DECISION-VALID AND RD-AMEND
               PERFORM CHECK-ONE-KEYED-FLAG
                   VARYING WS-RIGHT-SUB FROM 1 BY 1
                   UNTIL WS-RIGHT-SUB > 7
           END-IF
           IF DECISION-VALID
               PERFORM FIND-DECISION
               IF ENTRY-FOUND
                   MOVE 'USER DECIDED TWICE IN THIS BATCH'
                       TO RE-REASON
                   PERFORM REFUSE-DECISION
               END-IF
           END-IF
           IF DECISION-VALID
               IF WS-DECISION-COUNT NOT < WS-DECISION-TABLE-MAX
                   DISPLAY 'ERROR: MORE THAN ' WS-DECISION-TABLE-MAX
                       ' DECISIONS ON RECERT.DAT - RUN ABORTED'
                   CLOSE DECISION-FILE
                   CLOSE DECISION-EXCEPTION-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DECISION-COUNT
               MOVE RD-USER-ID TO DN-USER-ID (WS-DECISION-COUNT)
               MOVE RD-DECISION TO DN-DECISION (WS-DECISION-COUNT)
               MOVE RD-ALLOWED-RIGHTS TO DN-RIGHTS (WS-DECISION-COUNT)
               MOVE RD-MANAGER-ID TO DN-MANAGER-ID (WS-DECISION-COUNT)
               MOVE RD-DECISION-DATE
                   TO DN-DECISION-DATE (WS-DECISION-COUNT)
               MOVE 'N' TO DN-MATCHED-SW (WS-DECISION-COUNT)
           END-IF
           PERFORM READ-DECISION.

       CHECK-ONE-KEYED-FLAG.
           IF DECISION-VALID
               AND RD-ALLOW-FLAG (WS-RIGHT-SUB) NOT = 'Y'
               AND RD-ALLOW-FLAG (WS-RIGHT-SUB) NOT = 'N'
               MOVE 'AMENDED RIGHT FLAGS MUST BE Y OR N' TO RE-REASON
               PERFORM REFUSE-DECISION
           END-IF.

       FIND-DECISION.
           MOVE 'N' TO WS-FOUND-SW
           SET DN-IDX TO 1
           SEARCH WS-DECISION-ENTRY
               AT END
                   CONTINUE
               WHEN DN-IDX > WS-DECISION-COUNT
                   CONTINUE
               WHEN DN-USER-ID (DN-IDX) = RE-USER-ID
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH.

       REFUSE-DECISION.
           MOVE 'N' TO WS-DECISION-VALID-SW
           WRITE DECISION-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE
           ADD 1 TO WS-REFUSED-COUNT.

       READ-AUTH-ROW.
           READ USER-AUTH-FILE
               AT END
                   SET AUTH-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 1ユーザー分: 判定がなければそのまま写す。承認・変更は
      * 職務分掌の組を再確認してから署名を刻み、取消は行を落とす。
      *----------------------------------------------------------------
       APPLY-TO-AUTH-ROW.
           MOVE UA-USER-ID TO RE-USER-ID
           PERFORM FIND-DECISION
           IF NOT ENTRY-FOUND
               WRITE USER-AUTH-OUT-RECORD FROM USER-AUTH-RECORD
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               MOVE 'Y' TO DN-MATCHED-SW (DN-IDX)
               MOVE DN-DECISION (DN-IDX) TO RE-DECISION
               MOVE DN-MANAGER-ID (DN-IDX) TO RE-MANAGER-ID
               MOVE USER-AUTH-RECORD TO WS-JOURNAL-BEFORE-IMAGE
               EVALUATE TRUE
                   WHEN DN-REVOKE (DN-IDX)
                       PERFORM REVOKE-USER
                   WHEN DN-AMEND (DN-IDX)
                       MOVE DN-RIGHTS (DN-IDX) TO WS-CHECK-RIGHTS
                       PERFORM SIGN-OFF-USER
                   WHEN OTHER
                       PERFORM LOAD-CURRENT-RIGHTS
                       PERFORM SIGN-OFF-USER
               END-EVALUATE
           END-IF
           PERFORM READ-AUTH-ROW.

       LOAD-CURRENT-RIGHTS.
           MOVE UA-ALLOW-ADD TO WS-CHECK-FLAG (1)
           MOVE UA-ALLOW-CHANGE TO WS-CHECK-FLAG (2)
           MOVE UA-ALLOW-RETIRE TO WS-CHECK-FLAG (3)
           MOVE UA-ALLOW-BALANCE TO WS-CHECK-FLAG (4)
           MOVE UA-ALLOW-CREDIT-RELEASE TO WS-CHECK-FLAG (5)
           MOVE UA-ALLOW-VENDOR TO WS-CHECK-FLAG (6)
           MOVE UA-ALLOW-PAY-RELEASE TO WS-CHECK-FLAG (7).

       SIGN-OFF-USER.
           MOVE 'N' TO WS-CONFLICT-SW
           PERFORM CHECK-ONE-CONFLICT
               VARYING SD-IDX FROM 1 BY 1
               UNTIL SD-IDX > 2
           IF RIGHTS-CONFLICT
               MOVE 'SOD CONFLICT - ' TO RE-REASON
               MOVE WS-CONFLICT-DESCRIPTION TO RE-REASON (16:30)
               WRITE DECISION-EXCEPTION-LINE
                   FROM WS-EXCEPTION-DETAIL-LINE
               ADD 1 TO WS-REFUSED-COUNT
               WRITE USER-AUTH-OUT-RECORD FROM USER-AUTH-RECORD
           ELSE
               MOVE WS-CHECK-FLAG (1) TO UA-ALLOW-ADD
               MOVE WS-CHECK-FLAG (2) TO UA-ALLOW-CHANGE
               MOVE WS-CHECK-FLAG (3) TO UA-ALLOW-RETIRE
               MOVE WS-CHECK-FLAG (4) TO UA-ALLOW-BALANCE
               MOVE WS-CHECK-FLAG (5) TO UA-ALLOW-CREDIT-RELEASE
               MOVE WS-CHECK-FLAG (6) TO UA-ALLOW-VENDOR
               MOVE WS-CHECK-FLAG (7) TO UA-ALLOW-PAY-RELEASE
               MOVE DN-DECISION-DATE (DN-IDX) TO UA-LAST-CERTIFIED
               MOVE DN-MANAGER-ID (DN-IDX) TO UA-CERTIFIED-BY
               WRITE USER-AUTH-OUT-RECORD FROM USER-AUTH-RECORD
               MOVE USER-AUTH-RECORD TO WS-JOURNAL-AFTER-IMAGE
               PERFORM WRITE-UPDATE-JOURNAL
               IF DN-AMEND (DN-IDX)
                   ADD 1 TO WS-AMENDED-COUNT
               ELSE
                   ADD 1 TO WS-CERTIFIED-COUNT
               END-IF
           END-IF.

       CHECK-ONE-CONFLICT.
           IF WS-CHECK-FLAG (SD-FIRST-RIGHT (SD-IDX)) = 'Y'
               AND WS-CHECK-FLAG (SD-SECOND-RIGHT (SD-IDX)) = 'Y'
               MOVE 'Y' TO WS-CONFLICT-SW
               MOVE SD-DESCRIPTION (SD-IDX) TO WS-CONFLICT-DESCRIPTION
           END-IF.

       REVOKE-USER.
           MOVE SPACES TO WS-JOURNAL-AFTER-IMAGE
           PERFORM WRITE-UPDATE-JOURNAL
           ADD 1 TO WS-REVOKED-COUNT.

       WRITE-UPDATE-JOURNAL.
           MOVE UA-USER-ID TO WS-JOURNAL-KEY
           MOVE DN-MANAGER-ID (DN-IDX) TO WS-JOURNAL-USER-ID
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID.

       REPORT-ONE-UNMATCHED.
           IF DN-MATCHED-SW (WS-MATCH-SUB) = 'N'
               MOVE DN-USER-ID (WS-MATCH-SUB) TO RE-USER-ID
               MOVE DN-DECISION (WS-MATCH-SUB) TO RE-DECISION
               MOVE DN-MANAGER-ID (WS-MATCH-SUB) TO RE-MANAGER-ID
               MOVE 'USER NOT ON USERAUTH.DAT' TO RE-REASON
               WRITE DECISION-EXCEPTION-LINE
                   FROM WS-EXCEPTION-DETAIL-LINE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
