       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-POINTS-STATEMENT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Month-end close of the loyalty points ledger POINTS.DAT.  For
      * the statement month (PTSTMT.PRM, CCYYMM; the month before the
      * run date when no card is present) it rolls every member's
      * ledger up to the last day of the month: the opening balance,
      * and the month's earned, redeemed, reversed and expired
      * points.  Earned points whose PL-EXPIRY-DATE has been reached
      * by the month end lapse - redeemed, reversed and expired
      * points count against the oldest earned points first, so what
      * lapses is whatever of those old points is still unused - and
      * an X row dated the month end is appended to the ledger for
      * them.  Running the same month again finds nothing more to
      * lapse.  Each member on 顧客データー (JCUSTOMR.DAT) with a
      * balance or movement gets a PTSTMT.DAT statement row for the
      * mailing house, with the points due to lapse within
      * LP-NOTICE-DAYS of the month end.  PTLIAB.RPT gives finance
      * the month's movement and the outstanding points valued at
      * LP-POINT-VALUE - the liability to accrue; a debit balance
      * left by a return after redemption is shown but not netted
      * against it.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-PARM-FILE ASSIGN TO "PTSTMT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT POINTS-LEDGER-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTS-STATUS.
           SELECT JCUSTOMER-FILE ASSIGN TO "JCUSTOMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCUST-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "PTSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO "PTLIAB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD.
           05  PP-STATEMENT-MONTH       PIC 9(6).

       FD  POINTS-LEDGER-FILE.
       COPY POINTS-LEDGER-RECORD.

       FD  JCUSTOMER-FILE.
       COPY 顧客データー.

       FD  STATEMENT-FILE.
       COPY POINTS-STATEMENT-RECORD.

       FD  LIABILITY-REPORT-FILE.
       01  LIABILITY-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS                 PIC XX.
           88  PRM-FILE-OK                   VALUE '00'.
       01  WS-PTS-STATUS                 PIC XX.
           88  PTS-FILE-OK                   VALUE '00'.
           88  PTS-FILE-EOF                  VALUE '10'.
       01  WS-JCUST-STATUS               PIC XX.
           88  JCUST-FILE-OK                 VALUE '00'.
           88  JCUST-FILE-EOF                VALUE '10'.

       COPY LOYALTY-POINTS-RULES.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-REPORT-MONTH               PIC 9(6).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR             PIC 9(4).
           05  WS-REPORT-MM               PIC 9(2).
       01  WS-NEXT-MONTH                 PIC 9(6).
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH.
           05  WS-NEXT-YEAR               PIC 9(4).
           05  WS-NEXT-MM                 PIC 9(2).
       01  WS-MONTH-FIRST-DATE           PIC 9(8).
       01  WS-MONTH-LAST-DATE            PIC 9(8).
       01  WS-NEXT-FIRST-DATE            PIC 9(8).
       01  WS-NOTICE-DATE                PIC 9(8).

      *----------------------------------------------------------------
      * 会員ごとの月末までの集計。期限到来分(AC-EARNED-DUE)と
      * 予告期間内に期限が来る分(AC-EARNED-NOTICE)は付与行の
      * 累計、AC-USEDは利用・取消・失効の累計 - 古い付与から
      * 使われたものとして失効を計算する。
      *----------------------------------------------------------------
       01  WS-ACCOUNT-TABLE-MAX          PIC 9(4) VALUE 500.
       01  WS-ACCOUNT-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-ACCOUNT-ENTRIES.
           05  WS-ACCOUNT-ENTRY          OCCURS 500 TIMES
                                             INDEXED BY AC-IDX.
               10  AC-JCUST-ID               PIC 9(10).
               10  AC-OPENING-POINTS         PIC S9(9).
               10  AC-EARNED-POINTS          PIC 9(9).
               10  AC-REDEEMED-POINTS        PIC 9(9).
               10  AC-REVERSED-POINTS        PIC 9(9).
               10  AC-EXPIRED-POINTS         PIC 9(9).
               10  AC-EARNED-DUE             PIC 9(9).
               10  AC-EARNED-NOTICE          PIC 9(9).
               10  AC-USED-POINTS            PIC 9(9).
               10  AC-CLOSING-POINTS         PIC S9(9).
               10  AC-EXPIRING-POINTS        PIC 9(9).
               10  AC-MAILED-SW              PIC X(1).
                   88  AC-MAILED                 VALUE 'Y'.
       01  WS-ACCOUNT-SUB                PIC 9(4) COMP.
       01  WS-ACCOUNT-FOUND-SW           PIC X(1).
           88  ACCOUNT-FOUND                 VALUE 'Y'.

       01  WS-POINTS-WORK                PIC S9(10).
       01  WS-LIABILITY-AMOUNT           PIC 9(11)V99.

       01  WS-TOTALS.
           05  TL-MEMBER-COUNT           PIC 9(7) VALUE ZERO.
           05  TL-OPENING-POINTS         PIC S9(11) VALUE ZERO.
           05  TL-EARNED-POINTS          PIC S9(11) VALUE ZERO.
           05  TL-REDEEMED-POINTS        PIC S9(11) VALUE ZERO.
           05  TL-REVERSED-POINTS        PIC S9(11) VALUE ZERO.
           05  TL-EXPIRED-POINTS         PIC S9(11) VALUE ZERO.
           05  TL-CLOSING-POINTS         PIC S9(11) VALUE ZERO.
           05  TL-CREDIT-POINTS          PIC S9(11) VALUE ZERO.
           05  TL-DEBIT-POINTS           PIC S9(11) VALUE ZERO.
           05  TL-LAPSED-NOW-POINTS      PIC S9(11) VALUE ZERO.
           05  TL-STATEMENT-COUNT        PIC 9(7) VALUE ZERO.
           05  TL-UNMAILED-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(35)
               VALUE 'LOYALTY POINTS LIABILITY - MONTH: '.
           05  LH-REPORT-MONTH          PIC 9(6).
           05  FILLER                  PIC X(10) VALUE '  AS OF: '.
           05  LH-RUN-DATE              PIC 9(8).

       01  WS-POINTS-LINE.
           05  LL-LINE-LABEL            PIC X(36).
           05  LL-LINE-POINTS           PIC -ZZZZZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  LA-LINE-LABEL            PIC X(36).
           05  LA-LINE-AMOUNT           PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM READ-PERIOD-PARM
           PERFORM ACCUMULATE-LEDGER
           PERFORM EXPIRE-LAPSED-POINTS
           OPEN OUTPUT STATEMENT-FILE
           PERFORM WRITE-MEMBER-STATEMENTS
           CLOSE STATEMENT-FILE
           PERFORM COUNT-UNMAILED-ACCOUNT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
           PERFORM WRITE-LIABILITY-REPORT
           DISPLAY 'LOYALTY POINTS - MONTH: ' WS-REPORT-MONTH
               ' STATEMENTS: ' TL-STATEMENT-COUNT
               ' LAPSED: ' TL-LAPSED-NOW-POINTS
           IF TL-UNMAILED-COUNT > ZERO
               DISPLAY 'LOYALTY POINTS - MEMBERS NOT ON JCUSTOMR: '
                   TL-UNMAILED-COUNT
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * 対象月: パラメータが無ければ実行日の前月。月末日は翌月1日の
      * 前日として求める(失効行の日付になるので実在の日付が要る)。
      *----------------------------------------------------------------
       READ-PERIOD-PARM.
           MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-REPORT-MONTH
           IF WS-REPORT-MM = 01
               SUBTRACT 1 FROM WS-REPORT-YEAR
               MOVE 12 TO WS-REPORT-MM
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM
           END-IF
           OPEN INPUT PERIOD-PARM-FILE
           IF PRM-FILE-OK
               READ PERIOD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-STATEMENT-MONTH > ZERO
                           MOVE PP-STATEMENT-MONTH
                               TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE PERIOD-PARM-FILE
           END-IF
           MOVE WS-REPORT-MONTH TO WS-NEXT-MONTH
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 01 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-MONTH-FIRST-DATE = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-NEXT-FIRST-DATE = WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-MONTH-LAST-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST-DATE) - 1)
           COMPUTE WS-NOTICE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-LAST-DATE)
                   + LP-NOTICE-DAYS).

      *----------------------------------------------------------------
      * Rows dated after the month end belong to a later statement
      * and are left out.  A member the table cannot hold would drop
      * out of the liability, so a full table stops the run before
      * anything is expired or written.
      *----------------------------------------------------------------
       ACCUMULATE-LEDGER.
           OPEN INPUT POINTS-LEDGER-FILE
           IF PTS-FILE-OK
               PERFORM READ-POINTS-LEDGER
               PERFORM POST-LEDGER-ROW UNTIL PTS-FILE-EOF
               CLOSE POINTS-LEDGER-FILE
           END-IF.

       READ-POINTS-LEDGER.
           READ POINTS-LEDGER-FILE
               AT END
                   SET PTS-FILE-EOF TO TRUE
           END-READ.

       POST-LEDGER-ROW.
           IF PL-ENTRY-DATE NOT > WS-MONTH-LAST-DATE
               PERFORM FIND-OR-ADD-ACCOUNT
               IF PL-EARNED
                   PERFORM POST-EARNED-ROW
               ELSE
                   PERFORM POST-USED-ROW
               END-IF
           END-IF
           PERFORM READ-POINTS-LEDGER.

       FIND-OR-ADD-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           SET AC-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN AC-IDX > WS-ACCOUNT-COUNT
                   CONTINUE
               WHEN AC-JCUST-ID (AC-IDX) = PL-JCUST-ID
                   SET ACCOUNT-FOUND TO TRUE
           END-SEARCH
           IF NOT ACCOUNT-FOUND
               IF WS-ACCOUNT-COUNT < WS-ACCOUNT-TABLE-MAX
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET AC-IDX TO WS-ACCOUNT-COUNT
                   MOVE PL-JCUST-ID TO AC-JCUST-ID (AC-IDX)
                   MOVE ZERO TO AC-OPENING-POINTS (AC-IDX)
                   MOVE ZERO TO AC-EARNED-POINTS (AC-IDX)
                   MOVE ZERO TO AC-REDEEMED-POINTS (AC-IDX)
                   MOVE ZERO TO AC-REVERSED-POINTS (AC-IDX)
                   MOVE ZERO TO AC-EXPIRED-POINTS (AC-IDX)
                   MOVE ZERO TO AC-EARNED-DUE (AC-IDX)
                   MOVE ZERO TO AC-EARNED-NOTICE (AC-IDX)
                   MOVE ZERO TO AC-USED-POINTS (AC-IDX)
                   MOVE ZERO TO AC-CLOSING-POINTS (AC-IDX)
                   MOVE ZERO TO AC-EXPIRING-POINTS (AC-IDX)
                   MOVE 'N' TO AC-MAILED-SW (AC-IDX)
               ELSE
                   DISPLAY 'ERROR: POINTS ACCOUNT TABLE FULL - '
                       'LIABILITY WOULD NOT FOOT - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       POST-EARNED-ROW.
           IF PL-ENTRY-DATE < WS-MONTH-FIRST-DATE
               ADD PL-POINTS TO AC-OPENING-POINTS (AC-IDX)
           ELSE
               ADD PL-POINTS TO AC-EARNED-POINTS (AC-IDX)
           END-IF
           IF PL-EXPIRY-DATE NOT > WS-MONTH-LAST-DATE
               ADD PL-POINTS TO AC-EARNED-DUE (AC-IDX)
           END-IF
           IF PL-EXPIRY-DATE NOT > WS-NOTICE-DATE
               ADD PL-POINTS TO AC-EARNED-NOTICE (AC-IDX)
           END-IF.

       POST-USED-ROW.
           ADD PL-POINTS TO AC-USED-POINTS (AC-IDX)
           IF PL-ENTRY-DATE < WS-MONTH-FIRST-DATE
               SUBTRACT PL-POINTS FROM AC-OPENING-POINTS (AC-IDX)
           ELSE
               EVALUATE TRUE
                   WHEN PL-REDEEMED
                       ADD PL-POINTS TO AC-REDEEMED-POINTS (AC-IDX)
                   WHEN PL-REVERSED
                       ADD PL-POINTS TO AC-REVERSED-POINTS (AC-IDX)
                   WHEN OTHER
                       ADD PL-POINTS TO AC-EXPIRED-POINTS (AC-IDX)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 期限到来の付与から、これまでの利用・取消・失効を引いた残りが
      * 今回の失効。月末日付のX行を台帳へ追記する。
      *----------------------------------------------------------------
       EXPIRE-LAPSED-POINTS.
           OPEN EXTEND POINTS-LEDGER-FILE
           IF NOT PTS-FILE-OK
               OPEN OUTPUT POINTS-LEDGER-FILE
           END-IF
           PERFORM EXPIRE-ONE-ACCOUNT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
           CLOSE POINTS-LEDGER-FILE.

       EXPIRE-ONE-ACCOUNT.
           COMPUTE WS-POINTS-WORK =
               AC-EARNED-DUE (WS-ACCOUNT-SUB)
                   - AC-USED-POINTS (WS-ACCOUNT-SUB)
           IF WS-POINTS-WORK > ZERO
               MOVE AC-JCUST-ID (WS-ACCOUNT-SUB) TO PL-JCUST-ID
               MOVE 'X' TO PL-ENTRY-TYPE
               MOVE WS-MONTH-LAST-DATE TO PL-ENTRY-DATE
               MOVE WS-POINTS-WORK TO PL-POINTS
               MOVE ZERO TO PL-INVOICE-NUMBER
               MOVE ZERO TO PL-CUSTOMER-ID
               MOVE ZERO TO PL-EXPIRY-DATE
               WRITE POINTS-LEDGER-RECORD
               ADD WS-POINTS-WORK TO AC-EXPIRED-POINTS (WS-ACCOUNT-SUB)
               ADD WS-POINTS-WORK TO AC-USED-POINTS (WS-ACCOUNT-SUB)
               ADD WS-POINTS-WORK TO TL-LAPSED-NOW-POINTS
           END-IF
           COMPUTE AC-CLOSING-POINTS (WS-ACCOUNT-SUB) =
               AC-OPENING-POINTS (WS-ACCOUNT-SUB)
                   + AC-EARNED-POINTS (WS-ACCOUNT-SUB)
                   - AC-REDEEMED-POINTS (WS-ACCOUNT-SUB)
                   - AC-REVERSED-POINTS (WS-ACCOUNT-SUB)
                   - AC-EXPIRED-POINTS (WS-ACCOUNT-SUB)
           COMPUTE WS-POINTS-WORK =
               AC-EARNED-NOTICE (WS-ACCOUNT-SUB)
                   - AC-USED-POINTS (WS-ACCOUNT-SUB)
           IF WS-POINTS-WORK > AC-CLOSING-POINTS (WS-ACCOUNT-SUB)
               MOVE AC-CLOSING-POINTS (WS-ACCOUNT-SUB)
                   TO WS-POINTS-WORK
           END-IF
           IF WS-POINTS-WORK > ZERO
               MOVE WS-POINTS-WORK
                   TO AC-EXPIRING-POINTS (WS-ACCOUNT-SUB)
           END-IF
           PERFORM ADD-ACCOUNT-TO-TOTALS.

       ADD-ACCOUNT-TO-TOTALS.
           ADD AC-OPENING-POINTS (WS-ACCOUNT-SUB) TO TL-OPENING-POINTS
           ADD AC-EARNED-POINTS (WS-ACCOUNT-SUB) TO TL-EARNED-POINTS
           ADD AC-REDEEMED-POINTS (WS-ACCOUNT-SUB)
               TO TL-REDEEMED-POINTS
           ADD AC-REVERSED-POINTS (WS-ACCOUNT-SUB)
               TO TL-REVERSED-POINTS
           ADD AC-EXPIRED-POINTS (WS-ACCOUNT-SUB) TO TL-EXPIRED-POINTS
           ADD AC-CLOSING-POINTS (WS-ACCOUNT-SUB) TO TL-CLOSING-POINTS
           IF AC-CLOSING-POINTS (WS-ACCOUNT-SUB) > ZERO
               ADD 1 TO TL-MEMBER-COUNT
               ADD AC-CLOSING-POINTS (WS-ACCOUNT-SUB)
                   TO TL-CREDIT-POINTS
           ELSE
               ADD AC-CLOSING-POINTS (WS-ACCOUNT-SUB)
                   TO TL-DEBIT-POINTS
           END-IF.

      *----------------------------------------------------------------
      * One pass over 顧客データー: a member with a ledger account that
      * still has something to say (a balance either side of the
      * month, or movement in it) gets a statement row.
      *----------------------------------------------------------------
       WRITE-MEMBER-STATEMENTS.
           OPEN INPUT JCUSTOMER-FILE
           IF JCUST-FILE-OK
               PERFORM READ-JCUSTOMER
               PERFORM STATE-ONE-MEMBER UNTIL JCUST-FILE-EOF
               CLOSE JCUSTOMER-FILE
           END-IF.

       READ-JCUSTOMER.
           READ JCUSTOMER-FILE
               AT END
                   SET JCUST-FILE-EOF TO TRUE
           END-READ.

       STATE-ONE-MEMBER.
           SET AC-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN AC-IDX > WS-ACCOUNT-COUNT
                   CONTINUE
               WHEN AC-JCUST-ID (AC-IDX) = 顧客ーID
                   SET AC-MAILED (AC-IDX) TO TRUE
                   IF AC-OPENING-POINTS (AC-IDX) NOT = ZERO
                       OR AC-CLOSING-POINTS (AC-IDX) NOT = ZERO
                       OR AC-EARNED-POINTS (AC-IDX) > ZERO
                       OR AC-REDEEMED-POINTS (AC-IDX) > ZERO
                       OR AC-REVERSED-POINTS (AC-IDX) > ZERO
                       OR AC-EXPIRED-POINTS (AC-IDX) > ZERO
                       PERFORM WRITE-STATEMENT-ROW
                   END-IF
           END-SEARCH
           PERFORM READ-JCUSTOMER.

       WRITE-STATEMENT-ROW.
           MOVE 顧客ーID TO PS-JCUST-ID
           MOVE WS-REPORT-MONTH TO PS-STATEMENT-MONTH
           MOVE 姓ー漢字 TO PS-SURNAME
           MOVE 名ー漢字 TO PS-GIVEN-NAME
           MOVE 郵便番号 TO PS-POSTAL-CODE
           MOVE 住所ー都道府県 TO PS-PREFECTURE
           MOVE 住所ー市区町村 TO PS-CITY
           MOVE 住所ー番地 TO PS-STREET
           MOVE 会員ー区分 TO PS-MEMBER-CLASS
           MOVE AC-OPENING-POINTS (AC-IDX) TO PS-OPENING-POINTS
           MOVE AC-EARNED-POINTS (AC-IDX) TO PS-EARNED-POINTS
           MOVE AC-REDEEMED-POINTS (AC-IDX) TO PS-REDEEMED-POINTS
           MOVE AC-REVERSED-POINTS (AC-IDX) TO PS-REVERSED-POINTS
           MOVE AC-EXPIRED-POINTS (AC-IDX) TO PS-EXPIRED-POINTS
           MOVE AC-CLOSING-POINTS (AC-IDX) TO PS-CLOSING-POINTS
           MOVE AC-EXPIRING-POINTS (AC-IDX) TO PS-EXPIRING-POINTS
           MOVE WS-NOTICE-DATE TO PS-EXPIRING-BY-DATE
           WRITE POINTS-STATEMENT-RECORD
           ADD 1 TO TL-STATEMENT-COUNT.

       COUNT-UNMAILED-ACCOUNT.
           IF NOT AC-MAILED (WS-ACCOUNT-SUB)
               AND AC-CLOSING-POINTS (WS-ACCOUNT-SUB) NOT = ZERO
               ADD 1 TO TL-UNMAILED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 経理向け: 月の増減と、月末残ポイント(プラス残のみ)に
      * LP-POINT-VALUEを掛けた引当額。マイナス残は別掲。
      *----------------------------------------------------------------
       WRITE-LIABILITY-REPORT.
           COMPUTE WS-LIABILITY-AMOUNT =
               TL-CREDIT-POINTS * LP-POINT-VALUE
           OPEN OUTPUT LIABILITY-REPORT-FILE
           MOVE WS-REPORT-MONTH TO LH-REPORT-MONTH
           MOVE WS-TODAY-CCYYMMDD TO LH-RUN-DATE
           WRITE LIABILITY-REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE 'OPENING POINTS' TO LL-LINE-LABEL
           MOVE TL-OPENING-POINTS TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           MOVE '  EARNED' TO LL-LINE-LABEL
           MOVE TL-EARNED-POINTS TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           MOVE '  REDEEMED' TO LL-LINE-LABEL
           MOVE TL-REDEEMED-POINTS TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           MOVE '  REVERSED ON RETURNS' TO LL-LINE-LABEL
           MOVE TL-REVERSED-POINTS TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           MOVE '  EXPIRED' TO LL-LINE-LABEL
           MOVE TL-EXPIRED-POINTS TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           MOVE 'CLOSING POINTS' TO LL-LINE-LABEL
           MOVE TL-CLOSING-POINTS TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           MOVE SPACES TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE 'MEMBERS HOLDING POINTS' TO LL-LINE-LABEL
           MOVE TL-MEMBER-COUNT TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           MOVE 'OUTSTANDING POINTS' TO LL-LINE-LABEL
           MOVE TL-CREDIT-POINTS TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           MOVE 'DEBIT BALANCES (NOT NETTED)' TO LL-LINE-LABEL
           MOVE TL-DEBIT-POINTS TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           MOVE 'VALUE PER POINT (YEN)' TO LA-LINE-LABEL
           MOVE LP-POINT-VALUE TO LA-LINE-AMOUNT
           WRITE LIABILITY-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'POINTS LIABILITY TO ACCRUE (YEN)' TO LA-LINE-LABEL
           MOVE WS-LIABILITY-AMOUNT TO LA-LINE-AMOUNT
           WRITE LIABILITY-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE SPACES TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE 'STATEMENTS EXTRACTED' TO LL-LINE-LABEL
           MOVE TL-STATEMENT-COUNT TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           MOVE 'BALANCES WITH NO JCUSTOMR MEMBER' TO LL-LINE-LABEL
           MOVE TL-UNMAILED-COUNT TO LL-LINE-POINTS
           WRITE LIABILITY-REPORT-LINE FROM WS-POINTS-LINE
           CLOSE LIABILITY-REPORT-FILE.
