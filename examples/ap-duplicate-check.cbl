       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-DUPLICATE-CHECK.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Duplicate vendor invoice screen, run after VENDOR-INVOICE-
      * MATCH and before VENDOR-PAYMENT-RUN.  The three-way match
      * passes the same invoice twice when it arrives on paper and
      * again by e-mail keyed a little differently, so every open
      * APITEMS.DAT item not yet screened is compared with all the
      * other items on file, open, held or paid.  It is a likely
      * duplicate when another item from the same vendor carries
      * the same invoice number once both are normalised (upper
      * case, only letters and digits, leading zeros dropped), or
      * the same amount dated within the DUPLICATE-CHECK-RULES
      * window; or when an item under a different vendor code pays
      * the same amount into the same VENDBANK.DAT bank account.
      * Between two items both new this run only the later one is
      * held.  A likely duplicate is held (AP-ITEM-HELD) so the
      * payment run passes it by; every other item screened is
      * marked checked.  APDUPREL.DAT carries the reviewer's
      * decisions on held items - R releases one back to open
      * (never screened again), D rejects it as a duplicate - and is
      * retired to APDUPREL.G1 once applied.  APDUP.RPT lists the
      * decisions applied and each item held with the item it
      * matched; the items go forward on the APITEMS.NEW
      * carry-forward.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-ITEM-FILE ASSIGN TO "APITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT AP-ITEM-OUT-FILE ASSIGN TO "APITEMS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-DETAIL-FILE ASSIGN TO "VENDBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "APDUPREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "APDUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-ITEM-FILE.
       COPY AP-OPEN-ITEM-RECORD.

       FD  AP-ITEM-OUT-FILE.
       01  AP-ITEM-OUT-RECORD           PIC X(104).

       FD  BANK-DETAIL-FILE.
       COPY VENDOR-BANK-RECORD.

       FD  RELEASE-FILE.
       01  DUPLICATE-RELEASE-RECORD.
           05  DR-VENDOR-CODE           PIC X(10).
           05  DR-VENDOR-INV-NO         PIC X(12).
           05  DR-ACTION                PIC X(1).
               88  DR-RELEASE-TO-PAY        VALUE 'R'.
               88  DR-REJECT-DUPLICATE      VALUE 'D'.
           05  DR-REVIEWED-BY           PIC X(8).

       FD  DUPLICATE-REPORT-FILE.
       01  DUPLICATE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AP-STATUS                  PIC XX.
           88  AP-FILE-OK                    VALUE '00'.
           88  AP-FILE-EOF                   VALUE '10'.
       01  WS-BANK-STATUS                PIC XX.
           88  BANK-FILE-OK                  VALUE '00'.
           88  BANK-FILE-EOF                 VALUE '10'.
       01  WS-REL-STATUS                 PIC XX.
           88  REL-FILE-OK                   VALUE '00'.
           88  REL-FILE-EOF                  VALUE '10'.

       COPY DUPLICATE-CHECK-RULES.

       01  WS-REL-FILE-NAME              PIC X(20)
                                            VALUE 'APDUPREL.DAT'.
       01  WS-REL-GEN-FILE-NAME          PIC X(20)
                                            VALUE 'APDUPREL.G1'.
       01  WS-RELEASE-FILE-SW            PIC X(1) VALUE 'N'.
           88  RELEASE-FILE-PRESENT          VALUE 'Y'.

       01  WS-BANK-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-BANK-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-BANK-ENTRIES.
           05  WS-BANK-ENTRY             OCCURS 200 TIMES
                                             INDEXED BY BK-IDX.
               10  BK-VENDOR-CODE            PIC X(10).
               10  BK-ACCOUNT-KEY.
                   15  BK-BANK-CODE          PIC 9(4).
                   15  BK-BRANCH-CODE        PIC 9(3).
                   15  BK-ACCOUNT-NUMBER     PIC 9(7).

      *----------------------------------------------------------------
      * 買掛明細を全件積む。積み切れないまま書き戻すと明細が消える
      * ので止める。
      *----------------------------------------------------------------
       01  WS-ITEM-TABLE-MAX             PIC 9(4) VALUE 5000.
       01  WS-ITEM-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-ITEM-ENTRIES.
           05  WS-ITEM-ENTRY             OCCURS 5000 TIMES.
               10  IT-ITEM-IMAGE             PIC X(104).
               10  IT-VENDOR-CODE            PIC X(10).
               10  IT-VENDOR-INV-NO          PIC X(12).
               10  IT-NORMAL-INV-NO          PIC X(12).
               10  IT-CURRENCY-CODE          PIC X(3).
               10  IT-DOCUMENT-AMOUNT        PIC 9(9)V99.
               10  IT-INVOICE-DATE           PIC 9(8).
               10  IT-DATE-INTEGER           PIC 9(7).
               10  IT-ACCOUNT-KEY            PIC X(14).
               10  IT-STATUS                 PIC X(1).
               10  IT-NEW-SW                 PIC X(1).
                   88  IT-NEW-ITEM               VALUE 'Y'.
       01  WS-ITEM-SUB                   PIC 9(4) COMP.
       01  WS-OTHER-SUB                  PIC 9(4) COMP.
       01  WS-MATCH-SUB                  PIC 9(4) COMP.

       01  WS-NORMAL-INPUT               PIC X(12).
       01  WS-NORMAL-OUTPUT              PIC X(12).
       01  WS-NORMAL-CHAR                PIC X(1).
       01  WS-NORMAL-IN-SUB              PIC 9(2) COMP.
       01  WS-NORMAL-OUT-SUB             PIC 9(2) COMP.

       01  WS-DAY-GAP                    PIC S9(7).
       01  WS-MATCH-REASON               PIC X(30).

       01  WS-RELEASE-HIT-SW             PIC X(1).
           88  RELEASE-ITEM-FOUND            VALUE 'Y'.
       01  WS-RESULT-TEXT                PIC X(30).

       01  WS-SCREENED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-RELEASED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-RELEASE-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'REVIEWER DECISIONS ON HELD ITEMS        '.

       01  WS-RELEASE-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-VENDOR-INV-NO         PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-ACTION                PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-REVIEWED-BY           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-RESULT                PIC X(30).

       01  WS-HELD-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'ITEMS HELD AS LIKELY DUPLICATES         '.

       01  WS-HELD-DETAIL-LINE.
           05  FILLER                  PIC X(7) VALUE 'HELD:  '.
           05  HD-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HD-VENDOR-INV-NO         PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HD-INVOICE-DATE          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HD-CURRENCY-CODE         PIC X(3).
           05  HD-AMOUNT                PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HD-REASON                PIC X(30).

       01  WS-MATCHED-DETAIL-LINE.
           05  FILLER                  PIC X(7) VALUE '  VS:  '.
           05  MD-VENDOR-CODE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MD-VENDOR-INV-NO         PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MD-INVOICE-DATE          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MD-CURRENCY-CODE         PIC X(3).
           05  MD-AMOUNT                PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE '  STATUS: '.
           05  MD-STATUS                PIC X(1).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'SCREENED: '.
           05  TL-SCREENED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE '  HELD: '.
           05  TL-HELD-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  RELEASED: '.
           05  TL-RELEASED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  TL-REJECTED-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT AP-ITEM-FILE
           IF NOT AP-FILE-OK
               DISPLAY 'AP DUPLICATE CHECK - NO OPEN ITEM FILE, '
                   'NOTHING SCREENED'
               STOP RUN
           END-IF
           PERFORM READ-AP-ITEM
           PERFORM LOAD-BANK-DETAILS
           PERFORM STORE-AP-ITEM UNTIL AP-FILE-EOF
           CLOSE AP-ITEM-FILE
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           PERFORM APPLY-REVIEWER-DECISIONS
           WRITE DUPLICATE-REPORT-LINE FROM WS-HELD-HEADER-LINE
           PERFORM SCREEN-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           MOVE WS-SCREENED-COUNT TO TL-SCREENED-COUNT
           MOVE WS-HELD-COUNT TO TL-HELD-COUNT
           MOVE WS-RELEASED-COUNT TO TL-RELEASED-COUNT
           MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE DUPLICATE-REPORT-FILE
           PERFORM WRITE-AP-CARRY-FORWARD
           IF RELEASE-FILE-PRESENT
               PERFORM RETIRE-RELEASE-FILE
           END-IF
           DISPLAY 'AP DUPLICATE CHECK - SCREENED: '
               WS-SCREENED-COUNT
               ' HELD: ' WS-HELD-COUNT
               ' RELEASED: ' WS-RELEASED-COUNT
               ' REJECTED: ' WS-REJECTED-COUNT
           STOP RUN.

       LOAD-BANK-DETAILS.
           OPEN INPUT BANK-DETAIL-FILE
           IF BANK-FILE-OK
               PERFORM READ-BANK-DETAIL
               PERFORM STORE-BANK-DETAIL UNTIL BANK-FILE-EOF
               CLOSE BANK-DETAIL-FILE
           END-IF.

       READ-BANK-DETAIL.
           READ BANK-DETAIL-FILE
               AT END
                   SET BANK-FILE-EOF TO TRUE
           END-READ.

       STORE-BANK-DETAIL.
           IF WS-BANK-COUNT < WS-BANK-TABLE-MAX
               ADD 1 TO WS-BANK-COUNT
               MOVE VB-VENDOR-CODE
                   TO BK-VENDOR-CODE (WS-BANK-COUNT)
               MOVE VB-BANK-CODE TO BK-BANK-CODE (WS-BANK-COUNT)
               MOVE VB-BRANCH-CODE
                   TO BK-BRANCH-CODE (WS-BANK-COUNT)
               MOVE VB-ACCOUNT-NUMBER
                   TO BK-ACCOUNT-NUMBER (WS-BANK-COUNT)
           END-IF
           PERFORM READ-BANK-DETAIL.

       READ-AP-ITEM.
           READ AP-ITEM-FILE
               AT END
                   SET AP-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 比較用の項目を明細ごとに用意する: 正規化した請求番号、
      * 通貨と請求通貨建ての金額、請求日の通日、振込先口座。
      *----------------------------------------------------------------
       STORE-AP-ITEM.
           IF WS-ITEM-COUNT < WS-ITEM-TABLE-MAX
               ADD 1 TO WS-ITEM-COUNT
               MOVE AP-OPEN-ITEM-RECORD
                   TO IT-ITEM-IMAGE (WS-ITEM-COUNT)
               MOVE AP-VENDOR-CODE TO IT-VENDOR-CODE (WS-ITEM-COUNT)
               MOVE AP-VENDOR-INV-NO
                   TO IT-VENDOR-INV-NO (WS-ITEM-COUNT)
               MOVE AP-VENDOR-INV-NO TO WS-NORMAL-INPUT
               PERFORM NORMALISE-INVOICE-NO
               MOVE WS-NORMAL-OUTPUT
                   TO IT-NORMAL-INV-NO (WS-ITEM-COUNT)
               IF AP-YEN-ITEM
                   MOVE SPACES TO IT-CURRENCY-CODE (WS-ITEM-COUNT)
                   MOVE AP-ORIGINAL-AMOUNT
                       TO IT-DOCUMENT-AMOUNT (WS-ITEM-COUNT)
               ELSE
                   MOVE AP-CURRENCY-CODE
                       TO IT-CURRENCY-CODE (WS-ITEM-COUNT)
                   MOVE AP-FOREIGN-ORIGINAL
                       TO IT-DOCUMENT-AMOUNT (WS-ITEM-COUNT)
               END-IF
               MOVE AP-INVOICE-DATE
                   TO IT-INVOICE-DATE (WS-ITEM-COUNT)
               IF AP-INVOICE-DATE > ZERO
                   COMPUTE IT-DATE-INTEGER (WS-ITEM-COUNT) =
                       FUNCTION INTEGER-OF-DATE (AP-INVOICE-DATE)
               ELSE
                   MOVE ZERO TO IT-DATE-INTEGER (WS-ITEM-COUNT)
               END-IF
               MOVE SPACES TO IT-ACCOUNT-KEY (WS-ITEM-COUNT)
               SET BK-IDX TO 1
               SEARCH WS-BANK-ENTRY
                   AT END
                       CONTINUE
                   WHEN BK-IDX > WS-BANK-COUNT
                       CONTINUE
                   WHEN BK-VENDOR-CODE (BK-IDX) = AP-VENDOR-CODE
                       MOVE BK-ACCOUNT-KEY (BK-IDX)
                           TO IT-ACCOUNT-KEY (WS-ITEM-COUNT)
               END-SEARCH
               MOVE AP-ITEM-STATUS TO IT-STATUS (WS-ITEM-COUNT)
               IF AP-ITEM-OPEN AND AP-DUP-NOT-CHECKED
                   MOVE 'Y' TO IT-NEW-SW (WS-ITEM-COUNT)
               ELSE
                   MOVE 'N' TO IT-NEW-SW (WS-ITEM-COUNT)
               END-IF
           ELSE
               DISPLAY 'ERROR: AP ITEM TABLE FULL - ITEMS WOULD '
                   'BE LOST - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-AP-ITEM.

      *----------------------------------------------------------------
      * 請求番号の正規化: 英字は大文字、英数字以外は捨て、先頭の
      * ゼロも捨てる。'inv-00123' と 'INV 123' は同じ番号になる。
      *----------------------------------------------------------------
       NORMALISE-INVOICE-NO.
           INSPECT WS-NORMAL-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NORMAL-OUTPUT
           MOVE ZERO TO WS-NORMAL-OUT-SUB
           PERFORM NORMALISE-ONE-CHAR
               VARYING WS-NORMAL-IN-SUB FROM 1 BY 1
               UNTIL WS-NORMAL-IN-SUB > 12.

       NORMALISE-ONE-CHAR.
           MOVE WS-NORMAL-INPUT (WS-NORMAL-IN-SUB:1)
               TO WS-NORMAL-CHAR
           IF (WS-NORMAL-CHAR NUMERIC
                   OR (WS-NORMAL-CHAR ALPHABETIC-UPPER
                       AND WS-NORMAL-CHAR NOT = SPACE))
               AND NOT (WS-NORMAL-CHAR = '0'
                   AND WS-NORMAL-OUT-SUB = ZERO)
               ADD 1 TO WS-NORMAL-OUT-SUB
               MOVE WS-NORMAL-CHAR
                   TO WS-NORMAL-OUTPUT (WS-NORMAL-OUT-SUB:1)
           END-IF.

      *----------------------------------------------------------------
      * 保留明細への判定: R は支払対象に戻し以後は再判定しない、
      * D は重複として支払対象から外す。
      *----------------------------------------------------------------
       APPLY-REVIEWER-DECISIONS.
           WRITE DUPLICATE-REPORT-LINE FROM WS-RELEASE-HEADER-LINE
           OPEN INPUT RELEASE-FILE
           IF REL-FILE-OK
               SET RELEASE-FILE-PRESENT TO TRUE
               PERFORM READ-RELEASE
               PERFORM APPLY-ONE-DECISION UNTIL REL-FILE-EOF
               CLOSE RELEASE-FILE
           END-IF.

       READ-RELEASE.
           READ RELEASE-FILE
               AT END
                   SET REL-FILE-EOF TO TRUE
           END-READ.

       APPLY-ONE-DECISION.
           MOVE 'N' TO WS-RELEASE-HIT-SW
           PERFORM FIND-HELD-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   OR RELEASE-ITEM-FOUND
           EVALUATE TRUE
               WHEN NOT RELEASE-ITEM-FOUND
                   MOVE 'REFUSED - NO SUCH HELD ITEM'
                       TO WS-RESULT-TEXT
               WHEN DR-RELEASE-TO-PAY
                   PERFORM RELEASE-HELD-ITEM
               WHEN DR-REJECT-DUPLICATE
                   PERFORM REJECT-HELD-ITEM
               WHEN OTHER
                   MOVE 'REFUSED - UNKNOWN ACTION'
                       TO WS-RESULT-TEXT
           END-EVALUATE
           MOVE DR-VENDOR-CODE TO RL-VENDOR-CODE
           MOVE DR-VENDOR-INV-NO TO RL-VENDOR-INV-NO
           MOVE DR-ACTION TO RL-ACTION
           MOVE DR-REVIEWED-BY TO RL-REVIEWED-BY
           MOVE WS-RESULT-TEXT TO RL-RESULT
           WRITE DUPLICATE-REPORT-LINE FROM WS-RELEASE-DETAIL-LINE
           PERFORM READ-RELEASE.

       FIND-HELD-ITEM.
           IF IT-VENDOR-CODE (WS-ITEM-SUB) = DR-VENDOR-CODE
               AND IT-VENDOR-INV-NO (WS-ITEM-SUB) = DR-VENDOR-INV-NO
               AND IT-STATUS (WS-ITEM-SUB) = 'H'
               MOVE 'Y' TO WS-RELEASE-HIT-SW
               MOVE WS-ITEM-SUB TO WS-MATCH-SUB
           END-IF.

       RELEASE-HELD-ITEM.
           MOVE IT-ITEM-IMAGE (WS-MATCH-SUB) TO AP-OPEN-ITEM-RECORD
           SET AP-ITEM-OPEN TO TRUE
           SET AP-DUP-RELEASED TO TRUE
           MOVE AP-OPEN-ITEM-RECORD TO IT-ITEM-IMAGE (WS-MATCH-SUB)
           MOVE 'O' TO IT-STATUS (WS-MATCH-SUB)
           MOVE 'RELEASED TO PAY' TO WS-RESULT-TEXT
           ADD 1 TO WS-RELEASED-COUNT.

       REJECT-HELD-ITEM.
           MOVE IT-ITEM-IMAGE (WS-MATCH-SUB) TO AP-OPEN-ITEM-RECORD
           SET AP-ITEM-DUPLICATE TO TRUE
           MOVE AP-OPEN-ITEM-RECORD TO IT-ITEM-IMAGE (WS-MATCH-SUB)
           MOVE 'D' TO IT-STATUS (WS-MATCH-SUB)
           MOVE 'REJECTED AS DUPLICATE' TO WS-RESULT-TEXT
           ADD 1 TO WS-REJECTED-COUNT.

       SCREEN-ONE-ITEM.
           IF IT-NEW-ITEM (WS-ITEM-SUB)
               ADD 1 TO WS-SCREENED-COUNT
               MOVE ZERO TO WS-MATCH-SUB
               PERFORM COMPARE-WITH-OTHER-ITEM
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-ITEM-COUNT
                       OR WS-MATCH-SUB > ZERO
               MOVE IT-ITEM-IMAGE (WS-ITEM-SUB)
                   TO AP-OPEN-ITEM-RECORD
               SET AP-DUP-CHECKED TO TRUE
               IF WS-MATCH-SUB > ZERO
                   SET AP-ITEM-HELD TO TRUE
                   MOVE 'H' TO IT-STATUS (WS-ITEM-SUB)
                   PERFORM REPORT-HELD-ITEM
               END-IF
               MOVE AP-OPEN-ITEM-RECORD
                   TO IT-ITEM-IMAGE (WS-ITEM-SUB)
           END-IF.

      *----------------------------------------------------------------
      * 自分自身と、今回新規の後ろの明細とは比べない(新規同士は
      * 後の方だけを保留する)。
      *----------------------------------------------------------------
       COMPARE-WITH-OTHER-ITEM.
           IF WS-OTHER-SUB NOT = WS-ITEM-SUB
               AND NOT (IT-NEW-ITEM (WS-OTHER-SUB)
                   AND WS-OTHER-SUB > WS-ITEM-SUB)
               PERFORM APPLY-DUPLICATE-RULES
           END-IF.

       APPLY-DUPLICATE-RULES.
           IF IT-VENDOR-CODE (WS-OTHER-SUB)
               = IT-VENDOR-CODE (WS-ITEM-SUB)
               IF IT-NORMAL-INV-NO (WS-OTHER-SUB) NOT = SPACES
                   AND IT-NORMAL-INV-NO (WS-OTHER-SUB)
                       = IT-NORMAL-INV-NO (WS-ITEM-SUB)
                   MOVE 'SAME INVOICE NUMBER'
                       TO WS-MATCH-REASON
                   MOVE WS-OTHER-SUB TO WS-MATCH-SUB
               ELSE
                   IF IT-CURRENCY-CODE (WS-OTHER-SUB)
                       = IT-CURRENCY-CODE (WS-ITEM-SUB)
                       AND IT-DOCUMENT-AMOUNT (WS-OTHER-SUB)
                           = IT-DOCUMENT-AMOUNT (WS-ITEM-SUB)
                       PERFORM CHECK-DATE-PROXIMITY
                   END-IF
               END-IF
           ELSE
               IF IT-ACCOUNT-KEY (WS-OTHER-SUB) NOT = SPACES
                   AND IT-ACCOUNT-KEY (WS-OTHER-SUB)
                       = IT-ACCOUNT-KEY (WS-ITEM-SUB)
                   AND IT-CURRENCY-CODE (WS-OTHER-SUB)
                       = IT-CURRENCY-CODE (WS-ITEM-SUB)
                   AND IT-DOCUMENT-AMOUNT (WS-OTHER-SUB)
                       = IT-DOCUMENT-AMOUNT (WS-ITEM-SUB)
                   MOVE 'SAME AMOUNT, SAME BANK ACCOUNT'
                       TO WS-MATCH-REASON
                   MOVE WS-OTHER-SUB TO WS-MATCH-SUB
               END-IF
           END-IF.

       CHECK-DATE-PROXIMITY.
           IF IT-DATE-INTEGER (WS-OTHER-SUB) > ZERO
               AND IT-DATE-INTEGER (WS-ITEM-SUB) > ZERO
               COMPUTE WS-DAY-GAP = IT-DATE-INTEGER (WS-ITEM-SUB)
                   - IT-DATE-INTEGER (WS-OTHER-SUB)
               IF WS-DAY-GAP < ZERO
                   COMPUTE WS-DAY-GAP = ZERO - WS-DAY-GAP
               END-IF
               IF WS-DAY-GAP NOT > DC-DATE-WINDOW-DAYS
                   MOVE 'SAME AMOUNT, DATES CLOSE'
                       TO WS-MATCH-REASON
                   MOVE WS-OTHER-SUB TO WS-MATCH-SUB
               END-IF
           END-IF.

       REPORT-HELD-ITEM.
           ADD 1 TO WS-HELD-COUNT
           MOVE IT-VENDOR-CODE (WS-ITEM-SUB) TO HD-VENDOR-CODE
           MOVE IT-VENDOR-INV-NO (WS-ITEM-SUB) TO HD-VENDOR-INV-NO
           MOVE IT-INVOICE-DATE (WS-ITEM-SUB) TO HD-INVOICE-DATE
           MOVE IT-CURRENCY-CODE (WS-ITEM-SUB) TO HD-CURRENCY-CODE
           MOVE IT-DOCUMENT-AMOUNT (WS-ITEM-SUB) TO HD-AMOUNT
           MOVE WS-MATCH-REASON TO HD-REASON
           WRITE DUPLICATE-REPORT-LINE FROM WS-HELD-DETAIL-LINE
           MOVE IT-VENDOR-CODE (WS-MATCH-SUB) TO MD-VENDOR-CODE
           MOVE IT-VENDOR-INV-NO (WS-MATCH-SUB) TO MD-VENDOR-INV-NO
           MOVE IT-INVOICE-DATE (WS-MATCH-SUB) TO MD-INVOICE-DATE
           MOVE IT-CURRENCY-CODE (WS-MATCH-SUB) TO MD-CURRENCY-CODE
           MOVE IT-DOCUMENT-AMOUNT (WS-MATCH-SUB) TO MD-AMOUNT
           MOVE IT-STATUS (WS-MATCH-SUB) TO MD-STATUS
           WRITE DUPLICATE-REPORT-LINE FROM WS-MATCHED-DETAIL-LINE.

       WRITE-AP-CARRY-FORWARD.
           OPEN OUTPUT AP-ITEM-OUT-FILE
           PERFORM WRITE-ONE-CARRY-FORWARD
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           CLOSE AP-ITEM-OUT-FILE.

       WRITE-ONE-CARRY-FORWARD.
           WRITE AP-ITEM-OUT-RECORD FROM IT-ITEM-IMAGE (WS-ITEM-SUB).

       RETIRE-RELEASE-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-REL-GEN-FILE-NAME
           CALL 'CBL_RENAME_FILE' USING WS-REL-FILE-NAME
                                         WS-REL-GEN-FILE-NAME.
