       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-ONBOARDING.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * One transaction to bring an employee on or take one off,
      * instead of five clerks keying five files and the first
      * payroll finding the one that was missed.  ONBOARD.DAT hire
      * rows (type H) are validated as a whole before anything is
      * written: the employee must not already be on EMPLOYEE.DAT
      * or any of the side files, the 部署ーコード must be an active
      * department on 組織マスター (ORGCHART.DAT), the bank details
      * must be complete, the commute route consistent, and a
      * social insurance grade must be available (keyed, or picked
      * from SIPREM.DAT on 基本給 plus 手当).  A hire that passes is
      * created in the one run: the 社員マスター row is written
      * 在籍中 to the indexed EMPLOYEE.DAT with a
      * MASTER-UPDATE-JOURNAL row, and EMPBANK.DAT, COMMUTE.DAT,
      * SIGRADE.DAT and LEAVELGR.DAT each get their row appended -
      * the leave row is the LEAVE-GRANT-TABLE grant for the 入社
      * date itself, so LEAVE-ACCRUAL-RUN sees it already made.
      * Every failed check goes to ONBOARD.EXC and the hire is not
      * written at all.
      * A separation row (type S) flips 在籍ー状態 to 退職済み
      * (REWRITE plus journal) and closes the employee out: the
      * commute and grade rows are dropped on COMMUTE.NEW and
      * SIGRADE.NEW, and any unexpired leave grant is marked
      * expired on LEAVELGR.NEW, for ops to swap in.  EMPBANK.DAT
      * is left alone - the final pay and the retirement payout
      * still go to that account.
      * Rows dated after the run are carried to ONBOARD.NEW as
      * PERSONNEL-ACTION-APPLY does; a future hire is validated
      * each night so problems surface before the start date.
      * ONBOARD.RPT lists what was done and then the checklist:
      * every 在籍中 employee still missing a bank, grade or leave
      * row (an employee with no commute row shows NONE, since not
      * everyone has a route).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS 社員ーコード
               FILE STATUS IS WS-EMP-STATUS.
           SELECT ORG-CHART-FILE ASSIGN TO "ORGCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORG-STATUS.
           SELECT ONBOARD-FILE ASSIGN TO "ONBOARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
           SELECT ONBOARD-OUT-FILE ASSIGN TO "ONBOARD.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ONBOARD-EXCEPTION-FILE ASSIGN TO "ONBOARD.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKLIST-FILE ASSIGN TO "ONBOARD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREMIUM-TABLE-FILE ASSIGN TO "SIPREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREM-STATUS.
           SELECT BANK-FILE ASSIGN TO "EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT COMMUTE-FILE ASSIGN TO "COMMUTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STATUS.
           SELECT COMMUTE-OUT-FILE ASSIGN TO "COMMUTE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-FILE ASSIGN TO "SIGRADE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT GRADE-OUT-FILE ASSIGN TO "SIGRADE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEAVE-LEDGER-FILE ASSIGN TO "LEAVELGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGR-STATUS.
           SELECT LEAVE-LEDGER-OUT-FILE ASSIGN TO "LEAVELGR.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY 社員マスター.

       FD  ORG-CHART-FILE.
       COPY 組織マスター.

       FD  ONBOARD-FILE.
       COPY ONBOARDING-TXN-RECORD.

       FD  ONBOARD-OUT-FILE.
       01  ONBOARD-OUT-RECORD           PIC X(132).

       FD  ONBOARD-EXCEPTION-FILE.
       01  ONBOARD-EXCEPTION-LINE       PIC X(80).

       FD  CHECKLIST-FILE.
       01  CHECKLIST-LINE               PIC X(120).

       FD  PREMIUM-TABLE-FILE.
       COPY SI-PREMIUM-RECORD.

       FD  BANK-FILE.
       COPY EMPLOYEE-BANK-RECORD.

       FD  COMMUTE-FILE.
       COPY COMMUTE-ALLOWANCE-RECORD.

       FD  COMMUTE-OUT-FILE.
       01  COMMUTE-OUT-RECORD           PIC X(18).

       FD  GRADE-FILE.
       COPY SI-GRADE-RECORD.

       FD  GRADE-OUT-FILE.
       01  GRADE-OUT-RECORD             PIC X(25).

       FD  LEAVE-LEDGER-FILE.
       COPY LEAVE-LEDGER-RECORD.

       FD  LEAVE-LEDGER-OUT-FILE.
       01  LEAVE-LEDGER-OUT-RECORD      PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS                 PIC XX.
           88  EMP-FILE-OK                   VALUE '00'.
           88  EMP-FILE-EOF                  VALUE '10'.
       01  WS-ORG-STATUS                 PIC XX.
           88  ORG-FILE-OK                   VALUE '00'.
           88  ORG-FILE-EOF                  VALUE '10'.
       01  WS-OB-STATUS                  PIC XX.
           88  OB-FILE-OK                    VALUE '00'.
           88  OB-FILE-EOF                   VALUE '10'.
       01  WS-PREM-STATUS                PIC XX.
           88  PREM-FILE-OK                  VALUE '00'.
           88  PREM-FILE-EOF                 VALUE '10'.
       01  WS-BANK-STATUS                PIC XX.
           88  BANK-FILE-OK                  VALUE '00'.
           88  BANK-FILE-EOF                 VALUE '10'.
       01  WS-COMM-STATUS                PIC XX.
           88  COMM-FILE-OK                  VALUE '00'.
           88  COMM-FILE-EOF                 VALUE '10'.
       01  WS-GRADE-STATUS               PIC XX.
           88  GRADE-FILE-OK                 VALUE '00'.
           88  GRADE-FILE-EOF                VALUE '10'.
       01  WS-LGR-STATUS                 PIC XX.
           88  LGR-FILE-OK                   VALUE '00'.
           88  LGR-FILE-EOF                  VALUE '10'.

       COPY LEAVE-GRANT-TABLE.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).

      *----------------------------------------------------------------
      * 組織マスター: 部署ーコードの存在と有効性の確認用。
      *----------------------------------------------------------------
       01  WS-ORG-TABLE-MAX              PIC 9(4) VALUE 200.
       01  WS-ORG-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-ORG-ENTRIES.
           05  WS-ORG-ENTRY              OCCURS 200 TIMES
                                             INDEXED BY OC-IDX.
               10  OC-部署ーコード           PIC X(10).
               10  OC-部署ー状態             PIC X(1).
       01  WS-DEPT-FOUND-SW              PIC X(1).
           88  DEPT-ON-ORG-CHART             VALUE 'Y'.
       01  WS-DEPT-STATE                 PIC X(1).
           88  DEPT-STATE-ACTIVE             VALUE '1'.

      *----------------------------------------------------------------
      * 料額表: 実行日以前で最新の発効日の行だけを等級順に積む。
      *----------------------------------------------------------------
       01  WS-PREM-TABLE-MAX             PIC 9(2) VALUE 50.
       01  WS-PREM-COUNT                 PIC 9(2) VALUE ZERO.
       01  WS-PREM-ENTRIES.
           05  WS-PREM-ENTRY             OCCURS 50 TIMES.
               10  PM-GRADE                  PIC 9(2).
               10  PM-STANDARD-MONTHLY       PIC 9(7).
               10  PM-EFFECTIVE-DATE         PIC 9(8).
       01  WS-PREM-SUB                   PIC 9(2) COMP.
       01  WS-AVERAGE-PAY                PIC 9(9)V99.
       01  WS-PICKED-GRADE               PIC 9(2).
       01  WS-PICKED-STANDARD            PIC 9(7).

      *----------------------------------------------------------------
      * 各付随ファイルに行のある社員ーコード。登録の重複防止と
      * チェックリストの突合せに使う。
      *----------------------------------------------------------------
       01  WS-ID-TABLE-MAX               PIC 9(4) VALUE 1000.
       01  WS-BANK-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-BANK-ENTRIES.
           05  WS-BANK-ENTRY             OCCURS 1000 TIMES
                                             INDEXED BY BK-IDX.
               10  BK-EMPLOYEE-ID            PIC 9(8).
       01  WS-COMM-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-COMM-ENTRIES.
           05  WS-COMM-ENTRY             OCCURS 1000 TIMES
                                             INDEXED BY CM-IDX.
               10  CMT-EMPLOYEE-ID           PIC 9(8).
       01  WS-GRADE-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-GRADE-ENTRIES.
           05  WS-GRADE-ENTRY            OCCURS 1000 TIMES
                                             INDEXED BY GR-IDX.
               10  GRT-EMPLOYEE-ID           PIC 9(8).
       01  WS-LEAVE-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-LEAVE-ENTRIES.
           05  WS-LEAVE-ENTRY            OCCURS 1000 TIMES
                                             INDEXED BY LV-IDX.
               10  LVT-EMPLOYEE-ID           PIC 9(8).
       01  WS-LOOKUP-EMPLOYEE-ID         PIC 9(8).
       01  WS-ID-FOUND-SW                PIC X(1).
           88  ID-ON-FILE                    VALUE 'Y'.
           88  ID-NOT-ON-FILE                VALUE 'N'.

      *----------------------------------------------------------------
      * 今回退職させた社員。通勤・等級・休暇台帳の締めに使う。
      *----------------------------------------------------------------
       01  WS-LEAVER-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-LEAVER-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-LEAVER-ENTRIES.
           05  WS-LEAVER-ENTRY           OCCURS 200 TIMES
                                             INDEXED BY LR-IDX.
               10  LRT-EMPLOYEE-ID           PIC 9(8).
       01  WS-LEAVER-FOUND-SW            PIC X(1).
           88  EMPLOYEE-IS-LEAVER            VALUE 'Y'.

       01  WS-TXN-ERROR-COUNT            PIC 9(2).
       01  WS-SERVICE-YEARS              PIC S9(3) VALUE ZERO.
       01  WS-GRANT-DAYS                 PIC 9(2).
       01  WS-MISSING-COUNT              PIC 9(1).

       01  WS-HIRED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-SEPARATED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-PENDING-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-INCOMPLETE-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-COMMUTE-DROPPED            PIC 9(5) VALUE ZERO.
       01  WS-GRADE-DROPPED              PIC 9(5) VALUE ZERO.
       01  WS-GRANTS-EXPIRED             PIC 9(5) VALUE ZERO.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                        VALUE 'EMPLOYEE-ONBOARDING'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8) VALUE 'BATCH'.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'ONBOARDING / OFFBOARDING RUN  '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  HL-RUN-DATE              PIC 9(8).

       01  WS-HIRED-DETAIL-LINE.
           05  FILLER                  PIC X(11) VALUE 'HIRED:     '.
           05  HD-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HD-EMPLOYEE-NAME         PIC X(20).
           05  FILLER                  PIC X(7) VALUE ' DEPT: '.
           05  HD-DEPT-CODE             PIC X(10).
           05  FILLER                  PIC X(8) VALUE ' GRADE: '.
           05  HD-SI-GRADE              PIC 9(2).
           05  FILLER                  PIC X(6) VALUE ' STD: '.
           05  HD-SI-STANDARD           PIC ZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE ' LEAVE: '.
           05  HD-GRANT-DAYS            PIC Z9.
           05  FILLER                  PIC X(10)
               VALUE ' COMMUTE: '.
           05  HD-COMMUTE-MODE          PIC X(4).

       01  WS-SEPARATED-DETAIL-LINE.
           05  FILLER                  PIC X(11) VALUE 'SEPARATED: '.
           05  SD-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SD-EMPLOYEE-NAME         PIC X(20).
           05  FILLER                  PIC X(7) VALUE ' DEPT: '.
           05  SD-DEPT-CODE             PIC X(10).
           05  FILLER                  PIC X(12)
               VALUE ' EFFECTIVE: '.
           05  SD-EFFECTIVE-DATE        PIC 9(8).

       01  WS-PENDING-DETAIL-LINE.
           05  FILLER                  PIC X(11) VALUE 'PENDING:   '.
           05  PD-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PD-TXN-TYPE              PIC X(1).
           05  FILLER                  PIC X(12)
               VALUE ' EFFECTIVE: '.
           05  PD-EFFECTIVE-DATE        PIC 9(8).

       01  WS-CHECKLIST-HEADING.
           05  FILLER                  PIC X(30)
               VALUE 'CHECKLIST - 在籍中 STAFF '.
           05  FILLER                  PIC X(30)
               VALUE 'WITH RECORDS STILL MISSING'.

       01  WS-CHECKLIST-DETAIL-LINE.
           05  FILLER                  PIC X(7) VALUE 'CHECK: '.
           05  CL-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-EMPLOYEE-NAME         PIC X(20).
           05  FILLER                  PIC X(7) VALUE ' DEPT: '.
           05  CL-DEPT-CODE             PIC X(10).
           05  FILLER                  PIC X(7) VALUE ' BANK: '.
           05  CL-BANK-STATE            PIC X(7).
           05  FILLER                  PIC X(10)
               VALUE ' SIGRADE: '.
           05  CL-GRADE-STATE           PIC X(7).
           05  FILLER                  PIC X(8) VALUE ' LEAVE: '.
           05  CL-LEAVE-STATE           PIC X(7).
           05  FILLER                  PIC X(10)
               VALUE ' COMMUTE: '.
           05  CL-COMMUTE-STATE         PIC X(7).

       01  WS-CHECKLIST-TOTAL-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'STAFF WITH RECORDS MISSING:  '.
           05  CT-INCOMPLETE-COUNT      PIC ZZZZ9.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(12) VALUE 'ONBRD EXC: '.
           05  OE-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OE-TXN-TYPE              PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OE-REASON                PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-ORG-CHART
           PERFORM LOAD-PREMIUM-TABLE
           PERFORM LOAD-BANK-IDS
           PERFORM LOAD-COMMUTE-IDS
           PERFORM LOAD-GRADE-IDS
           PERFORM LOAD-LEAVE-IDS
           OPEN I-O EMPLOYEE-FILE
           OPEN INPUT ONBOARD-FILE
           OPEN OUTPUT ONBOARD-OUT-FILE
           OPEN OUTPUT ONBOARD-EXCEPTION-FILE
           OPEN OUTPUT CHECKLIST-FILE
           PERFORM OPEN-SIDE-FILES-EXTEND
           MOVE WS-TODAY-CCYYMMDD TO HL-RUN-DATE
           WRITE CHECKLIST-LINE FROM WS-HEADING-LINE
           IF OB-FILE-OK
               PERFORM READ-ONBOARD-TXN
               PERFORM WORK-ONE-TXN UNTIL OB-FILE-EOF
               CLOSE ONBOARD-FILE
           END-IF
           CLOSE ONBOARD-OUT-FILE
           CLOSE ONBOARD-EXCEPTION-FILE
           CLOSE BANK-FILE
           CLOSE COMMUTE-FILE
           CLOSE GRADE-FILE
           CLOSE LEAVE-LEDGER-FILE
           IF WS-SEPARATED-COUNT > ZERO
               PERFORM CLOSE-OUT-COMMUTE-ROWS
               PERFORM CLOSE-OUT-GRADE-ROWS
               PERFORM CLOSE-OUT-LEAVE-GRANTS
           END-IF
           PERFORM WRITE-CHECKLIST
           CLOSE EMPLOYEE-FILE
           CLOSE CHECKLIST-FILE
           DISPLAY 'ONBOARDING - HIRED: ' WS-HIRED-COUNT
               ' SEPARATED: ' WS-SEPARATED-COUNT
               ' PENDING: ' WS-PENDING-COUNT
               ' REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'ONBOARDING - COMMUTE ROWS DROPPED: '
               WS-COMMUTE-DROPPED
               ' GRADE ROWS DROPPED: ' WS-GRADE-DROPPED
               ' LEAVE GRANTS EXPIRED: ' WS-GRANTS-EXPIRED
           DISPLAY 'ONBOARDING - STAFF WITH RECORDS MISSING: '
               WS-INCOMPLETE-COUNT
           STOP RUN.

       LOAD-ORG-CHART.
           OPEN INPUT ORG-CHART-FILE
           IF ORG-FILE-OK
               PERFORM READ-ORG-CHART
               PERFORM STORE-ORG-ENTRY UNTIL ORG-FILE-EOF
               CLOSE ORG-CHART-FILE
           END-IF.

       READ-ORG-CHART.
           READ ORG-CHART-FILE
               AT END
                   SET ORG-FILE-EOF TO TRUE
           END-READ.

       STORE-ORG-ENTRY.
           IF WS-ORG-COUNT < WS-ORG-TABLE-MAX
               ADD 1 TO WS-ORG-COUNT
               MOVE 部署ーコード OF 組織マスター
                   TO OC-部署ーコード (WS-ORG-COUNT)
               MOVE 部署ー状態 TO OC-部署ー状態 (WS-ORG-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-ORG-TABLE-MAX
                   ' DEPARTMENTS ON ORGCHART.DAT - RUN ABORTED'
               CLOSE ORG-CHART-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-ORG-CHART.

       LOAD-PREMIUM-TABLE.
           MOVE ZERO TO WS-PREM-COUNT
           MOVE ZERO TO PM-EFFECTIVE-DATE (1)
           OPEN INPUT PREMIUM-TABLE-FILE
           IF PREM-FILE-OK
               PERFORM READ-PREMIUM-ROW
               PERFORM NOTE-LATEST-DATE UNTIL PREM-FILE-EOF
               CLOSE PREMIUM-TABLE-FILE
           END-IF
           MOVE '00' TO WS-PREM-STATUS
           OPEN INPUT PREMIUM-TABLE-FILE
           IF PREM-FILE-OK
               PERFORM READ-PREMIUM-ROW
               PERFORM STORE-CURRENT-ROW UNTIL PREM-FILE-EOF
               CLOSE PREMIUM-TABLE-FILE
           END-IF.

       READ-PREMIUM-ROW.
           READ PREMIUM-TABLE-FILE
               AT END
                   SET PREM-FILE-EOF TO TRUE
           END-READ.

       NOTE-LATEST-DATE.
           IF SI-EFFECTIVE-DATE NOT > WS-TODAY-CCYYMMDD
               AND SI-EFFECTIVE-DATE
                   > PM-EFFECTIVE-DATE (1)
               MOVE SI-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE (1)
           END-IF
           PERFORM READ-PREMIUM-ROW.

       STORE-CURRENT-ROW.
           IF SI-EFFECTIVE-DATE = PM-EFFECTIVE-DATE (1)
               AND WS-PREM-COUNT < WS-PREM-TABLE-MAX
               ADD 1 TO WS-PREM-COUNT
               MOVE SI-GRADE TO PM-GRADE (WS-PREM-COUNT)
               MOVE SI-STANDARD-MONTHLY
                   TO PM-STANDARD-MONTHLY (WS-PREM-COUNT)
           END-IF
           PERFORM READ-PREMIUM-ROW.

      *----------------------------------------------------------------
      * 付随ファイル4本の社員ーコードを読み込む。休暇台帳は付与ごと
      * の行なので、社員ごとに1件だけ積む。
      *----------------------------------------------------------------
       LOAD-BANK-IDS.
           OPEN INPUT BANK-FILE
           IF BANK-FILE-OK
               PERFORM READ-BANK-ROW
               PERFORM STORE-BANK-ID UNTIL BANK-FILE-EOF
               CLOSE BANK-FILE
           END-IF.

       READ-BANK-ROW.
           READ BANK-FILE
               AT END
                   SET BANK-FILE-EOF TO TRUE
           END-READ.

       STORE-BANK-ID.
           IF WS-BANK-COUNT < WS-ID-TABLE-MAX
               ADD 1 TO WS-BANK-COUNT
               MOVE EB-EMPLOYEE-ID TO BK-EMPLOYEE-ID (WS-BANK-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-ID-TABLE-MAX
                   ' ROWS ON EMPBANK.DAT - RUN ABORTED'
               CLOSE BANK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BANK-ROW.

       LOAD-COMMUTE-IDS.
           OPEN INPUT COMMUTE-FILE
           IF COMM-FILE-OK
               PERFORM READ-COMMUTE-ROW
               PERFORM STORE-COMMUTE-ID UNTIL COMM-FILE-EOF
               CLOSE COMMUTE-FILE
           END-IF.

       READ-COMMUTE-ROW.
           READ COMMUTE-FILE
               AT END
                   SET COMM-FILE-EOF TO TRUE
           END-READ.

       STORE-COMMUTE-ID.
           IF WS-COMM-COUNT < WS-ID-TABLE-MAX
               ADD 1 TO WS-COMM-COUNT
               MOVE CM-EMPLOYEE-ID TO CMT-EMPLOYEE-ID (WS-COMM-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-ID-TABLE-MAX
                   ' ROWS ON COMMUTE.DAT - RUN ABORTED'
               CLOSE COMMUTE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-COMMUTE-ROW.

       LOAD-GRADE-IDS.
           OPEN INPUT GRADE-FILE
           IF GRADE-FILE-OK
               PERFORM READ-GRADE-ROW
               PERFORM STORE-GRADE-ID UNTIL GRADE-FILE-EOF
               CLOSE GRADE-FILE
           END-IF.

       READ-GRADE-ROW.
           READ GRADE-FILE
               AT END
                   SET GRADE-FILE-EOF TO TRUE
           END-READ.

       STORE-GRADE-ID.
           IF WS-GRADE-COUNT < WS-ID-TABLE-MAX
               ADD 1 TO WS-GRADE-COUNT
               MOVE SG-EMPLOYEE-ID TO GRT-EMPLOYEE-ID (WS-GRADE-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-ID-TABLE-MAX
                   ' ROWS ON SIGRADE.DAT - RUN ABORTED'
               CLOSE GRADE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-GRADE-ROW.

       LOAD-LEAVE-IDS.
           OPEN INPUT LEAVE-LEDGER-FILE
           IF LGR-FILE-OK
               PERFORM READ-LEAVE-LEDGER
               PERFORM STORE-LEAVE-ID UNTIL LGR-FILE-EOF
               CLOSE LEAVE-LEDGER-FILE
           END-IF.

       READ-LEAVE-LEDGER.
           READ LEAVE-LEDGER-FILE
               AT END
                   SET LGR-FILE-EOF TO TRUE
           END-READ.

       STORE-LEAVE-ID.
           MOVE LL-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM FIND-LEAVE-ID
           IF ID-NOT-ON-FILE
               IF WS-LEAVE-COUNT < WS-ID-TABLE-MAX
                   ADD 1 TO WS-LEAVE-COUNT
                   MOVE LL-EMPLOYEE-ID
                       TO LVT-EMPLOYEE-ID (WS-LEAVE-COUNT)
               ELSE
                   DISPLAY 'ERROR: MORE THAN ' WS-ID-TABLE-MAX
                       ' EMPLOYEES ON LEAVELGR.DAT - RUN ABORTED'
                   CLOSE LEAVE-LEDGER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-LEAVE-LEDGER.

       OPEN-SIDE-FILES-EXTEND.
           OPEN EXTEND BANK-FILE
           IF WS-BANK-STATUS NOT = '00'
               OPEN OUTPUT BANK-FILE
           END-IF
           OPEN EXTEND COMMUTE-FILE
           IF WS-COMM-STATUS NOT = '00'
               OPEN OUTPUT COMMUTE-FILE
           END-IF
           OPEN EXTEND GRADE-FILE
           IF WS-GRADE-STATUS NOT = '00'
               OPEN OUTPUT GRADE-FILE
           END-IF
           OPEN EXTEND LEAVE-LEDGER-FILE
           IF WS-LGR-STATUS NOT = '00'
               OPEN OUTPUT LEAVE-LEDGER-FILE
           END-IF.

       READ-ONBOARD-TXN.
           READ ONBOARD-FILE
               AT END
                   SET OB-FILE-EOF TO TRUE
           END-READ.

       WORK-ONE-TXN.
           IF OB-HIRE
               PERFORM VALIDATE-HIRE
               IF WS-TXN-ERROR-COUNT > ZERO
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   IF OB-EFFECTIVE-DATE > WS-TODAY-CCYYMMDD
                       PERFORM CARRY-PENDING-TXN
                   ELSE
                       PERFORM CREATE-EMPLOYEE-RECORDS
                   END-IF
               END-IF
           ELSE
               IF OB-SEPARATION
                   IF OB-EFFECTIVE-DATE > WS-TODAY-CCYYMMDD
                       PERFORM CARRY-PENDING-TXN
                   ELSE
                       PERFORM APPLY-SEPARATION
                   END-IF
               ELSE
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO OE-REASON
                   PERFORM WRITE-TXN-EXCEPTION
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF
           PERFORM READ-ONBOARD-TXN.

       CARRY-PENDING-TXN.
           WRITE ONBOARD-OUT-RECORD FROM ONBOARDING-TXN-RECORD
           MOVE OB-EMPLOYEE-ID TO PD-EMPLOYEE-ID
           MOVE OB-TXN-TYPE TO PD-TXN-TYPE
           MOVE OB-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE
           WRITE CHECKLIST-LINE FROM WS-PENDING-DETAIL-LINE
           ADD 1 TO WS-PENDING-COUNT.

       WRITE-TXN-EXCEPTION.
           MOVE OB-EMPLOYEE-ID TO OE-EMPLOYEE-ID
           MOVE OB-TXN-TYPE TO OE-TXN-TYPE
           WRITE ONBOARD-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE
           ADD 1 TO WS-TXN-ERROR-COUNT.

      *----------------------------------------------------------------
      * 入社: 全項目をまとめて検査し、不備はすべて例外に出す。
      * 1件でも不備があれば、どのファイルにも書かない。
      *----------------------------------------------------------------
       VALIDATE-HIRE.
           MOVE ZERO TO WS-TXN-ERROR-COUNT
           IF OB-EMPLOYEE-ID = ZERO
               MOVE 'EMPLOYEE ID MISSING' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           ELSE
               MOVE OB-EMPLOYEE-ID TO 社員ーコード
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'EMPLOYEE ALREADY ON FILE' TO OE-REASON
                       PERFORM WRITE-TXN-EXCEPTION
               END-READ
           END-IF
           IF OB-EFFECTIVE-DATE = ZERO
               MOVE '入社 DATE MISSING' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           IF OB-EMPLOYEE-NAME = SPACES
               MOVE 'EMPLOYEE NAME MISSING' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           IF OB-BASE-PAY = ZERO
               MOVE 'BASE PAY MISSING' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           PERFORM VALIDATE-HIRE-DEPT
           PERFORM VALIDATE-HIRE-BANK
           PERFORM VALIDATE-HIRE-COMMUTE
           PERFORM VALIDATE-HIRE-SIDE-FILES
           PERFORM RESOLVE-SI-GRADE.

       VALIDATE-HIRE-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND-SW
           MOVE SPACE TO WS-DEPT-STATE
           SET OC-IDX TO 1
           SEARCH WS-ORG-ENTRY
               AT END
                   CONTINUE
               WHEN OC-IDX > WS-ORG-COUNT
                   CONTINUE
               WHEN OC-部署ーコード (OC-IDX) = OB-DEPT-CODE
                   MOVE 'Y' TO WS-DEPT-FOUND-SW
                   MOVE OC-部署ー状態 (OC-IDX) TO WS-DEPT-STATE
           END-SEARCH
           IF NOT DEPT-ON-ORG-CHART
               MOVE 'DEPT NOT ON ORGCHART.DAT' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           ELSE
               IF NOT DEPT-STATE-ACTIVE
                   MOVE 'DEPT INACTIVE ON ORGCHART.DAT' TO OE-REASON
                   PERFORM WRITE-TXN-EXCEPTION
               END-IF
           END-IF.

       VALIDATE-HIRE-BANK.
           IF OB-BANK-CODE = ZERO
               MOVE 'BANK CODE MISSING' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           IF OB-BRANCH-CODE = ZERO
               MOVE 'BRANCH CODE MISSING' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           IF OB-ACCOUNT-TYPE = ZERO
               MOVE 'ACCOUNT TYPE MISSING' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           IF OB-ACCOUNT-NUMBER = ZERO
               MOVE 'ACCOUNT NUMBER MISSING' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           IF OB-ACCOUNT-NAME = SPACES
               MOVE 'ACCOUNT NAME MISSING' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           IF OB-REIMBURSE-METHOD NOT = SPACE
               AND OB-REIMBURSE-METHOD NOT = 'B'
               AND OB-REIMBURSE-METHOD NOT = 'P'
               MOVE 'REIMBURSE METHOD NOT B OR P' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF.

       VALIDATE-HIRE-COMMUTE.
           IF NOT OB-COMMUTE-VALID
               MOVE 'COMMUTE MODE NOT R, B OR C' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           ELSE
               IF NOT OB-NO-COMMUTE
                   IF OB-PASS-COST = ZERO
                       MOVE 'COMMUTE PASS COST MISSING'
                           TO OE-REASON
                       PERFORM WRITE-TXN-EXCEPTION
                   END-IF
                   IF OB-PAY-INTERVAL = ZERO
                       MOVE 'COMMUTE PAY INTERVAL MISSING'
                           TO OE-REASON
                       PERFORM WRITE-TXN-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       VALIDATE-HIRE-SIDE-FILES.
           MOVE OB-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM FIND-BANK-ID
           IF ID-ON-FILE
               MOVE 'ALREADY ON EMPBANK.DAT' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           PERFORM FIND-COMMUTE-ID
           IF ID-ON-FILE
               MOVE 'ALREADY ON COMMUTE.DAT' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           PERFORM FIND-GRADE-ID
           IF ID-ON-FILE
               MOVE 'ALREADY ON SIGRADE.DAT' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF
           PERFORM FIND-LEAVE-ID
           IF ID-ON-FILE
               MOVE 'ALREADY ON LEAVELGR.DAT' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      * 等級の指定があれば料額表で確認し、無ければ支給実績のない社員
      * と同じく基本給+手当から等級を選ぶ。
      *----------------------------------------------------------------
       RESOLVE-SI-GRADE.
           MOVE ZERO TO WS-PICKED-GRADE
           MOVE ZERO TO WS-PICKED-STANDARD
           IF WS-PREM-COUNT = ZERO
               MOVE 'NO CURRENT ROWS ON SIPREM.DAT' TO OE-REASON
               PERFORM WRITE-TXN-EXCEPTION
           ELSE
               IF OB-SI-GRADE > ZERO
                   PERFORM MATCH-KEYED-GRADE
                       VARYING WS-PREM-SUB FROM 1 BY 1
                       UNTIL WS-PREM-SUB > WS-PREM-COUNT
                           OR WS-PICKED-GRADE > ZERO
                   IF WS-PICKED-GRADE = ZERO
                       MOVE 'SI GRADE NOT ON SIPREM.DAT'
                           TO OE-REASON
                       PERFORM WRITE-TXN-EXCEPTION
                   ELSE
                       IF OB-SI-STANDARD > ZERO
                           MOVE OB-SI-STANDARD
                               TO WS-PICKED-STANDARD
                       END-IF
                   END-IF
               ELSE
                   COMPUTE WS-AVERAGE-PAY =
                       OB-BASE-PAY + OB-ALLOWANCE
                   PERFORM PICK-ONE-GRADE-ROW
                       VARYING WS-PREM-SUB FROM 1 BY 1
                       UNTIL WS-PREM-SUB > WS-PREM-COUNT
                           OR WS-PICKED-GRADE > ZERO
                   IF WS-PICKED-GRADE = ZERO
                       MOVE PM-GRADE (WS-PREM-COUNT)
                           TO WS-PICKED-GRADE
                       MOVE PM-STANDARD-MONTHLY (WS-PREM-COUNT)
                           TO WS-PICKED-STANDARD
                   END-IF
               END-IF
           END-IF.

       MATCH-KEYED-GRADE.
           IF PM-GRADE (WS-PREM-SUB) = OB-SI-GRADE
               MOVE PM-GRADE (WS-PREM-SUB) TO WS-PICKED-GRADE
               MOVE PM-STANDARD-MONTHLY (WS-PREM-SUB)
                   TO WS-PICKED-STANDARD
           END-IF.

       PICK-ONE-GRADE-ROW.
           IF PM-STANDARD-MONTHLY (WS-PREM-SUB)
               NOT < WS-AVERAGE-PAY
               MOVE PM-GRADE (WS-PREM-SUB) TO WS-PICKED-GRADE
               MOVE PM-STANDARD-MONTHLY (WS-PREM-SUB)
                   TO WS-PICKED-STANDARD
           END-IF.

      *----------------------------------------------------------------
      * 検査を通った入社は、社員マスターと付随4ファイルを同じ実行で
      * そろえて作る。
      *----------------------------------------------------------------
       CREATE-EMPLOYEE-RECORDS.
           PERFORM WRITE-EMPLOYEE-MASTER
           PERFORM WRITE-BANK-ROW
           IF NOT OB-NO-COMMUTE
               PERFORM WRITE-COMMUTE-ROW
           END-IF
           PERFORM WRITE-GRADE-ROW
           PERFORM WRITE-INITIAL-LEAVE-GRANT
           MOVE OB-EMPLOYEE-ID TO HD-EMPLOYEE-ID
           MOVE OB-EMPLOYEE-NAME TO HD-EMPLOYEE-NAME
           MOVE OB-DEPT-CODE TO HD-DEPT-CODE
           MOVE WS-PICKED-GRADE TO HD-SI-GRADE
           MOVE WS-PICKED-STANDARD TO HD-SI-STANDARD
           MOVE WS-GRANT-DAYS TO HD-GRANT-DAYS
           IF OB-NO-COMMUTE
               MOVE 'NONE' TO HD-COMMUTE-MODE
           ELSE
               MOVE OB-COMMUTE-MODE TO HD-COMMUTE-MODE
           END-IF
           WRITE CHECKLIST-LINE FROM WS-HIRED-DETAIL-LINE
           ADD 1 TO WS-HIRED-COUNT.

       WRITE-EMPLOYEE-MASTER.
           MOVE SPACES TO 社員マスター
           MOVE OB-EMPLOYEE-ID TO 社員ーコード
           MOVE OB-EMPLOYEE-NAME TO 社員ー氏名
           MOVE OB-DEPT-CODE TO 部署ーコード OF 社員マスター
           MOVE OB-LEVEL TO 役職ーレベル
           MOVE OB-EFFECTIVE-YEAR TO 入社ー年
           MOVE OB-EFFECTIVE-MONTH TO 入社ー月
           MOVE OB-EFFECTIVE-DAY TO 入社ー日
           MOVE OB-BASE-PAY TO 基本給ー金額
           MOVE OB-ALLOWANCE TO 手当ー金額
           MOVE ZERO TO 控除ー金額
           MOVE ZERO TO 差引支給額ー金額
           SET 在籍中 TO TRUE
           WRITE 社員マスター
           MOVE 社員ーコード TO WS-JOURNAL-KEY
           MOVE SPACES TO WS-JOURNAL-BEFORE-IMAGE
           MOVE 社員マスター TO WS-JOURNAL-AFTER-IMAGE
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID.

       WRITE-BANK-ROW.
           MOVE OB-EMPLOYEE-ID TO EB-EMPLOYEE-ID
           MOVE OB-BANK-CODE TO EB-BANK-CODE
           MOVE OB-BRANCH-CODE TO EB-BRANCH-CODE
           MOVE OB-ACCOUNT-TYPE TO EB-ACCOUNT-TYPE
           MOVE OB-ACCOUNT-NUMBER TO EB-ACCOUNT-NUMBER
           MOVE OB-ACCOUNT-NAME TO EB-ACCOUNT-NAME
           MOVE OB-REIMBURSE-METHOD TO EB-REIMBURSE-METHOD
           WRITE EMPLOYEE-BANK-RECORD
           IF WS-BANK-COUNT < WS-ID-TABLE-MAX
               ADD 1 TO WS-BANK-COUNT
               MOVE OB-EMPLOYEE-ID TO BK-EMPLOYEE-ID (WS-BANK-COUNT)
           END-IF.

       WRITE-COMMUTE-ROW.
           MOVE OB-EMPLOYEE-ID TO CM-EMPLOYEE-ID
           MOVE OB-COMMUTE-MODE TO CM-COMMUTE-MODE
           MOVE OB-PASS-COST TO CM-PASS-COST
           MOVE OB-PAY-INTERVAL TO CM-PAY-INTERVAL
           WRITE COMMUTE-ALLOWANCE-RECORD
           IF WS-COMM-COUNT < WS-ID-TABLE-MAX
               ADD 1 TO WS-COMM-COUNT
               MOVE OB-EMPLOYEE-ID TO CMT-EMPLOYEE-ID (WS-COMM-COUNT)
           END-IF.

       WRITE-GRADE-ROW.
           MOVE OB-EMPLOYEE-ID TO SG-EMPLOYEE-ID
           MOVE WS-PICKED-GRADE TO SG-GRADE
           MOVE WS-PICKED-STANDARD TO SG-STANDARD-MONTHLY
           MOVE OB-EFFECTIVE-DATE TO SG-GRADED-DATE
           WRITE SI-GRADE-RECORD
           IF WS-GRADE-COUNT < WS-ID-TABLE-MAX
               ADD 1 TO WS-GRADE-COUNT
               MOVE OB-EMPLOYEE-ID TO GRT-EMPLOYEE-ID (WS-GRADE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 入社日付の付与(勤続0年の日数)を台帳に置く。年休付与処理は
      * 同じ日付の行を見て二重に付与しない。
      *----------------------------------------------------------------
       WRITE-INITIAL-LEAVE-GRANT.
           MOVE 20 TO WS-GRANT-DAYS
           SET LG-IDX TO 1
           SEARCH LG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SERVICE-YEARS NOT > LG-MAX-YEARS (LG-IDX)
                   MOVE LG-GRANT-DAYS (LG-IDX) TO WS-GRANT-DAYS
           END-SEARCH
           MOVE OB-EMPLOYEE-ID TO LL-EMPLOYEE-ID
           MOVE OB-EFFECTIVE-DATE TO LL-GRANT-DATE
           MOVE WS-GRANT-DAYS TO LL-GRANTED-DAYS
           MOVE ZERO TO LL-TAKEN-DAYS
           MOVE 'N' TO LL-EXPIRED-SW
           WRITE LEAVE-LEDGER-RECORD
           IF WS-LEAVE-COUNT < WS-ID-TABLE-MAX
               ADD 1 TO WS-LEAVE-COUNT
               MOVE OB-EMPLOYEE-ID TO LVT-EMPLOYEE-ID (WS-LEAVE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 退職: 在籍ー状態を退職済みにし、付随ファイルの締めのために
      * 社員ーコードを控える。
      *----------------------------------------------------------------
       APPLY-SEPARATION.
           MOVE ZERO TO WS-TXN-ERROR-COUNT
           MOVE OB-EMPLOYEE-ID TO 社員ーコード
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON FILE' TO OE-REASON
                   PERFORM WRITE-TXN-EXCEPTION
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF 退職済み
                       MOVE 'EMPLOYEE ALREADY 退職済み' TO OE-REASON
                       PERFORM WRITE-TXN-EXCEPTION
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       PERFORM SEPARATE-EMPLOYEE
                   END-IF
           END-READ.

       SEPARATE-EMPLOYEE.
           IF WS-LEAVER-COUNT NOT < WS-LEAVER-TABLE-MAX
               DISPLAY 'ERROR: MORE THAN ' WS-LEAVER-TABLE-MAX
                   ' SEPARATIONS IN ONE RUN - RUN ABORTED'
               CLOSE EMPLOYEE-FILE
               CLOSE ONBOARD-FILE
               CLOSE ONBOARD-OUT-FILE
               CLOSE ONBOARD-EXCEPTION-FILE
               CLOSE CHECKLIST-FILE
               CLOSE BANK-FILE
               CLOSE COMMUTE-FILE
               CLOSE GRADE-FILE
               CLOSE LEAVE-LEDGER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 社員マスター TO WS-JOURNAL-BEFORE-IMAGE
           SET 退職済み TO TRUE
           REWRITE 社員マスター
           MOVE 社員マスター TO WS-JOURNAL-AFTER-IMAGE
           MOVE 社員ーコード TO WS-JOURNAL-KEY
           CALL 'MASTER-UPDATE-JOURNAL' USING WS-JOURNAL-PROGRAM-NAME
                                              WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID
           ADD 1 TO WS-LEAVER-COUNT
           MOVE 社員ーコード TO LRT-EMPLOYEE-ID (WS-LEAVER-COUNT)
           MOVE 社員ーコード TO SD-EMPLOYEE-ID
           MOVE 社員ー氏名 TO SD-EMPLOYEE-NAME
           MOVE 部署ーコード OF 社員マスター
               TO SD-DEPT-CODE
           MOVE OB-EFFECTIVE-DATE TO SD-EFFECTIVE-DATE
           WRITE CHECKLIST-LINE FROM WS-SEPARATED-DETAIL-LINE
           ADD 1 TO WS-SEPARATED-COUNT.

      *----------------------------------------------------------------
      * 退職者の通勤手当と社会保険等級の行は落として.NEWに書く。
      * 休暇台帳は行を残し、未失効の付与を失効させる。
      *----------------------------------------------------------------
       CLOSE-OUT-COMMUTE-ROWS.
           MOVE '00' TO WS-COMM-STATUS
           OPEN INPUT COMMUTE-FILE
           OPEN OUTPUT COMMUTE-OUT-FILE
           IF COMM-FILE-OK
               PERFORM READ-COMMUTE-ROW
               PERFORM COPY-COMMUTE-ROW UNTIL COMM-FILE-EOF
               CLOSE COMMUTE-FILE
           END-IF
           CLOSE COMMUTE-OUT-FILE.

       COPY-COMMUTE-ROW.
           MOVE CM-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM FIND-LEAVER
           IF EMPLOYEE-IS-LEAVER
               ADD 1 TO WS-COMMUTE-DROPPED
           ELSE
               WRITE COMMUTE-OUT-RECORD FROM COMMUTE-ALLOWANCE-RECORD
           END-IF
           PERFORM READ-COMMUTE-ROW.

       CLOSE-OUT-GRADE-ROWS.
           MOVE '00' TO WS-GRADE-STATUS
           OPEN INPUT GRADE-FILE
           OPEN OUTPUT GRADE-OUT-FILE
           IF GRADE-FILE-OK
               PERFORM READ-GRADE-ROW
               PERFORM COPY-GRADE-ROW UNTIL GRADE-FILE-EOF
               CLOSE GRADE-FILE
           END-IF
           CLOSE GRADE-OUT-FILE.

       COPY-GRADE-ROW.
           MOVE SG-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM FIND-LEAVER
           IF EMPLOYEE-IS-LEAVER
               ADD 1 TO WS-GRADE-DROPPED
           ELSE
               WRITE GRADE-OUT-RECORD FROM SI-GRADE-RECORD
           END-IF
           PERFORM READ-GRADE-ROW.

       CLOSE-OUT-LEAVE-GRANTS.
           MOVE '00' TO WS-LGR-STATUS
           OPEN INPUT LEAVE-LEDGER-FILE
           OPEN OUTPUT LEAVE-LEDGER-OUT-FILE
           IF LGR-FILE-OK
               PERFORM READ-LEAVE-LEDGER
               PERFORM COPY-LEAVE-GRANT UNTIL LGR-FILE-EOF
               CLOSE LEAVE-LEDGER-FILE
           END-IF
           CLOSE LEAVE-LEDGER-OUT-FILE.

       COPY-LEAVE-GRANT.
           MOVE LL-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM FIND-LEAVER
           IF EMPLOYEE-IS-LEAVER
               AND NOT LL-GRANT-EXPIRED
               SET LL-GRANT-EXPIRED TO TRUE
               ADD 1 TO WS-GRANTS-EXPIRED
           END-IF
           WRITE LEAVE-LEDGER-OUT-RECORD FROM LEAVE-LEDGER-RECORD
           PERFORM READ-LEAVE-LEDGER.

      *----------------------------------------------------------------
      * チェックリスト: 在籍中の全社員について、振込口座・社会保険
      * 等級・休暇台帳のどれかが欠けていれば1行出す。
      *----------------------------------------------------------------
       WRITE-CHECKLIST.
           MOVE SPACES TO CHECKLIST-LINE
           WRITE CHECKLIST-LINE
           WRITE CHECKLIST-LINE FROM WS-CHECKLIST-HEADING
           MOVE ZERO TO 社員ーコード
           START EMPLOYEE-FILE KEY IS NOT LESS THAN 社員ーコード
               INVALID KEY
                   SET EMP-FILE-EOF TO TRUE
           END-START
           IF NOT EMP-FILE-EOF
               PERFORM READ-NEXT-EMPLOYEE
               PERFORM CHECK-ONE-EMPLOYEE UNTIL EMP-FILE-EOF
           END-IF
           MOVE WS-INCOMPLETE-COUNT TO CT-INCOMPLETE-COUNT
           WRITE CHECKLIST-LINE FROM WS-CHECKLIST-TOTAL-LINE.

       READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET EMP-FILE-EOF TO TRUE
           END-READ.

       CHECK-ONE-EMPLOYEE.
           IF 在籍中
               MOVE ZERO TO WS-MISSING-COUNT
               MOVE 社員ーコード TO WS-LOOKUP-EMPLOYEE-ID
               PERFORM FIND-BANK-ID
               IF ID-ON-FILE
                   MOVE 'OK' TO CL-BANK-STATE
               ELSE
                   MOVE 'MISSING' TO CL-BANK-STATE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
               PERFORM FIND-GRADE-ID
               IF ID-ON-FILE
                   MOVE 'OK' TO CL-GRADE-STATE
               ELSE
                   MOVE 'MISSING' TO CL-GRADE-STATE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
               PERFORM FIND-LEAVE-ID
               IF ID-ON-FILE
                   MOVE 'OK' TO CL-LEAVE-STATE
               ELSE
                   MOVE 'MISSING' TO CL-LEAVE-STATE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
               PERFORM FIND-COMMUTE-ID
               IF ID-ON-FILE
                   MOVE 'OK' TO CL-COMMUTE-STATE
               ELSE
                   MOVE 'NONE' TO CL-COMMUTE-STATE
               END-IF
               IF WS-MISSING-COUNT > ZERO
                   MOVE 社員ーコード TO CL-EMPLOYEE-ID
                   MOVE 社員ー氏名 TO CL-EMPLOYEE-NAME
                   MOVE 部署ーコード OF 社員マスター
                       TO CL-DEPT-CODE
                   WRITE CHECKLIST-LINE FROM WS-CHECKLIST-DETAIL-LINE
                   ADD 1 TO WS-INCOMPLETE-COUNT
               END-IF
           END-IF
           PERFORM READ-NEXT-EMPLOYEE.

       FIND-BANK-ID.
           SET ID-NOT-ON-FILE TO TRUE
           SET BK-IDX TO 1
           SEARCH WS-BANK-ENTRY
               AT END
                   CONTINUE
               WHEN BK-IDX > WS-BANK-COUNT
                   CONTINUE
               WHEN BK-EMPLOYEE-ID (BK-IDX) = WS-LOOKUP-EMPLOYEE-ID
                   SET ID-ON-FILE TO TRUE
           END-SEARCH.

       FIND-COMMUTE-ID.
           SET ID-NOT-ON-FILE TO TRUE
           SET CM-IDX TO 1
           SEARCH WS-COMM-ENTRY
               AT END
                   CONTINUE
               WHEN CM-IDX > WS-COMM-COUNT
                   CONTINUE
               WHEN CMT-EMPLOYEE-ID (CM-IDX) = WS-LOOKUP-EMPLOYEE-ID
                   SET ID-ON-FILE TO TRUE
           END-SEARCH.

       FIND-GRADE-ID.
           SET ID-NOT-ON-FILE TO TRUE
           SET GR-IDX TO 1
           SEARCH WS-GRADE-ENTRY
               AT END
                   CONTINUE
               WHEN GR-IDX > WS-GRADE-COUNT
                   CONTINUE
               WHEN GRT-EMPLOYEE-ID (GR-IDX) = WS-LOOKUP-EMPLOYEE-ID
                   SET ID-ON-FILE TO TRUE
           END-SEARCH.

       FIND-LEAVE-ID.
           SET ID-NOT-ON-FILE TO TRUE
           SET LV-IDX TO 1
           SEARCH WS-LEAVE-ENTRY
               AT END
                   CONTINUE
               WHEN LV-IDX > WS-LEAVE-COUNT
                   CONTINUE
               WHEN LVT-EMPLOYEE-ID (LV-IDX) = WS-LOOKUP-EMPLOYEE-ID
                   SET ID-ON-FILE TO TRUE
           END-SEARCH.

       FIND-LEAVER.
           MOVE 'N' TO WS-LEAVER-FOUND-SW
           SET LR-IDX TO 1
           SEARCH WS-LEAVER-ENTRY
               AT END
                   CONTINUE
               WHEN LR-IDX > WS-LEAVER-COUNT
                   CONTINUE
               WHEN LRT-EMPLOYEE-ID (LR-IDX) = WS-LOOKUP-EMPLOYEE-ID
                   MOVE 'Y' TO WS-LEAVER-FOUND-SW
           END-SEARCH.
