      * with a MASTER-UPDATE-JOURNAL row each; future rows are
      * carried to HRACTION.NEW and listed for HR on HRPEND.RPT.
      * Actions naming an employee not on file go to HRACTION.EXC.
      * A raise (type R), or a promotion carrying a new base pay,
      * moves 基本給ー金額 as well, and every such change is
      * appended to the PAYCHG.DAT history with the old and new
      * amounts so RETRO-PAY-CALCULATION can pay arrears for
      * months already paid at the old rate when HR keys the
      * action late.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTION-EXCEPTION-FILE ASSIGN TO "HRACTION.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-CHANGE-FILE ASSIGN TO "PAYCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PERSONNEL-ACTION-RECORD.

       FD  ACTION-OUT-FILE.
       01  ACTION-OUT-RECORD            PIC X(38).

       FD  PENDING-LIST-FILE.
       01  PENDING-LIST-LINE            PIC X(100).

       FD  ACTION-EXCEPTION-FILE.
       01  ACTION-EXCEPTION-LINE        PIC X(80).

       FD  PAY-CHANGE-FILE.
       COPY PAY-CHANGE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS                 PIC XX.
           88  EMP-FOUND                     VALUE '00'.
       01  WS-ACT-STATUS                 PIC XX.
           88  ACT-FILE-OK                   VALUE '00'.
           88  ACT-FILE-EOF                  VALUE '10'.
       01  WS-PCHG-STATUS                PIC XX.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-APPLIED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-PENDING-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-PAY-CHANGE-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-OLD-BASE-PAY               PIC 9(7)V99.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                        VALUE 'PERSONNEL-ACTION-APPLY'.
           05  FILLER                  PIC X(12)
               VALUE ' EFFECTIVE: '.
           05  PD-EFFECTIVE-DATE        PIC 9(8).
           05  FILLER                  PIC X(7) VALUE ' BASE: '.
           05  PD-NEW-BASE-PAY          PIC ZZZZZZ9.99.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(12) VALUE 'HRACT EXC: '.
           OPEN OUTPUT ACTION-OUT-FILE
           OPEN OUTPUT PENDING-LIST-FILE
           OPEN OUTPUT ACTION-EXCEPTION-FILE
           OPEN EXTEND PAY-CHANGE-FILE
           IF WS-PCHG-STATUS NOT = '00'
               OPEN OUTPUT PAY-CHANGE-FILE
           END-IF
           IF ACT-FILE-OK
               PERFORM READ-ACTION
               PERFORM WORK-ONE-ACTION UNTIL ACT-FILE-EOF
           CLOSE ACTION-OUT-FILE
           CLOSE PENDING-LIST-FILE
           CLOSE ACTION-EXCEPTION-FILE
           CLOSE PAY-CHANGE-FILE
           DISPLAY 'PERSONNEL ACTIONS - APPLIED: ' WS-APPLIED-COUNT
               ' PENDING: ' WS-PENDING-COUNT
               ' PAY CHANGES: ' WS-PAY-CHANGE-COUNT
           STOP RUN.

       READ-ACTION.
           MOVE PA-NEW-LEVEL TO PD-NEW-LEVEL
           MOVE PA-NEW-DEPT TO PD-NEW-DEPT
           MOVE PA-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE
           MOVE PA-NEW-BASE-PAY TO PD-NEW-BASE-PAY
           WRITE PENDING-LIST-LINE FROM WS-PENDING-DETAIL-LINE
           ADD 1 TO WS-PENDING-COUNT.


       CHANGE-EMPLOYEE-RECORD.
           MOVE 社員マスター TO WS-JOURNAL-BEFORE-IMAGE
           MOVE 基本給ー金額 TO WS-OLD-BASE-PAY
           IF PA-ACTION-PROMOTION
               MOVE PA-NEW-LEVEL TO 役職ーレベル
           ELSE
                   MOVE PA-NEW-DEPT TO 部署ーコード
               END-IF
           END-IF
           IF (PA-ACTION-PROMOTION OR PA-ACTION-RAISE)
               AND PA-NEW-BASE-PAY > ZERO
               MOVE PA-NEW-BASE-PAY TO 基本給ー金額
           END-IF
           REWRITE 社員マスター
           MOVE 社員マスター TO WS-JOURNAL-AFTER-IMAGE
           MOVE 社員ーコード TO WS-JOURNAL-KEY
                                              WS-JOURNAL-BEFORE-IMAGE
                                              WS-JOURNAL-AFTER-IMAGE
                                              WS-JOURNAL-USER-ID
           IF 基本給ー金額 NOT = WS-OLD-BASE-PAY
               PERFORM WRITE-PAY-CHANGE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.

      *----------------------------------------------------------------
      * 基本給の変更は発令日付きで履歴に残す。発令日が支給済みの月に
      * さかのぼっていれば、遡及計算がこの行から差額を出す。
      *----------------------------------------------------------------
       WRITE-PAY-CHANGE.
           MOVE PA-EMPLOYEE-ID TO PC-EMPLOYEE-ID
           MOVE PA-ACTION-TYPE TO PC-ACTION-TYPE
           MOVE PA-EFFECTIVE-DATE TO PC-EFFECTIVE-DATE
           MOVE WS-OLD-BASE-PAY TO PC-OLD-BASE-PAY
           MOVE 基本給ー金額 TO PC-NEW-BASE-PAY
           MOVE WS-TODAY-CCYYMMDD TO PC-APPLIED-DATE
           WRITE PAY-CHANGE-RECORD
           ADD 1 TO WS-PAY-CHANGE-COUNT.
