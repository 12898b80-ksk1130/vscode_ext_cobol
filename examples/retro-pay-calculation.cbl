       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-PAY-CALCULATION.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Retroactive pay (遡及計算) for back-dated raises.  When HR
      * keys a promotion or raise whose effective date has already
      * gone by, PERSONNEL-ACTION-APPLY moves 基本給ー金額 on the
      * night it runs, so the new rate reaches only the next
      * PAYROLL-MONTHLY-RUN.  The months in between were paid at
      * the old rate.  This run reads the PAYCHG.DAT base pay
      * history and, for every PAYREG.DAT month from the change's
      * effective month onward that was paid at a base other than
      * the new one, recalculates the month at the new rate:
      *   - the base pay difference;
      *   - overtime and late-night premiums at the new hourly rate
      *     (new base over 160 hours), from the month's ATTCLEAN.DAT
      *     attendance where it is still on file and otherwise from
      *     the minutes implied by the premiums PAYREG.DAT paid at
      *     the old rate;
      *   - the extra withholding from TAX-WITHHOLDING-TABLE on the
      *     month's taxable gross plus the arrears;
      *   - the extra employee social insurance where the
      *     SIGRADE.DAT grade in force that month has moved since
      *     the month was paid, priced at the SIPREM.DAT rates in
      *     force that month.
      * The month containing the effective date is recalculated in
      * full, as the payroll run pays a whole month at one rate.
      * Each month's differences are appended to RETROPAY.DAT for
      * the next payroll: the current month if the employee has not
      * been paid yet this month, otherwise the following month.
      * The run is safe to repeat - a month already on RETROPAY.DAT
      * for the employee is not calculated twice.  A change that
      * lowers base pay is not recovered automatically; it is
      * listed on RETROPAY.RPT for payroll to settle by hand and
      * the run ends with return code 8.  The pay-cut month is
      * still written to RETROPAY.DAT - with no pay month and no
      * differences, so no payroll pays it - so a rerun does not
      * list it again.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CHANGE-FILE ASSIGN TO "PAYCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT CLEAN-ATTENDANCE-FILE ASSIGN TO "ATTCLEAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.
           SELECT GRADE-FILE ASSIGN TO "SIGRADE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT PREMIUM-TABLE-FILE ASSIGN TO "SIPREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREM-STATUS.
           SELECT RETRO-PAY-FILE ASSIGN TO "RETROPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT RETRO-REPORT-FILE ASSIGN TO "RETROPAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CHANGE-FILE.
       COPY PAY-CHANGE-RECORD.

       FD  PAY-REGISTER-FILE.
       COPY PAY-REGISTER-RECORD.

       FD  CLEAN-ATTENDANCE-FILE.
       COPY ATTENDANCE-RECORD.

       FD  GRADE-FILE.
       COPY SI-GRADE-RECORD.

       FD  PREMIUM-TABLE-FILE.
       COPY SI-PREMIUM-RECORD.

       FD  RETRO-PAY-FILE.
       COPY RETRO-PAY-RECORD.

       FD  RETRO-REPORT-FILE.
       01  RETRO-REPORT-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PCHG-STATUS                PIC XX.
           88  PCHG-FILE-OK                  VALUE '00'.
           88  PCHG-FILE-EOF                 VALUE '10'.
       01  WS-PREG-STATUS                PIC XX.
           88  PREG-FILE-OK                  VALUE '00'.
           88  PREG-FILE-EOF                 VALUE '10'.
       01  WS-ATT-STATUS                 PIC XX.
           88  ATT-FILE-OK                   VALUE '00'.
           88  ATT-FILE-EOF                  VALUE '10'.
       01  WS-GRADE-STATUS               PIC XX.
           88  GRADE-FILE-OK                 VALUE '00'.
           88  GRADE-FILE-EOF                VALUE '10'.
       01  WS-PREM-STATUS                PIC XX.
           88  PREM-FILE-OK                  VALUE '00'.
           88  PREM-FILE-EOF                 VALUE '10'.
       01  WS-RETRO-STATUS               PIC XX.
           88  RETRO-FILE-OK                 VALUE '00'.
           88  RETRO-FILE-EOF                VALUE '10'.

       COPY TAX-WITHHOLDING-TABLE.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-THIS-MONTH                 PIC 9(6).
       01  WS-NEXT-MONTH                 PIC 9(6).
       01  WS-MONTH-WORK.
           05  WS-MONTH-CCYY              PIC 9(4).
           05  WS-MONTH-MM                PIC 9(2).

      *----------------------------------------------------------------
      * 基本給の変更履歴(PAYCHG.DAT)。
      *----------------------------------------------------------------
       01  WS-CHANGE-TABLE-MAX           PIC 9(4) VALUE 1000.
       01  WS-CHANGE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-CHANGE-ENTRIES.
           05  WS-CHANGE-ENTRY           OCCURS 1000 TIMES.
               10  PCT-EMPLOYEE-ID           PIC 9(8).
               10  PCT-EFFECTIVE-DATE        PIC 9(8).
               10  PCT-NEW-BASE-PAY          PIC 9(7)V99.
       01  WS-CHANGE-SUB                 PIC 9(4) COMP.
       01  WS-CHANGE-HIT-SUB             PIC 9(4) COMP.

      *----------------------------------------------------------------
      * RETROPAY.DAT計算済みの社員・月。再実行で二重に払わないための
      * 控え。
      *----------------------------------------------------------------
       01  WS-DONE-TABLE-MAX             PIC 9(4) VALUE 5000.
       01  WS-DONE-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-DONE-ENTRIES.
           05  WS-DONE-ENTRY             OCCURS 5000 TIMES
                                             INDEXED BY DN-IDX.
               10  DNT-EMPLOYEE-ID           PIC 9(8).
               10  DNT-WORKED-MONTH          PIC 9(6).
       01  WS-MONTH-DONE-SW              PIC X(1).
           88  MONTH-ALREADY-DONE            VALUE 'Y'.

      *----------------------------------------------------------------
      * 当月支給済みの社員。差額は翌月の給与で払う。
      *----------------------------------------------------------------
       01  WS-PAID-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-PAID-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-PAID-ENTRIES.
           05  WS-PAID-ENTRY             OCCURS 500 TIMES
                                             INDEXED BY PD-IDX.
               10  PDT-EMPLOYEE-ID           PIC 9(8).

      *----------------------------------------------------------------
      * 社会保険: 社員別の標準報酬月額と等級決定日、料率の改定履歴。
      *----------------------------------------------------------------
       01  WS-SIGRADE-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-SIGRADE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-SIGRADE-ENTRIES.
           05  WS-SIGRADE-ENTRY          OCCURS 500 TIMES
                                             INDEXED BY SG-IDX.
               10  SGT-EMPLOYEE-ID           PIC 9(8).
               10  SGT-STANDARD-MONTHLY      PIC 9(7).
               10  SGT-GRADED-DATE           PIC 9(8).
       01  WS-RATE-TABLE-MAX             PIC 9(3) VALUE 50.
       01  WS-RATE-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-RATE-ENTRIES.
           05  WS-RATE-ENTRY             OCCURS 50 TIMES
                                             INDEXED BY RT-IDX.
               10  RTT-EFFECTIVE-DATE        PIC 9(8).
               10  RTT-HEALTH-RATE           PIC 9V9999.
               10  RTT-PENSION-RATE          PIC 9V9999.
               10  RTT-EMPLOY-RATE           PIC 9V9999.
       01  WS-RATE-SUB                   PIC 9(3) COMP.
       01  WS-RATE-HIT-SUB               PIC 9(3) COMP.
       01  WS-RATE-FOUND-SW              PIC X(1).
           88  RATE-ALREADY-HELD             VALUE 'Y'.

      *----------------------------------------------------------------
      * 勤怠集計表: 社員・月別の残業分(分)と深夜分(分)。
      *----------------------------------------------------------------
       01  WS-OT-TABLE-MAX               PIC 9(3) VALUE 500.
       01  WS-OT-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-OT-ENTRIES.
           05  WS-OT-ENTRY               OCCURS 500 TIMES.
               10  OT-EMPLOYEE-ID            PIC 9(8).
               10  OT-WORK-MONTH             PIC 9(6).
               10  OT-OVERTIME-MINUTES       PIC 9(7).
               10  OT-LATE-NIGHT-MINUTES     PIC 9(7).
       01  WS-OT-SUB                     PIC 9(3) COMP.
       01  WS-OT-HIT-SUB                 PIC 9(3) COMP.
       01  WS-LOOKUP-EMPLOYEE-ID         PIC 9(8).
       01  WS-LOOKUP-MONTH               PIC 9(6).

       01  WS-WORK-MINUTES               PIC S9(5).
       01  WS-START-MINUTES              PIC 9(5).
       01  WS-END-MINUTES                PIC 9(5).
       01  WS-LATE-MINUTES               PIC S9(5).
       01  WS-HHMM-WORK.
           05  WS-HH                      PIC 9(2).
           05  WS-MM                      PIC 9(2).

      *----------------------------------------------------------------
      * 1か月分の再計算の作業域。
      *----------------------------------------------------------------
       01  WS-NEW-BASE-PAY               PIC 9(7)V99.
       01  WS-OLD-HOURLY-RATE            PIC 9(5)V99.
       01  WS-NEW-HOURLY-RATE            PIC 9(5)V99.
       01  WS-OVERTIME-MINUTES           PIC 9(7).
       01  WS-LATE-NIGHT-MINUTES         PIC 9(7).
       01  WS-NEW-OVERTIME-PAY           PIC 9(7)V99.
       01  WS-NEW-LATE-NIGHT-PAY         PIC 9(7)V99.
       01  WS-DIFF-WORK                  PIC S9(9)V99.
       01  WS-NEW-TAXABLE-GROSS          PIC 9(9)V99.
       01  WS-NEW-WITHHOLDING-TAX        PIC 9(7)V99.
       01  WS-SI-STANDARD-MONTHLY        PIC 9(7).
       01  WS-NEW-SOCIAL-INS             PIC 9(7)V99.

       01  WS-ARREARS-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-ALREADY-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-PAY-CUT-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-ARREARS-TOTAL              PIC 9(11)V99 VALUE ZERO.

       01  WS-RETRO-DETAIL-LINE.
           05  FILLER                  PIC X(7) VALUE 'RETRO: '.
           05  RR-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(9) VALUE ' WORKED: '.
           05  RR-WORKED-MONTH          PIC 9(6).
           05  FILLER                  PIC X(10) VALUE ' PAID IN: '.
           05  RR-PAY-MONTH             PIC 9(6).
           05  FILLER                  PIC X(7) VALUE ' BASE: '.
           05  RR-BASE-DIFF             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(5) VALUE ' OT: '.
           05  RR-OVERTIME-DIFF         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' TAX: '.
           05  RR-WITHHOLDING-DIFF      PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(5) VALUE ' SI: '.
           05  RR-SOCIAL-INS-DIFF       PIC ZZZZZZ9.99.

       01  WS-RETRO-EXCEPTION-LINE.
           05  FILLER                  PIC X(11) VALUE 'RETRO EXC: '.
           05  RX-EMPLOYEE-ID           PIC 9(8).
           05  FILLER                  PIC X(9) VALUE ' WORKED: '.
           05  RX-WORKED-MONTH          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RX-REASON                PIC X(40).

       01  WS-RETRO-TOTAL-LINE.
           05  FILLER                  PIC X(17)
               VALUE 'ARREARS MONTHS:  '.
           05  RT-ARREARS-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(17)
               VALUE '  ARREARS GROSS: '.
           05  RT-ARREARS-TOTAL         PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-THIS-MONTH
           MOVE WS-THIS-MONTH TO WS-MONTH-WORK
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-CCYY
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-WORK TO WS-NEXT-MONTH
           PERFORM LOAD-PAY-CHANGES
           PERFORM LOAD-RETRO-DONE
           PERFORM LOAD-SI-GRADES
           PERFORM LOAD-SI-RATES
           PERFORM TOTAL-ATTENDANCE-MINUTES
           PERFORM LOAD-PAID-THIS-MONTH
           OPEN EXTEND RETRO-PAY-FILE
           IF WS-RETRO-STATUS NOT = '00'
               OPEN OUTPUT RETRO-PAY-FILE
           END-IF
           OPEN OUTPUT RETRO-REPORT-FILE
           IF WS-CHANGE-COUNT > ZERO
               OPEN INPUT PAY-REGISTER-FILE
               IF PREG-FILE-OK
                   PERFORM READ-PAY-REGISTER
                   PERFORM RECALCULATE-ONE-MONTH
                       UNTIL PREG-FILE-EOF
                   CLOSE PAY-REGISTER-FILE
               END-IF
           END-IF
           MOVE WS-ARREARS-COUNT TO RT-ARREARS-COUNT
           MOVE WS-ARREARS-TOTAL TO RT-ARREARS-TOTAL
           WRITE RETRO-REPORT-LINE FROM WS-RETRO-TOTAL-LINE
           CLOSE RETRO-PAY-FILE
           CLOSE RETRO-REPORT-FILE
           DISPLAY 'RETRO PAY CALCULATION - ARREARS MONTHS: '
               WS-ARREARS-COUNT
               ' ALREADY DONE: ' WS-ALREADY-COUNT
               ' PAY CUTS: ' WS-PAY-CUT-COUNT
           IF WS-PAY-CUT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PAY-CHANGES.
           OPEN INPUT PAY-CHANGE-FILE
           IF PCHG-FILE-OK
               PERFORM READ-PAY-CHANGE
               PERFORM STORE-PAY-CHANGE UNTIL PCHG-FILE-EOF
               CLOSE PAY-CHANGE-FILE
           END-IF.

       READ-PAY-CHANGE.
           READ PAY-CHANGE-FILE
               AT END
                   SET PCHG-FILE-EOF TO TRUE
           END-READ.

       STORE-PAY-CHANGE.
           IF WS-CHANGE-COUNT < WS-CHANGE-TABLE-MAX
               ADD 1 TO WS-CHANGE-COUNT
               MOVE PC-EMPLOYEE-ID
                   TO PCT-EMPLOYEE-ID (WS-CHANGE-COUNT)
               MOVE PC-EFFECTIVE-DATE
                   TO PCT-EFFECTIVE-DATE (WS-CHANGE-COUNT)
               MOVE PC-NEW-BASE-PAY
                   TO PCT-NEW-BASE-PAY (WS-CHANGE-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-CHANGE-TABLE-MAX
                   ' PAY CHANGES ON PAYCHG.DAT - RUN ABORTED'
               CLOSE PAY-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PAY-CHANGE.

       LOAD-RETRO-DONE.
           OPEN INPUT RETRO-PAY-FILE
           IF RETRO-FILE-OK
               PERFORM READ-RETRO-PAY
               PERFORM STORE-RETRO-DONE UNTIL RETRO-FILE-EOF
               CLOSE RETRO-PAY-FILE
           END-IF.

       READ-RETRO-PAY.
           READ RETRO-PAY-FILE
               AT END
                   SET RETRO-FILE-EOF TO TRUE
           END-READ.

       STORE-RETRO-DONE.
           IF WS-DONE-COUNT < WS-DONE-TABLE-MAX
               ADD 1 TO WS-DONE-COUNT
               MOVE RP-EMPLOYEE-ID
                   TO DNT-EMPLOYEE-ID (WS-DONE-COUNT)
               MOVE RP-WORKED-MONTH
                   TO DNT-WORKED-MONTH (WS-DONE-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-DONE-TABLE-MAX
                   ' ROWS ON RETROPAY.DAT - RUN ABORTED'
               CLOSE RETRO-PAY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RETRO-PAY.

       LOAD-SI-GRADES.
           OPEN INPUT GRADE-FILE
           IF GRADE-FILE-OK
               PERFORM READ-SI-GRADE
               PERFORM STORE-SI-GRADE UNTIL GRADE-FILE-EOF
               CLOSE GRADE-FILE
           END-IF.

       READ-SI-GRADE.
           READ GRADE-FILE
               AT END
                   SET GRADE-FILE-EOF TO TRUE
           END-READ.

       STORE-SI-GRADE.
           IF WS-SIGRADE-COUNT < WS-SIGRADE-TABLE-MAX
               ADD 1 TO WS-SIGRADE-COUNT
               MOVE SG-EMPLOYEE-ID
                   TO SGT-EMPLOYEE-ID (WS-SIGRADE-COUNT)
               MOVE SG-STANDARD-MONTHLY
                   TO SGT-STANDARD-MONTHLY (WS-SIGRADE-COUNT)
               MOVE SG-GRADED-DATE
                   TO SGT-GRADED-DATE (WS-SIGRADE-COUNT)
           END-IF
           PERFORM READ-SI-GRADE.

      *----------------------------------------------------------------
      * 料率は改定の発効日ごとに1組だけ控える(等級を問わず料率は
      * 共通)。対象月に発効中の組を後で選ぶ。
      *----------------------------------------------------------------
       LOAD-SI-RATES.
           OPEN INPUT PREMIUM-TABLE-FILE
           IF PREM-FILE-OK
               PERFORM READ-PREMIUM-ROW
               PERFORM STORE-RATE-REVISION UNTIL PREM-FILE-EOF
               CLOSE PREMIUM-TABLE-FILE
           END-IF.

       READ-PREMIUM-ROW.
           READ PREMIUM-TABLE-FILE
               AT END
                   SET PREM-FILE-EOF TO TRUE
           END-READ.

       STORE-RATE-REVISION.
           MOVE 'N' TO WS-RATE-FOUND-SW
           IF WS-RATE-COUNT > ZERO
               SET RT-IDX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RTT-EFFECTIVE-DATE (RT-IDX)
                       = SI-EFFECTIVE-DATE
                       SET RATE-ALREADY-HELD TO TRUE
               END-SEARCH
           END-IF
           IF NOT RATE-ALREADY-HELD
               AND WS-RATE-COUNT < WS-RATE-TABLE-MAX
               ADD 1 TO WS-RATE-COUNT
               MOVE SI-EFFECTIVE-DATE
                   TO RTT-EFFECTIVE-DATE (WS-RATE-COUNT)
               MOVE SI-HEALTH-RATE
                   TO RTT-HEALTH-RATE (WS-RATE-COUNT)
               MOVE SI-PENSION-RATE
                   TO RTT-PENSION-RATE (WS-RATE-COUNT)
               MOVE SI-EMPLOY-RATE
                   TO RTT-EMPLOY-RATE (WS-RATE-COUNT)
           END-IF
           PERFORM READ-PREMIUM-ROW.

      *----------------------------------------------------------------
      * 給与計算と同じ規則(1日8時間超が残業、22時以降が深夜)で、
      * ATTCLEAN.DATに残っている月の分を社員・月別に積む。
      *----------------------------------------------------------------
       TOTAL-ATTENDANCE-MINUTES.
           OPEN INPUT CLEAN-ATTENDANCE-FILE
           IF ATT-FILE-OK
               PERFORM READ-CLEAN-ATTENDANCE
               PERFORM TOTAL-ONE-DAY UNTIL ATT-FILE-EOF
               CLOSE CLEAN-ATTENDANCE-FILE
           END-IF.

       READ-CLEAN-ATTENDANCE.
           READ CLEAN-ATTENDANCE-FILE
               AT END
                   SET ATT-FILE-EOF TO TRUE
           END-READ.

       TOTAL-ONE-DAY.
           IF AT-DAY-WORKED
               MOVE AT-START-HHMM TO WS-HHMM-WORK
               COMPUTE WS-START-MINUTES = WS-HH * 60 + WS-MM
               MOVE AT-END-HHMM TO WS-HHMM-WORK
               COMPUTE WS-END-MINUTES = WS-HH * 60 + WS-MM
               COMPUTE WS-WORK-MINUTES =
                   WS-END-MINUTES - WS-START-MINUTES - 60
               MOVE AT-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
               MOVE AT-WORK-DATE (1:6) TO WS-LOOKUP-MONTH
               PERFORM FIND-OT-ROW
               IF WS-OT-HIT-SUB = ZERO
                   ADD 1 TO WS-OT-COUNT
                   IF WS-OT-COUNT > WS-OT-TABLE-MAX
                       DISPLAY 'ERROR: MORE THAN ' WS-OT-TABLE-MAX
                           ' ATTENDANCE MONTHS - RUN ABORTED'
                       CLOSE CLEAN-ATTENDANCE-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-LOOKUP-EMPLOYEE-ID
                       TO OT-EMPLOYEE-ID (WS-OT-COUNT)
                   MOVE WS-LOOKUP-MONTH TO OT-WORK-MONTH (WS-OT-COUNT)
                   MOVE ZERO TO OT-OVERTIME-MINUTES (WS-OT-COUNT)
                   MOVE ZERO TO OT-LATE-NIGHT-MINUTES (WS-OT-COUNT)
                   MOVE WS-OT-COUNT TO WS-OT-HIT-SUB
               END-IF
               IF WS-WORK-MINUTES > 480
                   COMPUTE WS-WORK-MINUTES = WS-WORK-MINUTES - 480
                   ADD WS-WORK-MINUTES
                       TO OT-OVERTIME-MINUTES (WS-OT-HIT-SUB)
               END-IF
               COMPUTE WS-LATE-MINUTES = WS-END-MINUTES - 1320
               IF WS-LATE-MINUTES > ZERO
                   ADD WS-LATE-MINUTES
                       TO OT-LATE-NIGHT-MINUTES (WS-OT-HIT-SUB)
               END-IF
           END-IF
           PERFORM READ-CLEAN-ATTENDANCE.

       FIND-OT-ROW.
           MOVE ZERO TO WS-OT-HIT-SUB
           PERFORM MATCH-OT-ROW
               VARYING WS-OT-SUB FROM 1 BY 1
               UNTIL WS-OT-SUB > WS-OT-COUNT
                   OR WS-OT-HIT-SUB > ZERO.

       MATCH-OT-ROW.
           IF OT-EMPLOYEE-ID (WS-OT-SUB) = WS-LOOKUP-EMPLOYEE-ID
               AND OT-WORK-MONTH (WS-OT-SUB) = WS-LOOKUP-MONTH
               MOVE WS-OT-SUB TO WS-OT-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      * 当月分のPAYREG.DAT行がある社員は今月の給与が済んでいる。
      *----------------------------------------------------------------
       LOAD-PAID-THIS-MONTH.
           OPEN INPUT PAY-REGISTER-FILE
           IF PREG-FILE-OK
               PERFORM READ-PAY-REGISTER
               PERFORM STORE-PAID-THIS-MONTH UNTIL PREG-FILE-EOF
               CLOSE PAY-REGISTER-FILE
           END-IF.

       READ-PAY-REGISTER.
           READ PAY-REGISTER-FILE
               AT END
                   SET PREG-FILE-EOF TO TRUE
           END-READ.

       STORE-PAID-THIS-MONTH.
           IF PG-PAY-MONTH = WS-THIS-MONTH
               IF WS-PAID-COUNT < WS-PAID-TABLE-MAX
                   ADD 1 TO WS-PAID-COUNT
                   MOVE PG-EMPLOYEE-ID
                       TO PDT-EMPLOYEE-ID (WS-PAID-COUNT)
               ELSE
                   DISPLAY 'ERROR: MORE THAN ' WS-PAID-TABLE-MAX
                       ' REGISTER ROWS THIS MONTH - RUN ABORTED'
                   CLOSE PAY-REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-PAY-REGISTER.

      *----------------------------------------------------------------
      * 支給済みの1か月について、その月に発効していた最新の基本給
      * 変更を探す。支給した基本給が変更後の額と違えば旧額で払った
      * 月なので、差額を計算する。
      *----------------------------------------------------------------
       RECALCULATE-ONE-MONTH.
           MOVE ZERO TO WS-CHANGE-HIT-SUB
           PERFORM PICK-CHANGE-IN-FORCE
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           IF WS-CHANGE-HIT-SUB > ZERO
               MOVE PCT-NEW-BASE-PAY (WS-CHANGE-HIT-SUB)
                   TO WS-NEW-BASE-PAY
               IF WS-NEW-BASE-PAY NOT = PG-BASE-PAY
                   PERFORM CHECK-MONTH-DONE
                   IF MONTH-ALREADY-DONE
                       ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                       IF WS-NEW-BASE-PAY < PG-BASE-PAY
                           PERFORM LIST-PAY-CUT
                       ELSE
                           PERFORM WORK-OUT-ARREARS
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PAY-REGISTER.

       PICK-CHANGE-IN-FORCE.
           IF PCT-EMPLOYEE-ID (WS-CHANGE-SUB) = PG-EMPLOYEE-ID
               AND PCT-EFFECTIVE-DATE (WS-CHANGE-SUB) (1:6)
                   NOT > PG-PAY-MONTH
               IF WS-CHANGE-HIT-SUB = ZERO
                   MOVE WS-CHANGE-SUB TO WS-CHANGE-HIT-SUB
               ELSE
                   IF PCT-EFFECTIVE-DATE (WS-CHANGE-SUB)
                       NOT < PCT-EFFECTIVE-DATE (WS-CHANGE-HIT-SUB)
                       MOVE WS-CHANGE-SUB TO WS-CHANGE-HIT-SUB
                   END-IF
               END-IF
           END-IF.

       CHECK-MONTH-DONE.
           MOVE 'N' TO WS-MONTH-DONE-SW
           IF WS-DONE-COUNT > ZERO
               SET DN-IDX TO 1
               SEARCH WS-DONE-ENTRY
                   AT END
                       CONTINUE
                   WHEN DNT-EMPLOYEE-ID (DN-IDX) = PG-EMPLOYEE-ID
                       AND DNT-WORKED-MONTH (DN-IDX) = PG-PAY-MONTH
                       SET MONTH-ALREADY-DONE TO TRUE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * 減給は手で精算する。支払月0・差額0の行をRETROPAY.DATに
      * 残し、再実行で同じ月を二度挙げないようにする。
      *----------------------------------------------------------------
       LIST-PAY-CUT.
           MOVE PG-EMPLOYEE-ID TO RX-EMPLOYEE-ID
           MOVE PG-PAY-MONTH TO RX-WORKED-MONTH
           MOVE 'BASE PAY LOWERED - RECOVER BY HAND' TO RX-REASON
           WRITE RETRO-REPORT-LINE FROM WS-RETRO-EXCEPTION-LINE
           MOVE PG-EMPLOYEE-ID TO RP-EMPLOYEE-ID
           MOVE PG-PAY-MONTH TO RP-WORKED-MONTH
           MOVE ZERO TO RP-PAY-MONTH
           MOVE PCT-EFFECTIVE-DATE (WS-CHANGE-HIT-SUB)
               TO RP-EFFECTIVE-DATE
           MOVE PG-BASE-PAY TO RP-OLD-BASE-PAY
           MOVE WS-NEW-BASE-PAY TO RP-NEW-BASE-PAY
           MOVE ZERO TO RP-BASE-DIFF
           MOVE ZERO TO RP-OVERTIME-DIFF
           MOVE ZERO TO RP-LATE-NIGHT-DIFF
           MOVE ZERO TO RP-ARREARS-GROSS
           MOVE ZERO TO RP-WITHHOLDING-DIFF
           MOVE ZERO TO RP-SOCIAL-INS-DIFF
           MOVE WS-TODAY-CCYYMMDD TO RP-CALC-DATE
           WRITE RETRO-PAY-RECORD
           ADD 1 TO WS-PAY-CUT-COUNT.

       WORK-OUT-ARREARS.
           MOVE PG-EMPLOYEE-ID TO RP-EMPLOYEE-ID
           MOVE PG-PAY-MONTH TO RP-WORKED-MONTH
           MOVE PCT-EFFECTIVE-DATE (WS-CHANGE-HIT-SUB)
               TO RP-EFFECTIVE-DATE
           MOVE PG-BASE-PAY TO RP-OLD-BASE-PAY
           MOVE WS-NEW-BASE-PAY TO RP-NEW-BASE-PAY
           COMPUTE RP-BASE-DIFF = WS-NEW-BASE-PAY - PG-BASE-PAY
           PERFORM WORK-OUT-OVERTIME-DIFF
           COMPUTE RP-ARREARS-GROSS =
               RP-BASE-DIFF + RP-OVERTIME-DIFF + RP-LATE-NIGHT-DIFF
           PERFORM WORK-OUT-WITHHOLDING-DIFF
           PERFORM WORK-OUT-SOCIAL-INS-DIFF
           MOVE WS-THIS-MONTH TO RP-PAY-MONTH
           IF WS-PAID-COUNT > ZERO
               SET PD-IDX TO 1
               SEARCH WS-PAID-ENTRY
                   AT END
                       CONTINUE
                   WHEN PDT-EMPLOYEE-ID (PD-IDX) = PG-EMPLOYEE-ID
                       MOVE WS-NEXT-MONTH TO RP-PAY-MONTH
               END-SEARCH
           END-IF
           MOVE WS-TODAY-CCYYMMDD TO RP-CALC-DATE
           WRITE RETRO-PAY-RECORD
           MOVE RP-EMPLOYEE-ID TO RR-EMPLOYEE-ID
           MOVE RP-WORKED-MONTH TO RR-WORKED-MONTH
           MOVE RP-PAY-MONTH TO RR-PAY-MONTH
           MOVE RP-BASE-DIFF TO RR-BASE-DIFF
           COMPUTE RR-OVERTIME-DIFF =
               RP-OVERTIME-DIFF + RP-LATE-NIGHT-DIFF
           MOVE RP-WITHHOLDING-DIFF TO RR-WITHHOLDING-DIFF
           MOVE RP-SOCIAL-INS-DIFF TO RR-SOCIAL-INS-DIFF
           WRITE RETRO-REPORT-LINE FROM WS-RETRO-DETAIL-LINE
           ADD RP-ARREARS-GROSS TO WS-ARREARS-TOTAL
           ADD 1 TO WS-ARREARS-COUNT.

      *----------------------------------------------------------------
      * 残業・深夜の分数はATTCLEAN.DATに当月の勤怠が残っていれば
      * そこから、無ければ旧時給で払った割増額から逆算する。
      *----------------------------------------------------------------
       WORK-OUT-OVERTIME-DIFF.
           COMPUTE WS-OLD-HOURLY-RATE ROUNDED = PG-BASE-PAY / 160
           COMPUTE WS-NEW-HOURLY-RATE ROUNDED =
               WS-NEW-BASE-PAY / 160
           MOVE ZERO TO WS-OVERTIME-MINUTES
           MOVE ZERO TO WS-LATE-NIGHT-MINUTES
           MOVE PG-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           MOVE PG-PAY-MONTH TO WS-LOOKUP-MONTH
           PERFORM FIND-OT-ROW
           IF WS-OT-HIT-SUB > ZERO
               MOVE OT-OVERTIME-MINUTES (WS-OT-HIT-SUB)
                   TO WS-OVERTIME-MINUTES
               MOVE OT-LATE-NIGHT-MINUTES (WS-OT-HIT-SUB)
                   TO WS-LATE-NIGHT-MINUTES
           ELSE
               IF WS-OLD-HOURLY-RATE > ZERO
                   COMPUTE WS-OVERTIME-MINUTES ROUNDED =
                       PG-OVERTIME-PAY * 60
                           / (WS-OLD-HOURLY-RATE * 1.25)
                   COMPUTE WS-LATE-NIGHT-MINUTES ROUNDED =
                       PG-LATE-NIGHT-PAY * 60
                           / (WS-OLD-HOURLY-RATE * 0.25)
               END-IF
           END-IF
           COMPUTE WS-NEW-OVERTIME-PAY
                   ROUNDED MODE IS NEAREST-EVEN =
               WS-OVERTIME-MINUTES * WS-NEW-HOURLY-RATE * 1.25 / 60
           COMPUTE WS-NEW-LATE-NIGHT-PAY
                   ROUNDED MODE IS NEAREST-EVEN =
               WS-LATE-NIGHT-MINUTES * WS-NEW-HOURLY-RATE * 0.25
                   / 60
           COMPUTE WS-DIFF-WORK =
               WS-NEW-OVERTIME-PAY - PG-OVERTIME-PAY
           IF WS-DIFF-WORK > ZERO
               MOVE WS-DIFF-WORK TO RP-OVERTIME-DIFF
           ELSE
               MOVE ZERO TO RP-OVERTIME-DIFF
           END-IF
           COMPUTE WS-DIFF-WORK =
               WS-NEW-LATE-NIGHT-PAY - PG-LATE-NIGHT-PAY
           IF WS-DIFF-WORK > ZERO
               MOVE WS-DIFF-WORK TO RP-LATE-NIGHT-DIFF
           ELSE
               MOVE ZERO TO RP-LATE-NIGHT-DIFF
           END-IF.

      *----------------------------------------------------------------
      * その月の課税支給額に差額を足して税額表を引き直し、当時の
      * 源泉徴収額との差を追加徴収する。
      *----------------------------------------------------------------
       WORK-OUT-WITHHOLDING-DIFF.
           COMPUTE WS-NEW-TAXABLE-GROSS =
               PG-TAXABLE-GROSS + RP-ARREARS-GROSS
           SET TW-IDX TO 1
           SEARCH TW-ENTRY
               AT END
                   COMPUTE WS-NEW-WITHHOLDING-TAX
                           ROUNDED MODE IS NEAREST-EVEN =
                       WS-NEW-TAXABLE-GROSS * TW-RATE (4)
               WHEN WS-NEW-TAXABLE-GROSS <= TW-MAX-GROSS (TW-IDX)
                   COMPUTE WS-NEW-WITHHOLDING-TAX
                           ROUNDED MODE IS NEAREST-EVEN =
                       WS-NEW-TAXABLE-GROSS * TW-RATE (TW-IDX)
           END-SEARCH
           COMPUTE WS-DIFF-WORK =
               WS-NEW-WITHHOLDING-TAX - PG-WITHHOLDING-TAX
           IF WS-DIFF-WORK > ZERO
               MOVE WS-DIFF-WORK TO RP-WITHHOLDING-DIFF
           ELSE
               MOVE ZERO TO RP-WITHHOLDING-DIFF
           END-IF.

      *----------------------------------------------------------------
      * 社会保険は標準報酬月額で決まるので、昇給だけでは変わらない。
      * 等級決定日がその月以前の等級と、その月に発効中の料率で
      * 計算し直し、当時の控除より多ければ差を追加控除する。
      *----------------------------------------------------------------
       WORK-OUT-SOCIAL-INS-DIFF.
           MOVE ZERO TO RP-SOCIAL-INS-DIFF
           MOVE ZERO TO WS-SI-STANDARD-MONTHLY
           SET SG-IDX TO 1
           SEARCH WS-SIGRADE-ENTRY
               AT END
                   CONTINUE
               WHEN SGT-EMPLOYEE-ID (SG-IDX) = PG-EMPLOYEE-ID
                   IF SGT-GRADED-DATE (SG-IDX) (1:6)
                       NOT > PG-PAY-MONTH
                       MOVE SGT-STANDARD-MONTHLY (SG-IDX)
                           TO WS-SI-STANDARD-MONTHLY
                   END-IF
           END-SEARCH
           MOVE ZERO TO WS-RATE-HIT-SUB
           PERFORM PICK-RATE-IN-FORCE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
           IF WS-SI-STANDARD-MONTHLY > ZERO
               AND WS-RATE-HIT-SUB > ZERO
               COMPUTE WS-NEW-SOCIAL-INS
                       ROUNDED MODE IS NEAREST-EVEN =
                   WS-SI-STANDARD-MONTHLY
                       * (RTT-HEALTH-RATE (WS-RATE-HIT-SUB) / 2
                           + RTT-PENSION-RATE (WS-RATE-HIT-SUB) / 2
                           + RTT-EMPLOY-RATE (WS-RATE-HIT-SUB))
               COMPUTE WS-DIFF-WORK =
                   WS-NEW-SOCIAL-INS - PG-SOCIAL-INS-EE
               IF WS-DIFF-WORK > ZERO
                   MOVE WS-DIFF-WORK TO RP-SOCIAL-INS-DIFF
               END-IF
           END-IF.

       PICK-RATE-IN-FORCE.
           IF RTT-EFFECTIVE-DATE (WS-RATE-SUB) (1:6)
               NOT > PG-PAY-MONTH
               IF WS-RATE-HIT-SUB = ZERO
                   MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB
               ELSE
                   IF RTT-EFFECTIVE-DATE (WS-RATE-SUB)
                       > RTT-EFFECTIVE-DATE (WS-RATE-HIT-SUB)
                       MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB
                   END-IF
               END-IF
           END-IF.
