      *================================================================
      * ONBOARDING-TXN-RECORD.
      *
      * One joiner or leaver per row on ONBOARD.DAT, keyed by HR.
      * A hire (type H) carries everything the first payroll needs
      * in one place: the 社員マスター fields, the bank account for
      * EMPBANK.DAT, the commute route for COMMUTE.DAT (mode blank
      * when the employee has none), and optionally the social
      * insurance grade for SIGRADE.DAT - left zero, the grade is
      * picked from SIPREM.DAT on 基本給 plus 手当 the way the
      * grading run does for someone with no pay history.  A
      * separation (type S) needs only the employee and the date.
      * OB-EFFECTIVE-DATE is the 入社 date for a hire and the last
      * day of service for a separation; rows dated after the run
      * are carried forward until the day arrives.
      *================================================================
       01  ONBOARDING-TXN-RECORD.
           05  OB-TXN-TYPE         PIC X(1).
               88  OB-HIRE             VALUE 'H'.
               88  OB-SEPARATION       VALUE 'S'.
           05  OB-EMPLOYEE-ID      PIC 9(8).
           05  OB-EFFECTIVE-DATE   PIC 9(8).
           05  OB-EFFECTIVE-PARTS  REDEFINES OB-EFFECTIVE-DATE.
               10  OB-EFFECTIVE-YEAR   PIC 9(4).
               10  OB-EFFECTIVE-MONTH  PIC 9(2).
               10  OB-EFFECTIVE-DAY    PIC 9(2).
           05  OB-EMPLOYEE-NAME    PIC X(20).
           05  OB-DEPT-CODE        PIC X(10).
           05  OB-LEVEL            PIC 9(2).
           05  OB-BASE-PAY         PIC 9(7)V99.
           05  OB-ALLOWANCE        PIC 9(7)V99.
           05  OB-BANK-CODE        PIC 9(4).
           05  OB-BRANCH-CODE      PIC 9(3).
           05  OB-ACCOUNT-TYPE     PIC 9(1).
           05  OB-ACCOUNT-NUMBER   PIC 9(7).
           05  OB-ACCOUNT-NAME     PIC X(30).
           05  OB-REIMBURSE-METHOD PIC X(1).
           05  OB-COMMUTE-MODE     PIC X(1).
               88  OB-NO-COMMUTE       VALUE SPACE.
               88  OB-COMMUTE-VALID    VALUE SPACE 'R' 'B' 'C'.
           05  OB-PASS-COST        PIC 9(7).
           05  OB-PAY-INTERVAL     PIC 9(2).
           05  OB-SI-GRADE         PIC 9(2).
           05  OB-SI-STANDARD      PIC 9(7).
