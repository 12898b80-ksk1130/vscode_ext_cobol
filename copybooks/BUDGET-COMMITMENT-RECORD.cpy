      *================================================================
      * BUDGET-COMMITMENT-RECORD.
      *
      * One budget reservation per approved requisition or expense
      * report on COMMIT.DAT, appended by BUDGET-COMMITMENT-CHECK
      * when the approval programs route the document.  The amount
      * stays reserved against the department, GL account and month
      * until BUDGET-COMMITMENT-RELEASE finds the document posted on
      * GLEXTR.DAT (GL-SOURCE-KEY = CM-DOCUMENT-NO) - the posted
      * amount then counts as actual - or a release card cancels it
      * (rejected or withdrawn paperwork).
      *================================================================
       01  BUDGET-COMMITMENT-RECORD.
           05  CM-DOCUMENT-NO      PIC X(20).
           05  CM-SOURCE-PROGRAM   PIC X(30).
           05  CM-EMPLOYEE-ID      PIC 9(8).
           05  CM-DEPARTMENT-CODE  PIC X(10).
           05  CM-ACCOUNT-CODE     PIC X(8).
           05  CM-BUDGET-MONTH     PIC 9(6).
           05  CM-AMOUNT           PIC 9(7)V99.
           05  CM-RESERVE-DATE     PIC 9(8).
           05  CM-STATUS           PIC X(1).
               88  CM-RESERVED         VALUE 'R'.
               88  CM-POSTED           VALUE 'P'.
               88  CM-CANCELLED        VALUE 'C'.
           05  CM-POSTED-AMOUNT    PIC 9(9)V99.
           05  CM-RELEASE-DATE     PIC 9(8).
