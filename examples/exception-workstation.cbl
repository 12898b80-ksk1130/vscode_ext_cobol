           05  WD-CORRECTION-TEXT       PIC X(100).

       FD  ORDERS-RESUBMIT-FILE.
       01  ORDERS-RESUBMIT-RECORD       PIC X(32).

       FD  MAINT-RESUBMIT-FILE.
       01  MAINT-RESUBMIT-RECORD        PIC X(100).
