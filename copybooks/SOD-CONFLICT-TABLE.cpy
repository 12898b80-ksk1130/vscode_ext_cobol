      *================================================================
      * SOD-CONFLICT-TABLE.
      *
      * Pairs of USERAUTH.DAT rights no one user may hold together.
      * SD-FIRST-RIGHT and SD-SECOND-RIGHT are positions in the
      * seven-byte rights string the access review programs build
      * from USER-AUTH-RECORD, in this order:
      *   1 add customer        2 change customer
      *   3 retire customer     4 move customer balance
      *   5 credit release      6 vendor maintenance
      *   7 vendor payment release
      * Add a pair here when audit names a new conflict; both
      * USER-ACCESS-REVIEW and USER-ACCESS-RECERT pick it up.
      *================================================================
       01  SOD-CONFLICT-VALUES.
           05  FILLER PIC X(40)
               VALUE '45CUSTOMER BALANCE + CREDIT RELEASE'.
           05  FILLER PIC X(40)
               VALUE '67VENDOR MAINT + PAYMENT RELEASE'.
       01  SOD-CONFLICT-TABLE REDEFINES SOD-CONFLICT-VALUES.
           05  SD-ENTRY            OCCURS 2 TIMES
                                       INDEXED BY SD-IDX.
               10  SD-FIRST-RIGHT      PIC 9(1).
               10  SD-SECOND-RIGHT     PIC 9(1).
               10  SD-DESCRIPTION      PIC X(38).
