      *================================================================
      * RECERT-DECISION-RECORD.
      *
      * One manager sign-off per row on RECERT.DAT, keyed from the
      * quarterly RECERT.RPT.  RD-DECISION C certifies the user's
      * rights as they stand, A replaces them with the seven
      * RD-ALLOW- flags keyed on the row (the same order as
      * SOD-CONFLICT-TABLE), and R revokes the user altogether -
      * the USERAUTH.DAT row is dropped, which CUSTOMER-MAINTENANCE
      * already treats as no authority.  RD-MANAGER-ID must not be
      * the user being reviewed.
      *================================================================
       01  RECERT-DECISION-RECORD.
           05  RD-USER-ID              PIC X(8).
           05  RD-DECISION             PIC X(1).
               88  RD-CERTIFY              VALUE 'C'.
               88  RD-AMEND                VALUE 'A'.
               88  RD-REVOKE               VALUE 'R'.
           05  RD-ALLOWED-RIGHTS.
               10  RD-ALLOW-FLAG       OCCURS 7 TIMES
                                           PIC X(1).
           05  RD-MANAGER-ID           PIC X(8).
           05  RD-DECISION-DATE        PIC 9(8).
