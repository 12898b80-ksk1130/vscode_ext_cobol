      *================================================================
      * BANK-STATEMENT-LAYOUT.
      *
      * The bank's account activity statement (入出金明細) for our
      * operating account, received as BANKSTMT.DAT in the same
      * 120-byte header (1) / data (2) / trailer (8) / end (9)
      * shape as the Zengin files we send.  The header carries the
      * statement period and the opening balance; each data record
      * is one movement on the account, BD-IN-OUT-CODE telling a
      * credit (入金) from a debit (出金), with the bank's own
      * description - the remitter's name for a transfer in; the
      * trailer carries the count and total of each side and the
      * closing balance.  Amounts are whole yen.
      *================================================================
       01  WS-STATEMENT-HEADER.
           05  BH-RECORD-TYPE           PIC X(1).
           05  BH-DATA-KIND             PIC X(2).
           05  BH-CREATE-DATE           PIC 9(8).
           05  BH-FROM-DATE             PIC 9(8).
           05  BH-TO-DATE               PIC 9(8).
           05  BH-BANK-CODE             PIC 9(4).
           05  BH-BRANCH-CODE           PIC 9(3).
           05  BH-ACCOUNT-TYPE          PIC 9(1).
           05  BH-ACCOUNT-NUMBER        PIC 9(7).
           05  BH-OPENING-BALANCE       PIC 9(14).
           05  FILLER                   PIC X(64).

       01  WS-STATEMENT-DATA.
           05  BD-RECORD-TYPE           PIC X(1).
           05  BD-TRANS-DATE            PIC 9(8).
           05  BD-IN-OUT-CODE           PIC X(1).
               88  BD-CREDIT                VALUE '1'.
               88  BD-DEBIT                 VALUE '2'.
           05  BD-TRANS-TYPE            PIC X(2).
           05  BD-AMOUNT                PIC 9(12).
           05  BD-DESCRIPTION           PIC X(48).
           05  FILLER                   PIC X(48).

       01  WS-STATEMENT-TRAILER.
           05  BT-RECORD-TYPE           PIC X(1).
           05  BT-CREDIT-COUNT          PIC 9(6).
           05  BT-CREDIT-TOTAL          PIC 9(14).
           05  BT-DEBIT-COUNT           PIC 9(6).
           05  BT-DEBIT-TOTAL           PIC 9(14).
           05  BT-CLOSING-BALANCE       PIC 9(14).
           05  FILLER                   PIC X(65).
