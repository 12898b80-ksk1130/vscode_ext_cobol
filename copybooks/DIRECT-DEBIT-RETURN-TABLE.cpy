      *================================================================
      * DIRECT-DEBIT-RETURN-TABLE.
      *
      * The bank's 振替結果コード and the wording the failed-debit
      * listing prints for each.  Same literal-REDEFINES shape as
      * GL-ACCOUNT-MAP-TABLE; a code not listed here prints as
      * OTHER BANK REASON.
      *================================================================
       01  WS-DEBIT-RETURN-VALUES.
           05  FILLER PIC X(31) VALUE
               '1INSUFFICIENT FUNDS            '.
           05  FILLER PIC X(31) VALUE
               '2NO SUCH ACCOUNT               '.
           05  FILLER PIC X(31) VALUE
               '3STOPPED BY ACCOUNT HOLDER     '.
           05  FILLER PIC X(31) VALUE
               '4NO DEBIT MANDATE AT BANK      '.
           05  FILLER PIC X(31) VALUE
               '8STOPPED AT OUR REQUEST        '.
           05  FILLER PIC X(31) VALUE
               '9OTHER BANK REASON             '.
       01  WS-DEBIT-RETURN-TABLE
                           REDEFINES WS-DEBIT-RETURN-VALUES.
           05  DR-ENTRY            OCCURS 6 TIMES
                                       INDEXED BY DR-IDX.
               10  DR-RESULT-CODE      PIC X(1).
               10  DR-REASON-TEXT      PIC X(30).
