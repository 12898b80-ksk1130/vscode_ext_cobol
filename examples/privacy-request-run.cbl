       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-REQUEST-RUN.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * 個人情報 開示・削除 requests under the personal information
      * protection law, answered by the batch instead of by hand.
      * Each PRIVREQ.DAT row names a person by RECORD-ID or 顧客ーID
      * (the other key is found through the confirmed CUSTXREF.DAT
      * bridge, as CUSTOMER-360-INQUIRY does).  For every request
      * PRIVDISC.RPT gets a disclosure of everything held about the
      * person: the CUSTOMER.DAT and JCUSTOMR.DAT masters, the
      * MAILSHIP.DAT mail-gateway rows, the CRMEXP.DAT CRM extract,
      * the CUSTARCH.DAT archive, the SHIPTO.DAT delivery addresses,
      * the CUSTBANK.DAT bank account, the MASTERUPD.LOG journal
      * entries for either key, and the invoices (INVREG.DAT), open
      * items (ARITEMS.DAT) and settled items (ARPAYHST.DAT) that
      * are kept for the legal retention period.
      * A deletion the privacy officer has approved anonymises the
      * personal fields and nothing else: the CUSTOMER.DAT name and
      * address are replaced in place (REWRITE, journaled with the
      * personal fields already gone from both images), as is every
      * SHIPTO.DAT delivery address under the customer (all but the
      * key and status blanked), and the carry-forward copies
      * JCUSTOMR.NEW, CRMEXP.NEW, CUSTARCH.NEW and MASTERUPD.NEW have
      * the names, addresses, phone numbers and mail address blanked,
      * while MAILSHIP.NEW drops the person's unsent notices.
      * CUSTBANK.NEW drops the person's bank account unless a refund
      * or direct debit may still run through it (a balance on
      * CUSTOMER.DAT or an open item on ARITEMS.DAT), in which case
      * it is kept and logged RETAINED.  Keys, balances, status,
      * purchase totals and the invoice and AR history are left
      * exactly as they are - the law requires us to keep them.
      * Journal rows are only scrubbed where the writing program is
      * one that journals the customer or ship-to masters
      * (PRIVACY-PROGRAM-TABLE below), so an employee or product row
      * that happens to share the number is not touched.  Deletions
      * not yet approved are carried forward to PRIVREQ.NEW.  Every
      * request and every action is appended to PRIVACY.LOG for the
      * privacy officer.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "PRIVREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT REQUEST-OUT-FILE ASSIGN TO "PRIVREQ.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIVACY-LOG-FILE ASSIGN TO "PRIVACY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.
           SELECT DISCLOSURE-REPORT-FILE ASSIGN TO "PRIVDISC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-FILE ASSIGN TO "CUSTXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT JCUSTOMER-FILE ASSIGN TO "JCUSTOMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCUST-STATUS.
           SELECT JCUSTOMER-OUT-FILE ASSIGN TO "JCUSTOMR.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-EXTRACT-FILE ASSIGN TO "MAILSHIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT MAIL-EXTRACT-OUT-FILE ASSIGN TO "MAILSHIP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRM-EXPORT-FILE ASSIGN TO "CRMEXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRM-STATUS.
           SELECT CRM-EXPORT-OUT-FILE ASSIGN TO "CRMEXP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-ARCHIVE-FILE ASSIGN TO "CUSTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CUSTOMER-ARCHIVE-OUT-FILE ASSIGN TO "CUSTARCH.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MASTERUPD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT JOURNAL-OUT-FILE ASSIGN TO "MASTERUPD.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVREG-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITEM-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHST-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT BANK-DETAIL-FILE ASSIGN TO "CUSTBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT BANK-DETAIL-OUT-FILE ASSIGN TO "CUSTBANK.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       COPY CUSTOMER-DATA.

       FD  REQUEST-FILE.
       COPY PRIVACY-REQUEST-RECORD.

       FD  REQUEST-OUT-FILE.
       01  REQUEST-OUT-RECORD           PIC X(58).

       FD  PRIVACY-LOG-FILE.
       COPY PRIVACY-LOG-RECORD.

       FD  DISCLOSURE-REPORT-FILE.
       01  DISCLOSURE-REPORT-LINE       PIC X(132).

       FD  XREF-FILE.
       COPY CUSTOMER-KEY-XREF-RECORD.

       FD  JCUSTOMER-FILE.
       COPY 顧客データー.

       FD  JCUSTOMER-OUT-FILE.
       01  JCUSTOMER-OUT-RECORD         PIC X(262).

       FD  MAIL-EXTRACT-FILE.
       01  MAIL-EXTRACT-RECORD.
           05  ML-MAIL-ADDRESS          PIC X(50).
           05  ML-CUSTOMER-ID           PIC 9(8).
           05  ML-TRACKING-NUMBER       PIC 9(12).
           05  ML-CARRIER-CODE          PIC X(5).
           05  ML-LINE-COUNT            PIC 9(3).
           05  ML-TOTAL-UNITS           PIC 9(7).
           05  ML-SHIP-DATE             PIC 9(8).
           05  ML-NOTICE-TYPE           PIC X(1).
           05  ML-DELIVERED-DATE        PIC 9(8).
           05  ML-RECEIVED-BY           PIC X(20).
           05  ML-EXCEPTION-CODE        PIC X(2).

       FD  MAIL-EXTRACT-OUT-FILE.
       01  MAIL-EXTRACT-OUT-RECORD      PIC X(124).

       FD  CRM-EXPORT-FILE.
       01  CRM-EXPORT-RECORD.
           05  CE-CUSTOMER-ID            PIC 9(8).
           05  CE-CUSTOMER-NAME          PIC X(30).
           05  CE-CUSTOMER-ADDRESS       PIC X(50).
           05  CE-ACCOUNT-BALANCE        PIC S9(9)V99.

       FD  CRM-EXPORT-OUT-FILE.
       01  CRM-EXPORT-OUT-RECORD        PIC X(100).

       FD  CUSTOMER-ARCHIVE-FILE.
       COPY ARCHIVE-RECORD.

       FD  CUSTOMER-ARCHIVE-OUT-FILE.
       01  CUSTOMER-ARCHIVE-OUT-RECORD  PIC X(163).

       FD  JOURNAL-FILE.
       COPY MASTER-UPDATE-JOURNAL-RECORD.

       FD  JOURNAL-OUT-FILE.
       01  JOURNAL-OUT-RECORD           PIC X(292).

       FD  INVOICE-REGISTER-FILE.
       COPY INVOICE-REGISTER-RECORD.

       FD  AR-ITEM-FILE.
       COPY AR-OPEN-ITEM-RECORD.

       FD  PAY-HISTORY-FILE.
       COPY AR-PAYMENT-HISTORY-RECORD.

       FD  SHIP-TO-FILE.
       COPY SHIP-TO-RECORD.

       FD  BANK-DETAIL-FILE.
       COPY CUSTOMER-BANK-RECORD.

       FD  BANK-DETAIL-OUT-FILE.
       01  BANK-DETAIL-OUT-RECORD       PIC X(54).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-FOUND                    VALUE '00'.
       01  WS-REQ-STATUS                 PIC XX.
           88  REQ-FILE-OK                   VALUE '00'.
           88  REQ-FILE-EOF                  VALUE '10'.
       01  WS-PLOG-STATUS                PIC XX.
       01  WS-XREF-STATUS                PIC XX.
           88  XREF-FILE-OK                  VALUE '00'.
           88  XREF-FILE-EOF                 VALUE '10'.
       01  WS-JCUST-STATUS               PIC XX.
           88  JCUST-FILE-OK                 VALUE '00'.
           88  JCUST-FILE-EOF                VALUE '10'.
       01  WS-MAIL-STATUS                PIC XX.
           88  MAIL-FILE-OK                  VALUE '00'.
           88  MAIL-FILE-EOF                 VALUE '10'.
       01  WS-CRM-STATUS                 PIC XX.
           88  CRM-FILE-OK                   VALUE '00'.
           88  CRM-FILE-EOF                  VALUE '10'.
       01  WS-ARCH-STATUS                PIC XX.
           88  ARCH-FILE-OK                  VALUE '00'.
           88  ARCH-FILE-EOF                 VALUE '10'.
       01  WS-JNL-STATUS                 PIC XX.
           88  JNL-FILE-OK                   VALUE '00'.
           88  JNL-FILE-EOF                  VALUE '10'.
       01  WS-INVREG-STATUS              PIC XX.
           88  INVREG-FILE-OK                VALUE '00'.
           88  INVREG-FILE-EOF               VALUE '10'.
       01  WS-ARITEM-STATUS              PIC XX.
           88  ARITEM-FILE-OK                VALUE '00'.
           88  ARITEM-FILE-EOF               VALUE '10'.
       01  WS-PAYHST-STATUS              PIC XX.
           88  PAYHST-FILE-OK                VALUE '00'.
           88  PAYHST-FILE-EOF               VALUE '10'.
       01  WS-SHIPTO-STATUS              PIC XX.
           88  SHIPTO-FILE-OK                VALUE '00'.
       01  WS-SHIPTO-DONE-SW             PIC X(1).
           88  SHIPTO-DONE                   VALUE 'Y'.
       01  WS-BANK-STATUS                PIC XX.
           88  BANK-FILE-OK                  VALUE '00'.
           88  BANK-FILE-EOF                 VALUE '10'.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).

      *----------------------------------------------------------------
      * 顧客マスターと出荷先マスターの像を記帳するプログラム。
      * この名前で記帳された行だけ、キー一致時に前後像の個人項目
      * を消す(C = CUSTOMER.DAT、J = 顧客データー、S = SHIPTO.DAT)。
      *----------------------------------------------------------------
       01  PRIVACY-PROGRAM-VALUES.
           05  FILLER PIC X(31) VALUE 'CCUSTOMER-MAINTENANCE'.
           05  FILLER PIC X(31) VALUE 'CAR-DISPUTE-RESOLVE'.
           05  FILLER PIC X(31) VALUE 'CAR-OPEN-ITEM-MAINT'.
           05  FILLER PIC X(31) VALUE 'CARCHIVE-RETRIEVE'.
           05  FILLER PIC X(31) VALUE 'CBILLING-NOTE-ISSUE'.
           05  FILLER PIC X(31) VALUE 'CCASH-APPLICATION'.
           05  FILLER PIC X(31) VALUE 'CCUSTOMER-REFUND-RUN'.
           05  FILLER PIC X(31) VALUE 'CLATE-INTEREST-ASSESSMENT'.
           05  FILLER PIC X(31) VALUE 'CREBATE-ACCRUAL-RUN'.
           05  FILLER PIC X(31) VALUE 'CRETURNS-PROCESSING'.
           05  FILLER PIC X(31) VALUE 'CSMALL-BALANCE-WRITE-OFF'.
           05  FILLER PIC X(31) VALUE 'CPRIVACY-REQUEST-RUN'.
           05  FILLER PIC X(31) VALUE 'JJCUST-MERGE'.
           05  FILLER PIC X(31) VALUE 'SSHIP-TO-MAINTENANCE'.
       01  PRIVACY-PROGRAM-TABLE REDEFINES PRIVACY-PROGRAM-VALUES.
           05  PP-ENTRY            OCCURS 14 TIMES
                                       INDEXED BY PP-IDX.
               10  PP-IMAGE-LAYOUT     PIC X(1).
                   88  PP-CUSTOMER-IMAGE   VALUE 'C'.
                   88  PP-JCUSTOMER-IMAGE  VALUE 'J'.
                   88  PP-SHIP-TO-IMAGE    VALUE 'S'.
               10  PP-PROGRAM-NAME     PIC X(30).
       01  WS-IMAGE-LAYOUT               PIC X(1).
           88  IMAGE-IS-CUSTOMER             VALUE 'C'.
           88  IMAGE-IS-JCUSTOMER            VALUE 'J'.
           88  IMAGE-IS-SHIP-TO              VALUE 'S'.

       01  WS-LINK-TABLE-MAX             PIC 9(4) VALUE 1000.
       01  WS-LINK-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-LINK-ENTRIES.
           05  WS-LINK-ENTRY             OCCURS 1000 TIMES
                                             INDEXED BY LK-IDX.
               10  LK-RECORD-ID              PIC 9(8).
               10  LK-JCUST-ID               PIC 9(10).

      *----------------------------------------------------------------
      * 承認済みの削除。各ファイルの匿名化パスでキーを引き、
      * ファイルごとの件数を控えて最後にPRIVACY.LOGへ書く。
      *----------------------------------------------------------------
       01  WS-ERASE-TABLE-MAX            PIC 9(3) VALUE 100.
       01  WS-ERASE-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-ERASE-ENTRIES.
           05  WS-ERASE-ENTRY            OCCURS 100 TIMES
                                             INDEXED BY ER-IDX.
               10  ER-REQUEST-NO             PIC X(10).
               10  ER-RECORD-ID              PIC 9(8).
               10  ER-JCUST-ID               PIC 9(10).
               10  ER-SIGNED-BY              PIC X(20).
               10  ER-ERASED-NAME            PIC X(30).
               10  ER-JCUST-ROWS             PIC 9(5).
               10  ER-MAIL-ROWS              PIC 9(5).
               10  ER-CRM-ROWS               PIC 9(5).
               10  ER-ARCH-ROWS              PIC 9(5).
               10  ER-JNL-ROWS               PIC 9(5).
               10  ER-BANK-ROWS              PIC 9(5).
               10  ER-BANK-RETAIN-SW         PIC X(1).
                   88  ER-BANK-RETAINED          VALUE 'Y'.
       01  WS-ERASE-SUB                  PIC 9(3) COMP.
       01  WS-ERASE-FOUND-SW             PIC X(1).
           88  ERASE-ENTRY-FOUND             VALUE 'Y'.

       01  WS-REQ-RECORD-ID              PIC 9(8).
       01  WS-REQ-JCUST-ID               PIC 9(10).
       01  WS-RECORD-KEY-X               PIC X(20).
       01  WS-JCUST-KEY-X                PIC X(20).
       01  WS-RECORD-ID-X                PIC X(8).
       01  WS-JCUST-ID-X                 PIC X(10).
       01  WS-LOOKUP-RECORD-ID           PIC 9(8).
       01  WS-LOOKUP-JCUST-ID            PIC 9(10).
       01  WS-ERASED-NAME.
           05  FILLER                    PIC X(15)
                                            VALUE 'PRIVACY ERASED '.
           05  EN-REQUEST-NO             PIC X(10).
           05  FILLER                    PIC X(5) VALUE SPACES.
       01  WS-HELD-COUNT                 PIC 9(5).
       01  WS-RETAINED-COUNT             PIC 9(5).
       01  WS-INVREG-ROWS                PIC 9(5).
       01  WS-ARITEM-ROWS                PIC 9(5).
       01  WS-PAYHST-ROWS                PIC 9(5).
       01  WS-CUST-ERASED-ROWS           PIC 9(5).
       01  WS-SHIPTO-ERASED-ROWS         PIC 9(5).

       01  WS-REQUEST-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-DISCLOSED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-ERASED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-AWAITING-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-NOT-FOUND-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-JOURNAL-PROGRAM-NAME       PIC X(30)
                                        VALUE 'PRIVACY-REQUEST-RUN'.
       01  WS-JOURNAL-KEY                PIC X(20).
       01  WS-JOURNAL-BEFORE-IMAGE       PIC X(120).
       01  WS-JOURNAL-AFTER-IMAGE        PIC X(120).
       01  WS-JOURNAL-USER-ID            PIC X(8) VALUE 'BATCH'.

       01  WS-REQUEST-HEADING-LINE.
           05  FILLER                  PIC X(17)
               VALUE 'PRIVACY REQUEST: '.
           05  RH-REQUEST-NO            PIC X(10).
           05  FILLER                  PIC X(7) VALUE ' TYPE: '.
           05  RH-REQUEST-TYPE          PIC X(10).
           05  FILLER                  PIC X(11) VALUE ' RECEIVED: '.
           05  RH-RECEIVED-DATE         PIC 9(8).
           05  FILLER                  PIC X(12)
               VALUE ' RECORD-ID: '.
           05  RH-RECORD-ID             PIC 9(8).
           05  FILLER                  PIC X(15)
               VALUE ' 顧客ーID: '.
           05  RH-JCUST-ID              PIC 9(10).

       01  WS-DISCLOSURE-LINE.
           05  DL-SOURCE-FILE           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-DETAIL                PIC X(119).

       01  WS-CUSTOMER-DETAIL.
           05  DC-RECORD-NAME           PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DC-CUSTOMER-ADDRESS      PIC X(50).
           05  FILLER                  PIC X(5) VALUE ' BAL '.
           05  DC-ACCOUNT-BALANCE       PIC ---------9.99.
           05  FILLER                  PIC X(4) VALUE ' ST '.
           05  DC-STATUS-CODE           PIC XX.

       01  WS-JCUST-NAME-DETAIL.
           05  FILLER                  PIC X(5) VALUE 'NAME '.
           05  DJ-SEI-KANA              PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DJ-MEI-KANA              PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DJ-SEI-KANJI             PIC X(10).
           05  DJ-MEI-KANJI             PIC X(10).
           05  FILLER                  PIC X(5) VALUE ' TEL '.
           05  DJ-HOME-PHONE            PIC X(13).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DJ-MOBILE-PHONE          PIC X(13).

       01  WS-JCUST-ADDRESS-DETAIL.
           05  FILLER                  PIC X(5) VALUE 'ADDR '.
           05  DJ-POSTAL-CODE           PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DJ-PREFECTURE            PIC X(20).
           05  DJ-CITY                  PIC X(20).
           05  DJ-STREET                PIC X(30).

       01  WS-JCUST-MAIL-DETAIL.
           05  FILLER                  PIC X(5) VALUE 'MAIL '.
           05  DJ-MAIL-ADDRESS          PIC X(50).
           05  FILLER                  PIC X(11) VALUE ' CONFIRMED '.
           05  DJ-MAIL-STATE            PIC X(1).
           05  FILLER                  PIC X(12)
               VALUE ' REGISTERED '.
           05  DJ-REGISTERED-DATE       PIC 9(8).
           05  FILLER                  PIC X(11) VALUE ' LAST USED '.
           05  DJ-LAST-USED-DATE        PIC 9(8).

       01  WS-MAIL-DETAIL.
           05  FILLER                  PIC X(3) VALUE 'TO '.
           05  DM-MAIL-ADDRESS          PIC X(50).
           05  FILLER                  PIC X(5) VALUE ' TRK '.
           05  DM-TRACKING-NUMBER       PIC 9(12).
           05  FILLER                  PIC X(9) VALUE ' SHIPPED '.
           05  DM-SHIP-DATE             PIC 9(8).
           05  FILLER                  PIC X(8) VALUE ' NOTICE '.
           05  DM-NOTICE-TYPE           PIC X(1).

       01  WS-CRM-DETAIL.
           05  DE-CUSTOMER-NAME         PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DE-CUSTOMER-ADDRESS      PIC X(50).

       01  WS-ARCHIVE-DETAIL.
           05  FILLER                  PIC X(9) VALUE 'ARCHIVED '.
           05  DA-ARCHIVE-DATE          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DA-RECORD-NAME           PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DA-CUSTOMER-ADDRESS      PIC X(50).

       01  WS-JOURNAL-DETAIL.
           05  DU-PROGRAM-NAME          PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DU-TIMESTAMP             PIC 9(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DU-USER-ID               PIC X(8).
           05  FILLER                  PIC X(5) VALUE ' KEY '.
           05  DU-KEY                   PIC X(20).

       01  WS-SHIP-TO-DETAIL.
           05  FILLER                  PIC X(8) VALUE 'SHIP-TO '.
           05  DS-SHIP-TO-NO            PIC 9(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DS-SHIP-TO-NAME          PIC X(30).
           05  FILLER                  PIC X(5) VALUE ' TEL '.
           05  DS-PHONE                 PIC X(13).
           05  FILLER                  PIC X(6) VALUE ' NOTE '.
           05  DS-DELIVERY-NOTES        PIC X(40).

       01  WS-SHIP-TO-ADDRESS-DETAIL.
           05  FILLER                  PIC X(5) VALUE 'ADDR '.
           05  DS-POSTAL-CODE           PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DS-PREFECTURE            PIC X(20).
           05  DS-CITY                  PIC X(20).
           05  DS-STREET                PIC X(30).
           05  DS-BUILDING              PIC X(30).

       01  WS-BANK-DETAIL.
           05  FILLER                  PIC X(5) VALUE 'BANK '.
           05  DB-BANK-CODE             PIC 9(4).
           05  FILLER                  PIC X(8) VALUE ' BRANCH '.
           05  DB-BRANCH-CODE           PIC 9(3).
           05  FILLER                  PIC X(6) VALUE ' TYPE '.
           05  DB-ACCOUNT-TYPE          PIC 9(1).
           05  FILLER                  PIC X(9) VALUE ' ACCOUNT '.
           05  DB-ACCOUNT-NUMBER        PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DB-ACCOUNT-NAME          PIC X(30).
           05  FILLER                  PIC X(14)
               VALUE ' DIRECT DEBIT '.
           05  DB-DIRECT-DEBIT-SW       PIC X(1).

       01  WS-RETAINED-DETAIL.
           05  DR-DOC-LABEL             PIC X(8).
           05  DR-DOC-NUMBER            PIC 9(12).
           05  FILLER                  PIC X(6) VALUE ' DATE '.
           05  DR-DOC-DATE              PIC 9(8).
           05  FILLER                  PIC X(8) VALUE ' AMOUNT '.
           05  DR-DOC-AMOUNT            PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(28)
               VALUE ' RETAINED - LEGAL RETENTION'.

       01  WS-REQUEST-TOTAL-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'RECORDS HELD: '.
           05  RT-HELD-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE '  RETAINED: '.
           05  RT-RETAINED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RT-OUTCOME               PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           PERFORM LOAD-CONFIRMED-LINKS
           OPEN INPUT REQUEST-FILE
           OPEN OUTPUT REQUEST-OUT-FILE
           OPEN OUTPUT DISCLOSURE-REPORT-FILE
           OPEN EXTEND PRIVACY-LOG-FILE
           IF WS-PLOG-STATUS NOT = '00'
               OPEN OUTPUT PRIVACY-LOG-FILE
           END-IF
           OPEN I-O CUST-FILE
           IF REQ-FILE-OK
               PERFORM READ-REQUEST
               PERFORM WORK-ONE-REQUEST UNTIL REQ-FILE-EOF
               CLOSE REQUEST-FILE
           END-IF
           CLOSE CUST-FILE
           CLOSE REQUEST-OUT-FILE
           CLOSE DISCLOSURE-REPORT-FILE
           IF WS-ERASE-COUNT > ZERO
               PERFORM ERASE-JCUSTOMER-ROWS
               PERFORM ERASE-MAIL-EXTRACT-ROWS
               PERFORM ERASE-CRM-EXPORT-ROWS
               PERFORM ERASE-ARCHIVE-ROWS
               PERFORM ERASE-JOURNAL-ROWS
               PERFORM ERASE-CUSTOMER-BANK-ROWS
               PERFORM LOG-ERASED-FILES
                   VARYING WS-ERASE-SUB FROM 1 BY 1
                   UNTIL WS-ERASE-SUB > WS-ERASE-COUNT
           END-IF
           CLOSE PRIVACY-LOG-FILE
           DISPLAY 'PRIVACY REQUESTS - READ: ' WS-REQUEST-COUNT
               ' DISCLOSED: ' WS-DISCLOSED-COUNT
               ' ANONYMISED: ' WS-ERASED-COUNT
               ' AWAITING APPROVAL: ' WS-AWAITING-COUNT
               ' NOT FOUND: ' WS-NOT-FOUND-COUNT
           STOP RUN.

       LOAD-CONFIRMED-LINKS.
           OPEN INPUT XREF-FILE
           IF XREF-FILE-OK
               PERFORM READ-XREF
               PERFORM STORE-CONFIRMED-LINK UNTIL XREF-FILE-EOF
               CLOSE XREF-FILE
           END-IF.

       READ-XREF.
           READ XREF-FILE
               AT END
                   SET XREF-FILE-EOF TO TRUE
           END-READ.

       STORE-CONFIRMED-LINK.
           IF CX-LINK-CONFIRMED
               IF WS-LINK-COUNT < WS-LINK-TABLE-MAX
                   ADD 1 TO WS-LINK-COUNT
                   MOVE CX-RECORD-ID TO LK-RECORD-ID (WS-LINK-COUNT)
                   MOVE CX-JCUST-ID TO LK-JCUST-ID (WS-LINK-COUNT)
               ELSE
                   DISPLAY 'ERROR: MORE THAN ' WS-LINK-TABLE-MAX
                       ' CONFIRMED LINKS ON CUSTXREF.DAT'
                       ' - RUN ABORTED'
                   CLOSE XREF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-XREF.

       READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET REQ-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 1件の依頼: キーをそろえ、受付を記録し、開示報告を作る。
      * 削除は承認済みなら匿名化、未承認なら翌日へ繰り越す。
      *----------------------------------------------------------------
       WORK-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           PERFORM RESOLVE-PERSON-KEYS
           MOVE 'RECEIVED' TO PX-ACTION
           MOVE SPACES TO PX-FILE-NAME
           MOVE ZERO TO PX-ROW-COUNT
           MOVE SPACES TO PX-SIGNED-BY
           PERFORM WRITE-PRIVACY-LOG
           PERFORM WRITE-DISCLOSURE
           IF WS-HELD-COUNT = ZERO
               AND WS-RETAINED-COUNT = ZERO
               MOVE 'NOTHING HELD ABOUT THIS PERSON' TO RT-OUTCOME
               MOVE 'NOT FOUND' TO PX-ACTION
               ADD 1 TO WS-NOT-FOUND-COUNT
           ELSE
               MOVE 'DISCLOSED' TO PX-ACTION
               ADD 1 TO WS-DISCLOSED-COUNT
               MOVE SPACES TO RT-OUTCOME
           END-IF
           MOVE 'PRIVDISC.RPT' TO PX-FILE-NAME
           COMPUTE PX-ROW-COUNT = WS-HELD-COUNT + WS-RETAINED-COUNT
           PERFORM WRITE-PRIVACY-LOG
           IF PV-DELETION
               IF NOT PV-DELETION-APPROVED
                   WRITE REQUEST-OUT-RECORD FROM PRIVACY-REQUEST-RECORD
                   MOVE 'DELETION AWAITING APPROVAL' TO RT-OUTCOME
                   MOVE 'HELD' TO PX-ACTION
                   MOVE 'PRIVREQ.NEW' TO PX-FILE-NAME
                   MOVE ZERO TO PX-ROW-COUNT
                   PERFORM WRITE-PRIVACY-LOG
                   ADD 1 TO WS-AWAITING-COUNT
               ELSE
                   IF WS-HELD-COUNT > ZERO
                       PERFORM ERASE-PERSON
                       MOVE 'PERSONAL FIELDS ANONYMISED'
                           TO RT-OUTCOME
                   END-IF
               END-IF
           END-IF
           MOVE WS-HELD-COUNT TO RT-HELD-COUNT
           MOVE WS-RETAINED-COUNT TO RT-RETAINED-COUNT
           WRITE DISCLOSURE-REPORT-LINE FROM WS-REQUEST-TOTAL-LINE
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE
           PERFORM READ-REQUEST.

       RESOLVE-PERSON-KEYS.
           MOVE PV-RECORD-ID TO WS-REQ-RECORD-ID
           MOVE PV-JCUST-ID TO WS-REQ-JCUST-ID
           IF WS-REQ-RECORD-ID = ZERO
               AND WS-REQ-JCUST-ID > ZERO
               SET LK-IDX TO 1
               SEARCH WS-LINK-ENTRY
                   AT END
                       CONTINUE
                   WHEN LK-IDX > WS-LINK-COUNT
                       CONTINUE
                   WHEN LK-JCUST-ID (LK-IDX) = WS-REQ-JCUST-ID
                       MOVE LK-RECORD-ID (LK-IDX)
                           TO WS-REQ-RECORD-ID
               END-SEARCH
           END-IF
           IF WS-REQ-JCUST-ID = ZERO
               AND WS-REQ-RECORD-ID > ZERO
               SET LK-IDX TO 1
               SEARCH WS-LINK-ENTRY
                   AT END
                       CONTINUE
                   WHEN LK-IDX > WS-LINK-COUNT
                       CONTINUE
                   WHEN LK-RECORD-ID (LK-IDX) = WS-REQ-RECORD-ID
                       MOVE LK-JCUST-ID (LK-IDX)
                           TO WS-REQ-JCUST-ID
               END-SEARCH
           END-IF
           MOVE WS-REQ-RECORD-ID TO WS-RECORD-ID-X
           MOVE WS-REQ-JCUST-ID TO WS-JCUST-ID-X
           MOVE WS-REQ-RECORD-ID TO WS-RECORD-KEY-X
           MOVE WS-REQ-JCUST-ID TO WS-JCUST-KEY-X.

       WRITE-PRIVACY-LOG.
           MOVE WS-TODAY-CCYYMMDD TO PX-LOG-DATE
           MOVE PV-REQUEST-NO TO PX-REQUEST-NO
           MOVE PV-REQUEST-TYPE TO PX-REQUEST-TYPE
           MOVE WS-REQ-RECORD-ID TO PX-RECORD-ID
           MOVE WS-REQ-JCUST-ID TO PX-JCUST-ID
           WRITE PRIVACY-LOG-RECORD.

      *----------------------------------------------------------------
      * 開示: 対象者について保有する全レコードを出す。請求書と
      * 売掛履歴は法定保存として別に数える。
      *----------------------------------------------------------------
       WRITE-DISCLOSURE.
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-RETAINED-COUNT
           MOVE PV-REQUEST-NO TO RH-REQUEST-NO
           IF PV-DELETION
               MOVE 'DELETION' TO RH-REQUEST-TYPE
           ELSE
               MOVE 'DISCLOSURE' TO RH-REQUEST-TYPE
           END-IF
           MOVE PV-RECEIVED-DATE TO RH-RECEIVED-DATE
           MOVE WS-REQ-RECORD-ID TO RH-RECORD-ID
           MOVE WS-REQ-JCUST-ID TO RH-JCUST-ID
           WRITE DISCLOSURE-REPORT-LINE FROM WS-REQUEST-HEADING-LINE
           IF WS-REQ-RECORD-ID > ZERO
               PERFORM DISCLOSE-CUSTOMER-MASTER
               PERFORM DISCLOSE-MAIL-EXTRACT
               PERFORM DISCLOSE-CRM-EXPORT
               PERFORM DISCLOSE-ARCHIVE
               PERFORM DISCLOSE-SHIP-TOS
               PERFORM DISCLOSE-CUSTOMER-BANK
               PERFORM DISCLOSE-RETAINED-RECORDS
           END-IF
           IF WS-REQ-JCUST-ID > ZERO
               PERFORM DISCLOSE-JCUSTOMER
           END-IF
           IF WS-REQ-RECORD-ID > ZERO
               OR WS-REQ-JCUST-ID > ZERO
               PERFORM DISCLOSE-JOURNAL
           END-IF.

       DISCLOSE-CUSTOMER-MASTER.
           MOVE WS-REQ-RECORD-ID TO RECORD-ID OF CUSTOMER-RECORD
           READ CUST-FILE KEY IS RECORD-ID OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RECORD-NAME OF CUSTOMER-RECORD
                       TO DC-RECORD-NAME
                   MOVE CUSTOMER-ADDRESS OF CUSTOMER-RECORD
                       TO DC-CUSTOMER-ADDRESS
                   MOVE ACCOUNT-BALANCE OF CUSTOMER-RECORD
                       TO DC-ACCOUNT-BALANCE
                   MOVE STATUS-CODE OF CUSTOMER-RECORD
                       TO DC-STATUS-CODE
                   MOVE 'CUSTOMER.DAT' TO DL-SOURCE-FILE
                   MOVE WS-CUSTOMER-DETAIL TO DL-DETAIL
                   WRITE DISCLOSURE-REPORT-LINE
                       FROM WS-DISCLOSURE-LINE
                   ADD 1 TO WS-HELD-COUNT
           END-READ.

       DISCLOSE-JCUSTOMER.
           OPEN INPUT JCUSTOMER-FILE
           IF JCUST-FILE-OK
               PERFORM READ-JCUSTOMER
               PERFORM SHOW-JCUSTOMER UNTIL JCUST-FILE-EOF
               CLOSE JCUSTOMER-FILE
           END-IF.

       READ-JCUSTOMER.
           READ JCUSTOMER-FILE
               AT END
                   SET JCUST-FILE-EOF TO TRUE
           END-READ.

       SHOW-JCUSTOMER.
           IF 顧客ーID = WS-REQ-JCUST-ID
               MOVE 'JCUSTOMR.DAT' TO DL-SOURCE-FILE
               MOVE 姓ーカナ TO DJ-SEI-KANA
               MOVE 名ーカナ TO DJ-MEI-KANA
               MOVE 姓ー漢字 TO DJ-SEI-KANJI
               MOVE 名ー漢字 TO DJ-MEI-KANJI
               MOVE 電話番号ー自宅 TO DJ-HOME-PHONE
               MOVE 電話番号ーケータイ TO DJ-MOBILE-PHONE
               MOVE WS-JCUST-NAME-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               MOVE 郵便番号 TO DJ-POSTAL-CODE
               MOVE 住所ー都道府県 TO DJ-PREFECTURE
               MOVE 住所ー市区町村 TO DJ-CITY
               MOVE 住所ー番地 TO DJ-STREET
               MOVE WS-JCUST-ADDRESS-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               MOVE メールアドレス TO DJ-MAIL-ADDRESS
               MOVE メール確認ー状態 TO DJ-MAIL-STATE
               MOVE 登録ー日付 TO DJ-REGISTERED-DATE
               MOVE 最終利用ー日付 TO DJ-LAST-USED-DATE
               MOVE WS-JCUST-MAIL-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           PERFORM READ-JCUSTOMER.

       DISCLOSE-MAIL-EXTRACT.
           OPEN INPUT MAIL-EXTRACT-FILE
           IF MAIL-FILE-OK
               PERFORM READ-MAIL-EXTRACT
               PERFORM SHOW-MAIL-EXTRACT UNTIL MAIL-FILE-EOF
               CLOSE MAIL-EXTRACT-FILE
           END-IF.

       READ-MAIL-EXTRACT.
           READ MAIL-EXTRACT-FILE
               AT END
                   SET MAIL-FILE-EOF TO TRUE
           END-READ.

       SHOW-MAIL-EXTRACT.
           IF ML-CUSTOMER-ID = WS-REQ-RECORD-ID
               MOVE 'MAILSHIP.DAT' TO DL-SOURCE-FILE
               MOVE ML-MAIL-ADDRESS TO DM-MAIL-ADDRESS
               MOVE ML-TRACKING-NUMBER TO DM-TRACKING-NUMBER
               MOVE ML-SHIP-DATE TO DM-SHIP-DATE
               MOVE ML-NOTICE-TYPE TO DM-NOTICE-TYPE
               MOVE WS-MAIL-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           PERFORM READ-MAIL-EXTRACT.

       DISCLOSE-CRM-EXPORT.
           OPEN INPUT CRM-EXPORT-FILE
           IF CRM-FILE-OK
               PERFORM READ-CRM-EXPORT
               PERFORM SHOW-CRM-EXPORT UNTIL CRM-FILE-EOF
               CLOSE CRM-EXPORT-FILE
           END-IF.

       READ-CRM-EXPORT.
           READ CRM-EXPORT-FILE
               AT END
                   SET CRM-FILE-EOF TO TRUE
           END-READ.

       SHOW-CRM-EXPORT.
           IF CE-CUSTOMER-ID = WS-REQ-RECORD-ID
               MOVE 'CRMEXP.DAT' TO DL-SOURCE-FILE
               MOVE CE-CUSTOMER-NAME TO DE-CUSTOMER-NAME
               MOVE CE-CUSTOMER-ADDRESS TO DE-CUSTOMER-ADDRESS
               MOVE WS-CRM-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           PERFORM READ-CRM-EXPORT.

       DISCLOSE-ARCHIVE.
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF ARCH-FILE-OK
               PERFORM READ-ARCHIVE
               PERFORM SHOW-ARCHIVE-ROW UNTIL ARCH-FILE-EOF
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF.

       READ-ARCHIVE.
           READ CUSTOMER-ARCHIVE-FILE
               AT END
                   SET ARCH-FILE-EOF TO TRUE
           END-READ.

       SHOW-ARCHIVE-ROW.
           IF AV-SOURCE-FILE = 'CUSTOMER.DAT'
               AND AV-RECORD-KEY = WS-RECORD-KEY-X
               MOVE 'CUSTARCH.DAT' TO DL-SOURCE-FILE
               MOVE AV-ARCHIVE-DATE TO DA-ARCHIVE-DATE
               MOVE AV-RECORD-IMAGE (9:30) TO DA-RECORD-NAME
               MOVE AV-RECORD-IMAGE (39:50) TO DA-CUSTOMER-ADDRESS
               MOVE WS-ARCHIVE-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           PERFORM READ-ARCHIVE.

      *----------------------------------------------------------------
      * 出荷先: 顧客番号+000から同じ顧客の出荷先を順に読む。
      *----------------------------------------------------------------
       DISCLOSE-SHIP-TOS.
           OPEN INPUT SHIP-TO-FILE
           IF SHIPTO-FILE-OK
               PERFORM POSITION-TO-SHIP-TOS
               PERFORM SHOW-SHIP-TO UNTIL SHIPTO-DONE
               CLOSE SHIP-TO-FILE
           END-IF.

       POSITION-TO-SHIP-TOS.
           MOVE 'N' TO WS-SHIPTO-DONE-SW
           MOVE WS-REQ-RECORD-ID TO ST-CUSTOMER-ID
           MOVE ZERO TO ST-SHIP-TO-NO
           START SHIP-TO-FILE KEY IS NOT LESS THAN ST-KEY
               INVALID KEY
                   SET SHIPTO-DONE TO TRUE
           END-START
           IF NOT SHIPTO-DONE
               PERFORM READ-NEXT-SHIP-TO
           END-IF.

       READ-NEXT-SHIP-TO.
           READ SHIP-TO-FILE NEXT RECORD
               AT END
                   SET SHIPTO-DONE TO TRUE
               NOT AT END
                   IF ST-CUSTOMER-ID NOT = WS-REQ-RECORD-ID
                       SET SHIPTO-DONE TO TRUE
                   END-IF
           END-READ.

       SHOW-SHIP-TO.
           MOVE 'SHIPTO.DAT' TO DL-SOURCE-FILE
           MOVE ST-SHIP-TO-NO TO DS-SHIP-TO-NO
           MOVE ST-SHIP-TO-NAME TO DS-SHIP-TO-NAME
           MOVE ST-PHONE TO DS-PHONE
           MOVE ST-DELIVERY-NOTES TO DS-DELIVERY-NOTES
           MOVE WS-SHIP-TO-DETAIL TO DL-DETAIL
           WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
           MOVE ST-POSTAL-CODE TO DS-POSTAL-CODE
           MOVE ST-PREFECTURE TO DS-PREFECTURE
           MOVE ST-CITY TO DS-CITY
           MOVE ST-STREET TO DS-STREET
           MOVE ST-BUILDING TO DS-BUILDING
           MOVE WS-SHIP-TO-ADDRESS-DETAIL TO DL-DETAIL
           WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
           ADD 1 TO WS-HELD-COUNT
           PERFORM READ-NEXT-SHIP-TO.

       DISCLOSE-CUSTOMER-BANK.
           OPEN INPUT BANK-DETAIL-FILE
           IF BANK-FILE-OK
               PERFORM READ-BANK-DETAIL
               PERFORM SHOW-BANK-DETAIL UNTIL BANK-FILE-EOF
               CLOSE BANK-DETAIL-FILE
           END-IF.

       READ-BANK-DETAIL.
           READ BANK-DETAIL-FILE
               AT END
                   SET BANK-FILE-EOF TO TRUE
           END-READ.

       SHOW-BANK-DETAIL.
           IF CB-CUSTOMER-ID = WS-REQ-RECORD-ID
               MOVE 'CUSTBANK.DAT' TO DL-SOURCE-FILE
               MOVE CB-BANK-CODE TO DB-BANK-CODE
               MOVE CB-BRANCH-CODE TO DB-BRANCH-CODE
               MOVE CB-ACCOUNT-TYPE TO DB-ACCOUNT-TYPE
               MOVE CB-ACCOUNT-NUMBER TO DB-ACCOUNT-NUMBER
               MOVE CB-ACCOUNT-NAME TO DB-ACCOUNT-NAME
               MOVE CB-DIRECT-DEBIT-SW TO DB-DIRECT-DEBIT-SW
               MOVE WS-BANK-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           PERFORM READ-BANK-DETAIL.

       DISCLOSE-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JNL-FILE-OK
               PERFORM READ-JOURNAL
               PERFORM SHOW-JOURNAL-ROW UNTIL JNL-FILE-EOF
               CLOSE JOURNAL-FILE
           END-IF.

       READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET JNL-FILE-EOF TO TRUE
           END-READ.

       SHOW-JOURNAL-ROW.
           PERFORM FIND-IMAGE-LAYOUT
           IF (IMAGE-IS-CUSTOMER
                   AND WS-REQ-RECORD-ID > ZERO
                   AND MUJ-KEY = WS-RECORD-KEY-X)
               OR (IMAGE-IS-JCUSTOMER
                   AND WS-REQ-JCUST-ID > ZERO
                   AND MUJ-KEY = WS-JCUST-KEY-X)
               OR (IMAGE-IS-SHIP-TO
                   AND WS-REQ-RECORD-ID > ZERO
                   AND MUJ-KEY (1:8) = WS-RECORD-ID-X
                   AND MUJ-KEY (9:3) IS NUMERIC
                   AND MUJ-KEY (12:9) = SPACES)
               MOVE 'MASTERUPD.LOG' TO DL-SOURCE-FILE
               MOVE MUJ-PROGRAM-NAME TO DU-PROGRAM-NAME
               MOVE MUJ-TIMESTAMP TO DU-TIMESTAMP
               MOVE MUJ-USER-ID TO DU-USER-ID
               MOVE MUJ-KEY TO DU-KEY
               MOVE WS-JOURNAL-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           PERFORM READ-JOURNAL.

       FIND-IMAGE-LAYOUT.
           MOVE SPACE TO WS-IMAGE-LAYOUT
           SET PP-IDX TO 1
           SEARCH PP-ENTRY
               AT END
                   CONTINUE
               WHEN PP-PROGRAM-NAME (PP-IDX) = MUJ-PROGRAM-NAME
                   MOVE PP-IMAGE-LAYOUT (PP-IDX) TO WS-IMAGE-LAYOUT
           END-SEARCH.

      *----------------------------------------------------------------
      * 法定保存の記録: 請求書、売掛明細、消込済み履歴。開示には
      * 載せるが匿名化の対象にはしない(個人項目を持たない)。
      *----------------------------------------------------------------
       DISCLOSE-RETAINED-RECORDS.
           MOVE ZERO TO WS-INVREG-ROWS
           MOVE ZERO TO WS-ARITEM-ROWS
           MOVE ZERO TO WS-PAYHST-ROWS
           OPEN INPUT INVOICE-REGISTER-FILE
           IF INVREG-FILE-OK
               PERFORM READ-INVOICE-REGISTER
               PERFORM SHOW-INVOICE-ROW UNTIL INVREG-FILE-EOF
               CLOSE INVOICE-REGISTER-FILE
           END-IF
           OPEN INPUT AR-ITEM-FILE
           IF ARITEM-FILE-OK
               PERFORM READ-AR-ITEM
               PERFORM SHOW-AR-ITEM-ROW UNTIL ARITEM-FILE-EOF
               CLOSE AR-ITEM-FILE
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF PAYHST-FILE-OK
               PERFORM READ-PAY-HISTORY
               PERFORM SHOW-PAY-HISTORY-ROW UNTIL PAYHST-FILE-EOF
               CLOSE PAY-HISTORY-FILE
           END-IF.

       READ-INVOICE-REGISTER.
           READ INVOICE-REGISTER-FILE
               AT END
                   SET INVREG-FILE-EOF TO TRUE
           END-READ.

       SHOW-INVOICE-ROW.
           IF IR-CUSTOMER-ID = WS-REQ-RECORD-ID
               MOVE 'INVREG.DAT' TO DL-SOURCE-FILE
               MOVE 'INVOICE ' TO DR-DOC-LABEL
               MOVE IR-INVOICE-NUMBER TO DR-DOC-NUMBER
               MOVE IR-INVOICE-DATE TO DR-DOC-DATE
               MOVE IR-TOTAL-AMOUNT TO DR-DOC-AMOUNT
               MOVE WS-RETAINED-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               ADD 1 TO WS-INVREG-ROWS
               ADD 1 TO WS-RETAINED-COUNT
           END-IF
           PERFORM READ-INVOICE-REGISTER.

       READ-AR-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET ARITEM-FILE-EOF TO TRUE
           END-READ.

       SHOW-AR-ITEM-ROW.
           IF AR-CUSTOMER-ID = WS-REQ-RECORD-ID
               MOVE 'ARITEMS.DAT' TO DL-SOURCE-FILE
               MOVE 'OPEN AR ' TO DR-DOC-LABEL
               MOVE AR-INVOICE-NUMBER TO DR-DOC-NUMBER
               MOVE AR-INVOICE-DATE TO DR-DOC-DATE
               MOVE AR-OPEN-AMOUNT TO DR-DOC-AMOUNT
               MOVE WS-RETAINED-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               ADD 1 TO WS-ARITEM-ROWS
               ADD 1 TO WS-RETAINED-COUNT
           END-IF
           PERFORM READ-AR-ITEM.

       READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   SET PAYHST-FILE-EOF TO TRUE
           END-READ.

       SHOW-PAY-HISTORY-ROW.
           IF PY-CUSTOMER-ID = WS-REQ-RECORD-ID
               MOVE 'ARPAYHST.DAT' TO DL-SOURCE-FILE
               MOVE 'SETTLED ' TO DR-DOC-LABEL
               MOVE PY-INVOICE-NUMBER TO DR-DOC-NUMBER
               MOVE PY-SETTLED-DATE TO DR-DOC-DATE
               MOVE PY-SETTLED-AMOUNT TO DR-DOC-AMOUNT
               MOVE WS-RETAINED-DETAIL TO DL-DETAIL
               WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
               ADD 1 TO WS-PAYHST-ROWS
               ADD 1 TO WS-RETAINED-COUNT
           END-IF
           PERFORM READ-PAY-HISTORY.

      *----------------------------------------------------------------
      * 承認済み削除: 顧客マスターはその場で匿名化し、残りの
      * ファイルは削除表に積んで後の一括パスで.NEWへ書き出す。
      *----------------------------------------------------------------
       ERASE-PERSON.
           IF WS-ERASE-COUNT NOT < WS-ERASE-TABLE-MAX
               DISPLAY 'ERROR: MORE THAN ' WS-ERASE-TABLE-MAX
                   ' APPROVED DELETIONS IN ONE RUN - RUN ABORTED'
               CLOSE CUST-FILE
               CLOSE REQUEST-FILE
               CLOSE REQUEST-OUT-FILE
               CLOSE DISCLOSURE-REPORT-FILE
               CLOSE PRIVACY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PV-REQUEST-NO TO EN-REQUEST-NO
           ADD 1 TO WS-ERASE-COUNT
           MOVE PV-REQUEST-NO TO ER-REQUEST-NO (WS-ERASE-COUNT)
           MOVE WS-REQ-RECORD-ID TO ER-RECORD-ID (WS-ERASE-COUNT)
           MOVE WS-REQ-JCUST-ID TO ER-JCUST-ID (WS-ERASE-COUNT)
           MOVE PV-APPROVED-BY TO ER-SIGNED-BY (WS-ERASE-COUNT)
           MOVE WS-ERASED-NAME TO ER-ERASED-NAME (WS-ERASE-COUNT)
           MOVE ZERO TO ER-JCUST-ROWS (WS-ERASE-COUNT)
           MOVE ZERO TO ER-MAIL-ROWS (WS-ERASE-COUNT)
           MOVE ZERO TO ER-CRM-ROWS (WS-ERASE-COUNT)
           MOVE ZERO TO ER-ARCH-ROWS (WS-ERASE-COUNT)
           MOVE ZERO TO ER-JNL-ROWS (WS-ERASE-COUNT)
           MOVE ZERO TO ER-BANK-ROWS (WS-ERASE-COUNT)
           MOVE 'N' TO ER-BANK-RETAIN-SW (WS-ERASE-COUNT)
           IF WS-ARITEM-ROWS > ZERO
               MOVE 'Y' TO ER-BANK-RETAIN-SW (WS-ERASE-COUNT)
           END-IF
           MOVE ZERO TO WS-CUST-ERASED-ROWS
           MOVE ZERO TO WS-SHIPTO-ERASED-ROWS
           IF WS-REQ-RECORD-ID > ZERO
               PERFORM ERASE-CUSTOMER-MASTER
               PERFORM ERASE-SHIP-TOS
           END-IF
           MOVE PV-APPROVED-BY TO PX-SIGNED-BY
           MOVE 'ANONYMISED' TO PX-ACTION
           MOVE 'CUSTOMER.DAT' TO PX-FILE-NAME
           MOVE WS-CUST-ERASED-ROWS TO PX-ROW-COUNT
           PERFORM WRITE-PRIVACY-LOG
           MOVE 'SHIPTO.DAT' TO PX-FILE-NAME
           MOVE WS-SHIPTO-ERASED-ROWS TO PX-ROW-COUNT
           PERFORM WRITE-PRIVACY-LOG
           MOVE 'RETAINED' TO PX-ACTION
           MOVE 'INVREG.DAT' TO PX-FILE-NAME
           MOVE WS-INVREG-ROWS TO PX-ROW-COUNT
           PERFORM WRITE-PRIVACY-LOG
           MOVE 'ARITEMS.DAT' TO PX-FILE-NAME
           MOVE WS-ARITEM-ROWS TO PX-ROW-COUNT
           PERFORM WRITE-PRIVACY-LOG
           MOVE 'ARPAYHST.DAT' TO PX-FILE-NAME
           MOVE WS-PAYHST-ROWS TO PX-ROW-COUNT
           PERFORM WRITE-PRIVACY-LOG
           ADD 1 TO WS-ERASED-COUNT.

       ERASE-CUSTOMER-MASTER.
           MOVE WS-REQ-RECORD-ID TO RECORD-ID OF CUSTOMER-RECORD
           READ CUST-FILE KEY IS RECORD-ID OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNT-BALANCE OF CUSTOMER-RECORD NOT = ZERO
                       MOVE 'Y' TO ER-BANK-RETAIN-SW (WS-ERASE-COUNT)
                   END-IF
                   MOVE WS-ERASED-NAME
                       TO RECORD-NAME OF CUSTOMER-RECORD
                   MOVE SPACES TO CUSTOMER-ADDRESS OF CUSTOMER-RECORD
                   REWRITE CUSTOMER-RECORD
                   MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   MOVE CUSTOMER-RECORD TO WS-JOURNAL-AFTER-IMAGE
                   MOVE RECORD-ID OF CUSTOMER-RECORD
                       TO WS-JOURNAL-KEY
                   CALL 'MASTER-UPDATE-JOURNAL'
                       USING WS-JOURNAL-PROGRAM-NAME
                             WS-JOURNAL-KEY
                             WS-JOURNAL-BEFORE-IMAGE
                             WS-JOURNAL-AFTER-IMAGE
                             WS-JOURNAL-USER-ID
                   MOVE 1 TO WS-CUST-ERASED-ROWS
           END-READ.

      *----------------------------------------------------------------
      * 出荷先: キーと状態だけ残して名称・住所・電話・配達メモを
      * 消し、顧客マスターと同じく消した後の像で記帳する。
      *----------------------------------------------------------------
       ERASE-SHIP-TOS.
           OPEN I-O SHIP-TO-FILE
           IF SHIPTO-FILE-OK
               PERFORM POSITION-TO-SHIP-TOS
               PERFORM ERASE-ONE-SHIP-TO UNTIL SHIPTO-DONE
               CLOSE SHIP-TO-FILE
           END-IF.

       ERASE-ONE-SHIP-TO.
           MOVE SPACES TO ST-SHIP-TO-NAME
           MOVE ZERO TO ST-POSTAL-CODE
           MOVE SPACES TO ST-PREFECTURE
           MOVE SPACES TO ST-CITY
           MOVE SPACES TO ST-STREET
           MOVE SPACES TO ST-BUILDING
           MOVE SPACES TO ST-PHONE
           MOVE SPACES TO ST-DELIVERY-NOTES
           REWRITE SHIP-TO-RECORD
           MOVE SHIP-TO-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           MOVE SHIP-TO-RECORD TO WS-JOURNAL-AFTER-IMAGE
           MOVE ST-KEY TO WS-JOURNAL-KEY
           CALL 'MASTER-UPDATE-JOURNAL'
               USING WS-JOURNAL-PROGRAM-NAME
                     WS-JOURNAL-KEY
                     WS-JOURNAL-BEFORE-IMAGE
                     WS-JOURNAL-AFTER-IMAGE
                     WS-JOURNAL-USER-ID
           ADD 1 TO WS-SHIPTO-ERASED-ROWS
           PERFORM READ-NEXT-SHIP-TO.

       FIND-ERASE-BY-RECORD-ID.
           MOVE 'N' TO WS-ERASE-FOUND-SW
           SET ER-IDX TO 1
           SEARCH WS-ERASE-ENTRY
               AT END
                   CONTINUE
               WHEN ER-IDX > WS-ERASE-COUNT
                   CONTINUE
               WHEN ER-RECORD-ID (ER-IDX) = WS-LOOKUP-RECORD-ID
                   AND WS-LOOKUP-RECORD-ID > ZERO
                   MOVE 'Y' TO WS-ERASE-FOUND-SW
           END-SEARCH.

       FIND-ERASE-BY-JCUST-ID.
           MOVE 'N' TO WS-ERASE-FOUND-SW
           SET ER-IDX TO 1
           SEARCH WS-ERASE-ENTRY
               AT END
                   CONTINUE
               WHEN ER-IDX > WS-ERASE-COUNT
                   CONTINUE
               WHEN ER-JCUST-ID (ER-IDX) = WS-LOOKUP-JCUST-ID
                   AND WS-LOOKUP-JCUST-ID > ZERO
                   MOVE 'Y' TO WS-ERASE-FOUND-SW
           END-SEARCH.

      *----------------------------------------------------------------
      * 顧客データー: IDと会員・日付・累計金額は残し、氏名・住所・
      * 電話・メールを消す。メール確認は未確認に戻して配信を止める。
      *----------------------------------------------------------------
       ERASE-JCUSTOMER-ROWS.
           MOVE '00' TO WS-JCUST-STATUS
           OPEN INPUT JCUSTOMER-FILE
           IF JCUST-FILE-OK
               OPEN OUTPUT JCUSTOMER-OUT-FILE
               PERFORM READ-JCUSTOMER
               PERFORM ERASE-ONE-JCUSTOMER UNTIL JCUST-FILE-EOF
               CLOSE JCUSTOMER-OUT-FILE
               CLOSE JCUSTOMER-FILE
           END-IF.

       ERASE-ONE-JCUSTOMER.
           MOVE 顧客ーID TO WS-LOOKUP-JCUST-ID
           PERFORM FIND-ERASE-BY-JCUST-ID
           IF ERASE-ENTRY-FOUND
               MOVE ER-ERASED-NAME (ER-IDX) (1:20) TO 姓ーカナ
               MOVE SPACES TO 名ーカナ
               MOVE '削除済' TO 姓ー漢字
               MOVE SPACES TO 名ー漢字
               MOVE ZERO TO 郵便番号
               MOVE SPACES TO 住所ー都道府県
               MOVE SPACES TO 住所ー市区町村
               MOVE SPACES TO 住所ー番地
               MOVE SPACES TO 電話番号ー自宅
               MOVE SPACES TO 電話番号ーケータイ
               MOVE SPACES TO メールアドレス
               SET メール未確認 TO TRUE
               MOVE SPACES TO メール確認ートークン
               ADD 1 TO ER-JCUST-ROWS (ER-IDX)
           END-IF
           WRITE JCUSTOMER-OUT-RECORD FROM 顧客データー
           PERFORM READ-JCUSTOMER.

       ERASE-MAIL-EXTRACT-ROWS.
           MOVE '00' TO WS-MAIL-STATUS
           OPEN INPUT MAIL-EXTRACT-FILE
           IF MAIL-FILE-OK
               OPEN OUTPUT MAIL-EXTRACT-OUT-FILE
               PERFORM READ-MAIL-EXTRACT
               PERFORM ERASE-ONE-MAIL-ROW UNTIL MAIL-FILE-EOF
               CLOSE MAIL-EXTRACT-OUT-FILE
               CLOSE MAIL-EXTRACT-FILE
           END-IF.

       ERASE-ONE-MAIL-ROW.
           MOVE ML-CUSTOMER-ID TO WS-LOOKUP-RECORD-ID
           PERFORM FIND-ERASE-BY-RECORD-ID
           IF ERASE-ENTRY-FOUND
               ADD 1 TO ER-MAIL-ROWS (ER-IDX)
           ELSE
               WRITE MAIL-EXTRACT-OUT-RECORD FROM MAIL-EXTRACT-RECORD
           END-IF
           PERFORM READ-MAIL-EXTRACT.

      *----------------------------------------------------------------
      * 口座: 返金か口座振替がまだ残る顧客の口座は残し(RETAINED)、
      * それ以外は.NEWへ書かずに落とす。
      *----------------------------------------------------------------
       ERASE-CUSTOMER-BANK-ROWS.
           MOVE '00' TO WS-BANK-STATUS
           OPEN INPUT BANK-DETAIL-FILE
           IF BANK-FILE-OK
               OPEN OUTPUT BANK-DETAIL-OUT-FILE
               PERFORM READ-BANK-DETAIL
               PERFORM ERASE-ONE-BANK-ROW UNTIL BANK-FILE-EOF
               CLOSE BANK-DETAIL-OUT-FILE
               CLOSE BANK-DETAIL-FILE
           END-IF.

       ERASE-ONE-BANK-ROW.
           MOVE CB-CUSTOMER-ID TO WS-LOOKUP-RECORD-ID
           PERFORM FIND-ERASE-BY-RECORD-ID
           IF ERASE-ENTRY-FOUND
               ADD 1 TO ER-BANK-ROWS (ER-IDX)
           END-IF
           IF ERASE-ENTRY-FOUND
               AND NOT ER-BANK-RETAINED (ER-IDX)
               CONTINUE
           ELSE
               WRITE BANK-DETAIL-OUT-RECORD FROM CUSTOMER-BANK-RECORD
           END-IF
           PERFORM READ-BANK-DETAIL.

       ERASE-CRM-EXPORT-ROWS.
           MOVE '00' TO WS-CRM-STATUS
           OPEN INPUT CRM-EXPORT-FILE
           IF CRM-FILE-OK
               OPEN OUTPUT CRM-EXPORT-OUT-FILE
               PERFORM READ-CRM-EXPORT
               PERFORM ERASE-ONE-CRM-ROW UNTIL CRM-FILE-EOF
               CLOSE CRM-EXPORT-OUT-FILE
               CLOSE CRM-EXPORT-FILE
           END-IF.

       ERASE-ONE-CRM-ROW.
           MOVE CE-CUSTOMER-ID TO WS-LOOKUP-RECORD-ID
           PERFORM FIND-ERASE-BY-RECORD-ID
           IF ERASE-ENTRY-FOUND
               MOVE ER-ERASED-NAME (ER-IDX) TO CE-CUSTOMER-NAME
               MOVE SPACES TO CE-CUSTOMER-ADDRESS
               ADD 1 TO ER-CRM-ROWS (ER-IDX)
           END-IF
           WRITE CRM-EXPORT-OUT-RECORD FROM CRM-EXPORT-RECORD
           PERFORM READ-CRM-EXPORT.

      *----------------------------------------------------------------
      * 保管庫の像はCUSTOMER.DATのレイアウトそのままなので、氏名と
      * 住所の位置だけ差し替える。取り戻しても匿名のまま戻る。
      *----------------------------------------------------------------
       ERASE-ARCHIVE-ROWS.
           MOVE '00' TO WS-ARCH-STATUS
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF ARCH-FILE-OK
               OPEN OUTPUT CUSTOMER-ARCHIVE-OUT-FILE
               PERFORM READ-ARCHIVE
               PERFORM ERASE-ONE-ARCHIVE-ROW UNTIL ARCH-FILE-EOF
               CLOSE CUSTOMER-ARCHIVE-OUT-FILE
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF.

       ERASE-ONE-ARCHIVE-ROW.
           MOVE ZERO TO WS-LOOKUP-RECORD-ID
           IF AV-SOURCE-FILE = 'CUSTOMER.DAT'
               AND AV-RECORD-IMAGE (1:8) IS NUMERIC
               MOVE AV-RECORD-IMAGE (1:8) TO WS-LOOKUP-RECORD-ID
           END-IF
           PERFORM FIND-ERASE-BY-RECORD-ID
           IF ERASE-ENTRY-FOUND
               MOVE ER-ERASED-NAME (ER-IDX)
                   TO AV-RECORD-IMAGE (9:30)
               MOVE SPACES TO AV-RECORD-IMAGE (39:50)
               ADD 1 TO ER-ARCH-ROWS (ER-IDX)
           END-IF
           WRITE CUSTOMER-ARCHIVE-OUT-RECORD FROM ARCHIVE-RECORD
           PERFORM READ-ARCHIVE.

      *----------------------------------------------------------------
      * 記帳の前後像: 顧客マスターの像は氏名と住所、顧客データーの
      * 像はID以降の個人項目、出荷先の像は名称と住所を消す。
      * キーと記帳日時は残す。
      *----------------------------------------------------------------
       ERASE-JOURNAL-ROWS.
           MOVE '00' TO WS-JNL-STATUS
           OPEN INPUT JOURNAL-FILE
           IF JNL-FILE-OK
               OPEN OUTPUT JOURNAL-OUT-FILE
               PERFORM READ-JOURNAL
               PERFORM ERASE-ONE-JOURNAL-ROW UNTIL JNL-FILE-EOF
               CLOSE JOURNAL-OUT-FILE
               CLOSE JOURNAL-FILE
           END-IF.

       ERASE-ONE-JOURNAL-ROW.
           PERFORM FIND-IMAGE-LAYOUT
           MOVE 'N' TO WS-ERASE-FOUND-SW
           IF IMAGE-IS-CUSTOMER
               AND MUJ-KEY (1:8) IS NUMERIC
               AND MUJ-KEY (9:12) = SPACES
               MOVE MUJ-KEY (1:8) TO WS-LOOKUP-RECORD-ID
               PERFORM FIND-ERASE-BY-RECORD-ID
               IF ERASE-ENTRY-FOUND
                   IF MUJ-BEFORE-IMAGE NOT = SPACES
                       MOVE ER-ERASED-NAME (ER-IDX)
                           TO MUJ-BEFORE-IMAGE (9:30)
                       MOVE SPACES TO MUJ-BEFORE-IMAGE (39:50)
                   END-IF
                   IF MUJ-AFTER-IMAGE NOT = SPACES
                       MOVE ER-ERASED-NAME (ER-IDX)
                           TO MUJ-AFTER-IMAGE (9:30)
                       MOVE SPACES TO MUJ-AFTER-IMAGE (39:50)
                   END-IF
               END-IF
           END-IF
           IF IMAGE-IS-JCUSTOMER
               AND MUJ-KEY (1:10) IS NUMERIC
               AND MUJ-KEY (11:10) = SPACES
               MOVE MUJ-KEY (1:10) TO WS-LOOKUP-JCUST-ID
               PERFORM FIND-ERASE-BY-JCUST-ID
               IF ERASE-ENTRY-FOUND
                   IF MUJ-BEFORE-IMAGE NOT = SPACES
                       MOVE SPACES TO MUJ-BEFORE-IMAGE (11:110)
                   END-IF
                   IF MUJ-AFTER-IMAGE NOT = SPACES
                       MOVE SPACES TO MUJ-AFTER-IMAGE (11:110)
                   END-IF
               END-IF
           END-IF
           IF IMAGE-IS-SHIP-TO
               AND MUJ-KEY (1:8) IS NUMERIC
               AND MUJ-KEY (9:3) IS NUMERIC
               AND MUJ-KEY (12:9) = SPACES
               MOVE MUJ-KEY (1:8) TO WS-LOOKUP-RECORD-ID
               PERFORM FIND-ERASE-BY-RECORD-ID
               IF ERASE-ENTRY-FOUND
                   IF MUJ-BEFORE-IMAGE NOT = SPACES
                       MOVE SPACES TO MUJ-BEFORE-IMAGE (12:109)
                       MOVE ZEROS TO MUJ-BEFORE-IMAGE (42:7)
                   END-IF
                   IF MUJ-AFTER-IMAGE NOT = SPACES
                       MOVE SPACES TO MUJ-AFTER-IMAGE (12:109)
                       MOVE ZEROS TO MUJ-AFTER-IMAGE (42:7)
                   END-IF
               END-IF
           END-IF
           IF ERASE-ENTRY-FOUND
               ADD 1 TO ER-JNL-ROWS (ER-IDX)
           END-IF
           WRITE JOURNAL-OUT-RECORD FROM MASTER-UPDATE-JOURNAL-RECORD
           PERFORM READ-JOURNAL.

       LOG-ERASED-FILES.
           MOVE WS-TODAY-CCYYMMDD TO PX-LOG-DATE
           MOVE ER-REQUEST-NO (WS-ERASE-SUB) TO PX-REQUEST-NO
           MOVE 'D' TO PX-REQUEST-TYPE
           MOVE ER-RECORD-ID (WS-ERASE-SUB) TO PX-RECORD-ID
           MOVE ER-JCUST-ID (WS-ERASE-SUB) TO PX-JCUST-ID
           MOVE ER-SIGNED-BY (WS-ERASE-SUB) TO PX-SIGNED-BY
           MOVE 'ANONYMISED' TO PX-ACTION
           MOVE 'JCUSTOMR.NEW' TO PX-FILE-NAME
           MOVE ER-JCUST-ROWS (WS-ERASE-SUB) TO PX-ROW-COUNT
           WRITE PRIVACY-LOG-RECORD
           MOVE 'CRMEXP.NEW' TO PX-FILE-NAME
           MOVE ER-CRM-ROWS (WS-ERASE-SUB) TO PX-ROW-COUNT
           WRITE PRIVACY-LOG-RECORD
           MOVE 'CUSTARCH.NEW' TO PX-FILE-NAME
           MOVE ER-ARCH-ROWS (WS-ERASE-SUB) TO PX-ROW-COUNT
           WRITE PRIVACY-LOG-RECORD
           MOVE 'MASTERUPD.NEW' TO PX-FILE-NAME
           MOVE ER-JNL-ROWS (WS-ERASE-SUB) TO PX-ROW-COUNT
           WRITE PRIVACY-LOG-RECORD
           MOVE 'REMOVED' TO PX-ACTION
           MOVE 'MAILSHIP.NEW' TO PX-FILE-NAME
           MOVE ER-MAIL-ROWS (WS-ERASE-SUB) TO PX-ROW-COUNT
           WRITE PRIVACY-LOG-RECORD
           IF ER-BANK-RETAINED (WS-ERASE-SUB)
               MOVE 'RETAINED' TO PX-ACTION
               MOVE 'CUSTBANK.DAT' TO PX-FILE-NAME
           ELSE
               MOVE 'CUSTBANK.NEW' TO PX-FILE-NAME
           END-IF
           MOVE ER-BANK-ROWS (WS-ERASE-SUB) TO PX-ROW-COUNT
           WRITE PRIVACY-LOG-RECORD.
