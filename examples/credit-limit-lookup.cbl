       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-LIMIT-LOOKUP.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Shared subprogram in the ITEM-XREF-LOOKUP mold: answers a
      * customer's own exposure ceiling from the indexed CREDMAST.DAT
      * credit master.  A customer with no credit master row - or a
      * run with no credit master at all - gets the shop-wide
      * CE-EXPOSURE-LIMIT and a blank risk grade, so order intake
      * and the hold listing behave exactly as before for anyone
      * credit control has not yet reviewed.  The master is opened
      * on the first call and stays open for the rest of the run.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CUSTOMER-ID
               FILE STATUS IS WS-CREDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-LIMIT-FILE.
       COPY CREDIT-LIMIT-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-CREDIT-STATUS              PIC XX.
           88  CREDIT-FILE-OK                VALUE '00'.

       01  WS-OPENED-SW                  PIC X(1) VALUE 'N'.
           88  CREDIT-FILE-TRIED             VALUE 'Y'.
       01  WS-AVAILABLE-SW               PIC X(1) VALUE 'N'.
           88  CREDIT-MASTER-AVAILABLE       VALUE 'Y'.

       COPY CREDIT-EXPOSURE-LIMIT.

       LINKAGE SECTION.
       01  LK-CUSTOMER-ID           PIC 9(8).
       01  LK-CREDIT-LIMIT          PIC 9(9)V99.
       01  LK-RISK-GRADE            PIC X(1).

       PROCEDURE DIVISION USING LK-CUSTOMER-ID
                                 LK-CREDIT-LIMIT
                                 LK-RISK-GRADE.
       MAIN-LOGIC.
           IF NOT CREDIT-FILE-TRIED
               PERFORM OPEN-CREDIT-MASTER
           END-IF
           MOVE CE-EXPOSURE-LIMIT TO LK-CREDIT-LIMIT
           MOVE SPACE TO LK-RISK-GRADE
           IF CREDIT-MASTER-AVAILABLE
               PERFORM READ-CREDIT-ROW
           END-IF
           GOBACK.

       OPEN-CREDIT-MASTER.
           SET CREDIT-FILE-TRIED TO TRUE
           OPEN INPUT CREDIT-LIMIT-FILE
           IF CREDIT-FILE-OK
               SET CREDIT-MASTER-AVAILABLE TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 与信マスターに行があればその限度額と格付けを返す。行が無い
      * 顧客は全社共通の既定限度額のまま。
      *----------------------------------------------------------------
       READ-CREDIT-ROW.
           MOVE LK-CUSTOMER-ID TO CK-CUSTOMER-ID
           READ CREDIT-LIMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CK-CREDIT-LIMIT TO LK-CREDIT-LIMIT
                   MOVE CK-RISK-GRADE TO LK-RISK-GRADE
           END-READ.
