       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-AMOUNT-LOOKUP.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Shared subprogram in the ITEM-XREF-LOOKUP mold: answers how
      * much of an AR invoice is under open dispute on ARDISPUT.DAT,
      * so the collection programs can leave it alone while it is
      * being investigated.  Zero when the invoice has no open
      * dispute row.  The caller caps the answer at what the item
      * still has open.  The open rows load on the first call and
      * stay in storage for the rest of the run; a run that also
      * appends to ARDISPUT.DAT must make one call before opening
      * it for output.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "ARDISPUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       COPY AR-DISPUTE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-DISPUTE-STATUS             PIC XX.
           88  DISPUTE-FILE-OK               VALUE '00'.
           88  DISPUTE-FILE-EOF              VALUE '10'.

       01  WS-LOADED-SW                  PIC X(1) VALUE 'N'.
           88  DISPUTE-TABLE-LOADED          VALUE 'Y'.

       01  WS-DISPUTE-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-DISPUTE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-DISPUTE-ENTRIES.
           05  WS-DISPUTE-ENTRY          OCCURS 500 TIMES.
               10  DT-INVOICE-NUMBER         PIC 9(12).
               10  DT-DISPUTED-AMOUNT        PIC 9(9)V99.
       01  WS-DISPUTE-SUB                PIC 9(3) COMP.

       LINKAGE SECTION.
       01  LK-INVOICE-NUMBER        PIC 9(12).
       01  LK-DISPUTED-AMOUNT       PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-INVOICE-NUMBER
                                 LK-DISPUTED-AMOUNT.
       MAIN-LOGIC.
           IF NOT DISPUTE-TABLE-LOADED
               PERFORM LOAD-DISPUTE-TABLE
           END-IF
           MOVE ZERO TO LK-DISPUTED-AMOUNT
           PERFORM ADD-ONE-DISPUTE
               VARYING WS-DISPUTE-SUB FROM 1 BY 1
               UNTIL WS-DISPUTE-SUB > WS-DISPUTE-COUNT
           GOBACK.

       LOAD-DISPUTE-TABLE.
           SET DISPUTE-TABLE-LOADED TO TRUE
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-OK
               PERFORM READ-DISPUTE
               PERFORM STORE-DISPUTE-ROW UNTIL DISPUTE-FILE-EOF
               CLOSE DISPUTE-FILE
           END-IF.

       READ-DISPUTE.
           READ DISPUTE-FILE
               AT END
                   SET DISPUTE-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * 係争中の行を積み切れないまま続けると、調査中の金額に督促状
      * や延滞利息が出てしまうので、ここで走行を止める。
      *----------------------------------------------------------------
       STORE-DISPUTE-ROW.
           IF DP-OPEN
               IF WS-DISPUTE-COUNT < WS-DISPUTE-TABLE-MAX
                   ADD 1 TO WS-DISPUTE-COUNT
                   MOVE DP-INVOICE-NUMBER
                       TO DT-INVOICE-NUMBER (WS-DISPUTE-COUNT)
                   MOVE DP-DISPUTED-AMOUNT
                       TO DT-DISPUTED-AMOUNT (WS-DISPUTE-COUNT)
               ELSE
                   DISPLAY 'ERROR: DISPUTE TABLE FULL - DISPUTED '
                       'AMOUNTS WOULD BE CHASED - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-DISPUTE.

       ADD-ONE-DISPUTE.
           IF DT-INVOICE-NUMBER (WS-DISPUTE-SUB) = LK-INVOICE-NUMBER
               ADD DT-DISPUTED-AMOUNT (WS-DISPUTE-SUB)
                   TO LK-DISPUTED-AMOUNT
           END-IF.
