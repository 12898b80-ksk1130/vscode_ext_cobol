       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-STATUS-IMPORT.
       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Tells us what became of a parcel after it left the dock.
      * SHIPHIST.DAT only ever knew that a shipment went out; the
      * carriers send a daily status file of scan events keyed by
      * our tracking number (DLVcarrier.DAT, CARRIER-STATUS-RECORD).
      * This run reads the history once for the carriers that still
      * have parcels out, loads each of their status files, and
      * rewrites the history to SHIPHIST.CHG with the delivery
      * status applied: a delivery scan records the delivered date
      * and who signed, an undeliverable, refused or damaged scan
      * puts the shipment in exception, and any later scan clears a
      * no-scan exception.  A parcel of a carrier that sent a file
      * tonight, shipped within DR-TRACE-DAYS and not scanned for
      * more than DR-NO-SCAN-DAYS (DELIVERY-STATUS-RULES) is put in
      * exception as no-scan.  The rewritten history is swapped in
      * place and each status file retired to its .G1 generation,
      * so a rerun applies nothing twice.  DLVEXCP.RPT is customer
      * service's worklist: every shipment in exception, the ones
      * raised tonight marked NEW, and every scan whose tracking
      * number is not on the history.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-HISTORY-FILE ASSIGN TO "SHIPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SHIP-HISTORY-OUT-FILE ASSIGN TO "SHIPHIST.CHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-FEED-FILE ASSIGN TO WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "DLVEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-HISTORY-FILE.
       COPY SHIPMENT-HISTORY-RECORD.

       FD  SHIP-HISTORY-OUT-FILE.
       01  SHIP-HISTORY-OUT-RECORD      PIC X(99).

       FD  STATUS-FEED-FILE.
       COPY CARRIER-STATUS-RECORD.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-FILE-OK                  VALUE '00'.
           88  HIST-FILE-EOF                 VALUE '10'.
       01  WS-FEED-STATUS                PIC XX.
           88  FEED-FILE-OK                  VALUE '00'.
           88  FEED-FILE-EOF                 VALUE '10'.

       COPY DELIVERY-STATUS-RULES.

       01  WS-TODAY-CCYYMMDD             PIC 9(8).
       01  WS-TODAY-INTEGER              PIC 9(7).
       01  WS-SHIPMENT-AGE-DAYS          PIC S9(7).
       01  WS-DAYS-WITHOUT-SCAN          PIC S9(7).
       01  WS-REFERENCE-DATE             PIC 9(8).

      *----------------------------------------------------------------
      * Carriers with parcels still out, and whether tonight's status
      * file for each was found and loaded.
      *----------------------------------------------------------------
       01  WS-CARRIER-TABLE-MAX          PIC 9(2) VALUE 20.
       01  WS-CARRIER-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-CARRIER-ENTRIES.
           05  WS-CARRIER-ENTRY          OCCURS 20 TIMES
                                             INDEXED BY CF-IDX.
               10  CF-CARRIER-CODE           PIC X(5).
               10  CF-LOADED-SW              PIC X(1).
                   88  CF-FEED-LOADED            VALUE 'Y'.
               10  CF-EVENT-COUNT            PIC 9(5).
       01  WS-CARRIER-SUB                PIC 9(2) COMP.

      *----------------------------------------------------------------
      * 配送状況イベント: ファイル順のまま保持し、その順で当てる。
      *----------------------------------------------------------------
       01  WS-EVENT-TABLE-MAX            PIC 9(4) VALUE 3000.
       01  WS-EVENT-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-EVENT-ENTRIES.
           05  WS-EVENT-ENTRY            OCCURS 3000 TIMES.
               10  EV-TRACKING-NUMBER        PIC 9(12).
               10  EV-EVENT-CODE             PIC X(2).
                   88  EV-DELIVERED              VALUE 'DL'.
                   88  EV-EXCEPTION-SCAN         VALUE 'UD' 'RF' 'DM'.
               10  EV-EVENT-DATE             PIC 9(8).
               10  EV-RECEIVED-BY            PIC X(20).
               10  EV-CARRIER-CODE           PIC X(5).
               10  EV-MATCHED-SW             PIC X(1).
                   88  EV-MATCHED                VALUE 'Y'.
       01  WS-EVENT-SUB                  PIC 9(4) COMP.

       01  WS-FEED-FILE-NAME             PIC X(20).
       01  WS-FEED-GEN-FILE-NAME         PIC X(20).
       01  WS-HIST-FILE-NAME             PIC X(20)
                                            VALUE 'SHIPHIST.DAT'.
       01  WS-HIST-WORK-FILE-NAME        PIC X(20)
                                            VALUE 'SHIPHIST.CHG'.

       01  WS-OLD-DELIVERY-STATUS        PIC X(1).
       01  WS-OLD-EXCEPTION-CODE         PIC X(2).
       01  WS-STATUS-CHANGED-SW          PIC X(1).
           88  STATUS-CHANGED                VALUE 'Y'.

       01  WS-HISTORY-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-EVENTS-LOADED              PIC 9(5) VALUE ZERO.
       01  WS-FEEDS-LOADED               PIC 9(3) VALUE ZERO.
       01  WS-DELIVERED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-NEW-EXCEPTION-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-OPEN-EXCEPTION-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-UNKNOWN-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-EXCEPTION-DETAIL-LINE.
           05  DX-TRACKING-NUMBER       PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DX-CUSTOMER-ID           PIC X(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  DX-SHIP-TO-NO            PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DX-CARRIER-CODE          PIC X(5).
           05  FILLER                  PIC X(9) VALUE ' SHIPPED '.
           05  DX-SHIP-DATE             PIC X(8).
           05  FILLER                  PIC X(6) VALUE ' SCAN '.
           05  DX-SCAN-DATE             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DX-NEW-FLAG              PIC X(4).
           05  DX-REASON                PIC X(24).

       01  WS-EXCEPTION-TOTAL-LINE.
           05  FILLER                  PIC X(11) VALUE 'DELIVERED: '.
           05  ET-DELIVERED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(17)
               VALUE '  NEW EXCEPTIONS:'.
           05  ET-NEW-EXCEPTION-COUNT   PIC ZZZZ9.
           05  FILLER                  PIC X(18)
               VALUE '  OPEN EXCEPTIONS:'.
           05  ET-OPEN-EXCEPTION-COUNT  PIC ZZZZ9.
           05  FILLER                  PIC X(18)
               VALUE '  UNKNOWN SCANS:  '.
           05  ET-UNKNOWN-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
           OPEN INPUT SHIP-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'DELIVERY STATUS IMPORT - NO SHIPMENT HISTORY'
               STOP RUN
           END-IF
           PERFORM READ-SHIP-HISTORY
           PERFORM NOTE-OPEN-CARRIER UNTIL HIST-FILE-EOF
           CLOSE SHIP-HISTORY-FILE
           PERFORM LOAD-CARRIER-FEED
               VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT

           OPEN INPUT SHIP-HISTORY-FILE
           OPEN OUTPUT SHIP-HISTORY-OUT-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           PERFORM READ-SHIP-HISTORY
           PERFORM UPDATE-ONE-SHIPMENT UNTIL HIST-FILE-EOF
           PERFORM LIST-UNKNOWN-SCAN
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
           PERFORM WRITE-EXCEPTION-TOTALS
           CLOSE SHIP-HISTORY-FILE
           CLOSE SHIP-HISTORY-OUT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           PERFORM SWAP-SHIP-HISTORY-FILE
           PERFORM RETIRE-CARRIER-FEED
               VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
           DISPLAY 'DELIVERY STATUS IMPORT - FEEDS: ' WS-FEEDS-LOADED
               ' SCANS: ' WS-EVENTS-LOADED
               ' DELIVERED: ' WS-DELIVERED-COUNT
           DISPLAY 'DELIVERY STATUS IMPORT - NEW EXCEPTIONS: '
               WS-NEW-EXCEPTION-COUNT
               ' OPEN: ' WS-OPEN-EXCEPTION-COUNT
               ' UNKNOWN SCANS: ' WS-UNKNOWN-COUNT
           STOP RUN.

       READ-SHIP-HISTORY.
           READ SHIP-HISTORY-FILE
               AT END
                   SET HIST-FILE-EOF TO TRUE
           END-READ.

       NOTE-OPEN-CARRIER.
           IF NOT SHP-DELIVERED
               SET CF-IDX TO 1
               SEARCH WS-CARRIER-ENTRY
                   AT END
                       PERFORM ADD-CARRIER-ROW
                   WHEN CF-IDX > WS-CARRIER-COUNT
                       PERFORM ADD-CARRIER-ROW
                   WHEN CF-CARRIER-CODE (CF-IDX) = SHP-CARRIER-CODE
                       CONTINUE
               END-SEARCH
           END-IF
           PERFORM READ-SHIP-HISTORY.

       ADD-CARRIER-ROW.
           IF WS-CARRIER-COUNT < WS-CARRIER-TABLE-MAX
               ADD 1 TO WS-CARRIER-COUNT
               MOVE SHP-CARRIER-CODE
                   TO CF-CARRIER-CODE (WS-CARRIER-COUNT)
               MOVE 'N' TO CF-LOADED-SW (WS-CARRIER-COUNT)
               MOVE ZERO TO CF-EVENT-COUNT (WS-CARRIER-COUNT)
           ELSE
               DISPLAY 'ERROR: CARRIER TABLE FULL - STATUS FILE FOR '
                   SHP-CARRIER-CODE ' NOT READ'
           END-IF.

      *----------------------------------------------------------------
      * DLVcarrier.DAT for one carrier, if it sent one.  A feed that
      * will not fit stops the run before the history is touched or
      * any feed retired, so nothing is half applied.
      *----------------------------------------------------------------
       LOAD-CARRIER-FEED.
           PERFORM BUILD-FEED-FILE-NAMES
           OPEN INPUT STATUS-FEED-FILE
           IF FEED-FILE-OK
               MOVE 'Y' TO CF-LOADED-SW (WS-CARRIER-SUB)
               ADD 1 TO WS-FEEDS-LOADED
               PERFORM READ-STATUS-FEED
               PERFORM STORE-STATUS-EVENT UNTIL FEED-FILE-EOF
               CLOSE STATUS-FEED-FILE
           END-IF.

       BUILD-FEED-FILE-NAMES.
           MOVE SPACES TO WS-FEED-FILE-NAME
           STRING 'DLV' DELIMITED BY SIZE
               CF-CARRIER-CODE (WS-CARRIER-SUB) DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO WS-FEED-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-FEED-GEN-FILE-NAME
           STRING 'DLV' DELIMITED BY SIZE
               CF-CARRIER-CODE (WS-CARRIER-SUB) DELIMITED BY SPACE
               '.G1' DELIMITED BY SIZE
               INTO WS-FEED-GEN-FILE-NAME
           END-STRING.

       READ-STATUS-FEED.
           READ STATUS-FEED-FILE
               AT END
                   SET FEED-FILE-EOF TO TRUE
           END-READ.

       STORE-STATUS-EVENT.
           IF WS-EVENT-COUNT < WS-EVENT-TABLE-MAX
               ADD 1 TO WS-EVENT-COUNT
               ADD 1 TO WS-EVENTS-LOADED
               ADD 1 TO CF-EVENT-COUNT (WS-CARRIER-SUB)
               MOVE DV-TRACKING-NUMBER
                   TO EV-TRACKING-NUMBER (WS-EVENT-COUNT)
               MOVE DV-EVENT-CODE TO EV-EVENT-CODE (WS-EVENT-COUNT)
               MOVE DV-EVENT-DATE TO EV-EVENT-DATE (WS-EVENT-COUNT)
               MOVE DV-RECEIVED-BY
                   TO EV-RECEIVED-BY (WS-EVENT-COUNT)
               MOVE CF-CARRIER-CODE (WS-CARRIER-SUB)
                   TO EV-CARRIER-CODE (WS-EVENT-COUNT)
               MOVE 'N' TO EV-MATCHED-SW (WS-EVENT-COUNT)
           ELSE
               DISPLAY 'ERROR: MORE THAN ' WS-EVENT-TABLE-MAX
                   ' SCANS IN ' WS-FEED-FILE-NAME
                   ' - DELIVERY STATUS IMPORT STOPPED'
               CLOSE STATUS-FEED-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-STATUS-FEED.

      *----------------------------------------------------------------
      * One history row: older rows carry spaces where the delivery
      * fields now are, so they are made numeric first.  The row is
      * written to SHIPHIST.CHG whether or not anything changed.
      *----------------------------------------------------------------
       UPDATE-ONE-SHIPMENT.
           ADD 1 TO WS-HISTORY-COUNT
           IF SHP-SHIP-TO-NO NOT NUMERIC
               MOVE ZERO TO SHP-SHIP-TO-NO
           END-IF
           IF SHP-DELIVERED-DATE NOT NUMERIC
               MOVE ZERO TO SHP-DELIVERED-DATE
           END-IF
           IF SHP-LAST-SCAN-DATE NOT NUMERIC
               MOVE ZERO TO SHP-LAST-SCAN-DATE
           END-IF
           IF SHP-STATUS-DATE NOT NUMERIC
               MOVE ZERO TO SHP-STATUS-DATE
           END-IF
           IF SHP-DELIVERY-STATUS = SPACE
               MOVE 'I' TO SHP-DELIVERY-STATUS
           END-IF
           MOVE SHP-DELIVERY-STATUS TO WS-OLD-DELIVERY-STATUS
           MOVE SHP-EXCEPTION-CODE TO WS-OLD-EXCEPTION-CODE
           MOVE 'N' TO WS-STATUS-CHANGED-SW
           PERFORM APPLY-MATCHING-EVENT
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
           PERFORM CHECK-NO-SCAN
           IF SHP-DELIVERY-STATUS NOT = WS-OLD-DELIVERY-STATUS
               OR SHP-EXCEPTION-CODE NOT = WS-OLD-EXCEPTION-CODE
               MOVE 'Y' TO WS-STATUS-CHANGED-SW
               MOVE WS-TODAY-CCYYMMDD TO SHP-STATUS-DATE
               IF SHP-DELIVERED
                   ADD 1 TO WS-DELIVERED-COUNT
               END-IF
               IF SHP-DELIVERY-EXCEPTION
                   ADD 1 TO WS-NEW-EXCEPTION-COUNT
               END-IF
           END-IF
           IF SHP-DELIVERY-EXCEPTION
               ADD 1 TO WS-OPEN-EXCEPTION-COUNT
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF
           WRITE SHIP-HISTORY-OUT-RECORD FROM SHIPMENT-HISTORY-RECORD
           PERFORM READ-SHIP-HISTORY.

      *----------------------------------------------------------------
      * スキャンを1件当てる。記録済みの最終スキャンより古いものは
      * 照合済みとするだけで状態は変えない。
      *----------------------------------------------------------------
       APPLY-MATCHING-EVENT.
           IF EV-TRACKING-NUMBER (WS-EVENT-SUB) = SHP-TRACKING-NUMBER
               MOVE 'Y' TO EV-MATCHED-SW (WS-EVENT-SUB)
               IF EV-EVENT-DATE (WS-EVENT-SUB) NOT < SHP-LAST-SCAN-DATE
                   PERFORM APPLY-ONE-EVENT
               END-IF
           END-IF.

       APPLY-ONE-EVENT.
           MOVE EV-EVENT-DATE (WS-EVENT-SUB) TO SHP-LAST-SCAN-DATE
           EVALUATE TRUE
               WHEN EV-DELIVERED (WS-EVENT-SUB)
                   MOVE 'D' TO SHP-DELIVERY-STATUS
                   MOVE EV-EVENT-DATE (WS-EVENT-SUB)
                       TO SHP-DELIVERED-DATE
                   MOVE EV-RECEIVED-BY (WS-EVENT-SUB)
                       TO SHP-RECEIVED-BY
                   MOVE SPACES TO SHP-EXCEPTION-CODE
               WHEN EV-EXCEPTION-SCAN (WS-EVENT-SUB)
                   MOVE 'X' TO SHP-DELIVERY-STATUS
                   MOVE EV-EVENT-CODE (WS-EVENT-SUB)
                       TO SHP-EXCEPTION-CODE
               WHEN OTHER
                   IF SHP-EXC-NO-SCAN
                       MOVE 'I' TO SHP-DELIVERY-STATUS
                       MOVE SPACES TO SHP-EXCEPTION-CODE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * No-scan is judged only for a carrier that sent a file
      * tonight - a missing file says nothing about its parcels.
      *----------------------------------------------------------------
       CHECK-NO-SCAN.
           IF SHP-IN-TRANSIT
               SET CF-IDX TO 1
               SEARCH WS-CARRIER-ENTRY
                   AT END
                       CONTINUE
                   WHEN CF-IDX > WS-CARRIER-COUNT
                       CONTINUE
                   WHEN CF-CARRIER-CODE (CF-IDX) = SHP-CARRIER-CODE
                       IF CF-FEED-LOADED (CF-IDX)
                           PERFORM MEASURE-DAYS-WITHOUT-SCAN
                       END-IF
               END-SEARCH
           END-IF.

       MEASURE-DAYS-WITHOUT-SCAN.
           COMPUTE WS-SHIPMENT-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (SHP-SHIP-DATE)
           IF SHP-LAST-SCAN-DATE > ZERO
               MOVE SHP-LAST-SCAN-DATE TO WS-REFERENCE-DATE
           ELSE
               MOVE SHP-SHIP-DATE TO WS-REFERENCE-DATE
           END-IF
           COMPUTE WS-DAYS-WITHOUT-SCAN = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (WS-REFERENCE-DATE)
           IF WS-SHIPMENT-AGE-DAYS NOT > DR-TRACE-DAYS
               AND WS-DAYS-WITHOUT-SCAN > DR-NO-SCAN-DAYS
               MOVE 'X' TO SHP-DELIVERY-STATUS
               MOVE 'NS' TO SHP-EXCEPTION-CODE
           END-IF.

       WRITE-EXCEPTION-DETAIL.
           MOVE SHP-TRACKING-NUMBER TO DX-TRACKING-NUMBER
           MOVE SHP-CUSTOMER-ID TO DX-CUSTOMER-ID
           MOVE SHP-SHIP-TO-NO TO DX-SHIP-TO-NO
           MOVE SHP-CARRIER-CODE TO DX-CARRIER-CODE
           MOVE SHP-SHIP-DATE TO DX-SHIP-DATE
           IF SHP-LAST-SCAN-DATE > ZERO
               MOVE SHP-LAST-SCAN-DATE TO DX-SCAN-DATE
           ELSE
               MOVE 'NONE' TO DX-SCAN-DATE
           END-IF
           IF STATUS-CHANGED
               MOVE 'NEW ' TO DX-NEW-FLAG
           ELSE
               MOVE SPACES TO DX-NEW-FLAG
           END-IF
           EVALUATE TRUE
               WHEN SHP-EXC-UNDELIVERABLE
                   MOVE 'UNDELIVERABLE' TO DX-REASON
               WHEN SHP-EXC-REFUSED
                   MOVE 'REFUSED BY CONSIGNEE' TO DX-REASON
               WHEN SHP-EXC-DAMAGED
                   MOVE 'DAMAGED IN TRANSIT' TO DX-REASON
               WHEN SHP-EXC-NO-SCAN
                   MOVE 'NO CARRIER SCAN' TO DX-REASON
               WHEN OTHER
                   MOVE SHP-EXCEPTION-CODE TO DX-REASON
           END-EVALUATE
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCEPTION-DETAIL-LINE.

       LIST-UNKNOWN-SCAN.
           IF NOT EV-MATCHED (WS-EVENT-SUB)
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE EV-TRACKING-NUMBER (WS-EVENT-SUB)
                   TO DX-TRACKING-NUMBER
               MOVE SPACES TO DX-CUSTOMER-ID
               MOVE SPACES TO DX-SHIP-TO-NO
               MOVE EV-CARRIER-CODE (WS-EVENT-SUB) TO DX-CARRIER-CODE
               MOVE SPACES TO DX-SHIP-DATE
               MOVE EV-EVENT-DATE (WS-EVENT-SUB) TO DX-SCAN-DATE
               MOVE EV-EVENT-CODE (WS-EVENT-SUB) TO DX-NEW-FLAG
               MOVE 'UNKNOWN TRACKING NUMBER' TO DX-REASON
               WRITE EXCEPTION-REPORT-LINE
                   FROM WS-EXCEPTION-DETAIL-LINE
           END-IF.

       WRITE-EXCEPTION-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-DELIVERED-COUNT TO ET-DELIVERED-COUNT
           MOVE WS-NEW-EXCEPTION-COUNT TO ET-NEW-EXCEPTION-COUNT
           MOVE WS-OPEN-EXCEPTION-COUNT TO ET-OPEN-EXCEPTION-COUNT
           MOVE WS-UNKNOWN-COUNT TO ET-UNKNOWN-COUNT
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCEPTION-TOTAL-LINE.

      *----------------------------------------------------------------
      * 書き上がった SHIPHIST.CHG を正に差し替える。
      *----------------------------------------------------------------
       SWAP-SHIP-HISTORY-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-HIST-FILE-NAME
           CALL 'CBL_RENAME_FILE' USING WS-HIST-WORK-FILE-NAME
                                         WS-HIST-FILE-NAME.

      *----------------------------------------------------------------
      * A status file that was applied is retired to its generation;
      * a carrier that sent none leaves its previous generation alone.
      *----------------------------------------------------------------
       RETIRE-CARRIER-FEED.
           IF CF-FEED-LOADED (WS-CARRIER-SUB)
               PERFORM BUILD-FEED-FILE-NAMES
               CALL 'CBL_DELETE_FILE' USING WS-FEED-GEN-FILE-NAME
               CALL 'CBL_RENAME_FILE' USING WS-FEED-FILE-NAME
                                             WS-FEED-GEN-FILE-NAME
           END-IF.
