       AUTHOR. SYSTEMS MAINTENANCE TEAM.
      *================================================================
      * Proof of what left the building.  ZENGIN.DAT, APZENG.DAT,
      * REFZENG.DAT, EXPZENG.DAT, DDREQ.DAT, GLEXTR.DAT, and
      * EDIACK.DAT go out with no record; when the bank says a
      * transmission was garbled we can neither prove what we
      * produced nor reproduce it.  This run closes out each
      * outbound file present tonight: counts its records, computes
      * a digit-sum hash total over every byte of every record,
      * retains a byte-for-byte copy under a dated name
      * (Xccyymmddnnn, by CBL_COPY_FILE), and appends the manifest
      * row - count, hash, timestamp, destination, status P - to
      * XMITMAN.DAT for the operator to mark sent, acknowledged, or
      * failed as the far end confirms.  XMITMAN.RPT echoes the
      * night's manifests for the sign-off book.
           05  FILLER PIC X(22) VALUE 'ZENGIN.DAT  BANK      '.
           05  FILLER PIC X(22) VALUE 'APZENG.DAT  BANK      '.
           05  FILLER PIC X(22) VALUE 'REFZENG.DAT BANK      '.
           05  FILLER PIC X(22) VALUE 'EXPZENG.DAT BANK      '.
           05  FILLER PIC X(22) VALUE 'DDREQ.DAT   BANK      '.
           05  FILLER PIC X(22) VALUE 'GLEXTR.DAT  ACCOUNTING'.
           05  FILLER PIC X(22) VALUE 'EDIACK.DAT  EDIPARTNER'.
       01  WS-OUTBOUND-TABLE REDEFINES WS-OUTBOUND-TABLE-VALUES.
           05  OB-ENTRY            OCCURS 7 TIMES.
               10  OB-FILE-NAME        PIC X(12).
               10  OB-DESTINATION      PIC X(10).
       01  WS-OUTBOUND-SUB               PIC 9(2) COMP.
           OPEN OUTPUT MANIFEST-REPORT-FILE
           PERFORM CLOSE-OUT-ONE-FILE
               VARYING WS-OUTBOUND-SUB FROM 1 BY 1
               UNTIL WS-OUTBOUND-SUB > 7
           CLOSE MANIFEST-FILE
           CLOSE MANIFEST-REPORT-FILE
           DISPLAY 'OUTBOUND TRANSMIT CLOSE - MANIFESTED: '
