      *================================================================
      * "Re-send me March's invoice" without rerunning March.
      * Each run of INVOICE.RPT, DUNLETTR.RPT, PICKLIST.RPT,
      * PAYROLL.RPT, PAYSLIP.RPT, ALLOWANC.RPT and CDNOTE.RPT
      * overwrites the previous one; this run, placed after the
      * report producers, copies each report present to a dated
      * run-stamped spool name (CBL_COPY_FILE, sequence bumped
      * within the day so a second run never silently overwrites
      * the first) and catalogs the copy on RPTCAT.DAT with its
      * producing program and record count.  Spool copies older
      * than the retention period are removed here and only here,
      * archive-catalog style: the file goes and its catalog row
      * flips to purged in the same breath, never silently.
      * The accountants' foreign-exchange support - FXREVAL.RPT from
      * the month-end AP revaluation and APFXREAL.RPT from each
      * payment run - is spooled the same way.
      *================================================================

       ENVIRONMENT DIVISION.
               'PAYROLL.RPT PAYROLL-MONTHLY-RUN           '.
           05  FILLER PIC X(42) VALUE
               'PAYSLIP.RPT PAY-SLIP-PRINT                '.
           05  FILLER PIC X(42) VALUE
               'ALLOWANC.RPTBAD-DEBT-PROVISION            '.
           05  FILLER PIC X(42) VALUE
               'CDNOTE.RPT  BILLING-NOTE-ISSUE            '.
           05  FILLER PIC X(42) VALUE
               'FXREVAL.RPT AP-FX-REVALUATION             '.
           05  FILLER PIC X(42) VALUE
               'APFXREAL.RPTVENDOR-PAYMENT-RUN            '.
       01  WS-REPORT-TABLE REDEFINES WS-REPORT-TABLE-VALUES.
           05  RT-ENTRY            OCCURS 9 TIMES.
               10  RT-REPORT-NAME      PIC X(12).
               10  RT-PROGRAM-NAME     PIC X(30).
       01  WS-REPORT-SUB                 PIC 9(2) COMP.
           PERFORM CARRY-AND-PURGE-CATALOG
           PERFORM SPOOL-ONE-REPORT
               VARYING WS-REPORT-SUB FROM 1 BY 1
               UNTIL WS-REPORT-SUB > 9
           CLOSE CATALOG-OUT-FILE
           PERFORM SWAP-CATALOG-FILE
           DISPLAY 'REPORT SPOOL - COPIES: ' WS-SPOOLED-COUNT
