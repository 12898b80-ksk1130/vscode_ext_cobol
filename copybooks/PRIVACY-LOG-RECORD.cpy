      *================================================================
      * PRIVACY-LOG-RECORD.
      *
      * The privacy officer's trail on PRIVACY.LOG, appended by
      * PRIVACY-REQUEST-RUN and never rewritten: one RECEIVED row per
      * request read, then one row per thing done about it - the
      * disclosure with the number of records reported, each file
      * anonymised with the number of rows changed, a deletion held
      * for approval, or a person not found.  Only the keys are
      * logged, never the personal fields themselves.
      *================================================================
       01  PRIVACY-LOG-RECORD.
           05  PX-LOG-DATE         PIC 9(8).
           05  PX-REQUEST-NO       PIC X(10).
           05  PX-REQUEST-TYPE     PIC X(1).
           05  PX-RECORD-ID        PIC 9(8).
           05  PX-JCUST-ID         PIC 9(10).
           05  PX-ACTION           PIC X(12).
           05  PX-FILE-NAME        PIC X(12).
           05  PX-ROW-COUNT        PIC 9(5).
           05  PX-SIGNED-BY        PIC X(20).
