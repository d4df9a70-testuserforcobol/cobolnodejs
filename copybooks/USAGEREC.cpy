      *----------------------------------------------------------------
      * USAGEREC - per-night usage record, one per producing system
      * per shipped run, written by USAGECNT to the cumulative USAGE
      * dataset (accumulated across nights like SUMRPT) and priced
      * month-end by CHGBILL.  The counts are what the system's own
      * records cost the night: the notices, amendments and
      * cancellations that reached HELLOOUT, each tied back to the
      * TRANEDT record it was written for, the records TRANEDIT
      * rejected at the front end (UR-EDIT-REJECT-COUNT), and those
      * the main run rejected (UR-RUN-REJECT-COUNT - unknown type,
      * no master entry, no message text).  UR-WRITE-DATE and
      * UR-WRITE-TIME stamp when the record was written: a night
      * counted again (the step rerun) writes a second set, and the
      * billing takes the latest for each business date, run-id and
      * system.
      *----------------------------------------------------------------
       01  USAGE-RECORD.
           05  UR-BUSINESS-DATE            PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  UR-RUN-ID                   PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  UR-SYSTEM-ID                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  UR-WRITE-DATE               PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  UR-WRITE-TIME               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  UR-NOTICE-COUNT             PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  UR-AMEND-COUNT              PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  UR-CANCEL-COUNT             PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  UR-EDIT-REJECT-COUNT        PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  UR-RUN-REJECT-COUNT         PIC 9(08).
