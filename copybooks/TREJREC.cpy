      *   E008 - no MSGTAB version of the transaction's message code
      *          is in effect for the run date (written by the main
      *          program's per-record lookup, not TRANEDIT)
      *   E009 - effective date is not a valid YYYY-MM-DD date
      *   E010 - expiry date is not a valid YYYY-MM-DD date, or is
      *          not after both the business date and the record's
      *          effective date
      *   E011 - the record was future-dated but its PENDTRN warehouse
      *          entry could not be written
      * TJ-SYSTEM-ID is the producing system that sent the record, so
      * a reject can be chased with - and charged to - its sender.
      * TJ-EFF-DATE and TJ-EXPIRY-DATE are the record's effective and
      * expiry dates as sent, so a repaired reject goes back into the
      * feed still future-dated and still carrying its expiry.  A
      * reject written by the main program has a blank effective
      * date - its record was already due when it was run.
      *----------------------------------------------------------------
       01  TRAN-REJECT-RECORD.
           05  TJ-TRAN-ID                  PIC X(08).
           05  TJ-REASON-TEXT              PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TJ-MSG-CODE                 PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TJ-SYSTEM-ID                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TJ-EFF-DATE                 PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TJ-EXPIRY-DATE              PIC X(10).
