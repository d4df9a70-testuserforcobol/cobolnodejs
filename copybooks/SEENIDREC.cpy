      * feed as a whole ends held (refused, or rejects over
      * tolerance) TRANEDIT backs the night's writes out again, so
      * the corrected rerun of the same business date edits clean.
      * SN-ACCEPT-TIME is the start time of the edit pass that wrote
      * the entry, so that backout unwinds only its own pass's writes
      * - a refused system's corrected group is resubmitted as a
      * second pass on the same business date, and the first pass's
      * accepted ids must stay put.  SN-SYSTEM-ID is the producing
      * system that sent the id.
      *----------------------------------------------------------------
       01  SEEN-ID-RECORD.
           05  SN-TRAN-ID                  PIC X(08).
           05  SN-ACCEPT-DATE              PIC X(10).
           05  SN-ACCEPT-TIME              PIC X(08).
           05  SN-SYSTEM-ID                PIC X(08).
