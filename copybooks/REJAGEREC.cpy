      * parameter number of nights.  A reject enters this file the
      * night it is written to TRANREJ or TYPEREJ and leaves it only
      * when a correction card repairs it back into the feed - no
      * reject silently dies in a GDG any more.  RA-SYSTEM-ID is the
      * producing system the reject came from, carried through every
      * cycle and back onto the recycled record when it is repaired,
      * as are RA-EFF-DATE and RA-EXPIRY-DATE, the dates the record
      * was sent with.
      *----------------------------------------------------------------
       01  REJECT-AGED-RECORD.
           05  RA-TRAN-ID                  PIC X(08).
           05  RA-ESCALATED                PIC X(01).
               88  RA-IS-ESCALATED                VALUE "Y".
               88  RA-NOT-ESCALATED               VALUE "N".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RA-SYSTEM-ID                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RA-EFF-DATE                 PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RA-EXPIRY-DATE              PIC X(10).
