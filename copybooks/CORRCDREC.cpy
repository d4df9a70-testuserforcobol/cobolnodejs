      *             re-enters under a fresh id here; a record that
      *             really was a resend should simply not be
      *             corrected at all.
      *   COL 64-71 replacement effective date as CCYYMMDD, spaces to
      *             keep the rejected record's date, or all zeros to
      *             clear it so the repair is processed on the night
      *             it flows back
      *   COL 72-79 replacement expiry date as CCYYMMDD, spaces to
      *             keep the rejected record's date, or all zeros to
      *             clear it so the notice runs until it is cancelled
      * A reject with a BLANK id (reason E001) cannot be matched by
      * id and must still be re-keyed in full by the department - a
      * card cannot name it.  Cards are standard 80-byte card images
           05  CC-NEW-TRAN-DATA            PIC X(40).
           05  CC-NEW-MSG-CODE             PIC X(06).
           05  CC-NEW-TRAN-ID              PIC X(08).
           05  CC-NEW-EFF-DATE             PIC X(08).
           05  CC-NEW-EXPIRY-DATE          PIC X(08).
           05  FILLER                      PIC X(01).
