      * blank code falls back to the run-level code from the PARM,
      * and a code not on the table rejects the record (reason E008)
      * rather than silently printing the default text.
      * TR-SYSTEM-ID is the producing system that sent the record -
      * stamped by TRANEDIT from the feed group's header (or, for a
      * recycled repair, carried from the original reject) so every
      * downstream count and reject can be charged to its sender.
      * TR-EXPIRY-DATE is the feed's expiry date, carried through to
      * the notice master by an N (and by an A that carries one), so
      * the nightly sweep can move the notice to EXPIRED once the
      * business date passes it.  Blank means no expiry.
      *----------------------------------------------------------------
       01  TRANSACTION-RECORD.
           05  TR-TRAN-ID                  PIC X(08).
               88  TR-TYPE-KNOWN                  VALUES "N" "A" "C".
           05  TR-TRAN-DATA                PIC X(40).
           05  TR-MSG-CODE                 PIC X(06).
           05  TR-SYSTEM-ID                PIC X(08).
           05  TR-EXPIRY-DATE              PIC X(10).
