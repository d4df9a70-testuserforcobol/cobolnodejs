      *----------------------------------------------------------------
      * NOTJRNREC - notice-master journal record, one per change made
      * to the NOTMAST KSDS, appended in apply order to the
      * cumulative NOTJRNL dataset.  Each entry carries the whole
      * master record as it stood before the change and as it was
      * left after it, the run-id and output sequence number of the
      * transaction that made it (so it ties to the HELLOOUT line),
      * the business date, and the wall-clock date and time of the
      * apply.  A create has no before image; a backout that deletes
      * a notice the backed-out run created has no after image.  The
      * expiry sweep's closures are restamps like any other, carrying
      * the run-id and sequence number of the expiry line written
      * for them.
      * NOTBKOUT undoes one run-id's entries from the before images,
      * NOTRBLD rolls a NOTMAST backup forward from the after images,
      * and NOTHIST lists the entries as a notice's status history.
      * The two images match NOTMSTREC field for field - change the
      * three layouts together.
      *----------------------------------------------------------------
       01  NOTICE-JOURNAL-RECORD.
           05  NJ-RUN-ID                   PIC X(08).
           05  NJ-SEQUENCE-NO              PIC 9(08).
           05  NJ-BUSINESS-DATE            PIC X(10).
           05  NJ-STAMP-DATE               PIC X(10).
           05  NJ-STAMP-TIME               PIC X(08).
           05  NJ-ACTION                   PIC X(01).
               88  NJ-CREATE                      VALUE "C".
               88  NJ-RESTAMP                     VALUE "R".
               88  NJ-BACKOUT                     VALUE "B".
           05  NJ-TRAN-ID                  PIC X(08).
           05  NJ-BEFORE-SW                PIC X(01).
               88  NJ-BEFORE-PRESENT              VALUE "Y".
               88  NJ-BEFORE-ABSENT               VALUE "N".
           05  NJ-BEFORE-IMAGE.
               10  NJ-BEF-TRAN-ID          PIC X(08).
               10  NJ-BEF-STATUS           PIC X(09).
               10  NJ-BEF-TRAN-DATA        PIC X(40).
               10  NJ-BEF-CREATE-DATE      PIC X(10).
               10  NJ-BEF-CREATE-TIME      PIC X(08).
               10  NJ-BEF-LAST-DATE        PIC X(10).
               10  NJ-BEF-LAST-TIME        PIC X(08).
               10  NJ-BEF-EXPIRY-DATE      PIC X(10).
           05  NJ-AFTER-SW                 PIC X(01).
               88  NJ-AFTER-PRESENT               VALUE "Y".
               88  NJ-AFTER-ABSENT                VALUE "N".
           05  NJ-AFTER-IMAGE.
               10  NJ-AFT-TRAN-ID          PIC X(08).
               10  NJ-AFT-STATUS           PIC X(09).
               10  NJ-AFT-TRAN-DATA        PIC X(40).
               10  NJ-AFT-CREATE-DATE      PIC X(10).
               10  NJ-AFT-CREATE-TIME      PIC X(08).
               10  NJ-AFT-LAST-DATE        PIC X(10).
               10  NJ-AFT-LAST-TIME        PIC X(08).
               10  NJ-AFT-EXPIRY-DATE      PIC X(10).
