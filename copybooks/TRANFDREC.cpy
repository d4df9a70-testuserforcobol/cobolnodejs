      * first byte is the record-type indicator that tells control
      * records from detail:
      *   H - feed header: the business date the feed is for and the
      *       producing system id.  Opens one producing system's
      *       group of detail records.
      *   D - detail transaction: the TR-TRAN-ID/TYPE/DATA fields of
      *       TRANREC, carried in the same order.
      *   T - feed trailer: the count of detail records the producing
      *       system wrote.  Closes the group, after its last detail.
      * TRANSIN may carry several H/D/T groups, one per producing
      * system.  TRANEDIT refuses a GROUP (its details are held, the
      * other systems' groups go through) when its trailer is
      * missing, its count does not match, its feed date is not
      * tonight's, or its system has already sent a group tonight -
      * a transmission that died halfway is stopped at the door
      * instead of being discovered downstream.  Damage that cannot
      * be pinned on one group (no header at all, a trailer ahead of
      * every header) still refuses the whole feed.
      * Detail records AHEAD of the first header are the recycled
      * repairs the REJRECYC job concatenates in front of the raw
      * feed; they are edited normally but are exempt from the
      * trailer counts, which cover only the producing systems' own
      * records.  TF-ORIG-SYSTEM-ID is set only on those recycled
      * repairs - the producing system of the original reject - and
      * is blank on the producing systems' own details, which take
      * their group header's system id.
      * TF-EFF-DATE is the date (YYYY-MM-DD) the transaction is to
      * take effect.  Blank, or a date not after the business date,
      * means tonight as always; a later date sends the edited
      * record to the PENDTRN warehouse, to be released into the run
      * of the night that date arrives.
      * TF-EXPIRY-DATE is the date (YYYY-MM-DD) after which a new
      * notice - or an amendment that extends or shortens one - is
      * no longer in force.  Blank means the notice runs until it is
      * cancelled; the nightly expiry sweep in COBOLNODEJS moves a
      * notice past its expiry date to EXPIRED.
      * TRANEDIT strips the indicator on output - TRANOUT is the
      * plain TRANREC layout the downstream steps read, with the
      * producing system id stamped on every record.
      *----------------------------------------------------------------
       01  TRAN-FEED-RECORD.
           05  TF-REC-TYPE                 PIC X(01).
               88  TF-HEADER-REC                  VALUE "H".
               88  TF-DETAIL-REC                  VALUE "D".
               88  TF-TRAILER-REC                 VALUE "T".
           05  TF-REC-BODY                 PIC X(83).
           05  TF-DETAIL-BODY              REDEFINES TF-REC-BODY.
               10  TF-TRAN-ID              PIC X(08).
               10  TF-TRAN-TYPE            PIC X(01).
               10  TF-TRAN-DATA            PIC X(40).
               10  TF-MSG-CODE             PIC X(06).
               10  TF-ORIG-SYSTEM-ID       PIC X(08).
               10  TF-EFF-DATE             PIC X(10).
               10  TF-EXPIRY-DATE          PIC X(10).
           05  TF-HEADER-BODY              REDEFINES TF-REC-BODY.
               10  TF-FEED-DATE            PIC X(10).
               10  TF-SYSTEM-ID            PIC X(08).
               10  FILLER                  PIC X(65).
           05  TF-TRAILER-BODY             REDEFINES TF-REC-BODY.
               10  TF-EXPECTED-COUNT       PIC X(08).
               10  FILLER                  PIC X(75).
