      *----------------------------------------------------------------
      * PENDTRREC - future-dated transaction held in the PENDTRN
      * pending-transaction warehouse KSDS.  TRANEDIT writes one
      * entry for every detail that passes its edits with an
      * effective date later than the business date, instead of
      * writing it to TRANOUT; the PENDREL step of a later night
      * releases it into that night's run once the business date
      * reaches the effective date.  The key leads with the
      * transaction id so a department's pull-back (PENDPULL) and
      * the duplicate-id edit find an id's entries together, then
      * the effective date and the warehousing pass's date, time
      * and record number, so two entries for one id (an amendment
      * and a later cancellation of the same notice, say) release
      * in effective-date order and then in the order they arrived.
      * PT-TRAN-TYPE through PT-EXPIRY-DATE are the edited TRANREC
      * fields as TRANOUT would have carried them.  PT-STATUS says
      * where the entry stands - waiting, released (PT-STATUS-DATE
      * is the business date it went out, so a rerun of that night
      * releases it again) or pulled back (PT-STATUS-DATE and
      * PT-STATUS-BY say when and by whom).  Released and pulled-
      * back entries are kept for a retention period so the trace
      * inquiry can still show them, then deleted by PENDREL.
      *----------------------------------------------------------------
       01  PEND-TRAN-RECORD.
           05  PT-PEND-KEY.
               10  PT-TRAN-ID              PIC X(08).
               10  PT-EFF-DATE             PIC X(10).
               10  PT-WH-DATE              PIC X(10).
               10  PT-WH-TIME              PIC X(08).
               10  PT-WH-SEQ               PIC 9(08).
           05  PT-TRAN-TYPE                PIC X(01).
           05  PT-TRAN-DATA                PIC X(40).
           05  PT-MSG-CODE                 PIC X(06).
           05  PT-SYSTEM-ID                PIC X(08).
           05  PT-EXPIRY-DATE              PIC X(10).
           05  PT-STATUS                   PIC X(01).
               88  PT-WAITING                     VALUE "W".
               88  PT-RELEASED                    VALUE "R".
               88  PT-PULLED-BACK                 VALUE "P".
           05  PT-STATUS-DATE              PIC X(10).
           05  PT-STATUS-BY                PIC X(08).
           05  FILLER                      PIC X(02).
