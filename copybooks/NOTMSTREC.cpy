      * had been amended or cancelled.  NM-TRAN-DATA is the data of
      * the latest transaction applied; the create stamp survives
      * every later apply so the notice's full span is readable from
      * the one record.  The record's earlier states are not lost:
      * every create and restamp is journaled to NOTJRNL (NOTJRNREC)
      * with the before and after image, which is what NOTHIST lists
      * as the notice's history.
      * NM-EXPIRY-DATE is the date the notice stops being in force,
      * set by the N that created it and replaced by an A that
      * carries one; blank means it runs until cancelled.  The
      * nightly expiry sweep closes a LIVE or AMENDED notice whose
      * expiry date the business date has passed as EXPIRED, keeping
      * its last data, exactly as a cancellation does.
      *----------------------------------------------------------------
       01  NOTICE-MASTER-RECORD.
           05  NM-TRAN-ID                  PIC X(08).
               88  NM-LIVE                        VALUE "LIVE".
               88  NM-AMENDED                     VALUE "AMENDED".
               88  NM-CANCELLED                   VALUE "CANCELLED".
               88  NM-EXPIRED                     VALUE "EXPIRED".
           05  NM-TRAN-DATA                PIC X(40).
           05  NM-CREATE-DATE              PIC X(10).
           05  NM-CREATE-TIME              PIC X(08).
           05  NM-LAST-DATE                PIC X(10).
           05  NM-LAST-TIME                PIC X(08).
           05  NM-EXPIRY-DATE              PIC X(10).
