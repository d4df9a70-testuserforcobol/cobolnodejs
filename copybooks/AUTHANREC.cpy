      *----------------------------------------------------------------
      * AUTHANREC - authorized-analyst record, keyed by analyst id in
      * the AUTHANL KSDS maintained by the data-security group.  Only
      * an analyst on file with AA-AUTH-STATUS 'A' may submit MSGTAB
      * maintenance or approve another analyst's pending change; a
      * leaver or a suspended id is kept on file as 'R' (revoked)
      * rather than deleted, so the ids on the old MSGAUDIT records
      * still resolve to a name.  AA-STATUS-DATE is the date the
      * status was last set.
      *----------------------------------------------------------------
       01  AUTH-ANALYST-RECORD.
           05  AA-ANALYST-ID               PIC X(08).
           05  AA-ANALYST-NAME             PIC X(30).
           05  AA-AUTH-STATUS              PIC X(01).
               88  AA-AUTH-ACTIVE                 VALUE "A".
               88  AA-AUTH-REVOKED                VALUE "R".
           05  AA-STATUS-DATE              PIC X(10).
           05  FILLER                      PIC X(11).
