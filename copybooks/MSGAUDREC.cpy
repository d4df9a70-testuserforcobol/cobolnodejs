      * every change applied to the MSGTAB message table, so "who
      * changed message DFLT01 and when" is answerable at audit time
      * without recovering old table backups.  MA-CHANGED-BY is the
      * maker - the analyst who submitted the change card - and
      * MA-APPROVED-BY the checker, the second authorized analyst
      * whose later run approved and applied it.  On an add
      * MA-BEFORE-TEXT is spaces; on a delete MA-AFTER-TEXT is
      * spaces.  MA-EFF-FROM/MA-EFF-TO are the effective window of
      * the dated version the change applied to, so the audit trail
      * can prove which text was in force on any given date.
           05  MA-BEFORE-TEXT              PIC X(40).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  MA-AFTER-TEXT               PIC X(40).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  MA-APPROVED-BY              PIC X(08).
