      *----------------------------------------------------------------
      * PULLCDREC - pull-back card read by PENDPULL.  One
      * card asks for a warehoused transaction to be withdrawn from
      * the PENDTRN warehouse before it releases.  PL-EFF-DATE names
      * the one entry to pull when the id has more than one waiting;
      * blank pulls every waiting entry for the id.  PL-SYSTEM-ID is
      * the producing system asking - a system may only pull back
      * what it sent - and PL-REQUESTED-BY is the person or desk
      * that asked, kept on the entry for the audit trail.
      *----------------------------------------------------------------
       01  PULL-CARD-RECORD.
           05  PL-TRAN-ID                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  PL-EFF-DATE                 PIC X(10).
           05  FILLER                      PIC X(01).
           05  PL-SYSTEM-ID                PIC X(08).
           05  FILLER                      PIC X(01).
           05  PL-REQUESTED-BY             PIC X(08).
           05  FILLER                      PIC X(43).
