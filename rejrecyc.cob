           COPY TRANFDREC.
       FD  AGED-REJECT-FILE
           RECORDING MODE IS F.
       01  AGED-REJECT-OUT-RECORD          PIC X(143).
       FD  RECYCLE-REPORT-FILE
           RECORDING MODE IS F.
       01  RECYCLE-REPORT-LINE             PIC X(80).
           05  WS-WRK-MSG-CODE             PIC X(06).
           05  WS-WRK-FIRST-DATE           PIC X(10).
           05  WS-WRK-NIGHTS-OUT           PIC 9(04).
           05  WS-WRK-SYSTEM-ID            PIC X(08).
           05  WS-WRK-EFF-DATE             PIC X(10).
           05  WS-WRK-EXPIRY-DATE          PIC X(10).
       01  WS-CARD-DATE-WORK.
           05  WS-CARD-DATE                PIC X(08).
           05  WS-CARD-FEED-DATE           PIC X(10).
      *----------------------------------------------------------------
      * Correction cards are loaded into this table once, ahead of
      * the reject passes, so each outstanding reject is matched by
               10  WS-CORR-NEW-DATA        PIC X(40).
               10  WS-CORR-NEW-CODE        PIC X(06).
               10  WS-CORR-NEW-ID          PIC X(08).
               10  WS-CORR-NEW-EFF         PIC X(08).
               10  WS-CORR-NEW-EXPIRY      PIC X(08).
               10  WS-CORR-USED-SW         PIC X(01).
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
                                   WS-CORR-NEW-CODE(WS-CORR-COUNT)
                               MOVE CC-NEW-TRAN-ID TO
                                   WS-CORR-NEW-ID(WS-CORR-COUNT)
                               MOVE CC-NEW-EFF-DATE TO
                                   WS-CORR-NEW-EFF(WS-CORR-COUNT)
                               MOVE CC-NEW-EXPIRY-DATE TO
                                   WS-CORR-NEW-EXPIRY(WS-CORR-COUNT)
                               MOVE "N" TO
                                   WS-CORR-USED-SW(WS-CORR-COUNT)
                           ELSE
                       MOVE RA-MSG-CODE    TO WS-WRK-MSG-CODE
                       MOVE RA-FIRST-DATE  TO WS-WRK-FIRST-DATE
                       MOVE RA-NIGHTS-OUT  TO WS-WRK-NIGHTS-OUT
                       MOVE RA-SYSTEM-ID   TO WS-WRK-SYSTEM-ID
                       MOVE RA-EFF-DATE    TO WS-WRK-EFF-DATE
                       MOVE RA-EXPIRY-DATE TO WS-WRK-EXPIRY-DATE
                       PERFORM 4000-DISPOSE-OF-REJECT
               END-READ
           END-PERFORM.
                       MOVE TJ-MSG-CODE    TO WS-WRK-MSG-CODE
                       MOVE WS-RUN-DATE    TO WS-WRK-FIRST-DATE
                       MOVE 0              TO WS-WRK-NIGHTS-OUT
                       MOVE TJ-SYSTEM-ID   TO WS-WRK-SYSTEM-ID
                       MOVE TJ-EFF-DATE    TO WS-WRK-EFF-DATE
                       MOVE TJ-EXPIRY-DATE TO WS-WRK-EXPIRY-DATE
                       PERFORM 4000-DISPOSE-OF-REJECT
               END-READ
           END-PERFORM.
      * exempt from the feed's own trailer count.  The card's
      * replacement id, when given, re-enters the record under a
      * fresh id - the repair path for an E002 duplicate reject,
      * whose original id is still blocked on SEENIDS.  The original
      * producing system rides along on the record, so the repair is
      * still credited to the system that sent it, and so do the
      * effective and expiry dates it was sent with: a future-dated
      * repair is warehoused again by TRANEDIT rather than released
      * at once, and a repaired new notice keeps its expiry.  The
      * card may replace either date, or clear it, like the other
      * fields; TRANEDIT edits the result as it edits any feed date.
      *----------------------------------------------------------------
       4200-WRITE-RECYCLED-RECORD.
           MOVE "Y" TO WS-CORR-USED-SW(WS-CORR-MATCH-SUB).
               MOVE WS-CORR-NEW-CODE(WS-CORR-MATCH-SUB)
                   TO TF-MSG-CODE
           END-IF.
           MOVE WS-WRK-SYSTEM-ID TO TF-ORIG-SYSTEM-ID.
           IF WS-CORR-NEW-EFF(WS-CORR-MATCH-SUB) = SPACES
               MOVE WS-WRK-EFF-DATE TO TF-EFF-DATE
           ELSE
               MOVE WS-CORR-NEW-EFF(WS-CORR-MATCH-SUB)
                   TO WS-CARD-DATE
               PERFORM 4250-FORMAT-CARD-DATE
               MOVE WS-CARD-FEED-DATE TO TF-EFF-DATE
           END-IF.
           IF WS-CORR-NEW-EXPIRY(WS-CORR-MATCH-SUB) = SPACES
               MOVE WS-WRK-EXPIRY-DATE TO TF-EXPIRY-DATE
           ELSE
               MOVE WS-CORR-NEW-EXPIRY(WS-CORR-MATCH-SUB)
                   TO WS-CARD-DATE
               PERFORM 4250-FORMAT-CARD-DATE
               MOVE WS-CARD-FEED-DATE TO TF-EXPIRY-DATE
           END-IF.
           WRITE TRAN-FEED-RECORD.
           ADD 1 TO WS-RECORDS-RECYCLED.

      *----------------------------------------------------------------
      * A card date is keyed CCYYMMDD to fit the card; the feed
      * carries YYYY-MM-DD.  All zeros clears the date.
      *----------------------------------------------------------------
       4250-FORMAT-CARD-DATE.
           MOVE SPACES TO WS-CARD-FEED-DATE.
           IF WS-CARD-DATE NOT = ZEROS
               STRING WS-CARD-DATE(1:4) "-"
                      WS-CARD-DATE(5:2) "-"
                      WS-CARD-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-CARD-FEED-DATE
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * The aged record is composed in the OLD-REJECT-FILE record
      * area (the REJAGEREC layout) and written FROM there, so that
           MOVE WS-WRK-REASON-TEXT TO RA-REASON-TEXT.
           MOVE WS-WRK-MSG-CODE    TO RA-MSG-CODE.
           MOVE WS-WRK-FIRST-DATE  TO RA-FIRST-DATE.
           MOVE WS-WRK-SYSTEM-ID   TO RA-SYSTEM-ID.
           MOVE WS-WRK-EFF-DATE    TO RA-EFF-DATE.
           MOVE WS-WRK-EXPIRY-DATE TO RA-EXPIRY-DATE.
           COMPUTE RA-NIGHTS-OUT = WS-WRK-NIGHTS-OUT + 1.
           IF RA-NIGHTS-OUT > WS-ESCALATE-NIGHTS
               SET RA-IS-ESCALATED TO TRUE
