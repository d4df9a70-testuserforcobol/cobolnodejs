       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANTRCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-CARD-FILE ASSIGN TO "TRCCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRCCARD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REJECTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
           SELECT AGED-REJECT-FILE ASSIGN TO "REJAGED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJAGED-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "RECYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT SEEN-ID-FILE ASSIGN TO "SEENIDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-TRAN-ID
               FILE STATUS IS WS-SEENIDS-STATUS.
           SELECT PEND-TRAN-FILE ASSIGN TO "PENDTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PEND-KEY
               FILE STATUS IS WS-PENDTRN-STATUS.
           SELECT NOTICE-MASTER-FILE ASSIGN TO "NOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-TRAN-ID
               FILE STATUS IS WS-NOTMAST-STATUS.
           SELECT NOTICE-JOURNAL-FILE ASSIGN TO "NOTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTJRNL-STATUS.
           SELECT HELLO-OUT-FILE ASSIGN TO "HELLOOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELLOOUT-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-RUN-ID
               FILE STATUS IS WS-RUNREG-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT TRACE-REPORT-FILE ASSIGN TO "TRCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRCRPT-STATUS.
           SELECT TRACE-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-CARD-FILE
           RECORDING MODE IS F.
           COPY TRCCDREC.
       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY TREJREC.
       FD  AGED-REJECT-FILE
           RECORDING MODE IS F.
           COPY REJAGEREC.
       FD  RECYCLE-FILE
           RECORDING MODE IS F.
           COPY TRANFDREC.
       FD  SEEN-ID-FILE.
           COPY SEENIDREC.
       FD  PEND-TRAN-FILE.
           COPY PENDTRREC.
       FD  NOTICE-MASTER-FILE.
           COPY NOTMSTREC.
       FD  NOTICE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY NOTJRNREC.
       FD  HELLO-OUT-FILE
           RECORDING MODE IS F.
           COPY HELLOREC.
       FD  RUN-REGISTRY-FILE.
           COPY RUNREGREC.
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  TRACE-REPORT-FILE
           RECORDING MODE IS F.
       01  TRACE-REPORT-LINE               PIC X(132).
      *----------------------------------------------------------------
      * One sort record per event found for a requested id.  The key
      * puts each id's events together in card order, then in date
      * order; within a date, the phase of the nightly cycle the
      * event belongs to (1 recycle ahead of the edit, 2 the edit,
      * 3 the main run and anything done to its output, 4 the reject
      * carry-forward, 5 the run's delivery and the notice's current
      * state), then the time where the dataset records one, then a
      * rank that keeps same-phase events of different datasets in
      * a fixed order.  An event with no recorded date sorts first,
      * ahead of every dated one.
      *----------------------------------------------------------------
       SD  TRACE-SORT-FILE.
       01  TRACE-SORT-RECORD.
           05  TS-CARD-NO                  PIC 9(04).
           05  TS-EVENT-DATE               PIC X(10).
           05  TS-EVENT-PHASE              PIC 9(01).
           05  TS-EVENT-TIME               PIC X(08).
           05  TS-EVENT-RANK               PIC 9(01).
           05  TS-TRAN-ID                  PIC X(08).
           05  TS-SOURCE                   PIC X(08).
           05  TS-EVENT-TEXT               PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-TRCCARD-STATUS           PIC X(02) VALUE "00".
           05  WS-REJECTS-STATUS           PIC X(02) VALUE "00".
           05  WS-REJAGED-STATUS           PIC X(02) VALUE "00".
           05  WS-RECYCLE-STATUS           PIC X(02) VALUE "00".
           05  WS-SEENIDS-STATUS           PIC X(02) VALUE "00".
           05  WS-PENDTRN-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTMAST-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTJRNL-STATUS           PIC X(02) VALUE "00".
           05  WS-HELLOOUT-STATUS          PIC X(02) VALUE "00".
           05  WS-RUNREG-STATUS            PIC X(02) VALUE "00".
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-TRCRPT-STATUS            PIC X(02) VALUE "00".
           05  WS-FILE-EOF-SW              PIC X(01) VALUE "N".
               88  WS-FILE-EOF                    VALUE "Y".
               88  WS-FILE-NOT-EOF                VALUE "N".
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88  WS-SORT-EOF                    VALUE "Y".
               88  WS-SORT-NOT-EOF                VALUE "N".
           05  WS-SEENIDS-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-SEENIDS-OPEN                VALUE "Y".
           05  WS-PENDTRN-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-PENDTRN-OPEN                VALUE "Y".
           05  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
               88  WS-PEND-EOF                    VALUE "Y".
               88  WS-PEND-NOT-EOF                VALUE "N".
           05  WS-NOTMAST-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-NOTMAST-OPEN                VALUE "Y".
           05  WS-RUNREG-OPEN-SW           PIC X(01) VALUE "N".
               88  WS-RUNREG-OPEN                 VALUE "Y".
           05  WS-WARNING-SW               PIC X(01) VALUE "N".
               88  WS-WARNINGS-RAISED             VALUE "Y".
           05  WS-FIRST-TRACE-SW           PIC X(01) VALUE "Y".
               88  WS-FIRST-TRACE                 VALUE "Y".
               88  WS-NOT-FIRST-TRACE             VALUE "N".
           05  WS-CARD-COUNT               PIC 9(04) COMP VALUE 0.
           05  WS-CARD-LIMIT               PIC 9(04) COMP VALUE 200.
           05  WS-CARD-SUB                 PIC 9(04) COMP VALUE 0.
           05  WS-CARD-MATCH-SUB           PIC 9(04) COMP VALUE 0.
           05  WS-REJ-COUNT                PIC 9(04) COMP VALUE 0.
           05  WS-REJ-LIMIT                PIC 9(04) COMP VALUE 1000.
           05  WS-REJ-SUB                  PIC 9(04) COMP VALUE 0.
           05  WS-REJ-MATCH-SUB            PIC 9(04) COMP VALUE 0.
           05  WS-LINE-COUNT               PIC 9(04) COMP VALUE 0.
           05  WS-LINE-LIMIT               PIC 9(04) COMP VALUE 2000.
           05  WS-LINE-SUB                 PIC 9(04) COMP VALUE 0.
           05  WS-LINE-MATCH-SUB           PIC 9(04) COMP VALUE 0.
           05  WS-PRINT-LINES              PIC 9(04) COMP VALUE 0.
           05  WS-PRINT-LIMIT              PIC 9(04) COMP VALUE 55.
           05  WS-LOOKUP-ID                PIC X(08) VALUE SPACES.
           05  WS-CURRENT-CARD-NO          PIC 9(04) VALUE 0.
           05  WS-CURRENT-TRAN-ID          PIC X(08) VALUE SPACES.
           05  WS-TRACE-EVENTS             PIC 9(06) VALUE 0.
           05  WS-CARDS-READ               PIC 9(08) VALUE 0.
           05  WS-CARDS-IGNORED            PIC 9(08) VALUE 0.
           05  WS-IDS-TRACED               PIC 9(08) VALUE 0.
           05  WS-IDS-FOUND                PIC 9(08) VALUE 0.
           05  WS-IDS-NOT-FOUND            PIC 9(08) VALUE 0.
           05  WS-EVENTS-LISTED            PIC 9(08) VALUE 0.
           05  WS-PAGE-COUNT               PIC 9(06) VALUE 0.
           05  WS-SEQ-EDIT                 PIC 9(08) VALUE 0.
           05  WS-NIGHTS-EDIT              PIC Z(03)9.
           05  WS-DATE-NUM                 PIC 9(08) VALUE 0.
           05  WS-DATE-NUM-X               REDEFINES WS-DATE-NUM.
               10  WS-DATE-CCYY            PIC 9(04).
               10  WS-DATE-MM              PIC 9(02).
               10  WS-DATE-DD              PIC 9(02).
           05  WS-DATE-INT                 PIC 9(08) VALUE 0.
           05  WS-DATE-WORK                PIC X(10) VALUE SPACES.
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
               10  WS-SYS-DATE-MM          PIC 9(02).
               10  WS-SYS-DATE-DD          PIC 9(02).
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
      *----------------------------------------------------------------
      * The requested ids, in card order.  WS-TC-EVENTS counts what
      * was found for the id (none means "not found"), and
      * WS-TC-LAST-RUN-ID and WS-TC-LAST-RUN-DATE stop one run's
      * delivery status being listed once per line the id has in it.
      *----------------------------------------------------------------
       01  WS-CARD-TABLE.
           05  WS-TC-ENTRY                 OCCURS 200 TIMES.
               10  WS-TC-TRAN-ID           PIC X(08).
               10  WS-TC-EVENTS            PIC 9(06).
               10  WS-TC-LAST-RUN-ID       PIC X(08).
               10  WS-TC-LAST-RUN-DATE     PIC X(10).
      *----------------------------------------------------------------
      * Every distinct reject of a requested id found on the REJAGED
      * generations: the date REJRECYC first carried it and the most
      * nights any generation shows it outstanding.  TRANREJ and
      * TYPEREJ records carry no date of their own, so this is where
      * a reject's date - and the date it left the carry-forward
      * through a recycle - comes from.
      *----------------------------------------------------------------
       01  WS-REJECT-TABLE.
           05  WS-RJ-ENTRY                 OCCURS 1000 TIMES.
               10  WS-RJ-CARD-NO           PIC 9(04) COMP.
               10  WS-RJ-REASON-CODE       PIC X(04).
               10  WS-RJ-TRAN-DATA         PIC X(40).
               10  WS-RJ-FIRST-DATE        PIC X(10).
               10  WS-RJ-NIGHTS-OUT        PIC 9(04).
               10  WS-RJ-ESCALATED         PIC X(01).
      *----------------------------------------------------------------
      * The HELLOOUT lines the journal says were written for a
      * requested id - HELLOOUT itself does not carry the id, the
      * NOTJRNL entry for the apply does, by run-id and sequence.
      * The nightly run-ids are used again every night and every
      * fresh run numbers its lines from 1, so the entry's business
      * date is kept too and must match the line's run date.
      *----------------------------------------------------------------
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY                 OCCURS 2000 TIMES.
               10  WS-LN-CARD-NO           PIC 9(04) COMP.
               10  WS-LN-RUN-ID            PIC X(08).
               10  WS-LN-SEQUENCE-NO       PIC 9(08).
               10  WS-LN-RUN-DATE          PIC X(10).
               10  WS-LN-STAMP-TIME        PIC X(08).
       01  WS-REPORT-LINES.
           05  WS-TR-HEADER-1.
               10  FILLER                  PIC X(40) VALUE
                   "TRANTRCE - TRANSACTION TRACE".
               10  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
               10  WS-TR-RUN-DATE          PIC X(10).
               10  FILLER                  PIC X(10) VALUE SPACES.
               10  FILLER                  PIC X(06) VALUE "PAGE: ".
               10  WS-TR-PAGE              PIC Z(05)9.
               10  FILLER                  PIC X(45) VALUE SPACES.
           05  WS-TR-HEADER-2.
               10  FILLER                  PIC X(16) VALUE
                   "TRANSACTION ID: ".
               10  WS-TR-TRAN-ID           PIC X(08).
               10  FILLER                  PIC X(108) VALUE SPACES.
           05  WS-TR-RULE-LINE             PIC X(132) VALUE ALL "-".
           05  WS-TR-COLUMN-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "DATE        TIME      SOURCE    EVENT".
               10  FILLER                  PIC X(92) VALUE SPACES.
           05  WS-TR-DETAIL-LINE.
               10  WS-TR-DET-DATE          PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-TR-DET-TIME          PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-TR-DET-SOURCE        PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-TR-DET-TEXT          PIC X(90).
               10  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-TR-END-LINE.
               10  FILLER                  PIC X(08) VALUE
                   "    *** ".
               10  WS-TR-END-COUNT         PIC Z(05)9.
               10  FILLER                  PIC X(118) VALUE
                   " EVENT(S) LISTED ***".
           05  WS-TR-NOT-FOUND-LINE.
               10  FILLER                  PIC X(132) VALUE
                   "    *** NOT FOUND ON ANY TRACED DATASET ***".
           05  WS-TR-TOTAL-HEADER.
               10  FILLER                  PIC X(132) VALUE
                   "TRANTRCE - TRACE RUN TOTALS".
           05  WS-TR-TOTAL-LINE.
               10  WS-TR-TOTAL-LABEL       PIC X(32).
               10  WS-TR-TOTAL-VALUE       PIC Z(07)9.
               10  FILLER                  PIC X(92) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 1500-SET-RUN-STAMP.
           PERFORM 2000-OPEN-FILES.
           PERFORM 2100-LOAD-TRACE-CARDS.
           SORT TRACE-SORT-FILE
               ON ASCENDING KEY TS-CARD-NO
                                TS-EVENT-DATE
                                TS-EVENT-PHASE
                                TS-EVENT-TIME
                                TS-EVENT-RANK
               INPUT PROCEDURE IS 3000-GATHER-EVENTS
               OUTPUT PROCEDURE IS 5000-PRINT-TRACES.
           PERFORM 7000-WRITE-TRACE-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * The business date from PROCDATE heads every trace page, with
      * the same wall-clock fallback every stamping step takes.
      *----------------------------------------------------------------
       1500-SET-RUN-STAMP.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           STRING WS-SYS-DATE-CCYY  "-"
                  WS-SYS-DATE-MM    "-"
                  WS-SYS-DATE-DD
                  DELIMITED BY SIZE INTO WS-WALL-DATE
           END-STRING.
           MOVE WS-WALL-DATE TO WS-RUN-DATE.
           PERFORM 1550-READ-PROCESSING-DATE.

       1550-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROC-DATE-FILE
                   AT END
                       DISPLAY "TRANTRCE0001W PROCDATE IS EMPTY - "
                           "USING WALL-CLOCK DATE " WS-WALL-DATE
                   NOT AT END
                       IF PD-BUSINESS-DATE(1:4) IS NUMERIC
                               AND PD-BUSINESS-DATE(5:1) = "-"
                               AND PD-BUSINESS-DATE(6:2) IS NUMERIC
                               AND PD-BUSINESS-DATE(8:1) = "-"
                               AND PD-BUSINESS-DATE(9:2) IS NUMERIC
                           MOVE PD-BUSINESS-DATE TO WS-RUN-DATE
                       ELSE
                           DISPLAY "TRANTRCE0002W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                               "- USING WALL-CLOCK DATE " WS-WALL-DATE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           ELSE
               DISPLAY "TRANTRCE0003W UNABLE TO OPEN PROCDATE - "
                   "FILE STATUS " WS-PROCDATE-STATUS
                   ", USING WALL-CLOCK DATE " WS-WALL-DATE
           END-IF.

      *----------------------------------------------------------------
      * Only the request cards and the report are required.  Each
      * traced dataset that cannot be opened is named on the console
      * and skipped - the trace still answers from the rest, and the
      * step ends RC=4 so the requester knows the answer may be
      * incomplete.  The sequential datasets are opened and closed
      * by their own scan paragraphs.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT TRACE-CARD-FILE.
           IF WS-TRCCARD-STATUS NOT = "00"
               DISPLAY "TRANTRCE0004E UNABLE TO OPEN TRCCARD - "
                   "FILE STATUS " WS-TRCCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRACE-REPORT-FILE.
           IF WS-TRCRPT-STATUS NOT = "00"
               DISPLAY "TRANTRCE0005E UNABLE TO OPEN TRCRPT - "
                   "FILE STATUS " WS-TRCRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SEEN-ID-FILE.
           IF WS-SEENIDS-STATUS = "00"
               SET WS-SEENIDS-OPEN TO TRUE
           ELSE
               DISPLAY "TRANTRCE0006W UNABLE TO OPEN SEENIDS - "
                   "FILE STATUS " WS-SEENIDS-STATUS
                   ", DATASET SKIPPED"
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.
           OPEN INPUT PEND-TRAN-FILE.
           IF WS-PENDTRN-STATUS = "00"
               SET WS-PENDTRN-OPEN TO TRUE
           ELSE
               DISPLAY "TRANTRCE0017W UNABLE TO OPEN PENDTRN - "
                   "FILE STATUS " WS-PENDTRN-STATUS
                   ", DATASET SKIPPED"
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.
           OPEN INPUT NOTICE-MASTER-FILE.
           IF WS-NOTMAST-STATUS = "00"
               SET WS-NOTMAST-OPEN TO TRUE
           ELSE
               DISPLAY "TRANTRCE0007W UNABLE TO OPEN NOTMAST - "
                   "FILE STATUS " WS-NOTMAST-STATUS
                   ", DATASET SKIPPED"
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF WS-RUNREG-STATUS = "00"
               SET WS-RUNREG-OPEN TO TRUE
           ELSE
               DISPLAY "TRANTRCE0008W UNABLE TO OPEN RUNREG - "
                   "FILE STATUS " WS-RUNREG-STATUS
                   ", DATASET SKIPPED"
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Load the request deck.  A blank card and a repeat of an id
      * already asked for are counted and ignored; a deck larger
      * than the table is traced as far as the table holds and the
      * rest named on the console for a second run.
      *----------------------------------------------------------------
       2100-LOAD-TRACE-CARDS.
           SET WS-FILE-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-FILE-EOF
               READ TRACE-CARD-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM 2150-ADD-TRACE-CARD
               END-READ
           END-PERFORM.
           CLOSE TRACE-CARD-FILE.
           MOVE WS-CARD-COUNT TO WS-IDS-TRACED.

       2150-ADD-TRACE-CARD.
           MOVE TC-TRAN-ID TO WS-LOOKUP-ID.
           PERFORM 3900-FIND-CARD.
           EVALUATE TRUE
               WHEN TC-TRAN-ID = SPACES
                   ADD 1 TO WS-CARDS-IGNORED
               WHEN WS-CARD-MATCH-SUB > 0
                   ADD 1 TO WS-CARDS-IGNORED
               WHEN WS-CARD-COUNT NOT < WS-CARD-LIMIT
                   DISPLAY "TRANTRCE0009W TRACE TABLE FULL - ID "
                       TC-TRAN-ID " NOT TRACED, RESUBMIT IT"
                   ADD 1 TO WS-CARDS-IGNORED
                   SET WS-WARNINGS-RAISED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CARD-COUNT
                   MOVE TC-TRAN-ID TO WS-TC-TRAN-ID(WS-CARD-COUNT)
                   MOVE 0      TO WS-TC-EVENTS(WS-CARD-COUNT)
                   MOVE SPACES TO WS-TC-LAST-RUN-ID(WS-CARD-COUNT)
                   MOVE SPACES
                       TO WS-TC-LAST-RUN-DATE(WS-CARD-COUNT)
           END-EVALUATE.

      *----------------------------------------------------------------
      * Sort input: one pass over each dataset, every record whose
      * id was asked for released as an event.  REJAGED goes first
      * because the undated reject and recycle records take their
      * dates from it, and NOTJRNL before HELLOOUT because the
      * journal is what ties an output line to its id.
      *----------------------------------------------------------------
       3000-GATHER-EVENTS.
           PERFORM 3100-SCAN-AGED-REJECTS.
           PERFORM 3200-SCAN-REJECTS.
           PERFORM 3300-SCAN-RECYCLES.
           PERFORM 3400-READ-KEYED-FILES.
           PERFORM 3500-SCAN-JOURNAL.
           PERFORM 3600-SCAN-HELLOOUT.
           PERFORM 3800-RELEASE-NOT-FOUND.

      *----------------------------------------------------------------
      * REJAGED is every generation of the carry-forward, so one
      * reject appears once per night it sat.  It is listed once,
      * dated the night REJRECYC first carried it, with the most
      * nights outstanding any generation shows.
      *----------------------------------------------------------------
       3100-SCAN-AGED-REJECTS.
           OPEN INPUT AGED-REJECT-FILE.
           IF WS-REJAGED-STATUS NOT = "00"
               DISPLAY "TRANTRCE0010W UNABLE TO OPEN REJAGED - "
                   "FILE STATUS " WS-REJAGED-STATUS
                   ", DATASET SKIPPED"
               SET WS-WARNINGS-RAISED TO TRUE
           ELSE
               SET WS-FILE-NOT-EOF TO TRUE
               PERFORM UNTIL WS-FILE-EOF
                   READ AGED-REJECT-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE RA-TRAN-ID TO WS-LOOKUP-ID
                           PERFORM 3900-FIND-CARD
                           IF WS-CARD-MATCH-SUB > 0
                               PERFORM 3150-HOLD-AGED-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGED-REJECT-FILE
           END-IF.
           PERFORM 3180-RELEASE-AGED-REJECT
               VARYING WS-REJ-SUB FROM 1 BY 1
               UNTIL WS-REJ-SUB > WS-REJ-COUNT.

       3150-HOLD-AGED-REJECT.
           MOVE 0 TO WS-REJ-MATCH-SUB.
           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
                   OR WS-REJ-MATCH-SUB > 0
               IF WS-RJ-CARD-NO(WS-REJ-SUB) = WS-CARD-MATCH-SUB
                       AND WS-RJ-REASON-CODE(WS-REJ-SUB)
                           = RA-REASON-CODE
                       AND WS-RJ-TRAN-DATA(WS-REJ-SUB) = RA-TRAN-DATA
                       AND WS-RJ-FIRST-DATE(WS-REJ-SUB)
                           = RA-FIRST-DATE
                   MOVE WS-REJ-SUB TO WS-REJ-MATCH-SUB
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-REJ-MATCH-SUB > 0
                   IF RA-NIGHTS-OUT
                           > WS-RJ-NIGHTS-OUT(WS-REJ-MATCH-SUB)
                       MOVE RA-NIGHTS-OUT
                           TO WS-RJ-NIGHTS-OUT(WS-REJ-MATCH-SUB)
                       MOVE RA-ESCALATED
                           TO WS-RJ-ESCALATED(WS-REJ-MATCH-SUB)
                   END-IF
               WHEN WS-REJ-COUNT NOT < WS-REJ-LIMIT
                   DISPLAY "TRANTRCE0011W REJECT TABLE FULL - REJECT "
                       "OF " RA-TRAN-ID " FIRST SEEN " RA-FIRST-DATE
                       " NOT LISTED"
                   SET WS-WARNINGS-RAISED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-REJ-COUNT
                   MOVE WS-CARD-MATCH-SUB
                       TO WS-RJ-CARD-NO(WS-REJ-COUNT)
                   MOVE RA-REASON-CODE
                       TO WS-RJ-REASON-CODE(WS-REJ-COUNT)
                   MOVE RA-TRAN-DATA TO WS-RJ-TRAN-DATA(WS-REJ-COUNT)
                   MOVE RA-FIRST-DATE
                       TO WS-RJ-FIRST-DATE(WS-REJ-COUNT)
                   MOVE RA-NIGHTS-OUT
                       TO WS-RJ-NIGHTS-OUT(WS-REJ-COUNT)
                   MOVE RA-ESCALATED TO WS-RJ-ESCALATED(WS-REJ-COUNT)
           END-EVALUATE.

       3180-RELEASE-AGED-REJECT.
           MOVE SPACES TO TRACE-SORT-RECORD.
           MOVE WS-RJ-CARD-NO(WS-REJ-SUB) TO WS-CARD-MATCH-SUB.
           MOVE WS-RJ-FIRST-DATE(WS-REJ-SUB) TO TS-EVENT-DATE.
           MOVE 4 TO TS-EVENT-PHASE.
           MOVE 1 TO TS-EVENT-RANK.
           MOVE "REJAGED" TO TS-SOURCE.
           MOVE WS-RJ-NIGHTS-OUT(WS-REJ-SUB) TO WS-NIGHTS-EDIT.
           IF WS-RJ-ESCALATED(WS-REJ-SUB) = "Y"
               STRING "REJECT " WS-RJ-REASON-CODE(WS-REJ-SUB)
                      " CARRIED FORWARD, OUTSTANDING "
                      WS-NIGHTS-EDIT " NIGHT(S) - ESCALATED"
                      DELIMITED BY SIZE INTO TS-EVENT-TEXT
               END-STRING
           ELSE
               STRING "REJECT " WS-RJ-REASON-CODE(WS-REJ-SUB)
                      " CARRIED FORWARD, OUTSTANDING "
                      WS-NIGHTS-EDIT " NIGHT(S)"
                      DELIMITED BY SIZE INTO TS-EVENT-TEXT
               END-STRING
           END-IF.
           PERFORM 3950-RELEASE-EVENT.

      *----------------------------------------------------------------
      * REJECTS is every TRANREJ generation (TRANEDIT's structural
      * rejects) and every TYPEREJ generation (the main run's type,
      * master and message-code rejects); the reason code says which
      * program rejected the record.  The date is the REJAGED first-
      * seen date of the same reject, where the carry-forward still
      * holds it.
      *----------------------------------------------------------------
       3200-SCAN-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECTS-STATUS NOT = "00"
               DISPLAY "TRANTRCE0012W UNABLE TO OPEN REJECTS - "
                   "FILE STATUS " WS-REJECTS-STATUS
                   ", DATASET SKIPPED"
               SET WS-WARNINGS-RAISED TO TRUE
           ELSE
               SET WS-FILE-NOT-EOF TO TRUE
               PERFORM UNTIL WS-FILE-EOF
                   READ REJECT-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE TJ-TRAN-ID TO WS-LOOKUP-ID
                           PERFORM 3900-FIND-CARD
                           IF WS-CARD-MATCH-SUB > 0
                               PERFORM 3250-RELEASE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       3250-RELEASE-REJECT.
           MOVE SPACES TO TRACE-SORT-RECORD.
           MOVE 0 TO WS-REJ-MATCH-SUB.
           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
                   OR WS-REJ-MATCH-SUB > 0
               IF WS-RJ-CARD-NO(WS-REJ-SUB) = WS-CARD-MATCH-SUB
                       AND WS-RJ-REASON-CODE(WS-REJ-SUB)
                           = TJ-REASON-CODE
                       AND WS-RJ-TRAN-DATA(WS-REJ-SUB) = TJ-TRAN-DATA
                   MOVE WS-REJ-SUB TO WS-REJ-MATCH-SUB
               END-IF
           END-PERFORM.
           IF WS-REJ-MATCH-SUB > 0
               MOVE WS-RJ-FIRST-DATE(WS-REJ-MATCH-SUB)
                   TO TS-EVENT-DATE
           END-IF.
           EVALUATE TJ-REASON-CODE
               WHEN "E004"
               WHEN "E006"
               WHEN "E007"
               WHEN "E008"
                   MOVE 3 TO TS-EVENT-PHASE
                   MOVE 1 TO TS-EVENT-RANK
                   MOVE "COBNODEJ" TO TS-SOURCE
               WHEN OTHER
                   MOVE 2 TO TS-EVENT-PHASE
                   MOVE 1 TO TS-EVENT-RANK
                   MOVE "TRANEDIT" TO TS-SOURCE
           END-EVALUATE.
           STRING "REJECTED " TJ-REASON-CODE " " TJ-REASON-TEXT
                  " TYPE " TJ-TRAN-TYPE " SYSTEM " TJ-SYSTEM-ID
                  " MSG CODE " TJ-MSG-CODE
                  DELIMITED BY SIZE INTO TS-EVENT-TEXT
           END-STRING.
           PERFORM 3950-RELEASE-EVENT.

      *----------------------------------------------------------------
      * RECYCLE is every recycle generation - the repaired records
      * REJRECYC fed back ahead of the raw feed.  A repair under a
      * replacement id is found under its new id.  The date is the
      * night the reject left the carry-forward: first carried plus
      * the most nights it was outstanding.  A reject repaired the
      * first night it was seen never reached REJAGED, and is
      * listed undated.
      *----------------------------------------------------------------
       3300-SCAN-RECYCLES.
           OPEN INPUT RECYCLE-FILE.
           IF WS-RECYCLE-STATUS NOT = "00"
               DISPLAY "TRANTRCE0013W UNABLE TO OPEN RECYCLE - "
                   "FILE STATUS " WS-RECYCLE-STATUS
                   ", DATASET SKIPPED"
               SET WS-WARNINGS-RAISED TO TRUE
           ELSE
               SET WS-FILE-NOT-EOF TO TRUE
               PERFORM UNTIL WS-FILE-EOF
                   READ RECYCLE-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF TF-DETAIL-REC
                               MOVE TF-TRAN-ID TO WS-LOOKUP-ID
                               PERFORM 3900-FIND-CARD
                               IF WS-CARD-MATCH-SUB > 0
                                   PERFORM 3350-RELEASE-RECYCLE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECYCLE-FILE
           END-IF.

       3350-RELEASE-RECYCLE.
           MOVE SPACES TO TRACE-SORT-RECORD.
           MOVE 0 TO WS-REJ-MATCH-SUB.
           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
               IF WS-RJ-CARD-NO(WS-REJ-SUB) = WS-CARD-MATCH-SUB
                   IF WS-REJ-MATCH-SUB = 0
                       MOVE WS-REJ-SUB TO WS-REJ-MATCH-SUB
                   ELSE
                       IF WS-RJ-FIRST-DATE(WS-REJ-SUB)
                           > WS-RJ-FIRST-DATE(WS-REJ-MATCH-SUB)
                           MOVE WS-REJ-SUB TO WS-REJ-MATCH-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REJ-MATCH-SUB > 0
               MOVE WS-RJ-FIRST-DATE(WS-REJ-MATCH-SUB) TO WS-DATE-WORK
               IF WS-DATE-WORK(1:4) IS NUMERIC
                       AND WS-DATE-WORK(6:2) IS NUMERIC
                       AND WS-DATE-WORK(9:2) IS NUMERIC
                   MOVE WS-DATE-WORK(1:4) TO WS-DATE-CCYY
                   MOVE WS-DATE-WORK(6:2) TO WS-DATE-MM
                   MOVE WS-DATE-WORK(9:2) TO WS-DATE-DD
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       + WS-RJ-NIGHTS-OUT(WS-REJ-MATCH-SUB)
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   STRING WS-DATE-CCYY "-"
                          WS-DATE-MM   "-"
                          WS-DATE-DD
                          DELIMITED BY SIZE INTO TS-EVENT-DATE
                   END-STRING
               END-IF
           END-IF.
           MOVE 1 TO TS-EVENT-PHASE.
           MOVE 1 TO TS-EVENT-RANK.
           MOVE "REJRECYC" TO TS-SOURCE.
           STRING "RECYCLED INTO THE FEED AS TYPE " TF-TRAN-TYPE
                  " MSG CODE " TF-MSG-CODE ": " TF-TRAN-DATA
                  DELIMITED BY SIZE INTO TS-EVENT-TEXT
           END-STRING.
           PERFORM 3950-RELEASE-EVENT.

      *----------------------------------------------------------------
      * The keyed datasets are read directly for each requested id:
      * SEENIDS holds a new notice's id from the night TRANEDIT
      * accepted it, PENDTRN every future-dated record held for the
      * id and what became of it, and NOTMAST holds the notice as it
      * stands now.
      *----------------------------------------------------------------
       3400-READ-KEYED-FILES.
           PERFORM 3450-READ-KEYED-FOR-CARD
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT.

       3450-READ-KEYED-FOR-CARD.
           MOVE WS-CARD-SUB TO WS-CARD-MATCH-SUB.
           IF WS-SEENIDS-OPEN
               MOVE WS-TC-TRAN-ID(WS-CARD-SUB) TO SN-TRAN-ID
               READ SEEN-ID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO TRACE-SORT-RECORD
                       MOVE SN-ACCEPT-DATE TO TS-EVENT-DATE
                       MOVE 2 TO TS-EVENT-PHASE
                       MOVE SN-ACCEPT-TIME TO TS-EVENT-TIME
                       MOVE 2 TO TS-EVENT-RANK
                       MOVE "SEENIDS" TO TS-SOURCE
                       STRING "ACCEPTED AS A NEW NOTICE FROM SYSTEM "
                              SN-SYSTEM-ID
                              " - ID HELD FOR THE DUPLICATE CHECK"
                              DELIMITED BY SIZE INTO TS-EVENT-TEXT
                       END-STRING
                       PERFORM 3950-RELEASE-EVENT
               END-READ
           END-IF.
           IF WS-PENDTRN-OPEN
               PERFORM 3460-SCAN-WAREHOUSE-FOR-CARD
           END-IF.
           IF WS-NOTMAST-OPEN
               MOVE WS-TC-TRAN-ID(WS-CARD-SUB) TO NM-TRAN-ID
               READ NOTICE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO TRACE-SORT-RECORD
                       MOVE NM-LAST-DATE TO TS-EVENT-DATE
                       MOVE 5 TO TS-EVENT-PHASE
                       MOVE NM-LAST-TIME TO TS-EVENT-TIME
                       MOVE 2 TO TS-EVENT-RANK
                       MOVE "NOTMAST" TO TS-SOURCE
                       STRING "CURRENT STATUS " NM-STATUS
                              " - CREATED " NM-CREATE-DATE
                              ", LAST CHANGED " NM-LAST-DATE
                              DELIMITED BY SIZE INTO TS-EVENT-TEXT
                       END-STRING
                       PERFORM 3950-RELEASE-EVENT
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * The warehouse is keyed by id first, so an id's entries are
      * read together from a START at the id.  Each entry gives the
      * night TRANEDIT held it, and - once it has left the warehouse
      * - the night PENDREL released it ahead of the main run or the
      * date the producing system pulled it back.
      *----------------------------------------------------------------
       3460-SCAN-WAREHOUSE-FOR-CARD.
           MOVE WS-TC-TRAN-ID(WS-CARD-SUB) TO PT-TRAN-ID.
           MOVE LOW-VALUES TO PT-EFF-DATE.
           MOVE LOW-VALUES TO PT-WH-DATE.
           MOVE LOW-VALUES TO PT-WH-TIME.
           MOVE 0 TO PT-WH-SEQ.
           START PEND-TRAN-FILE
               KEY IS NOT LESS THAN PT-PEND-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
               NOT INVALID KEY
                   SET WS-PEND-NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-PEND-EOF
               READ PEND-TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       IF PT-TRAN-ID NOT = WS-TC-TRAN-ID(WS-CARD-SUB)
                           SET WS-PEND-EOF TO TRUE
                       ELSE
                           PERFORM 3470-RELEASE-WAREHOUSE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       3470-RELEASE-WAREHOUSE-ENTRY.
           MOVE SPACES TO TRACE-SORT-RECORD.
           MOVE PT-WH-DATE TO TS-EVENT-DATE.
           MOVE 2 TO TS-EVENT-PHASE.
           MOVE PT-WH-TIME TO TS-EVENT-TIME.
           MOVE 3 TO TS-EVENT-RANK.
           MOVE "PENDTRN" TO TS-SOURCE.
           STRING "HELD IN WAREHOUSE AS TYPE " PT-TRAN-TYPE
                  " FROM SYSTEM " PT-SYSTEM-ID
                  " - EFFECTIVE " PT-EFF-DATE
                  DELIMITED BY SIZE INTO TS-EVENT-TEXT
           END-STRING.
           PERFORM 3950-RELEASE-EVENT.
           IF PT-RELEASED OR PT-PULLED-BACK
               MOVE SPACES TO TRACE-SORT-RECORD
               MOVE PT-STATUS-DATE TO TS-EVENT-DATE
               MOVE "PENDTRN" TO TS-SOURCE
               IF PT-RELEASED
                   MOVE 1 TO TS-EVENT-PHASE
                   MOVE 2 TO TS-EVENT-RANK
                   STRING "RELEASED FROM WAREHOUSE INTO THE NIGHT'S "
                          "RUN - EFFECTIVE " PT-EFF-DATE
                          DELIMITED BY SIZE INTO TS-EVENT-TEXT
                   END-STRING
               ELSE
                   MOVE 5 TO TS-EVENT-PHASE
                   MOVE 3 TO TS-EVENT-RANK
                   STRING "PULLED BACK FROM WAREHOUSE BY "
                          PT-STATUS-BY " - WILL NOT BE RELEASED"
                          DELIMITED BY SIZE INTO TS-EVENT-TEXT
                   END-STRING
               END-IF
               PERFORM 3950-RELEASE-EVENT
           END-IF.

      *----------------------------------------------------------------
      * Every NOTMAST change the journal holds for a requested id -
      * the creates and restamps the main run applied, dated by
      * business date and apply time, and any backout of them,
      * dated when the backout was made (its entries carry the
      * business date of the night it backed out).  Each apply's
      * run-id, business date and sequence number are kept so the
      * HELLOOUT scan can find the line it wrote.
      *----------------------------------------------------------------
       3500-SCAN-JOURNAL.
           OPEN INPUT NOTICE-JOURNAL-FILE.
           IF WS-NOTJRNL-STATUS NOT = "00"
               DISPLAY "TRANTRCE0014W UNABLE TO OPEN NOTJRNL - "
                   "FILE STATUS " WS-NOTJRNL-STATUS
                   ", DATASET SKIPPED (NO HELLOOUT LINES CAN BE "
                   "TIED TO AN ID)"
               SET WS-WARNINGS-RAISED TO TRUE
           ELSE
               SET WS-FILE-NOT-EOF TO TRUE
               PERFORM UNTIL WS-FILE-EOF
                   READ NOTICE-JOURNAL-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE NJ-TRAN-ID TO WS-LOOKUP-ID
                           PERFORM 3900-FIND-CARD
                           IF WS-CARD-MATCH-SUB > 0
                               PERFORM 3550-RELEASE-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-JOURNAL-FILE
           END-IF.

       3550-RELEASE-JOURNAL-ENTRY.
           MOVE SPACES TO TRACE-SORT-RECORD.
           MOVE NJ-BUSINESS-DATE TO TS-EVENT-DATE.
           MOVE 3 TO TS-EVENT-PHASE.
           MOVE NJ-STAMP-TIME TO TS-EVENT-TIME.
           MOVE 2 TO TS-EVENT-RANK.
           MOVE "NOTMAST" TO TS-SOURCE.
           MOVE NJ-SEQUENCE-NO TO WS-SEQ-EDIT.
           EVALUATE TRUE
               WHEN NJ-BACKOUT AND NJ-AFTER-ABSENT
                   MOVE NJ-STAMP-DATE TO TS-EVENT-DATE
                   STRING "BACKOUT OF RUN " NJ-RUN-ID " OF "
                          NJ-BUSINESS-DATE
                          " - NOTICE REMOVED FROM THE MASTER"
                          DELIMITED BY SIZE INTO TS-EVENT-TEXT
                   END-STRING
               WHEN NJ-BACKOUT
                   MOVE NJ-STAMP-DATE TO TS-EVENT-DATE
                   STRING "BACKOUT OF RUN " NJ-RUN-ID " OF "
                          NJ-BUSINESS-DATE
                          " - RESTORED TO " NJ-AFT-STATUS
                          DELIMITED BY SIZE INTO TS-EVENT-TEXT
                   END-STRING
               WHEN NJ-CREATE
                   STRING "APPLIED - CREATED " NJ-AFT-STATUS
                          " BY RUN " NJ-RUN-ID " SEQ " WS-SEQ-EDIT
                          DELIMITED BY SIZE INTO TS-EVENT-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "APPLIED - " NJ-BEF-STATUS " TO "
                          NJ-AFT-STATUS " BY RUN " NJ-RUN-ID
                          " SEQ " WS-SEQ-EDIT
                          DELIMITED BY SIZE INTO TS-EVENT-TEXT
                   END-STRING
           END-EVALUATE.
           PERFORM 3950-RELEASE-EVENT.
           IF NOT NJ-BACKOUT
               IF WS-LINE-COUNT < WS-LINE-LIMIT
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-CARD-MATCH-SUB
                       TO WS-LN-CARD-NO(WS-LINE-COUNT)
                   MOVE NJ-RUN-ID TO WS-LN-RUN-ID(WS-LINE-COUNT)
                   MOVE NJ-SEQUENCE-NO
                       TO WS-LN-SEQUENCE-NO(WS-LINE-COUNT)
                   MOVE NJ-BUSINESS-DATE
                       TO WS-LN-RUN-DATE(WS-LINE-COUNT)
                   MOVE NJ-STAMP-TIME
                       TO WS-LN-STAMP-TIME(WS-LINE-COUNT)
               ELSE
                   DISPLAY "TRANTRCE0015W LINE TABLE FULL - OUTPUT "
                       "LINE " NJ-RUN-ID "/" NJ-SEQUENCE-NO
                       " OF " NJ-TRAN-ID " NOT LISTED"
                   SET WS-WARNINGS-RAISED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * HELLOOUT is every retained HELLOOUT generation.  A line is
      * one of the requested ids' when the journal recorded an apply
      * under its run-id and sequence number; it is listed with its
      * message text, followed by where RUNREG says the run got to
      * on the way to the distributed side - once per run per id.
      *----------------------------------------------------------------
       3600-SCAN-HELLOOUT.
           OPEN INPUT HELLO-OUT-FILE.
           IF WS-HELLOOUT-STATUS NOT = "00"
               DISPLAY "TRANTRCE0016W UNABLE TO OPEN HELLOOUT - "
                   "FILE STATUS " WS-HELLOOUT-STATUS
                   ", DATASET SKIPPED"
               SET WS-WARNINGS-RAISED TO TRUE
           ELSE
               SET WS-FILE-NOT-EOF TO TRUE
               PERFORM UNTIL WS-FILE-EOF
                   READ HELLO-OUT-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-LINE-COUNT > 0
                               PERFORM 3650-MATCH-HELLOOUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELLO-OUT-FILE
           END-IF.

       3650-MATCH-HELLOOUT-LINE.
           MOVE 0 TO WS-LINE-MATCH-SUB.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   OR WS-LINE-MATCH-SUB > 0
               IF WS-LN-RUN-ID(WS-LINE-SUB) = HO-RUN-ID
                       AND WS-LN-RUN-DATE(WS-LINE-SUB) = HO-RUN-DATE
                       AND WS-LN-SEQUENCE-NO(WS-LINE-SUB)
                           = HO-SEQUENCE-NO
                   MOVE WS-LINE-SUB TO WS-LINE-MATCH-SUB
               END-IF
           END-PERFORM.
           IF WS-LINE-MATCH-SUB > 0
               MOVE WS-LN-CARD-NO(WS-LINE-MATCH-SUB)
                   TO WS-CARD-MATCH-SUB
               MOVE SPACES TO TRACE-SORT-RECORD
               MOVE HO-RUN-DATE TO TS-EVENT-DATE
               MOVE 3 TO TS-EVENT-PHASE
               MOVE WS-LN-STAMP-TIME(WS-LINE-MATCH-SUB)
                   TO TS-EVENT-TIME
               MOVE 3 TO TS-EVENT-RANK
               MOVE "HELLOOUT" TO TS-SOURCE
               STRING "WRITTEN BY RUN " HO-RUN-ID
                      " SEQ " HO-SEQUENCE-NO ": " HO-MESSAGE-TEXT
                      DELIMITED BY SIZE INTO TS-EVENT-TEXT
               END-STRING
               PERFORM 3950-RELEASE-EVENT
               IF WS-TC-LAST-RUN-ID(WS-CARD-MATCH-SUB)
                       NOT = HO-RUN-ID
                       OR WS-TC-LAST-RUN-DATE(WS-CARD-MATCH-SUB)
                       NOT = HO-RUN-DATE
                   MOVE HO-RUN-ID
                       TO WS-TC-LAST-RUN-ID(WS-CARD-MATCH-SUB)
                   MOVE HO-RUN-DATE
                       TO WS-TC-LAST-RUN-DATE(WS-CARD-MATCH-SUB)
                   PERFORM 3700-RELEASE-RUN-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * SHIPPED means HELLOEXT extracted the run's generation for the
      * distributed consumers; DELIVERED means ACKMATCH matched their
      * acknowledgment of the load.  Dated by the registry's last
      * update, which is when the run reached that status.  RUNREG
      * holds one entry per run-id, overwritten by every night the
      * run-id is used again, so the status is only the line's own
      * night's when the entry started on the line's run date; an
      * entry for a later night is listed as the latest run, dated
      * with the line, and says nothing about whether the line's
      * night shipped.
      *----------------------------------------------------------------
       3700-RELEASE-RUN-STATUS.
           IF WS-RUNREG-OPEN
               MOVE SPACES TO TRACE-SORT-RECORD
               MOVE 5 TO TS-EVENT-PHASE
               MOVE 1 TO TS-EVENT-RANK
               MOVE "RUNREG" TO TS-SOURCE
               MOVE HO-RUN-ID TO RG-RUN-ID
               READ RUN-REGISTRY-FILE
                   INVALID KEY
                       MOVE HO-RUN-DATE TO TS-EVENT-DATE
                       STRING "RUN " HO-RUN-ID
                              " IS NOT ON THE RUN REGISTRY"
                              DELIMITED BY SIZE INTO TS-EVENT-TEXT
                       END-STRING
                   NOT INVALID KEY
                       MOVE RG-LAST-DATE TO TS-EVENT-DATE
                       MOVE RG-LAST-TIME TO TS-EVENT-TIME
                       EVALUATE TRUE
                           WHEN RG-START-DATE NOT = HO-RUN-DATE
                               MOVE HO-RUN-DATE TO TS-EVENT-DATE
                               MOVE WS-LN-STAMP-TIME(WS-LINE-MATCH-SUB)
                                   TO TS-EVENT-TIME
                               STRING "RUN " RG-RUN-ID
                                   " - NIGHT'S STATUS NOT HELD, LATEST "
                                   "RUN " RG-START-DATE " " RG-STATUS
                                   DELIMITED BY SIZE
                                   INTO TS-EVENT-TEXT
                               END-STRING
                           WHEN RG-DELIVERED
                               STRING "RUN " RG-RUN-ID
                                   " DELIVERED - LOAD ACKNOWLEDGED BY "
                                   "THE DISTRIBUTED SIDE"
                                   DELIMITED BY SIZE
                                   INTO TS-EVENT-TEXT
                               END-STRING
                           WHEN RG-SHIPPED
                               STRING "RUN " RG-RUN-ID
                                   " SHIPPED - EXTRACTED, NOT YET "
                                   "ACKNOWLEDGED"
                                   DELIMITED BY SIZE
                                   INTO TS-EVENT-TEXT
                               END-STRING
                           WHEN OTHER
                               STRING "RUN " RG-RUN-ID " "
                                   RG-STATUS " - NOT SHIPPED"
                                   DELIMITED BY SIZE
                                   INTO TS-EVENT-TEXT
                               END-STRING
                       END-EVALUATE
               END-READ
               PERFORM 3950-RELEASE-EVENT
           END-IF.

      *----------------------------------------------------------------
      * An id nothing was found for is released once on its own, so
      * its report still appears in card order saying so.
      *----------------------------------------------------------------
       3800-RELEASE-NOT-FOUND.
           PERFORM 3850-RELEASE-IF-NOT-FOUND
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT.

       3850-RELEASE-IF-NOT-FOUND.
           IF WS-TC-EVENTS(WS-CARD-SUB) = 0
               MOVE SPACES TO TRACE-SORT-RECORD
               MOVE WS-CARD-SUB TO TS-CARD-NO
               MOVE 0 TO TS-EVENT-PHASE
               MOVE 0 TO TS-EVENT-RANK
               MOVE WS-TC-TRAN-ID(WS-CARD-SUB) TO TS-TRAN-ID
               RELEASE TRACE-SORT-RECORD
           END-IF.

       3900-FIND-CARD.
           MOVE 0 TO WS-CARD-MATCH-SUB.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
                   OR WS-CARD-MATCH-SUB > 0
               IF WS-TC-TRAN-ID(WS-CARD-SUB) = WS-LOOKUP-ID
                   MOVE WS-CARD-SUB TO WS-CARD-MATCH-SUB
               END-IF
           END-PERFORM.

       3950-RELEASE-EVENT.
           MOVE WS-CARD-MATCH-SUB TO TS-CARD-NO.
           MOVE WS-TC-TRAN-ID(WS-CARD-MATCH-SUB) TO TS-TRAN-ID.
           ADD 1 TO WS-TC-EVENTS(WS-CARD-MATCH-SUB).
           RELEASE TRACE-SORT-RECORD.

      *----------------------------------------------------------------
      * Sort output: one report per id, starting on a new page, its
      * events in date order.  A long trace continues on further
      * pages under the same heading.
      *----------------------------------------------------------------
       5000-PRINT-TRACES.
           PERFORM UNTIL WS-SORT-EOF
               RETURN TRACE-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-FIRST-TRACE
                               OR TS-CARD-NO NOT = WS-CURRENT-CARD-NO
                           PERFORM 5100-START-TRACE
                       END-IF
                       PERFORM 5200-PRINT-EVENT
               END-RETURN
           END-PERFORM.
           IF WS-NOT-FIRST-TRACE
               PERFORM 5400-END-TRACE
           END-IF.

       5100-START-TRACE.
           IF WS-NOT-FIRST-TRACE
               PERFORM 5400-END-TRACE
           END-IF.
           SET WS-NOT-FIRST-TRACE TO TRUE.
           MOVE TS-CARD-NO TO WS-CURRENT-CARD-NO.
           MOVE TS-TRAN-ID TO WS-CURRENT-TRAN-ID.
           MOVE 0 TO WS-TRACE-EVENTS.
           PERFORM 5300-START-TRACE-PAGE.

       5200-PRINT-EVENT.
           IF TS-EVENT-RANK = 0
               WRITE TRACE-REPORT-LINE FROM WS-TR-NOT-FOUND-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-IDS-NOT-FOUND
           ELSE
               IF WS-PRINT-LINES NOT < WS-PRINT-LIMIT
                   PERFORM 5300-START-TRACE-PAGE
               END-IF
               IF TS-EVENT-DATE = SPACES
                   MOVE "UNDATED" TO WS-TR-DET-DATE
               ELSE
                   MOVE TS-EVENT-DATE TO WS-TR-DET-DATE
               END-IF
               MOVE TS-EVENT-TIME TO WS-TR-DET-TIME
               MOVE TS-SOURCE     TO WS-TR-DET-SOURCE
               MOVE TS-EVENT-TEXT TO WS-TR-DET-TEXT
               WRITE TRACE-REPORT-LINE FROM WS-TR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-PRINT-LINES
               ADD 1 TO WS-TRACE-EVENTS
               ADD 1 TO WS-EVENTS-LISTED
           END-IF.

       5300-START-TRACE-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-RUN-DATE TO WS-TR-RUN-DATE.
           MOVE WS-PAGE-COUNT TO WS-TR-PAGE.
           MOVE WS-CURRENT-TRAN-ID TO WS-TR-TRAN-ID.
           WRITE TRACE-REPORT-LINE FROM WS-TR-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE TRACE-REPORT-LINE FROM WS-TR-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE TRACE-REPORT-LINE FROM WS-TR-RULE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE TRACE-REPORT-LINE FROM WS-TR-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-PRINT-LINES.

       5400-END-TRACE.
           IF WS-TRACE-EVENTS > 0
               MOVE WS-TRACE-EVENTS TO WS-TR-END-COUNT
               WRITE TRACE-REPORT-LINE FROM WS-TR-END-LINE
                   AFTER ADVANCING 2 LINES
               ADD 1 TO WS-IDS-FOUND
           END-IF.

       7000-WRITE-TRACE-TOTALS.
           WRITE TRACE-REPORT-LINE FROM WS-TR-TOTAL-HEADER
               AFTER ADVANCING PAGE.
           WRITE TRACE-REPORT-LINE FROM WS-TR-RULE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REQUEST CARDS READ"       TO WS-TR-TOTAL-LABEL.
           MOVE WS-CARDS-READ              TO WS-TR-TOTAL-VALUE.
           WRITE TRACE-REPORT-LINE FROM WS-TR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CARDS IGNORED"            TO WS-TR-TOTAL-LABEL.
           MOVE WS-CARDS-IGNORED           TO WS-TR-TOTAL-VALUE.
           WRITE TRACE-REPORT-LINE FROM WS-TR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "IDS TRACED"               TO WS-TR-TOTAL-LABEL.
           MOVE WS-IDS-TRACED              TO WS-TR-TOTAL-VALUE.
           WRITE TRACE-REPORT-LINE FROM WS-TR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "IDS FOUND"                TO WS-TR-TOTAL-LABEL.
           MOVE WS-IDS-FOUND               TO WS-TR-TOTAL-VALUE.
           WRITE TRACE-REPORT-LINE FROM WS-TR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "IDS NOT FOUND"            TO WS-TR-TOTAL-LABEL.
           MOVE WS-IDS-NOT-FOUND           TO WS-TR-TOTAL-VALUE.
           WRITE TRACE-REPORT-LINE FROM WS-TR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "EVENTS LISTED"            TO WS-TR-TOTAL-LABEL.
           MOVE WS-EVENTS-LISTED           TO WS-TR-TOTAL-VALUE.
           WRITE TRACE-REPORT-LINE FROM WS-TR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       8000-CLOSE-FILES.
           CLOSE TRACE-REPORT-FILE.
           IF WS-SEENIDS-OPEN
               CLOSE SEEN-ID-FILE
           END-IF.
           IF WS-PENDTRN-OPEN
               CLOSE PEND-TRAN-FILE
           END-IF.
           IF WS-NOTMAST-OPEN
               CLOSE NOTICE-MASTER-FILE
           END-IF.
           IF WS-RUNREG-OPEN
               CLOSE RUN-REGISTRY-FILE
           END-IF.

      *----------------------------------------------------------------
      * An id not found is an answer, not a failure.  RC=4 means a
      * traced dataset was skipped or a table filled, so some trace
      * may be incomplete - the console names which.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           IF WS-WARNINGS-RAISED
               MOVE 4 TO RETURN-CODE
           END-IF.
