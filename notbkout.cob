       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTBKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-JOURNAL-FILE ASSIGN TO "NOTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTJRNL-STATUS.
           SELECT NOTICE-MASTER-FILE ASSIGN TO "NOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-TRAN-ID
               FILE STATUS IS WS-NOTMAST-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-RUN-ID
               FILE STATUS IS WS-RUNREG-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKOUTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOUTRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY NOTJRNREC.
       FD  NOTICE-MASTER-FILE.
           COPY NOTMSTREC.
       FD  RUN-REGISTRY-FILE.
           COPY RUNREGREC.
       FD  BACKOUT-REPORT-FILE
           RECORDING MODE IS F.
       01  BACKOUT-REPORT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-NOTJRNL-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTMAST-STATUS           PIC X(02) VALUE "00".
           05  WS-RUNREG-STATUS            PIC X(02) VALUE "00".
           05  WS-BKOUTRPT-STATUS          PIC X(02) VALUE "00".
           05  WS-NOTJRNL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-NOTJRNL-EOF                 VALUE "Y".
               88  WS-NOTJRNL-NOT-EOF             VALUE "N".
           05  WS-NOTJRNL-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-NOTJRNL-OPEN                VALUE "Y".
               88  WS-NOTJRNL-NOT-OPEN            VALUE "N".
           05  WS-NOTJRNL-FAIL-SW          PIC X(01) VALUE "N".
               88  WS-NOTJRNL-FAILED              VALUE "Y".
               88  WS-NOTJRNL-NOT-FAILED          VALUE "N".
           05  WS-NOTMAST-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-NOTMAST-OPEN                VALUE "Y".
               88  WS-NOTMAST-NOT-OPEN            VALUE "N".
           05  WS-ALREADY-BACKED-OUT-SW    PIC X(01) VALUE "N".
               88  WS-ALREADY-BACKED-OUT          VALUE "Y".
               88  WS-NOT-YET-BACKED-OUT          VALUE "N".
           05  WS-BACKOUT-SW               PIC X(01) VALUE "N".
               88  WS-BACKOUT-ALLOWED             VALUE "Y".
               88  WS-BACKOUT-REFUSED             VALUE "N".
           05  WS-RUN-ID                   PIC X(08) VALUE SPACES.
           05  WS-BACKOUT-DATE             PIC X(10) VALUE SPACES.
           05  WS-PARM-EXTRA               PIC X(10) VALUE SPACES.
           05  WS-REGISTRY-STATUS          PIC X(12) VALUE SPACES.
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
               10  WS-SYS-DATE-MM          PIC 9(02).
               10  WS-SYS-DATE-DD          PIC 9(02).
           05  WS-SYSTEM-TIME              PIC 9(08).
           05  WS-SYSTEM-TIME-X            REDEFINES WS-SYSTEM-TIME.
               10  WS-SYS-TIME-HH          PIC 9(02).
               10  WS-SYS-TIME-MM          PIC 9(02).
               10  WS-SYS-TIME-SS          PIC 9(02).
               10  WS-SYS-TIME-HH2         PIC 9(02).
           05  WS-JOURNAL-READ-COUNT       PIC 9(08) VALUE 0.
           05  WS-RUN-ENTRY-COUNT          PIC 9(08) VALUE 0.
           05  WS-RESTORED-COUNT           PIC 9(08) VALUE 0.
           05  WS-DELETED-COUNT            PIC 9(08) VALUE 0.
           05  WS-SKIPPED-COUNT            PIC 9(08) VALUE 0.
           05  WS-BACKOUT-SEQ              PIC 9(08) VALUE 0.
           05  WS-BK-COUNT                 PIC 9(04) COMP VALUE 0.
           05  WS-BK-LIMIT                 PIC 9(04) COMP VALUE 5000.
           05  WS-BK-SUB                   PIC 9(04) COMP VALUE 0.
           05  WS-BK-MATCH-SUB             PIC 9(04) COMP VALUE 0.
           05  WS-BK-TABLE-FULL-SW         PIC X(01) VALUE "N".
               88  WS-BK-TABLE-FULL               VALUE "Y".
               88  WS-BK-TABLE-NOT-FULL           VALUE "N".
      *----------------------------------------------------------------
      * One entry per notice the run being backed out changed, built
      * from a single forward pass of the journal before anything on
      * the master is touched: the before image of the run's FIRST
      * change to the notice (what the backout restores), the after
      * image of its LAST change (what the master must still hold
      * for the backout to be safe), and the run-id and business
      * date of any later run that changed the same notice
      * afterwards.  Should the table fill, the backout is refused
      * whole - a partial backout of a run is worse than none.
      *----------------------------------------------------------------
       01  WS-BACKOUT-TABLE.
           05  WS-BK-ENTRY                 OCCURS 5000 TIMES.
               10  WS-BK-TRAN-ID           PIC X(08).
               10  WS-BK-BEFORE-SW         PIC X(01).
                   88  WS-BK-BEFORE-PRESENT       VALUE "Y".
                   88  WS-BK-BEFORE-ABSENT        VALUE "N".
               10  WS-BK-BEFORE-IMAGE      PIC X(103).
               10  WS-BK-AFTER-IMAGE       PIC X(103).
               10  WS-BK-LATER-RUN-ID      PIC X(08).
               10  WS-BK-LATER-DATE        PIC X(10).
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(80) VALUE
                   "NOTBKOUT - NOTICE MASTER RUN BACKOUT REPORT".
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(80) VALUE
                   "------------------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-RUN-ID-LINE.
               10  FILLER                  PIC X(19) VALUE
                   "RUN-ID BACKED OUT: ".
               10  WS-RPT-RUN-ID           PIC X(08).
               10  FILLER                  PIC X(17) VALUE
                   "  BUSINESS DATE: ".
               10  WS-RPT-RUN-DATE         PIC X(10).
               10  FILLER                  PIC X(26) VALUE SPACES.
           05  WS-RPT-REGISTRY-LINE.
               10  FILLER                  PIC X(21) VALUE
                   "RUN REGISTRY STATUS: ".
               10  WS-RPT-REGISTRY-STATUS  PIC X(12).
               10  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-RPT-LATEST-LINE.
               10  FILLER                  PIC X(39) VALUE
                   "RUN REGISTRY HOLDS A LATER NIGHT ONLY: ".
               10  WS-RPT-LATEST-DATE      PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-LATEST-STATUS    PIC X(12).
               10  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-RPT-SHIPPED-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "WARNING - THE RUN'S OUTPUT HAS ALREADY SHIPPED".
           05  WS-RPT-REFUSED-LINE.
               10  FILLER                  PIC X(18) VALUE
                   "BACKOUT REFUSED - ".
               10  WS-RPT-REFUSED-TEXT     PIC X(62).
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "  TRAN-ID   ACTION      DETAIL".
           05  WS-RPT-DETAIL-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-TRAN-ID      PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-ACTION       PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-TEXT         PIC X(56).
           05  WS-RPT-TOTAL-LINE.
               10  WS-RPT-TOTAL-LABEL      PIC X(32).
               10  WS-RPT-TOTAL-VALUE      PIC Z(07)9.
               10  FILLER                  PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PARM-TEXT                PIC X(78).
       PROCEDURE DIVISION USING LS-PARM-DATA.
       MAIN.
           PERFORM 1000-VALIDATE-PARM.
           PERFORM 2000-OPEN-FILES.
           PERFORM 2500-READ-RUN-REGISTRY.
           PERFORM 2600-WRITE-REPORT-HEADING.
           PERFORM 3000-SCAN-JOURNAL.
           PERFORM 3900-CHECK-SCAN-RESULT.
           IF WS-BACKOUT-ALLOWED
               PERFORM 4000-APPLY-BACKOUT
           END-IF.
           PERFORM 7000-WRITE-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM layout: 'RRRRRRRR,YYYY-MM-DD' - the run-id and the
      * business date of the night whose notice master changes are
      * to be backed out.  The nightly run-ids are used again every
      * night, so the run-id alone does not name one night; the
      * journal entries backed out are those carrying both.  Unlike
      * the reporting steps there is no sensible default: backing
      * out the wrong night is exactly the damage this utility
      * exists to repair, so an omitted or malformed run-id or date
      * refuses the step.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
                   INTO WS-RUN-ID, WS-BACKOUT-DATE, WS-PARM-EXTRA
               END-UNSTRING
           END-IF.
           IF WS-RUN-ID = SPACES
                   OR WS-PARM-EXTRA NOT = SPACES
                   OR WS-BACKOUT-DATE(1:4) IS NOT NUMERIC
                   OR WS-BACKOUT-DATE(5:1) NOT = "-"
                   OR WS-BACKOUT-DATE(6:2) IS NOT NUMERIC
                   OR WS-BACKOUT-DATE(8:1) NOT = "-"
                   OR WS-BACKOUT-DATE(9:2) IS NOT NUMERIC
               DISPLAY "NOTBKOUT0001E PARM MUST NAME THE RUN-ID AND "
                   "BUSINESS DATE TO BACK OUT (RRRRRRRR,YYYY-MM-DD)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * The journal is read first, in full, before the master is
      * opened at all - nothing is changed until the scan has shown
      * the backout is safe to make.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT NOTICE-JOURNAL-FILE.
           IF WS-NOTJRNL-STATUS NOT = "00"
               DISPLAY "NOTBKOUT0005E UNABLE TO OPEN NOTJRNL - "
                   "FILE STATUS " WS-NOTJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-NOTJRNL-OPEN TO TRUE.
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           IF WS-BKOUTRPT-STATUS NOT = "00"
               DISPLAY "NOTBKOUT0006E UNABLE TO OPEN BKOUTRPT - "
                   "FILE STATUS " WS-BKOUTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * The run's registry status is reported, not changed: a run
      * already SHIPPED or DELIVERED has had its notices loaded on
      * the distributed side, and backing out the master here does
      * not recall them - the report says so for operations to
      * follow up.  The registry keeps one entry per run-id, which
      * every night the run-id is used again overwrites, so it only
      * speaks for the night being backed out when the entry started
      * on that business date; otherwise the report names the later
      * night the entry is for instead.  An unopenable registry only
      * costs the report its status line.
      *----------------------------------------------------------------
       2500-READ-RUN-REGISTRY.
           MOVE "UNAVAILABLE" TO WS-REGISTRY-STATUS.
           OPEN INPUT RUN-REGISTRY-FILE.
           IF WS-RUNREG-STATUS = "00"
               MOVE WS-RUN-ID TO RG-RUN-ID
               READ RUN-REGISTRY-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE" TO WS-REGISTRY-STATUS
                   NOT INVALID KEY
                       IF RG-START-DATE = WS-BACKOUT-DATE
                           MOVE RG-STATUS TO WS-REGISTRY-STATUS
                       ELSE
                           MOVE "NOT HELD" TO WS-REGISTRY-STATUS
                           MOVE RG-START-DATE TO WS-RPT-LATEST-DATE
                           MOVE RG-STATUS TO WS-RPT-LATEST-STATUS
                       END-IF
               END-READ
               CLOSE RUN-REGISTRY-FILE
           ELSE
               DISPLAY "NOTBKOUT0007W UNABLE TO OPEN RUNREG - "
                   "FILE STATUS " WS-RUNREG-STATUS
           END-IF.

       2600-WRITE-REPORT-HEADING.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-HEADER-2.
           MOVE WS-RUN-ID TO WS-RPT-RUN-ID.
           MOVE WS-BACKOUT-DATE TO WS-RPT-RUN-DATE.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-RUN-ID-LINE.
           MOVE WS-REGISTRY-STATUS TO WS-RPT-REGISTRY-STATUS.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-REGISTRY-LINE.
           IF WS-REGISTRY-STATUS = "NOT HELD"
               WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LATEST-LINE
           END-IF.
           IF WS-REGISTRY-STATUS = "SHIPPED"
                   OR WS-REGISTRY-STATUS = "DELIVERED"
               WRITE BACKOUT-REPORT-LINE FROM WS-RPT-SHIPPED-LINE
           END-IF.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-BLANK-LINE.

      *----------------------------------------------------------------
      * One forward pass of the whole journal.  The night's own
      * creates and restamps - the entries with its run-id AND its
      * business date - build the backout table; every other entry
      * - a later run's change, the same run-id's change on a later
      * night, or a backout of some other night - marks the notice
      * as changed since, if the night had touched it already.  An
      * earlier backout entry for this same run-id and date means
      * the night has already been backed out, and it is not backed
      * out twice.
      *----------------------------------------------------------------
       3000-SCAN-JOURNAL.
           SET WS-NOTJRNL-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-NOTJRNL-EOF
               READ NOTICE-JOURNAL-FILE
                   AT END
                       SET WS-NOTJRNL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ-COUNT
                       PERFORM 3100-CLASSIFY-JOURNAL-ENTRY
               END-READ
           END-PERFORM.

       3100-CLASSIFY-JOURNAL-ENTRY.
           IF NJ-RUN-ID = WS-RUN-ID
                   AND NJ-BUSINESS-DATE = WS-BACKOUT-DATE
               IF NJ-BACKOUT
                   SET WS-ALREADY-BACKED-OUT TO TRUE
               ELSE
                   ADD 1 TO WS-RUN-ENTRY-COUNT
                   PERFORM 3200-NOTE-RUN-CHANGE
               END-IF
           ELSE
               IF WS-BK-COUNT > 0
                   PERFORM 3300-NOTE-LATER-CHANGE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The first change the run made to a notice supplies the image
      * to restore; every later one only moves the expected current
      * image forward.  A restarted run re-applies the records after
      * its checkpoint, so the same notice can carry two entries
      * from one run - taking the first before image unwinds both.
      *----------------------------------------------------------------
       3200-NOTE-RUN-CHANGE.
           PERFORM 3400-FIND-TABLE-ENTRY.
           IF WS-BK-MATCH-SUB > 0
               MOVE NJ-AFTER-IMAGE TO WS-BK-AFTER-IMAGE(WS-BK-MATCH-SUB)
           ELSE
               IF WS-BK-COUNT < WS-BK-LIMIT
                   ADD 1 TO WS-BK-COUNT
                   MOVE NJ-TRAN-ID TO WS-BK-TRAN-ID(WS-BK-COUNT)
                   MOVE NJ-BEFORE-SW TO WS-BK-BEFORE-SW(WS-BK-COUNT)
                   MOVE NJ-BEFORE-IMAGE
                       TO WS-BK-BEFORE-IMAGE(WS-BK-COUNT)
                   MOVE NJ-AFTER-IMAGE
                       TO WS-BK-AFTER-IMAGE(WS-BK-COUNT)
                   MOVE SPACES TO WS-BK-LATER-RUN-ID(WS-BK-COUNT)
                   MOVE SPACES TO WS-BK-LATER-DATE(WS-BK-COUNT)
               ELSE
                   SET WS-BK-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       3300-NOTE-LATER-CHANGE.
           PERFORM 3400-FIND-TABLE-ENTRY.
           IF WS-BK-MATCH-SUB > 0
               MOVE NJ-RUN-ID TO WS-BK-LATER-RUN-ID(WS-BK-MATCH-SUB)
               MOVE NJ-BUSINESS-DATE
                   TO WS-BK-LATER-DATE(WS-BK-MATCH-SUB)
           END-IF.

       3400-FIND-TABLE-ENTRY.
           MOVE 0 TO WS-BK-MATCH-SUB.
           MOVE 1 TO WS-BK-SUB.
           PERFORM UNTIL WS-BK-SUB > WS-BK-COUNT
                   OR WS-BK-MATCH-SUB > 0
               IF WS-BK-TRAN-ID(WS-BK-SUB) = NJ-TRAN-ID
                   MOVE WS-BK-SUB TO WS-BK-MATCH-SUB
               END-IF
               ADD 1 TO WS-BK-SUB
           END-PERFORM.

      *----------------------------------------------------------------
      * Decide whether the backout may proceed.  A run already backed
      * out, or one that changed more notices than the table holds,
      * is refused with nothing changed; a run-id with no journal
      * entries has nothing to back out.
      *----------------------------------------------------------------
       3900-CHECK-SCAN-RESULT.
           SET WS-BACKOUT-REFUSED TO TRUE.
           EVALUATE TRUE
               WHEN WS-ALREADY-BACKED-OUT
                   MOVE "RUN HAS ALREADY BEEN BACKED OUT"
                       TO WS-RPT-REFUSED-TEXT
                   WRITE BACKOUT-REPORT-LINE FROM WS-RPT-REFUSED-LINE
               WHEN WS-BK-TABLE-FULL
                   MOVE "RUN CHANGED MORE NOTICES THAN THE TABLE HOLDS"
                       TO WS-RPT-REFUSED-TEXT
                   WRITE BACKOUT-REPORT-LINE FROM WS-RPT-REFUSED-LINE
               WHEN WS-BK-COUNT = 0
                   MOVE "NO JOURNAL ENTRIES FOR THE RUN-ID AND DATE"
                       TO WS-RPT-REFUSED-TEXT
                   WRITE BACKOUT-REPORT-LINE FROM WS-RPT-REFUSED-LINE
               WHEN OTHER
                   SET WS-BACKOUT-ALLOWED TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * Apply the backout notice by notice.  The journal is reopened
      * for append so every change the backout makes is journaled
      * exactly as the run's own changes were - a later forward
      * recovery replays the backout too, and NOTHIST shows it in
      * the notice's history.
      *----------------------------------------------------------------
       4000-APPLY-BACKOUT.
           CLOSE NOTICE-JOURNAL-FILE.
           SET WS-NOTJRNL-NOT-OPEN TO TRUE.
           OPEN EXTEND NOTICE-JOURNAL-FILE.
           IF WS-NOTJRNL-STATUS NOT = "00"
               DISPLAY "NOTBKOUT0008E UNABLE TO REOPEN NOTJRNL - "
                   "FILE STATUS " WS-NOTJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-NOTJRNL-OPEN TO TRUE.
           OPEN I-O NOTICE-MASTER-FILE.
           IF WS-NOTMAST-STATUS NOT = "00"
               DISPLAY "NOTBKOUT0009E UNABLE TO OPEN NOTMAST - "
                   "FILE STATUS " WS-NOTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-NOTMAST-OPEN TO TRUE.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
           MOVE 1 TO WS-BK-SUB.
           PERFORM UNTIL WS-BK-SUB > WS-BK-COUNT
               PERFORM 4100-BACK-OUT-ONE-NOTICE
               ADD 1 TO WS-BK-SUB
           END-PERFORM.

      *----------------------------------------------------------------
      * A notice is only put back when the master still holds exactly
      * what the run left there.  A notice a later run has changed
      * since, or one that no longer matches the run's last image
      * (changed outside the journal), is skipped and listed for the
      * analyst to resolve by hand - overwriting it would silently
      * discard somebody else's change.  Once a journal write has
      * failed nothing more is changed: every notice still to come
      * is listed as skipped, so the report names all the notices
      * left for the analyst.
      *----------------------------------------------------------------
       4100-BACK-OUT-ONE-NOTICE.
           MOVE WS-BK-TRAN-ID(WS-BK-SUB) TO WS-RPT-DET-TRAN-ID.
           MOVE SPACES TO WS-RPT-DET-TEXT.
           EVALUATE TRUE
               WHEN WS-NOTJRNL-FAILED
                   MOVE "NOT BACKED OUT - NOTJRNL WRITE FAILED"
                       TO WS-RPT-DET-TEXT
                   PERFORM 4800-SKIP-NOTICE
               WHEN WS-BK-LATER-RUN-ID(WS-BK-SUB) NOT = SPACES
                   STRING "CHANGED SINCE BY RUN "
                          WS-BK-LATER-RUN-ID(WS-BK-SUB) " OF "
                          WS-BK-LATER-DATE(WS-BK-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-DET-TEXT
                   END-STRING
                   PERFORM 4800-SKIP-NOTICE
               WHEN OTHER
                   MOVE WS-BK-TRAN-ID(WS-BK-SUB) TO NM-TRAN-ID
                   READ NOTICE-MASTER-FILE
                       INVALID KEY
                           MOVE "NO LONGER ON THE MASTER"
                               TO WS-RPT-DET-TEXT
                           PERFORM 4800-SKIP-NOTICE
                       NOT INVALID KEY
                           IF NOTICE-MASTER-RECORD
                                   NOT = WS-BK-AFTER-IMAGE(WS-BK-SUB)
                               MOVE "MASTER CHANGED OUTSIDE THE JOURNAL"
                                   TO WS-RPT-DET-TEXT
                               PERFORM 4800-SKIP-NOTICE
                           ELSE
                               IF WS-BK-BEFORE-PRESENT(WS-BK-SUB)
                                   PERFORM 4200-RESTORE-BEFORE-IMAGE
                               ELSE
                                   PERFORM 4300-DELETE-CREATED-NOTICE
                               END-IF
                           END-IF
                   END-READ
           END-EVALUATE.

       4200-RESTORE-BEFORE-IMAGE.
           SET NJ-BEFORE-PRESENT TO TRUE.
           MOVE NOTICE-MASTER-RECORD TO NJ-BEFORE-IMAGE.
           MOVE WS-BK-BEFORE-IMAGE(WS-BK-SUB) TO NOTICE-MASTER-RECORD.
           REWRITE NOTICE-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED - SEE JOB LOG"
                       TO WS-RPT-DET-TEXT
                   DISPLAY "NOTBKOUT0010W UNABLE TO REWRITE NOTMAST "
                       "ENTRY " NM-TRAN-ID " - FILE STATUS "
                       WS-NOTMAST-STATUS
                   PERFORM 4800-SKIP-NOTICE
               NOT INVALID KEY
                   SET NJ-AFTER-PRESENT TO TRUE
                   MOVE NOTICE-MASTER-RECORD TO NJ-AFTER-IMAGE
                   PERFORM 4500-JOURNAL-BACKOUT
                   IF WS-NOTJRNL-FAILED
                       PERFORM 4600-PUT-NOTICE-BACK
                   ELSE
                       MOVE "RESTORED" TO WS-RPT-DET-ACTION
                       STRING "TO " NM-STATUS " AS OF "
                              NM-LAST-DATE " " NM-LAST-TIME
                           DELIMITED BY SIZE INTO WS-RPT-DET-TEXT
                       END-STRING
                       WRITE BACKOUT-REPORT-LINE
                           FROM WS-RPT-DETAIL-LINE
                       ADD 1 TO WS-RESTORED-COUNT
                   END-IF
           END-REWRITE.

       4300-DELETE-CREATED-NOTICE.
           SET NJ-BEFORE-PRESENT TO TRUE.
           MOVE NOTICE-MASTER-RECORD TO NJ-BEFORE-IMAGE.
           DELETE NOTICE-MASTER-FILE RECORD
               INVALID KEY
                   MOVE "DELETE FAILED - SEE JOB LOG"
                       TO WS-RPT-DET-TEXT
                   DISPLAY "NOTBKOUT0011W UNABLE TO DELETE NOTMAST "
                       "ENTRY " NM-TRAN-ID " - FILE STATUS "
                       WS-NOTMAST-STATUS
                   PERFORM 4800-SKIP-NOTICE
               NOT INVALID KEY
                   SET NJ-AFTER-ABSENT TO TRUE
                   MOVE SPACES TO NJ-AFTER-IMAGE
                   PERFORM 4500-JOURNAL-BACKOUT
                   IF WS-NOTJRNL-FAILED
                       PERFORM 4600-PUT-NOTICE-BACK
                   ELSE
                       MOVE "DELETED" TO WS-RPT-DET-ACTION
                       MOVE "NOTICE WAS CREATED BY THE RUN"
                           TO WS-RPT-DET-TEXT
                       WRITE BACKOUT-REPORT-LINE
                           FROM WS-RPT-DETAIL-LINE
                       ADD 1 TO WS-DELETED-COUNT
                   END-IF
           END-DELETE.

      *----------------------------------------------------------------
      * Backout entries carry the backed-out night's run-id and
      * business date with action B, numbered in the order the
      * backout made them, so a second backout of the same night is
      * recognized and refused.  The wall-clock stamp says when the
      * backout itself was made.  A write that fails stops the
      * backout as an unopenable journal would, so the master never
      * holds a backout change the journal does not.
      *----------------------------------------------------------------
       4500-JOURNAL-BACKOUT.
           ADD 1 TO WS-BACKOUT-SEQ.
           MOVE WS-RUN-ID            TO NJ-RUN-ID.
           MOVE WS-BACKOUT-SEQ       TO NJ-SEQUENCE-NO.
           MOVE WS-BACKOUT-DATE      TO NJ-BUSINESS-DATE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           STRING WS-SYS-DATE-CCYY  "-"
                  WS-SYS-DATE-MM    "-"
                  WS-SYS-DATE-DD
                  DELIMITED BY SIZE INTO NJ-STAMP-DATE
           END-STRING.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYS-TIME-HH  ":"
                  WS-SYS-TIME-MM  ":"
                  WS-SYS-TIME-SS
                  DELIMITED BY SIZE INTO NJ-STAMP-TIME
           END-STRING.
           SET NJ-BACKOUT TO TRUE.
           MOVE WS-BK-TRAN-ID(WS-BK-SUB) TO NJ-TRAN-ID.
           WRITE NOTICE-JOURNAL-RECORD.
           IF WS-NOTJRNL-STATUS NOT = "00"
               DISPLAY "NOTBKOUT0012E UNABLE TO WRITE NOTJRNL "
                   "ENTRY " NJ-TRAN-ID " - FILE STATUS "
                   WS-NOTJRNL-STATUS ", BACKOUT STOPPED"
               SET WS-NOTJRNL-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The backout change could not be journaled: the notice goes
      * back to the image the run left, which the journal entry
      * built above still holds as its before image, and is listed
      * as skipped.
      *----------------------------------------------------------------
       4600-PUT-NOTICE-BACK.
           MOVE NJ-BEFORE-IMAGE TO NOTICE-MASTER-RECORD.
           IF NJ-AFTER-PRESENT
               REWRITE NOTICE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "NOTBKOUT0015E UNABLE TO RESTORE "
                           "NOTMAST ENTRY " NM-TRAN-ID
                           " - FILE STATUS " WS-NOTMAST-STATUS
               END-REWRITE
           ELSE
               WRITE NOTICE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "NOTBKOUT0015E UNABLE TO RESTORE "
                           "NOTMAST ENTRY " NM-TRAN-ID
                           " - FILE STATUS " WS-NOTMAST-STATUS
               END-WRITE
           END-IF.
           MOVE "NOTJRNL WRITE FAILED - LEFT AS THE RUN LEFT IT"
               TO WS-RPT-DET-TEXT.
           PERFORM 4800-SKIP-NOTICE.

       4800-SKIP-NOTICE.
           MOVE "SKIPPED" TO WS-RPT-DET-ACTION.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
           ADD 1 TO WS-SKIPPED-COUNT.

       7000-WRITE-TOTALS.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "JOURNAL ENTRIES READ"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-JOURNAL-READ-COUNT      TO WS-RPT-TOTAL-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ENTRIES FOR THE RUN-ID"   TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RUN-ENTRY-COUNT         TO WS-RPT-TOTAL-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "NOTICES CHANGED BY THE RUN" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-BK-COUNT                TO WS-RPT-TOTAL-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "NOTICES RESTORED"         TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RESTORED-COUNT          TO WS-RPT-TOTAL-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "NOTICES DELETED"          TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DELETED-COUNT           TO WS-RPT-TOTAL-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "NOTICES SKIPPED"          TO WS-RPT-TOTAL-LABEL.
           MOVE WS-SKIPPED-COUNT           TO WS-RPT-TOTAL-VALUE.
           WRITE BACKOUT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       8000-CLOSE-FILES.
           IF WS-NOTJRNL-OPEN
               CLOSE NOTICE-JOURNAL-FILE
           END-IF.
           IF WS-NOTMAST-OPEN
               CLOSE NOTICE-MASTER-FILE
           END-IF.
           CLOSE BACKOUT-REPORT-FILE.

      *----------------------------------------------------------------
      * RC 16 when a journal write failure stopped the backout part
      * way, as for an unopenable journal.  RC 8 when the backout
      * was refused (already backed out, or too many notices), RC 4
      * when it ran but skipped notices an analyst must resolve by
      * hand or found nothing to back out, zero when every notice
      * the run changed was put back.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-NOTJRNL-FAILED
                   DISPLAY "NOTBKOUT0016E BACKOUT OF RUN-ID " WS-RUN-ID
                       " OF " WS-BACKOUT-DATE
                       " STOPPED PART WAY - SEE BKOUTRPT"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ALREADY-BACKED-OUT OR WS-BK-TABLE-FULL
                   DISPLAY "NOTBKOUT0013E BACKOUT OF RUN-ID " WS-RUN-ID
                       " OF " WS-BACKOUT-DATE " REFUSED - SEE BKOUTRPT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SKIPPED-COUNT > 0 OR WS-BK-COUNT = 0
                   DISPLAY "NOTBKOUT0014W BACKOUT OF RUN-ID " WS-RUN-ID
                       " OF " WS-BACKOUT-DATE
                       " INCOMPLETE - SEE BKOUTRPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
