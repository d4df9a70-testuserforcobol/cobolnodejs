       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTRBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "NOTBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTBKUP-STATUS.
           SELECT NOTICE-JOURNAL-FILE ASSIGN TO "NOTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTJRNL-STATUS.
           SELECT NOTICE-MASTER-FILE ASSIGN TO "NOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-TRAN-ID
               FILE STATUS IS WS-NOTMAST-STATUS.
           SELECT REBUILD-REPORT-FILE ASSIGN TO "RBLDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RBLDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-RECORD                   PIC X(103).
       FD  NOTICE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY NOTJRNREC.
       FD  NOTICE-MASTER-FILE.
           COPY NOTMSTREC.
       FD  REBUILD-REPORT-FILE
           RECORDING MODE IS F.
       01  REBUILD-REPORT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-NOTBKUP-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTJRNL-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTMAST-STATUS           PIC X(02) VALUE "00".
           05  WS-RBLDRPT-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTBKUP-EOF-SW           PIC X(01) VALUE "N".
               88  WS-NOTBKUP-EOF                 VALUE "Y".
               88  WS-NOTBKUP-NOT-EOF             VALUE "N".
           05  WS-NOTJRNL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-NOTJRNL-EOF                 VALUE "Y".
               88  WS-NOTJRNL-NOT-EOF             VALUE "N".
           05  WS-PARM-BACKUP-DATE         PIC X(10) VALUE SPACES.
           05  WS-PARM-BACKUP-TIME         PIC X(08) VALUE SPACES.
           05  WS-BACKUP-DATE              PIC X(10) VALUE SPACES.
           05  WS-BACKUP-TIME              PIC X(08) VALUE SPACES.
           05  WS-BACKUP-READ-COUNT        PIC 9(08) VALUE 0.
           05  WS-BACKUP-LOADED-COUNT      PIC 9(08) VALUE 0.
           05  WS-BACKUP-ERROR-COUNT       PIC 9(08) VALUE 0.
           05  WS-JOURNAL-READ-COUNT       PIC 9(08) VALUE 0.
           05  WS-JOURNAL-BYPASS-COUNT     PIC 9(08) VALUE 0.
           05  WS-CREATE-COUNT             PIC 9(08) VALUE 0.
           05  WS-RESTAMP-COUNT            PIC 9(08) VALUE 0.
           05  WS-BACKOUT-COUNT            PIC 9(08) VALUE 0.
           05  WS-MISMATCH-COUNT           PIC 9(08) VALUE 0.
           05  WS-APPLY-ERROR-COUNT        PIC 9(08) VALUE 0.
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(80) VALUE
                   "NOTRBLD - NOTICE MASTER FORWARD RECOVERY REPORT".
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(80) VALUE
                   "-----------------------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-BACKUP-LINE.
               10  FILLER                  PIC X(18) VALUE
                   "BACKUP TAKEN AT:  ".
               10  WS-RPT-BACKUP-DATE      PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-BACKUP-TIME      PIC X(08).
               10  FILLER                  PIC X(43) VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "  TRAN-ID   RUN-ID    SEQUENCE  EXCEPTION".
           05  WS-RPT-EXCEPT-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-EXC-TRAN-ID      PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-EXC-RUN-ID       PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-EXC-SEQUENCE     PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-EXC-TEXT         PIC X(48).
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
           PERFORM 3000-LOAD-BACKUP.
           PERFORM 4000-ROLL-FORWARD.
           PERFORM 7000-WRITE-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM layout: 'YYYY-MM-DD,HH:MM:SS' - the wall-clock date and
      * time the NOTBKUP backup was taken.  Journal entries stamped
      * at or after that moment are rolled forward onto the backup;
      * earlier ones are already in it.  There is no default - a
      * guessed point in time would either replay changes the backup
      * already holds or silently drop ones it does not - so a
      * missing or malformed stamp refuses the step.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
                   INTO WS-PARM-BACKUP-DATE, WS-PARM-BACKUP-TIME
               END-UNSTRING
           END-IF.
           IF WS-PARM-BACKUP-DATE(1:4) IS NUMERIC
                   AND WS-PARM-BACKUP-DATE(5:1) = "-"
                   AND WS-PARM-BACKUP-DATE(6:2) IS NUMERIC
                   AND WS-PARM-BACKUP-DATE(8:1) = "-"
                   AND WS-PARM-BACKUP-DATE(9:2) IS NUMERIC
                   AND WS-PARM-BACKUP-TIME(1:2) IS NUMERIC
                   AND WS-PARM-BACKUP-TIME(3:1) = ":"
                   AND WS-PARM-BACKUP-TIME(4:2) IS NUMERIC
                   AND WS-PARM-BACKUP-TIME(6:1) = ":"
                   AND WS-PARM-BACKUP-TIME(7:2) IS NUMERIC
               MOVE WS-PARM-BACKUP-DATE TO WS-BACKUP-DATE
               MOVE WS-PARM-BACKUP-TIME TO WS-BACKUP-TIME
           ELSE
               DISPLAY "NOTRBLD0001E PARM MUST BE THE BACKUP STAMP "
                   "'YYYY-MM-DD,HH:MM:SS'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * The backup and the journal must both be readable before the
      * master is touched - the master is reloaded from empty, so a
      * step that cannot finish the rebuild must not start it.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT BACKUP-FILE.
           IF WS-NOTBKUP-STATUS NOT = "00"
               DISPLAY "NOTRBLD0002E UNABLE TO OPEN NOTBKUP - "
                   "FILE STATUS " WS-NOTBKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOTICE-JOURNAL-FILE.
           IF WS-NOTJRNL-STATUS NOT = "00"
               DISPLAY "NOTRBLD0003E UNABLE TO OPEN NOTJRNL - "
                   "FILE STATUS " WS-NOTJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REBUILD-REPORT-FILE.
           IF WS-RBLDRPT-STATUS NOT = "00"
               DISPLAY "NOTRBLD0004E UNABLE TO OPEN RBLDRPT - "
                   "FILE STATUS " WS-RBLDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-HEADER-2.
           MOVE WS-BACKUP-DATE TO WS-RPT-BACKUP-DATE.
           MOVE WS-BACKUP-TIME TO WS-RPT-BACKUP-TIME.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-BACKUP-LINE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-COLUMN-LINE.

      *----------------------------------------------------------------
      * Reload the master from the backup.  NOTMAST is opened OUTPUT,
      * which empties a cluster defined REUSE, and the backup - an
      * IDCAMS REPRO of the master - arrives in key order for the
      * load.  A record the cluster will not take is listed and
      * counted; the rest of the load carries on.
      *----------------------------------------------------------------
       3000-LOAD-BACKUP.
           OPEN OUTPUT NOTICE-MASTER-FILE.
           IF WS-NOTMAST-STATUS NOT = "00"
               DISPLAY "NOTRBLD0005E UNABLE TO OPEN NOTMAST FOR "
                   "RELOAD - FILE STATUS " WS-NOTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-NOTBKUP-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-NOTBKUP-EOF
               READ BACKUP-FILE
                   AT END
                       SET WS-NOTBKUP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BACKUP-READ-COUNT
                       PERFORM 3100-LOAD-ONE-NOTICE
               END-READ
           END-PERFORM.
           CLOSE NOTICE-MASTER-FILE.

       3100-LOAD-ONE-NOTICE.
           MOVE BACKUP-RECORD TO NOTICE-MASTER-RECORD.
           WRITE NOTICE-MASTER-RECORD
               INVALID KEY
                   MOVE NM-TRAN-ID TO WS-RPT-EXC-TRAN-ID
                   MOVE SPACES TO WS-RPT-EXC-RUN-ID
                   MOVE 0 TO WS-RPT-EXC-SEQUENCE
                   MOVE "BACKUP RECORD NOT LOADED - DUPLICATE OR ORDER"
                       TO WS-RPT-EXC-TEXT
                   WRITE REBUILD-REPORT-LINE FROM WS-RPT-EXCEPT-LINE
                   ADD 1 TO WS-BACKUP-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-BACKUP-LOADED-COUNT
           END-WRITE.

      *----------------------------------------------------------------
      * Roll the reloaded master forward through the journal in the
      * order the changes were made: each entry at or after the
      * backup stamp leaves the notice exactly as its after image
      * says - rewritten, created, or (a backout of a create)
      * deleted - so runs, restarts and backouts replay alike.
      *----------------------------------------------------------------
       4000-ROLL-FORWARD.
           OPEN I-O NOTICE-MASTER-FILE.
           IF WS-NOTMAST-STATUS NOT = "00"
               DISPLAY "NOTRBLD0006E UNABLE TO REOPEN NOTMAST - "
                   "FILE STATUS " WS-NOTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-NOTJRNL-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-NOTJRNL-EOF
               READ NOTICE-JOURNAL-FILE
                   AT END
                       SET WS-NOTJRNL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ-COUNT
                       IF NJ-STAMP-DATE > WS-BACKUP-DATE
                               OR (NJ-STAMP-DATE = WS-BACKUP-DATE
                                   AND NJ-STAMP-TIME
                                       NOT < WS-BACKUP-TIME)
                           PERFORM 4100-APPLY-JOURNAL-ENTRY
                       ELSE
                           ADD 1 TO WS-JOURNAL-BYPASS-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * Each entry's before image is checked against what the master
      * holds before the after image is applied.  A mismatch means
      * the journal and the backup do not join up - a backup stamp
      * later than the backup really was, a lost journal entry, or a
      * change made outside the journal - and is listed for the
      * analyst; the after image is still applied, since it is the
      * notice's recorded state from that point on.
      *----------------------------------------------------------------
       4100-APPLY-JOURNAL-ENTRY.
           MOVE NJ-TRAN-ID TO NM-TRAN-ID.
           READ NOTICE-MASTER-FILE
               INVALID KEY
                   IF NJ-BEFORE-PRESENT
                       PERFORM 4800-REPORT-MISMATCH
                   END-IF
                   IF NJ-AFTER-PRESENT
                       PERFORM 4200-CREATE-FROM-AFTER-IMAGE
                   ELSE
                       PERFORM 4600-COUNT-APPLIED-ENTRY
                   END-IF
               NOT INVALID KEY
                   IF NJ-BEFORE-ABSENT
                           OR NOTICE-MASTER-RECORD NOT = NJ-BEFORE-IMAGE
                       PERFORM 4800-REPORT-MISMATCH
                   END-IF
                   IF NJ-AFTER-PRESENT
                       PERFORM 4300-REWRITE-FROM-AFTER-IMAGE
                   ELSE
                       PERFORM 4400-DELETE-PER-JOURNAL
                   END-IF
           END-READ.

       4200-CREATE-FROM-AFTER-IMAGE.
           MOVE NJ-AFTER-IMAGE TO NOTICE-MASTER-RECORD.
           WRITE NOTICE-MASTER-RECORD
               INVALID KEY
                   PERFORM 4900-REPORT-APPLY-ERROR
               NOT INVALID KEY
                   PERFORM 4600-COUNT-APPLIED-ENTRY
           END-WRITE.

       4300-REWRITE-FROM-AFTER-IMAGE.
           MOVE NJ-AFTER-IMAGE TO NOTICE-MASTER-RECORD.
           REWRITE NOTICE-MASTER-RECORD
               INVALID KEY
                   PERFORM 4900-REPORT-APPLY-ERROR
               NOT INVALID KEY
                   PERFORM 4600-COUNT-APPLIED-ENTRY
           END-REWRITE.

       4400-DELETE-PER-JOURNAL.
           DELETE NOTICE-MASTER-FILE RECORD
               INVALID KEY
                   PERFORM 4900-REPORT-APPLY-ERROR
               NOT INVALID KEY
                   PERFORM 4600-COUNT-APPLIED-ENTRY
           END-DELETE.

       4600-COUNT-APPLIED-ENTRY.
           EVALUATE TRUE
               WHEN NJ-CREATE
                   ADD 1 TO WS-CREATE-COUNT
               WHEN NJ-RESTAMP
                   ADD 1 TO WS-RESTAMP-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BACKOUT-COUNT
           END-EVALUATE.

       4800-REPORT-MISMATCH.
           MOVE NJ-TRAN-ID     TO WS-RPT-EXC-TRAN-ID.
           MOVE NJ-RUN-ID      TO WS-RPT-EXC-RUN-ID.
           MOVE NJ-SEQUENCE-NO TO WS-RPT-EXC-SEQUENCE.
           MOVE "BEFORE IMAGE DOES NOT MATCH THE MASTER"
               TO WS-RPT-EXC-TEXT.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-EXCEPT-LINE.
           ADD 1 TO WS-MISMATCH-COUNT.

       4900-REPORT-APPLY-ERROR.
           MOVE NJ-TRAN-ID     TO WS-RPT-EXC-TRAN-ID.
           MOVE NJ-RUN-ID      TO WS-RPT-EXC-RUN-ID.
           MOVE NJ-SEQUENCE-NO TO WS-RPT-EXC-SEQUENCE.
           MOVE SPACES TO WS-RPT-EXC-TEXT.
           STRING "ENTRY NOT APPLIED - FILE STATUS "
                  WS-NOTMAST-STATUS
               DELIMITED BY SIZE INTO WS-RPT-EXC-TEXT
           END-STRING.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-EXCEPT-LINE.
           ADD 1 TO WS-APPLY-ERROR-COUNT.

       7000-WRITE-TOTALS.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "BACKUP RECORDS READ"      TO WS-RPT-TOTAL-LABEL.
           MOVE WS-BACKUP-READ-COUNT       TO WS-RPT-TOTAL-VALUE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "BACKUP RECORDS LOADED"    TO WS-RPT-TOTAL-LABEL.
           MOVE WS-BACKUP-LOADED-COUNT     TO WS-RPT-TOTAL-VALUE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "JOURNAL ENTRIES READ"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-JOURNAL-READ-COUNT      TO WS-RPT-TOTAL-VALUE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ENTRIES BEFORE THE BACKUP" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-JOURNAL-BYPASS-COUNT    TO WS-RPT-TOTAL-VALUE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CREATES ROLLED FORWARD"   TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CREATE-COUNT            TO WS-RPT-TOTAL-VALUE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "RESTAMPS ROLLED FORWARD"  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RESTAMP-COUNT           TO WS-RPT-TOTAL-VALUE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "BACKOUTS ROLLED FORWARD"  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-BACKOUT-COUNT           TO WS-RPT-TOTAL-VALUE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "BEFORE-IMAGE MISMATCHES"  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-MISMATCH-COUNT          TO WS-RPT-TOTAL-VALUE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ENTRIES NOT APPLIED"      TO WS-RPT-TOTAL-LABEL.
           MOVE WS-APPLY-ERROR-COUNT       TO WS-RPT-TOTAL-VALUE.
           WRITE REBUILD-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       8000-CLOSE-FILES.
           CLOSE BACKUP-FILE.
           CLOSE NOTICE-JOURNAL-FILE.
           CLOSE NOTICE-MASTER-FILE.
           CLOSE REBUILD-REPORT-FILE.

      *----------------------------------------------------------------
      * RC 8 when a backup record or journal entry could not be
      * applied - the rebuilt master is incomplete; RC 4 when it was
      * applied in full but the journal did not join up cleanly with
      * the backup somewhere; zero for a clean rebuild.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           IF WS-BACKUP-ERROR-COUNT > 0 OR WS-APPLY-ERROR-COUNT > 0
               DISPLAY "NOTRBLD0007E NOTMAST REBUILD INCOMPLETE - "
                   "SEE RBLDRPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISMATCH-COUNT > 0
                   DISPLAY "NOTRBLD0008W NOTMAST REBUILT WITH "
                       "JOURNAL MISMATCHES - SEE RBLDRPT"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
