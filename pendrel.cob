       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-TRAN-FILE ASSIGN TO "PENDTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PEND-KEY
               FILE STATUS IS WS-PENDTRN-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "RELOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELOUT-STATUS.
           SELECT RELEASE-REPORT-FILE ASSIGN TO "RELRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELRPT-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STEP-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-TRAN-FILE.
           COPY PENDTRREC.
       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD                  PIC X(73).
       FD  RELEASE-REPORT-FILE
           RECORDING MODE IS F.
       01  RELEASE-REPORT-LINE             PIC X(80).
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  STEP-CONTROL-FILE.
           COPY STEPCTLREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * Each released entry is written from here, in the plain
      * TRANREC layout of TRANEDT, so the main step reads it exactly
      * as it would have read the record on the night it arrived.
      *----------------------------------------------------------------
           COPY TRANREC.
       01  WS-CONTROL-FIELDS.
           05  WS-PENDTRN-STATUS           PIC X(02) VALUE "00".
           05  WS-RELOUT-STATUS            PIC X(02) VALUE "00".
           05  WS-RELRPT-STATUS            PIC X(02) VALUE "00".
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-FILE-EOF-SW              PIC X(01) VALUE "N".
               88  WS-FILE-EOF                    VALUE "Y".
               88  WS-FILE-NOT-EOF                VALUE "N".
           05  WS-WARNINGS-SW              PIC X(01) VALUE "N".
               88  WS-WARNINGS-RAISED             VALUE "Y".
               88  WS-NO-WARNINGS                 VALUE "N".
           05  WS-FAILURES-SW              PIC X(01) VALUE "N".
               88  WS-FAILURES-RAISED             VALUE "Y".
               88  WS-NO-FAILURES                 VALUE "N".
           05  WS-PARM-RETENTION           PIC X(04) VALUE SPACES.
           05  WS-RETENTION-LEN            PIC 9(04) VALUE 0.
           05  WS-PARM-REREL               PIC X(01) VALUE SPACES.
           05  WS-PARM-EXTRA               PIC X(10) VALUE SPACES.
           05  WS-REREL-SW                 PIC X(01) VALUE "N".
               88  WS-REREL-REQUESTED             VALUE "Y".
               88  WS-REREL-NOT-REQUESTED         VALUE "N".
           05  WS-RETENTION-RJ             PIC X(04) JUSTIFIED RIGHT
                                            VALUE SPACES.
           05  WS-RETENTION-DAYS           PIC 9(04) VALUE 0.
           05  WS-RETENTION-DEFAULT        PIC 9(04) VALUE 30.
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
               10  WS-SYS-DATE-MM          PIC 9(02).
               10  WS-SYS-DATE-DD          PIC 9(02).
           05  WS-RUN-DATE                 PIC X(10).
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-RUN-DATE-NUM             PIC 9(08) VALUE 0.
           05  WS-RUN-DATE-NUM-X           REDEFINES WS-RUN-DATE-NUM.
               10  WS-RUN-CCYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-CUTOFF-INT               PIC 9(08) VALUE 0.
           05  WS-CUTOFF-NUM               PIC 9(08) VALUE 0.
           05  WS-CUTOFF-NUM-X             REDEFINES WS-CUTOFF-NUM.
               10  WS-CUT-CCYY             PIC 9(04).
               10  WS-CUT-MM               PIC 9(02).
               10  WS-CUT-DD               PIC 9(02).
           05  WS-CUTOFF-DATE              PIC X(10) VALUE SPACES.
           05  WS-ENTRIES-READ             PIC 9(08) VALUE 0.
           05  WS-ENTRIES-RELEASED         PIC 9(08) VALUE 0.
           05  WS-ENTRIES-RERELEASED       PIC 9(08) VALUE 0.
           05  WS-ENTRIES-NOT-RERELEASED   PIC 9(08) VALUE 0.
           05  WS-ENTRIES-FAILED           PIC 9(08) VALUE 0.
           05  WS-ENTRIES-WAITING          PIC 9(08) VALUE 0.
           05  WS-ENTRIES-PURGED           PIC 9(08) VALUE 0.
           05  WS-ENTRIES-KEPT             PIC 9(08) VALUE 0.
           05  WS-STEPCTL-STATUS           PIC X(02) VALUE "00".
           05  WS-STEP-RECORDED-SW         PIC X(01) VALUE "N".
               88  WS-STEP-RECORDED               VALUE "Y".
               88  WS-STEP-NOT-RECORDED           VALUE "N".
           05  WS-STEP-NAME                PIC X(08) VALUE "PENDREL".
           05  WS-STEP-RC-LIMIT            PIC 9(04) VALUE 4.
           05  WS-STREAM-DATE              PIC X(10) VALUE SPACES.
           05  WS-STEP-CLOCK-DATE          PIC 9(08).
           05  WS-STEP-CLOCK-DATE-X        REDEFINES WS-STEP-CLOCK-DATE.
               10  WS-STEP-CLOCK-CCYY      PIC 9(04).
               10  WS-STEP-CLOCK-MM        PIC 9(02).
               10  WS-STEP-CLOCK-DD        PIC 9(02).
           05  WS-STEP-CLOCK-TIME          PIC 9(08).
           05  WS-STEP-CLOCK-TIME-X        REDEFINES WS-STEP-CLOCK-TIME.
               10  WS-STEP-CLOCK-HH        PIC 9(02).
               10  WS-STEP-CLOCK-MI        PIC 9(02).
               10  WS-STEP-CLOCK-SS        PIC 9(02).
               10  WS-STEP-CLOCK-HS        PIC 9(02).
           05  WS-STEP-STAMP-DATE          PIC X(10) VALUE SPACES.
           05  WS-STEP-STAMP-TIME          PIC X(08) VALUE SPACES.
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(80) VALUE
                   "PENDREL - WAREHOUSE RELEASE REPORT".
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(80) VALUE
                   "----------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-DATE-LINE.
               10  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
               10  WS-RPT-RUN-DATE         PIC X(10).
               10  FILLER                  PIC X(55) VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "ACTION     TRAN-ID  T SYSTEM   EFFECTIVE".
               10  FILLER                  PIC X(40) VALUE
                   "  WAREHOUSED MSG-CD".
           05  WS-RPT-DETAIL-LINE.
               10  WS-RPT-ACTION           PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-TRAN-ID          PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-TRAN-TYPE        PIC X(01).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-SYSTEM-ID        PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-EFF-DATE         PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-WH-DATE          PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-MSG-CODE         PIC X(06).
               10  FILLER                  PIC X(21) VALUE SPACES.
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
           PERFORM 1500-SET-RUN-DATE.
           PERFORM 1800-CHECK-STREAM-CONTROL.
           PERFORM 2000-OPEN-FILES.
           PERFORM 3000-RELEASE-DUE-ENTRIES.
           PERFORM 7000-WRITE-RELEASE-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           PERFORM 8800-RECORD-STEP-END.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM layout: 'DDDD,R'.
      *   DDDD - how many days a released or pulled-back entry stays
      *          on the warehouse, for the trace inquiry, before it
      *          is deleted.  Omitted, blank, or non-numeric takes
      *          the documented default, as ARCPURGE does with its
      *          retention.
      *   R    - Y to release again the entries already released for
      *          tonight's business date.  Only the resubmission of a
      *          night whose release step itself failed asks for it:
      *          that step's RELOUT generation never reached the main
      *          step, so the entries it marked must go out again in
      *          the new one.  Anything else, or omitted, is N - every
      *          other pass on the same business date (a same-date
      *          resend of a refused group, say) releases only what
      *          is newly due, so nothing reaches the master twice.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
                   INTO WS-PARM-RETENTION COUNT IN WS-RETENTION-LEN,
                        WS-PARM-REREL,
                        WS-PARM-EXTRA
               END-UNSTRING
           END-IF.
           MOVE WS-RETENTION-DEFAULT TO WS-RETENTION-DAYS.
           IF WS-PARM-RETENTION NOT = SPACES
                   AND WS-RETENTION-LEN NOT > 4
               MOVE FUNCTION TRIM(WS-PARM-RETENTION)
                   TO WS-RETENTION-RJ
               INSPECT WS-RETENTION-RJ REPLACING LEADING SPACE BY ZERO
               IF WS-RETENTION-RJ IS NUMERIC
                   MOVE WS-RETENTION-RJ TO WS-RETENTION-DAYS
               END-IF
           END-IF.
           IF WS-PARM-REREL = "Y"
               SET WS-REREL-REQUESTED TO TRUE
               DISPLAY "PENDREL0013I RE-RELEASE REQUESTED - ENTRIES "
                   "ALREADY RELEASED FOR THE BUSINESS DATE GO OUT AGAIN"
           ELSE
               SET WS-REREL-NOT-REQUESTED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * "Due" is judged against the shop business date from the
      * PROCDATE control dataset - the same date TRANEDIT used to
      * decide the record was future-dated - with the usual wall-
      * clock fallback.  The purge cutoff is that date less the
      * retention days.
      *----------------------------------------------------------------
       1500-SET-RUN-DATE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           STRING WS-SYS-DATE-CCYY  "-"
                  WS-SYS-DATE-MM    "-"
                  WS-SYS-DATE-DD
                  DELIMITED BY SIZE INTO WS-WALL-DATE
           END-STRING.
           MOVE WS-WALL-DATE TO WS-RUN-DATE.
           PERFORM 1550-READ-PROCESSING-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-CCYY.
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-MM.
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-DD.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-RETENTION-DAYS.
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           STRING WS-CUT-CCYY  "-"
                  WS-CUT-MM    "-"
                  WS-CUT-DD
                  DELIMITED BY SIZE INTO WS-CUTOFF-DATE
           END-STRING.

       1550-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROC-DATE-FILE
                   AT END
                       DISPLAY "PENDREL0001W PROCDATE IS EMPTY - "
                           "USING WALL-CLOCK DATE " WS-WALL-DATE
                       SET WS-WARNINGS-RAISED TO TRUE
                   NOT AT END
                       IF PD-BUSINESS-DATE(1:4) IS NUMERIC
                               AND PD-BUSINESS-DATE(5:1) = "-"
                               AND PD-BUSINESS-DATE(6:2) IS NUMERIC
                               AND PD-BUSINESS-DATE(8:1) = "-"
                               AND PD-BUSINESS-DATE(9:2) IS NUMERIC
                           MOVE PD-BUSINESS-DATE TO WS-RUN-DATE
                           MOVE PD-BUSINESS-DATE TO WS-STREAM-DATE
                       ELSE
                           DISPLAY "PENDREL0002W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                               "- USING WALL-CLOCK DATE " WS-WALL-DATE
                           SET WS-WARNINGS-RAISED TO TRUE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           ELSE
               DISPLAY "PENDREL0003W UNABLE TO OPEN PROCDATE - "
                   "FILE STATUS " WS-PROCDATE-STATUS
                   ", USING WALL-CLOCK DATE " WS-WALL-DATE
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Stream control.  STEPCTL carries one entry per step of the
      * nightly stream per business date.  A step already COMPLETE
      * for tonight's business date - the stream resubmitted after a
      * later step failed - does nothing and ends with the return
      * code it completed with, so the COND codes of the steps after
      * it test what they tested the first time, and those steps
      * read the generations the completed run wrote.  Otherwise the
      * entry is claimed STARTED and the step runs; 8800 records how
      * it ended.  Without a business date from PROCDATE, or without
      * a STEPCTL dataset (the jobs outside the nightly stream), the
      * step runs unrecorded.
      *----------------------------------------------------------------
       1800-CHECK-STREAM-CONTROL.
           IF WS-STREAM-DATE = SPACES
               DISPLAY "PENDREL0009W NO BUSINESS DATE FROM PROCDATE "
                   "- STEP NOT RECORDED ON STEPCTL"
           ELSE
               OPEN I-O STEP-CONTROL-FILE
               IF WS-STEPCTL-STATUS NOT = "00"
                   DISPLAY "PENDREL0010I STEPCTL NOT AVAILABLE - "
                       "FILE STATUS " WS-STEPCTL-STATUS
                       ", STEP NOT RECORDED"
               ELSE
                   MOVE WS-STREAM-DATE TO ST-BUSINESS-DATE
                   MOVE WS-STEP-NAME   TO ST-STEP-NAME
                   READ STEP-CONTROL-FILE
                       INVALID KEY
                           PERFORM 1810-WRITE-NEW-STEP-ENTRY
                       NOT INVALID KEY
                           PERFORM 1820-RESOLVE-STEP-ENTRY
                   END-READ
                   CLOSE STEP-CONTROL-FILE
               END-IF
           END-IF.

       1810-WRITE-NEW-STEP-ENTRY.
           MOVE SPACES         TO STEP-CONTROL-RECORD.
           MOVE WS-STREAM-DATE TO ST-BUSINESS-DATE.
           MOVE WS-STEP-NAME   TO ST-STEP-NAME.
           MOVE 0              TO ST-RUN-COUNT.
           MOVE 0              TO ST-SKIP-COUNT.
           PERFORM 1830-STAMP-STEP-START.
           WRITE STEP-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "PENDREL0011W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
               NOT INVALID KEY
                   SET WS-STEP-RECORDED TO TRUE
           END-WRITE.

       1820-RESOLVE-STEP-ENTRY.
           IF ST-COMPLETE
               PERFORM 1850-SKIP-COMPLETED-STEP
           ELSE
               PERFORM 1830-STAMP-STEP-START
               REWRITE STEP-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "PENDREL0011W UNABLE TO WRITE "
                           "STEPCTL ENTRY - FILE STATUS "
                           WS-STEPCTL-STATUS
                   NOT INVALID KEY
                       SET WS-STEP-RECORDED TO TRUE
               END-REWRITE
           END-IF.

       1830-STAMP-STEP-START.
           PERFORM 8850-TAKE-STEP-STAMP.
           SET ST-STARTED TO TRUE.
           MOVE 0                  TO ST-RETURN-CODE.
           MOVE WS-STEP-STAMP-DATE TO ST-START-DATE.
           MOVE WS-STEP-STAMP-TIME TO ST-START-TIME.
           MOVE SPACES             TO ST-END-DATE.
           MOVE SPACES             TO ST-END-TIME.
           ADD 1 TO ST-RUN-COUNT.

       1850-SKIP-COMPLETED-STEP.
           PERFORM 8850-TAKE-STEP-STAMP.
           MOVE WS-STEP-STAMP-DATE TO ST-LAST-SKIP-DATE.
           MOVE WS-STEP-STAMP-TIME TO ST-LAST-SKIP-TIME.
           ADD 1 TO ST-SKIP-COUNT.
           REWRITE STEP-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "PENDREL0011W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
           END-REWRITE.
           DISPLAY "PENDREL0012I STEP ALREADY COMPLETE FOR "
               "BUSINESS DATE " ST-BUSINESS-DATE " (ENDED "
               ST-END-DATE " " ST-END-TIME " RC " ST-RETURN-CODE
               ") - SKIPPED".
           CLOSE STEP-CONTROL-FILE.
           MOVE ST-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       2000-OPEN-FILES.
           OPEN I-O PEND-TRAN-FILE.
           IF WS-PENDTRN-STATUS NOT = "00"
               DISPLAY "PENDREL0004E UNABLE TO OPEN PENDTRN - "
                   "FILE STATUS " WS-PENDTRN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT RELEASE-FILE.
           IF WS-RELOUT-STATUS NOT = "00"
               DISPLAY "PENDREL0005E UNABLE TO OPEN RELOUT - "
                   "FILE STATUS " WS-RELOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT RELEASE-REPORT-FILE.
           IF WS-RELRPT-STATUS NOT = "00"
               DISPLAY "PENDREL0006E UNABLE TO OPEN RELRPT - "
                   "FILE STATUS " WS-RELRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-HEADER-2.
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-DATE-LINE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-COLUMN-LINE.

      *----------------------------------------------------------------
      * One pass over the warehouse in key order - an id's entries
      * together, in effective-date and then arrival order, which is
      * the order they must reach the master in.  A waiting entry
      * whose effective date has arrived is marked released for
      * tonight and written to RELOUT; if the mark cannot be
      * rewritten the entry is not written, since it would still be
      * waiting and go out again tomorrow, and the step fails.  An
      * entry already released for tonight is written again only
      * when the PARM asks for it - the release step itself is
      * being rerun, and this is its replacement RELOUT generation;
      * otherwise it is counted and left alone.  Released and
      * pulled-back entries past the retention are deleted.
      *----------------------------------------------------------------
       3000-RELEASE-DUE-ENTRIES.
           MOVE LOW-VALUES TO PT-PEND-KEY.
           START PEND-TRAN-FILE
               KEY IS NOT LESS THAN PT-PEND-KEY
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
               NOT INVALID KEY
                   SET WS-FILE-NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-FILE-EOF
               READ PEND-TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       PERFORM 3100-PROCESS-ENTRY
               END-READ
           END-PERFORM.

       3100-PROCESS-ENTRY.
           EVALUATE TRUE
               WHEN PT-WAITING AND PT-EFF-DATE NOT > WS-RUN-DATE
                   SET PT-RELEASED TO TRUE
                   MOVE WS-RUN-DATE TO PT-STATUS-DATE
                   MOVE "PENDREL"   TO PT-STATUS-BY
                   REWRITE PEND-TRAN-RECORD
                       INVALID KEY
                           DISPLAY "PENDREL0007E UNABLE TO MARK "
                               "PENDTRN ENTRY " PT-TRAN-ID
                               " RELEASED - FILE STATUS "
                               WS-PENDTRN-STATUS
                               ", ENTRY NOT RELEASED"
                           SET WS-FAILURES-RAISED TO TRUE
                           ADD 1 TO WS-ENTRIES-FAILED
                           MOVE "FAILED" TO WS-RPT-ACTION
                           PERFORM 3300-WRITE-ENTRY-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-ENTRIES-RELEASED
                           MOVE "RELEASED" TO WS-RPT-ACTION
                           PERFORM 3200-WRITE-RELEASED
                   END-REWRITE
               WHEN PT-RELEASED AND PT-STATUS-DATE = WS-RUN-DATE
                       AND WS-REREL-REQUESTED
                   ADD 1 TO WS-ENTRIES-RERELEASED
                   MOVE "RE-RELEASE" TO WS-RPT-ACTION
                   PERFORM 3200-WRITE-RELEASED
               WHEN PT-RELEASED AND PT-STATUS-DATE = WS-RUN-DATE
                   ADD 1 TO WS-ENTRIES-NOT-RERELEASED
               WHEN PT-WAITING
                   ADD 1 TO WS-ENTRIES-WAITING
               WHEN PT-STATUS-DATE < WS-CUTOFF-DATE
                   DELETE PEND-TRAN-FILE
                       INVALID KEY
                           DISPLAY "PENDREL0008W UNABLE TO DELETE "
                               "PENDTRN ENTRY " PT-TRAN-ID
                               " - FILE STATUS " WS-PENDTRN-STATUS
                           SET WS-WARNINGS-RAISED TO TRUE
                   END-DELETE
                   ADD 1 TO WS-ENTRIES-PURGED
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-KEPT
           END-EVALUATE.

       3200-WRITE-RELEASED.
           MOVE PT-TRAN-ID   TO TR-TRAN-ID.
           MOVE PT-TRAN-TYPE TO TR-TRAN-TYPE.
           MOVE PT-TRAN-DATA TO TR-TRAN-DATA.
           MOVE PT-MSG-CODE  TO TR-MSG-CODE.
           MOVE PT-SYSTEM-ID TO TR-SYSTEM-ID.
           MOVE PT-EXPIRY-DATE TO TR-EXPIRY-DATE.
           WRITE RELEASE-RECORD FROM TRANSACTION-RECORD.
           PERFORM 3300-WRITE-ENTRY-LINE.

       3300-WRITE-ENTRY-LINE.
           MOVE PT-TRAN-ID   TO WS-RPT-TRAN-ID.
           MOVE PT-TRAN-TYPE TO WS-RPT-TRAN-TYPE.
           MOVE PT-SYSTEM-ID TO WS-RPT-SYSTEM-ID.
           MOVE PT-EFF-DATE  TO WS-RPT-EFF-DATE.
           MOVE PT-WH-DATE   TO WS-RPT-WH-DATE.
           MOVE PT-MSG-CODE  TO WS-RPT-MSG-CODE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       7000-WRITE-RELEASE-TOTALS.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "WAREHOUSE ENTRIES READ"   TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-READ            TO WS-RPT-TOTAL-VALUE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "RELEASED TONIGHT"         TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-RELEASED        TO WS-RPT-TOTAL-VALUE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "RE-RELEASED (NIGHT RERUN)"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-RERELEASED      TO WS-RPT-TOTAL-VALUE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ALREADY OUT TONIGHT, NOT AGAIN"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-NOT-RERELEASED  TO WS-RPT-TOTAL-VALUE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "FAILED, LEFT WAITING"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-FAILED          TO WS-RPT-TOTAL-VALUE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "STILL WAITING"            TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-WAITING         TO WS-RPT-TOTAL-VALUE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "RELEASED/PULLED BACK KEPT"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-KEPT            TO WS-RPT-TOTAL-VALUE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "PAST RETENTION, DELETED"  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-PURGED          TO WS-RPT-TOTAL-VALUE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "RETENTION (DAYS)"         TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RETENTION-DAYS          TO WS-RPT-TOTAL-VALUE.
           WRITE RELEASE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       8000-CLOSE-FILES.
           CLOSE PEND-TRAN-FILE.
           CLOSE RELEASE-FILE.
           CLOSE RELEASE-REPORT-FILE.

      *----------------------------------------------------------------
      * RC=8 when a due entry could not be marked released - it was
      * not written, and the main step must not run without it, so
      * the COND codes hold the night until the step is rerun.
      * RC=4 when an old entry could not be purged, or when the
      * release was judged against the wall clock because PROCDATE
      * was missing or unusable - operations should confirm the
      * right night's records went out.  The main step runs on RC=4.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           IF WS-ENTRIES-NOT-RERELEASED > 0
               DISPLAY "PENDREL0014I " WS-ENTRIES-NOT-RERELEASED
                   " ENTRIES ALREADY RELEASED FOR " WS-RUN-DATE
                   " NOT RELEASED AGAIN"
           END-IF.
           IF WS-FAILURES-RAISED
               DISPLAY "PENDREL0015E " WS-ENTRIES-FAILED
                   " DUE ENTRIES COULD NOT BE RELEASED - STEP FAILED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNINGS-RAISED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Record how the step ended on its STEPCTL entry: COMPLETE when
      * the return code is one the rest of the stream runs on,
      * FAILED otherwise, so a resubmission reruns it.  Performed at
      * the normal end and on every failure path that ends the step
      * early; only an abend leaves the entry STARTED.
      *----------------------------------------------------------------
       8800-RECORD-STEP-END.
           IF WS-STEP-RECORDED
               SET WS-STEP-NOT-RECORDED TO TRUE
               OPEN I-O STEP-CONTROL-FILE
               IF WS-STEPCTL-STATUS NOT = "00"
                   DISPLAY "PENDREL0011W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
               ELSE
                   MOVE WS-STREAM-DATE TO ST-BUSINESS-DATE
                   MOVE WS-STEP-NAME   TO ST-STEP-NAME
                   READ STEP-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "PENDREL0011W UNABLE TO WRITE "
                               "STEPCTL ENTRY - FILE STATUS "
                               WS-STEPCTL-STATUS
                       NOT INVALID KEY
                           PERFORM 8810-STAMP-STEP-END
                   END-READ
                   CLOSE STEP-CONTROL-FILE
               END-IF
           END-IF.

       8810-STAMP-STEP-END.
           PERFORM 8850-TAKE-STEP-STAMP.
           MOVE RETURN-CODE TO ST-RETURN-CODE.
           IF ST-RETURN-CODE > WS-STEP-RC-LIMIT
               SET ST-FAILED TO TRUE
           ELSE
               SET ST-COMPLETE TO TRUE
           END-IF.
           MOVE WS-STEP-STAMP-DATE TO ST-END-DATE.
           MOVE WS-STEP-STAMP-TIME TO ST-END-TIME.
           REWRITE STEP-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "PENDREL0011W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
           END-REWRITE.

       8850-TAKE-STEP-STAMP.
           ACCEPT WS-STEP-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-CLOCK-TIME FROM TIME.
           STRING WS-STEP-CLOCK-CCYY  "-"
                  WS-STEP-CLOCK-MM    "-"
                  WS-STEP-CLOCK-DD
                  DELIMITED BY SIZE INTO WS-STEP-STAMP-DATE
           END-STRING.
           STRING WS-STEP-CLOCK-HH  ":"
                  WS-STEP-CLOCK-MI  ":"
                  WS-STEP-CLOCK-SS
                  DELIMITED BY SIZE INTO WS-STEP-STAMP-TIME
           END-STRING.
