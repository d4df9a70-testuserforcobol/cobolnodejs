       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STEP-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT STREAM-REPORT-FILE ASSIGN TO "STRMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CONTROL-FILE.
           COPY STEPCTLREC.
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  STREAM-REPORT-FILE
           RECORDING MODE IS F.
       01  STREAM-REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-STEPCTL-STATUS           PIC X(02) VALUE "00".
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-STRMRPT-STATUS           PIC X(02) VALUE "00".
           05  WS-STEPCTL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-STEPCTL-EOF                 VALUE "Y".
               88  WS-STEPCTL-NOT-EOF             VALUE "N".
           05  WS-WARNINGS-SW              PIC X(01) VALUE "N".
               88  WS-WARNINGS-RAISED             VALUE "Y".
               88  WS-NO-WARNINGS                 VALUE "N".
           05  WS-RUN-NIGHT-SW             PIC X(01) VALUE "N".
               88  WS-RUN-NIGHT-REPORTED          VALUE "Y".
               88  WS-RUN-NIGHT-NOT-REPORTED      VALUE "N".
           05  WS-STEP-MATCH-SW            PIC X(01) VALUE "N".
               88  WS-STEP-MATCHED                VALUE "Y".
               88  WS-STEP-NOT-MATCHED            VALUE "N".
           05  WS-PARM-NIGHTS              PIC X(04) VALUE SPACES.
           05  WS-NIGHTS-RJ                PIC X(04) JUSTIFIED RIGHT
                                            VALUE SPACES.
           05  WS-NIGHTS-BACK              PIC 9(04) VALUE 0.
           05  WS-NIGHTS-DEFAULT           PIC 9(04) VALUE 7.
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
               10  WS-SYS-DATE-MM          PIC 9(02).
               10  WS-SYS-DATE-DD          PIC 9(02).
           05  WS-RUN-DATE                 PIC X(10).
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-FROM-DATE                PIC X(10) VALUE SPACES.
           05  WS-DATE-WORK                PIC 9(08).
           05  WS-DATE-WORK-X              REDEFINES WS-DATE-WORK.
               10  WS-DATE-WORK-CCYY       PIC 9(04).
               10  WS-DATE-WORK-MM         PIC 9(02).
               10  WS-DATE-WORK-DD         PIC 9(02).
           05  WS-FROM-INT                 PIC 9(08) VALUE 0.
           05  WS-NIGHT-DATE               PIC X(10) VALUE SPACES.
           05  WS-SD-IX                    PIC 9(04) COMP VALUE 0.
           05  WS-MATCH-IX                 PIC 9(04) COMP VALUE 0.
           05  WS-NIGHT-COMPLETE-COUNT     PIC 9(04) VALUE 0.
           05  WS-NIGHT-OWED-COUNT         PIC 9(04) VALUE 0.
           05  WS-NIGHT-STARTED-COUNT      PIC 9(04) VALUE 0.
           05  WS-NIGHT-SET-COUNT          PIC 9(04) VALUE 0.
           05  WS-RC-EDIT                  PIC Z(03)9.
           05  WS-PAGE-COUNT               PIC 9(06) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(04) COMP VALUE 0.
           05  WS-LINE-LIMIT               PIC 9(04) COMP VALUE 50.
           05  WS-HELD-LINE                PIC X(80) VALUE SPACES.
           05  WS-ENTRIES-READ             PIC 9(08) VALUE 0.
           05  WS-OTHER-ENTRY-COUNT        PIC 9(08) VALUE 0.
           05  WS-NIGHTS-REPORTED          PIC 9(08) VALUE 0.
           05  WS-NIGHTS-COMPLETE          PIC 9(08) VALUE 0.
           05  WS-NIGHTS-OWING             PIC 9(08) VALUE 0.
      *----------------------------------------------------------------
      * The COBNODEJ stream, in step order: the JCL step, the program
      * on its EXEC PGM= (the STEPCTL step name) and, for a step that
      * creates generations the later steps read, the prefix of the
      * job's GEN/DISP symbols that name them.  Kept in step with
      * jcl/COBNODEJ.jcl.
      *----------------------------------------------------------------
       01  WS-STREAM-DEFINITION.
           05  FILLER                      PIC X(17) VALUE
               "STEP005TRANEDITED".
           05  FILLER                      PIC X(17) VALUE
               "STEP008PENDREL RL".
           05  FILLER                      PIC X(17) VALUE
               "STEP010COBNODEJHO".
           05  FILLER                      PIC X(17) VALUE
               "STEP020RECONCIL  ".
           05  FILLER                      PIC X(17) VALUE
               "STEP025EXCPMON   ".
           05  FILLER                      PIC X(17) VALUE
               "STEP030HELLOEXTXT".
           05  FILLER                      PIC X(17) VALUE
               "STEP035NOTPRINT  ".
           05  FILLER                      PIC X(17) VALUE
               "STEP040USAGECNT  ".
       01  WS-STREAM-TABLE REDEFINES WS-STREAM-DEFINITION.
           05  WS-SD-ENTRY                 OCCURS 8 TIMES.
               10  WS-SD-JCL-STEP          PIC X(07).
               10  WS-SD-PROGRAM           PIC X(08).
               10  WS-SD-GDG-SYMBOL        PIC X(02).
       01  WS-STREAM-STEP-COUNT            PIC 9(04) COMP VALUE 8.
       01  WS-HELLO-GDG-SYMBOL             PIC X(02) VALUE "HO".
       01  WS-RELEASE-GDG-SYMBOL           PIC X(02) VALUE "RL".
      *----------------------------------------------------------------
      * What STEPCTL holds for one night, one slot per stream step.
      *----------------------------------------------------------------
       01  WS-NIGHT-TABLE.
           05  WS-NT-ENTRY                 OCCURS 8 TIMES.
               10  WS-NT-FOUND-SW          PIC X(01).
                   88  WS-NT-FOUND                VALUE "Y".
                   88  WS-NT-NOT-FOUND            VALUE "N".
               10  WS-NT-STATUS            PIC X(08).
                   88  WS-NT-STARTED              VALUE "STARTED".
                   88  WS-NT-COMPLETE             VALUE "COMPLETE".
                   88  WS-NT-FAILED               VALUE "FAILED".
               10  WS-NT-RETURN-CODE       PIC 9(04).
               10  WS-NT-START-DATE        PIC X(10).
               10  WS-NT-START-TIME        PIC X(08).
               10  WS-NT-END-DATE          PIC X(10).
               10  WS-NT-END-TIME          PIC X(08).
               10  WS-NT-RUN-COUNT         PIC 9(04).
               10  WS-NT-SKIP-COUNT        PIC 9(04).
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(50) VALUE
                   "STRMSTAT - COBNODEJ STREAM STATUS BY NIGHT".
               10  FILLER                  PIC X(06) VALUE "PAGE: ".
               10  WS-RPT-PAGE             PIC Z(05)9.
               10  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
               10  WS-RPT-RUN-DATE         PIC X(10).
               10  FILLER                  PIC X(18) VALUE
                   "  NIGHTS FROM:    ".
               10  WS-RPT-FROM-DATE        PIC X(10).
               10  FILLER                  PIC X(27) VALUE SPACES.
           05  WS-RPT-HEADER-3.
               10  FILLER                  PIC X(80) VALUE
                   "----------------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-NIGHT-LINE.
               10  FILLER                  PIC X(09) VALUE
                   "NIGHT OF ".
               10  WS-RPT-NIGHT-DATE       PIC X(10).
               10  FILLER                  PIC X(61) VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(08) VALUE "STEP".
               10  FILLER                  PIC X(09) VALUE "PROGRAM".
               10  FILLER                  PIC X(09) VALUE "STATUS".
               10  FILLER                  PIC X(05) VALUE "  RC".
               10  FILLER                  PIC X(20) VALUE "STARTED".
               10  FILLER                  PIC X(20) VALUE "ENDED".
               10  FILLER                  PIC X(04) VALUE "RUN".
               10  FILLER                  PIC X(05) VALUE "SKP".
           05  WS-RPT-STEP-LINE.
               10  WS-RPT-JCL-STEP         PIC X(07).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-PROGRAM          PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-STATUS           PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-RC               PIC X(04).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-START-DATE       PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-START-TIME       PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-END-DATE         PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-END-TIME         PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-RUN-COUNT        PIC Z(02)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-SKIP-COUNT       PIC Z(02)9.
               10  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-NIGHT-COUNT-LINE.
               10  FILLER                  PIC X(16) VALUE
                   "STEPS COMPLETE: ".
               10  WS-RPT-NIGHT-COMPLETE   PIC Z9.
               10  FILLER                  PIC X(20) VALUE
                   "    STILL OWED: ".
               10  WS-RPT-NIGHT-OWED       PIC Z9.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-RPT-NIGHT-DONE-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "NIGHT COMPLETE - NOTHING OWED".
           05  WS-RPT-NOT-RUN-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "STREAM NOT YET RUN FOR THIS BUSINESS DATE".
           05  WS-RPT-STARTED-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "A STEP LEFT STARTED ENDED WITHOUT RECORD".
               10  FILLER                  PIC X(40) VALUE
                   "ING ITS END - SEE ITS JOB LOG".
           05  WS-RPT-RESUBMIT-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "RESUBMIT COBNODEJ WITH, AFTER ITS DEFAULT SETS:".
           05  WS-RPT-NO-SET-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "RESUBMIT COBNODEJ AS IT STANDS - NO GENE".
               10  FILLER                  PIC X(40) VALUE
                   "RATION OVERRIDES".
           05  WS-RPT-SET-LINE             PIC X(80) VALUE SPACES.
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
           PERFORM 2000-OPEN-FILES.
           PERFORM 7100-START-REPORT-PAGE.
           PERFORM 3000-READ-STREAM-CONTROL.
           IF WS-RUN-NIGHT-NOT-REPORTED
               PERFORM 4500-REPORT-NIGHT-NOT-RUN
           END-IF.
           PERFORM 7000-WRITE-STREAM-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM layout: 'DDDD' - how many nights before the business date
      * to report as well as the business date itself.  Omitted,
      * blank, or non-numeric takes the documented default, as
      * PENDREL does with its retention.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0 AND LS-PARM-LEN NOT > 4
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-PARM-NIGHTS
           END-IF.
           MOVE WS-NIGHTS-DEFAULT TO WS-NIGHTS-BACK.
           IF WS-PARM-NIGHTS NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARM-NIGHTS) TO WS-NIGHTS-RJ
               INSPECT WS-NIGHTS-RJ REPLACING LEADING SPACE BY ZERO
               IF WS-NIGHTS-RJ IS NUMERIC
                   MOVE WS-NIGHTS-RJ TO WS-NIGHTS-BACK
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The nights reported run back from the business date in
      * PROCDATE, with the usual wall-clock fallback.
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
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-WORK-CCYY.
           MOVE WS-RUN-DATE(6:2) TO WS-DATE-WORK-MM.
           MOVE WS-RUN-DATE(9:2) TO WS-DATE-WORK-DD.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - WS-NIGHTS-BACK.
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INT).
           STRING WS-DATE-WORK-CCYY  "-"
                  WS-DATE-WORK-MM    "-"
                  WS-DATE-WORK-DD
                  DELIMITED BY SIZE INTO WS-FROM-DATE
           END-STRING.

       1550-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROC-DATE-FILE
                   AT END
                       DISPLAY "STRMSTAT0001W PROCDATE IS EMPTY - "
                           "USING WALL-CLOCK DATE " WS-WALL-DATE
                       SET WS-WARNINGS-RAISED TO TRUE
                   NOT AT END
                       IF PD-BUSINESS-DATE(1:4) IS NUMERIC
                               AND PD-BUSINESS-DATE(5:1) = "-"
                               AND PD-BUSINESS-DATE(6:2) IS NUMERIC
                               AND PD-BUSINESS-DATE(8:1) = "-"
                               AND PD-BUSINESS-DATE(9:2) IS NUMERIC
                           MOVE PD-BUSINESS-DATE TO WS-RUN-DATE
                       ELSE
                           DISPLAY "STRMSTAT0002W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                               "- USING WALL-CLOCK DATE " WS-WALL-DATE
                           SET WS-WARNINGS-RAISED TO TRUE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           ELSE
               DISPLAY "STRMSTAT0003W UNABLE TO OPEN PROCDATE - "
                   "FILE STATUS " WS-PROCDATE-STATUS
                   ", USING WALL-CLOCK DATE " WS-WALL-DATE
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.

       2000-OPEN-FILES.
           OPEN INPUT STEP-CONTROL-FILE.
           IF WS-STEPCTL-STATUS NOT = "00"
               DISPLAY "STRMSTAT0004E UNABLE TO OPEN STEPCTL - "
                   "FILE STATUS " WS-STEPCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STREAM-REPORT-FILE.
           IF WS-STRMRPT-STATUS NOT = "00"
               DISPLAY "STRMSTAT0005E UNABLE TO OPEN STRMRPT - "
                   "FILE STATUS " WS-STRMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * STEPCTL is keyed business date then step, so one pass from
      * the first night reported gathers each night's entries
      * together; a change of business date reports the night just
      * gathered.  An entry for a program that is not a step of the
      * stream is only counted.
      *----------------------------------------------------------------
       3000-READ-STREAM-CONTROL.
           MOVE WS-FROM-DATE TO ST-BUSINESS-DATE.
           MOVE LOW-VALUES   TO ST-STEP-NAME.
           START STEP-CONTROL-FILE
               KEY IS NOT LESS THAN ST-STEP-KEY
               INVALID KEY
                   SET WS-STEPCTL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-STEPCTL-EOF
               READ STEP-CONTROL-FILE NEXT RECORD
                   AT END
                       SET WS-STEPCTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       PERFORM 3100-TAKE-STEP-ENTRY
               END-READ
           END-PERFORM.
           IF WS-NIGHT-DATE NOT = SPACES
               PERFORM 5000-REPORT-NIGHT
           END-IF.

       3100-TAKE-STEP-ENTRY.
           IF ST-BUSINESS-DATE NOT = WS-NIGHT-DATE
               IF WS-NIGHT-DATE NOT = SPACES
                   PERFORM 5000-REPORT-NIGHT
               END-IF
               PERFORM 3200-START-NIGHT
           END-IF.
           SET WS-STEP-NOT-MATCHED TO TRUE.
           MOVE 1 TO WS-SD-IX.
           PERFORM UNTIL WS-SD-IX > WS-STREAM-STEP-COUNT
                   OR WS-STEP-MATCHED
               IF WS-SD-PROGRAM(WS-SD-IX) = ST-STEP-NAME
                   SET WS-STEP-MATCHED TO TRUE
                   MOVE WS-SD-IX TO WS-MATCH-IX
               END-IF
               ADD 1 TO WS-SD-IX
           END-PERFORM.
           IF WS-STEP-MATCHED
               PERFORM 3300-FILE-STEP-ENTRY
           ELSE
               ADD 1 TO WS-OTHER-ENTRY-COUNT
           END-IF.

       3200-START-NIGHT.
           MOVE ST-BUSINESS-DATE TO WS-NIGHT-DATE.
           MOVE 1 TO WS-SD-IX.
           PERFORM UNTIL WS-SD-IX > WS-STREAM-STEP-COUNT
               SET WS-NT-NOT-FOUND(WS-SD-IX) TO TRUE
               ADD 1 TO WS-SD-IX
           END-PERFORM.

       3300-FILE-STEP-ENTRY.
           SET WS-NT-FOUND(WS-MATCH-IX) TO TRUE.
           MOVE ST-STATUS         TO WS-NT-STATUS(WS-MATCH-IX).
           MOVE ST-RETURN-CODE    TO WS-NT-RETURN-CODE(WS-MATCH-IX).
           MOVE ST-START-DATE     TO WS-NT-START-DATE(WS-MATCH-IX).
           MOVE ST-START-TIME     TO WS-NT-START-TIME(WS-MATCH-IX).
           MOVE ST-END-DATE       TO WS-NT-END-DATE(WS-MATCH-IX).
           MOVE ST-END-TIME       TO WS-NT-END-TIME(WS-MATCH-IX).
           MOVE ST-RUN-COUNT      TO WS-NT-RUN-COUNT(WS-MATCH-IX).
           MOVE ST-SKIP-COUNT     TO WS-NT-SKIP-COUNT(WS-MATCH-IX).

      *----------------------------------------------------------------
      * The business date itself is always reported, even before the
      * stream has run for it.
      *----------------------------------------------------------------
       4500-REPORT-NIGHT-NOT-RUN.
           MOVE WS-RPT-BLANK-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE WS-RUN-DATE TO WS-RPT-NIGHT-DATE.
           MOVE WS-RPT-NIGHT-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE WS-RPT-NOT-RUN-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           ADD 1 TO WS-NIGHTS-REPORTED.
           ADD 1 TO WS-NIGHTS-OWING.

      *----------------------------------------------------------------
      * One block per night: every stream step in step order with
      * what STEPCTL holds for it - NOT RUN when it holds nothing -
      * then the count of steps still owed (anything not COMPLETE)
      * and, for a night that owes steps, how to resubmit it.
      *----------------------------------------------------------------
       5000-REPORT-NIGHT.
           IF WS-NIGHT-DATE = WS-RUN-DATE
               SET WS-RUN-NIGHT-REPORTED TO TRUE
           END-IF.
           ADD 1 TO WS-NIGHTS-REPORTED.
           MOVE 0 TO WS-NIGHT-COMPLETE-COUNT.
           MOVE 0 TO WS-NIGHT-OWED-COUNT.
           MOVE 0 TO WS-NIGHT-STARTED-COUNT.
           MOVE WS-RPT-BLANK-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE WS-NIGHT-DATE TO WS-RPT-NIGHT-DATE.
           MOVE WS-RPT-NIGHT-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE WS-RPT-COLUMN-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE 1 TO WS-SD-IX.
           PERFORM UNTIL WS-SD-IX > WS-STREAM-STEP-COUNT
               PERFORM 5100-REPORT-STEP
               ADD 1 TO WS-SD-IX
           END-PERFORM.
           MOVE WS-NIGHT-COMPLETE-COUNT TO WS-RPT-NIGHT-COMPLETE.
           MOVE WS-NIGHT-OWED-COUNT     TO WS-RPT-NIGHT-OWED.
           MOVE WS-RPT-NIGHT-COUNT-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           IF WS-NIGHT-OWED-COUNT = 0
               ADD 1 TO WS-NIGHTS-COMPLETE
               MOVE WS-RPT-NIGHT-DONE-LINE TO STREAM-REPORT-LINE
               PERFORM 7200-WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-NIGHTS-OWING
               IF WS-NIGHT-STARTED-COUNT > 0
                   MOVE WS-RPT-STARTED-LINE TO STREAM-REPORT-LINE
                   PERFORM 7200-WRITE-REPORT-LINE
               END-IF
               PERFORM 5300-REPORT-RESUBMISSION
           END-IF.

       5100-REPORT-STEP.
           MOVE SPACES TO WS-RPT-STATUS.
           MOVE SPACES TO WS-RPT-RC.
           MOVE SPACES TO WS-RPT-START-DATE.
           MOVE SPACES TO WS-RPT-START-TIME.
           MOVE SPACES TO WS-RPT-END-DATE.
           MOVE SPACES TO WS-RPT-END-TIME.
           MOVE 0      TO WS-RPT-RUN-COUNT.
           MOVE 0      TO WS-RPT-SKIP-COUNT.
           MOVE WS-SD-JCL-STEP(WS-SD-IX) TO WS-RPT-JCL-STEP.
           MOVE WS-SD-PROGRAM(WS-SD-IX)  TO WS-RPT-PROGRAM.
           IF WS-NT-FOUND(WS-SD-IX)
               MOVE WS-NT-STATUS(WS-SD-IX)     TO WS-RPT-STATUS
               MOVE WS-NT-START-DATE(WS-SD-IX) TO WS-RPT-START-DATE
               MOVE WS-NT-START-TIME(WS-SD-IX) TO WS-RPT-START-TIME
               MOVE WS-NT-END-DATE(WS-SD-IX)   TO WS-RPT-END-DATE
               MOVE WS-NT-END-TIME(WS-SD-IX)   TO WS-RPT-END-TIME
               MOVE WS-NT-RUN-COUNT(WS-SD-IX)  TO WS-RPT-RUN-COUNT
               MOVE WS-NT-SKIP-COUNT(WS-SD-IX) TO WS-RPT-SKIP-COUNT
               IF WS-NT-STARTED(WS-SD-IX)
                   ADD 1 TO WS-NIGHT-STARTED-COUNT
               ELSE
                   MOVE WS-NT-RETURN-CODE(WS-SD-IX) TO WS-RC-EDIT
                   MOVE WS-RC-EDIT TO WS-RPT-RC
               END-IF
           ELSE
               MOVE "NOT RUN" TO WS-RPT-STATUS
           END-IF.
           IF WS-NT-FOUND(WS-SD-IX) AND WS-NT-COMPLETE(WS-SD-IX)
               ADD 1 TO WS-NIGHT-COMPLETE-COUNT
           ELSE
               ADD 1 TO WS-NIGHT-OWED-COUNT
           END-IF.
           MOVE WS-RPT-STEP-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * The resubmission of a night that owes steps.  Each step that
      * already completed skips itself, so the job is resubmitted as
      * it stands except that the steps after a completed step that
      * created generations must read the generations it created -
      * now the current (+0) generation of each - instead of
      * expecting new ones: for each such step one SET statement,
      * to be added after the job's default SETs.  The main step
      * that started and did not complete is resumed from its
      * checkpoint into the same HELLOOUT generation (restart flag
      * on, HELLOOUT extended), as after a quiesce.  The release
      * step that started and did not complete is rerun with its
      * re-release flag on, so the entries it had already marked
      * released go out again in the new RELEASE generation - the
      * one it wrote never reached the main step.
      *----------------------------------------------------------------
       5300-REPORT-RESUBMISSION.
           MOVE 0 TO WS-NIGHT-SET-COUNT.
           MOVE WS-RPT-RESUBMIT-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE 1 TO WS-SD-IX.
           PERFORM UNTIL WS-SD-IX > WS-STREAM-STEP-COUNT
               IF WS-SD-GDG-SYMBOL(WS-SD-IX) NOT = SPACES
                       AND WS-NT-FOUND(WS-SD-IX)
                   PERFORM 5310-REPORT-STEP-SET
               END-IF
               ADD 1 TO WS-SD-IX
           END-PERFORM.
           IF WS-NIGHT-SET-COUNT = 0
               MOVE WS-RPT-NO-SET-LINE TO STREAM-REPORT-LINE
               PERFORM 7200-WRITE-REPORT-LINE
           END-IF.

       5310-REPORT-STEP-SET.
           MOVE SPACES TO WS-RPT-SET-LINE.
           IF WS-NT-COMPLETE(WS-SD-IX)
               STRING "//         SET "
                      WS-SD-GDG-SYMBOL(WS-SD-IX) "GEN=+0,"
                      WS-SD-GDG-SYMBOL(WS-SD-IX) "DISP=SHR"
                      DELIMITED BY SIZE INTO WS-RPT-SET-LINE
               END-STRING
           ELSE
               IF WS-SD-GDG-SYMBOL(WS-SD-IX) = WS-HELLO-GDG-SYMBOL
                   STRING "//         SET "
                          WS-SD-GDG-SYMBOL(WS-SD-IX) "GEN=+0,"
                          WS-SD-GDG-SYMBOL(WS-SD-IX) "DISP=MOD,"
                          "RESTART=Y"
                          DELIMITED BY SIZE INTO WS-RPT-SET-LINE
                   END-STRING
               END-IF
               IF WS-SD-GDG-SYMBOL(WS-SD-IX) = WS-RELEASE-GDG-SYMBOL
                   MOVE "//         SET REREL=Y" TO WS-RPT-SET-LINE
               END-IF
           END-IF.
           IF WS-RPT-SET-LINE NOT = SPACES
               ADD 1 TO WS-NIGHT-SET-COUNT
               MOVE WS-RPT-SET-LINE TO STREAM-REPORT-LINE
               PERFORM 7200-WRITE-REPORT-LINE
           END-IF.

       7000-WRITE-STREAM-TOTALS.
           MOVE WS-RPT-BLANK-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "NIGHTS REPORTED"          TO WS-RPT-TOTAL-LABEL.
           MOVE WS-NIGHTS-REPORTED         TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "NIGHTS COMPLETE"          TO WS-RPT-TOTAL-LABEL.
           MOVE WS-NIGHTS-COMPLETE         TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "NIGHTS WITH STEPS OWED"   TO WS-RPT-TOTAL-LABEL.
           MOVE WS-NIGHTS-OWING            TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "STEPCTL ENTRIES READ"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-READ            TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "    NOT STEPS OF THE STREAM"  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-OTHER-ENTRY-COUNT       TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO STREAM-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.

       7100-START-REPORT-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE.
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
           MOVE WS-FROM-DATE TO WS-RPT-FROM-DATE.
           WRITE STREAM-REPORT-LINE FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE STREAM-REPORT-LINE FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE STREAM-REPORT-LINE FROM WS-RPT-HEADER-3
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * Write the line already moved to STREAM-REPORT-LINE, starting
      * a new page first when this one is full.
      *----------------------------------------------------------------
       7200-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINE-LIMIT
               MOVE STREAM-REPORT-LINE TO WS-HELD-LINE
               PERFORM 7100-START-REPORT-PAGE
               MOVE WS-HELD-LINE TO STREAM-REPORT-LINE
           END-IF.
           WRITE STREAM-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       8000-CLOSE-FILES.
           CLOSE STEP-CONTROL-FILE.
           CLOSE STREAM-REPORT-FILE.

       8500-SET-RETURN-CODE.
           IF WS-WARNINGS-RAISED
               MOVE 4 TO RETURN-CODE
           END-IF.
