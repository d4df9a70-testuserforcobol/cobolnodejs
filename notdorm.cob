       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTDORM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-MASTER-FILE ASSIGN TO "NOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-TRAN-ID
               FILE STATUS IS WS-NOTMAST-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMRPT-STATUS.
           SELECT DORMANT-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-MASTER-FILE.
           COPY NOTMSTREC.
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  DORMANT-REPORT-FILE
           RECORDING MODE IS F.
       01  DORMANT-REPORT-LINE             PIC X(80).
      *----------------------------------------------------------------
      * One sort record per dormant notice: the date it last saw
      * activity, oldest first, then id, and what the report shows
      * of it.
      *----------------------------------------------------------------
       SD  DORMANT-SORT-FILE.
       01  DORMANT-SORT-RECORD.
           05  DS-LAST-DATE                PIC X(10).
           05  DS-TRAN-ID                  PIC X(08).
           05  DS-STATUS                   PIC X(09).
           05  DS-CREATE-DATE              PIC X(10).
           05  DS-TRAN-DATA                PIC X(40).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-NOTMAST-STATUS           PIC X(02) VALUE "00".
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-DORMRPT-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTMAST-EOF-SW           PIC X(01) VALUE "N".
               88  WS-NOTMAST-EOF                 VALUE "Y".
               88  WS-NOTMAST-NOT-EOF             VALUE "N".
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88  WS-SORT-EOF                    VALUE "Y".
               88  WS-SORT-NOT-EOF                VALUE "N".
           05  WS-WARNINGS-SW              PIC X(01) VALUE "N".
               88  WS-WARNINGS-RAISED             VALUE "Y".
               88  WS-NO-WARNINGS                 VALUE "N".
           05  WS-PARM-DAYS                PIC X(04) VALUE SPACES.
           05  WS-DAYS-RJ                  PIC X(04) JUSTIFIED RIGHT
                                            VALUE SPACES.
           05  WS-DORMANT-DAYS             PIC 9(04) VALUE 0.
           05  WS-DORMANT-DEFAULT          PIC 9(04) VALUE 90.
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
               10  WS-SYS-DATE-MM          PIC 9(02).
               10  WS-SYS-DATE-DD          PIC 9(02).
           05  WS-RUN-DATE                 PIC X(10).
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-CUTOFF-DATE              PIC X(10) VALUE SPACES.
           05  WS-DATE-WORK                PIC 9(08).
           05  WS-DATE-WORK-X              REDEFINES WS-DATE-WORK.
               10  WS-DATE-WORK-CCYY       PIC 9(04).
               10  WS-DATE-WORK-MM         PIC 9(02).
               10  WS-DATE-WORK-DD         PIC 9(02).
           05  WS-RUN-DATE-INT             PIC 9(08) VALUE 0.
           05  WS-CUTOFF-INT               PIC 9(08) VALUE 0.
           05  WS-LAST-DATE-INT            PIC 9(08) VALUE 0.
           05  WS-DAYS-IDLE                PIC 9(06) VALUE 0.
           05  WS-PAGE-COUNT               PIC 9(06) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(04) COMP VALUE 0.
           05  WS-LINE-LIMIT               PIC 9(04) COMP VALUE 50.
           05  WS-HELD-LINE                PIC X(80) VALUE SPACES.
           05  WS-NOTICES-READ             PIC 9(08) VALUE 0.
           05  WS-IN-FORCE-COUNT           PIC 9(08) VALUE 0.
           05  WS-NO-EXPIRY-COUNT          PIC 9(08) VALUE 0.
           05  WS-DORMANT-COUNT            PIC 9(08) VALUE 0.
           05  WS-CLOSED-COUNT             PIC 9(08) VALUE 0.
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(50) VALUE
                   "NOTDORM - DORMANT NOTICES WITH NO EXPIRY".
               10  FILLER                  PIC X(06) VALUE "PAGE: ".
               10  WS-RPT-PAGE             PIC Z(05)9.
               10  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
               10  WS-RPT-RUN-DATE         PIC X(10).
               10  FILLER                  PIC X(20) VALUE
                   "  NO ACTIVITY SINCE ".
               10  WS-RPT-CUTOFF-DATE      PIC X(10).
               10  FILLER                  PIC X(02) VALUE " (".
               10  WS-RPT-DORMANT-DAYS     PIC Z(03)9.
               10  FILLER                  PIC X(19) VALUE
                   " DAYS)".
           05  WS-RPT-HEADER-3.
               10  FILLER                  PIC X(80) VALUE
                   "----------------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "LAST ACTIVITY  IDLE  TRAN-ID  STATUS    ".
               10  FILLER                  PIC X(40) VALUE
                   "CREATED    DATA".
           05  WS-RPT-DETAIL-LINE.
               10  WS-RPT-LAST-DATE        PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DAYS-IDLE        PIC Z(05)9.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-TRAN-ID          PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-STATUS           PIC X(09).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-CREATE-DATE      PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-TRAN-DATA        PIC X(30).
           05  WS-RPT-TOTAL-LINE.
               10  WS-RPT-TOTAL-LABEL      PIC X(32).
               10  WS-RPT-TOTAL-VALUE      PIC Z(07)9.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-RPT-EMPTY-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "NO DORMANT NOTICES".
       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PARM-TEXT                PIC X(78).
       PROCEDURE DIVISION USING LS-PARM-DATA.
       MAIN.
           PERFORM 1000-VALIDATE-PARM.
           PERFORM 1500-SET-RUN-DATE.
           PERFORM 2000-OPEN-FILES.
           SORT DORMANT-SORT-FILE
               ON ASCENDING KEY DS-LAST-DATE
                                DS-TRAN-ID
               INPUT PROCEDURE IS 3000-SELECT-DORMANT
               OUTPUT PROCEDURE IS 5000-LIST-DORMANT.
           PERFORM 7000-WRITE-DORMANT-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM layout: 'DDDD' - how many days a notice in force with
      * no expiry date may go without an N, A or C before it is
      * listed as dormant.  Omitted, blank, or non-numeric takes the
      * documented default, as PENDREL does with its retention.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0 AND LS-PARM-LEN NOT > 4
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-PARM-DAYS
           END-IF.
           MOVE WS-DORMANT-DEFAULT TO WS-DORMANT-DAYS.
           IF WS-PARM-DAYS NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARM-DAYS) TO WS-DAYS-RJ
               INSPECT WS-DAYS-RJ REPLACING LEADING SPACE BY ZERO
               IF WS-DAYS-RJ IS NUMERIC
                   MOVE WS-DAYS-RJ TO WS-DORMANT-DAYS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Idle days are counted from the business date in PROCDATE,
      * with the usual wall-clock fallback.  A notice whose last
      * activity is before the cutoff - the business date less the
      * PARM days - has been idle for more than that many days.
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
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT - WS-DORMANT-DAYS.
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           STRING WS-DATE-WORK-CCYY  "-"
                  WS-DATE-WORK-MM    "-"
                  WS-DATE-WORK-DD
                  DELIMITED BY SIZE INTO WS-CUTOFF-DATE
           END-STRING.

       1550-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROC-DATE-FILE
                   AT END
                       DISPLAY "NOTDORM0001W PROCDATE IS EMPTY - "
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
                           DISPLAY "NOTDORM0002W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                               "- USING WALL-CLOCK DATE " WS-WALL-DATE
                           SET WS-WARNINGS-RAISED TO TRUE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           ELSE
               DISPLAY "NOTDORM0003W UNABLE TO OPEN PROCDATE - "
                   "FILE STATUS " WS-PROCDATE-STATUS
                   ", USING WALL-CLOCK DATE " WS-WALL-DATE
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.

       2000-OPEN-FILES.
           OPEN INPUT NOTICE-MASTER-FILE.
           IF WS-NOTMAST-STATUS NOT = "00"
               DISPLAY "NOTDORM0004E UNABLE TO OPEN NOTMAST - "
                   "FILE STATUS " WS-NOTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DORMANT-REPORT-FILE.
           IF WS-DORMRPT-STATUS NOT = "00"
               DISPLAY "NOTDORM0005E UNABLE TO OPEN DORMRPT - "
                   "FILE STATUS " WS-DORMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Only notices still in force (LIVE or AMENDED) with no expiry
      * date are candidates - a notice with an expiry date ends by
      * itself through the nightly sweep.  Cancelled and expired
      * notices are just counted.
      *----------------------------------------------------------------
       3000-SELECT-DORMANT.
           MOVE LOW-VALUES TO NM-TRAN-ID.
           START NOTICE-MASTER-FILE
               KEY IS NOT LESS THAN NM-TRAN-ID
               INVALID KEY
                   SET WS-NOTMAST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-NOTMAST-EOF
               READ NOTICE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NOTMAST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NOTICES-READ
                       IF NM-LIVE OR NM-AMENDED
                           PERFORM 3100-CHECK-IN-FORCE
                       ELSE
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       3100-CHECK-IN-FORCE.
           ADD 1 TO WS-IN-FORCE-COUNT.
           IF NM-EXPIRY-DATE = SPACES
               ADD 1 TO WS-NO-EXPIRY-COUNT
               IF NM-LAST-DATE < WS-CUTOFF-DATE
                   MOVE SPACES TO DORMANT-SORT-RECORD
                   MOVE NM-LAST-DATE   TO DS-LAST-DATE
                   MOVE NM-TRAN-ID     TO DS-TRAN-ID
                   MOVE NM-STATUS      TO DS-STATUS
                   MOVE NM-CREATE-DATE TO DS-CREATE-DATE
                   MOVE NM-TRAN-DATA   TO DS-TRAN-DATA
                   RELEASE DORMANT-SORT-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One line per dormant notice, longest idle first, with the
      * number of days since its last activity.
      *----------------------------------------------------------------
       5000-LIST-DORMANT.
           PERFORM 7100-START-REPORT-PAGE.
           PERFORM UNTIL WS-SORT-EOF
               RETURN DORMANT-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5200-LIST-ONE-NOTICE
               END-RETURN
           END-PERFORM.
           IF WS-DORMANT-COUNT = 0
               MOVE WS-RPT-EMPTY-LINE TO DORMANT-REPORT-LINE
               PERFORM 7200-WRITE-REPORT-LINE
           END-IF.

       5200-LIST-ONE-NOTICE.
           MOVE 0 TO WS-DAYS-IDLE.
           IF DS-LAST-DATE(1:4) IS NUMERIC
                   AND DS-LAST-DATE(6:2) IS NUMERIC
                   AND DS-LAST-DATE(9:2) IS NUMERIC
               MOVE DS-LAST-DATE(1:4) TO WS-DATE-WORK-CCYY
               MOVE DS-LAST-DATE(6:2) TO WS-DATE-WORK-MM
               MOVE DS-LAST-DATE(9:2) TO WS-DATE-WORK-DD
               COMPUTE WS-LAST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               COMPUTE WS-DAYS-IDLE =
                   WS-RUN-DATE-INT - WS-LAST-DATE-INT
           END-IF.
           MOVE DS-LAST-DATE   TO WS-RPT-LAST-DATE.
           MOVE WS-DAYS-IDLE   TO WS-RPT-DAYS-IDLE.
           MOVE DS-TRAN-ID     TO WS-RPT-TRAN-ID.
           MOVE DS-STATUS      TO WS-RPT-STATUS.
           MOVE DS-CREATE-DATE TO WS-RPT-CREATE-DATE.
           MOVE DS-TRAN-DATA   TO WS-RPT-TRAN-DATA.
           MOVE WS-RPT-DETAIL-LINE TO DORMANT-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           ADD 1 TO WS-DORMANT-COUNT.

       7000-WRITE-DORMANT-TOTALS.
           MOVE WS-RPT-BLANK-LINE TO DORMANT-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "NOTICES READ"             TO WS-RPT-TOTAL-LABEL.
           MOVE WS-NOTICES-READ            TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO DORMANT-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "CANCELLED OR EXPIRED"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CLOSED-COUNT            TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO DORMANT-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "IN FORCE (LIVE OR AMENDED)" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-IN-FORCE-COUNT          TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO DORMANT-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "    WITH NO EXPIRY DATE"  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-NO-EXPIRY-COUNT         TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO DORMANT-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "      OF WHICH DORMANT"   TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DORMANT-COUNT           TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO DORMANT-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.

       7100-START-REPORT-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE.
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO WS-RPT-CUTOFF-DATE.
           MOVE WS-DORMANT-DAYS TO WS-RPT-DORMANT-DAYS.
           WRITE DORMANT-REPORT-LINE FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE DORMANT-REPORT-LINE FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE DORMANT-REPORT-LINE FROM WS-RPT-HEADER-3
               AFTER ADVANCING 1 LINE.
           WRITE DORMANT-REPORT-LINE FROM WS-RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * Write the line already moved to DORMANT-REPORT-LINE, starting
      * a new page first when this one is full.
      *----------------------------------------------------------------
       7200-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINE-LIMIT
               MOVE DORMANT-REPORT-LINE TO WS-HELD-LINE
               PERFORM 7100-START-REPORT-PAGE
               MOVE WS-HELD-LINE TO DORMANT-REPORT-LINE
           END-IF.
           WRITE DORMANT-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       8000-CLOSE-FILES.
           CLOSE NOTICE-MASTER-FILE.
           CLOSE DORMANT-REPORT-FILE.

       8500-SET-RETURN-CODE.
           IF WS-WARNINGS-RAISED
               MOVE 4 TO RETURN-CODE
           END-IF.
