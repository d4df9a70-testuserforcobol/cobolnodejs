       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-TRAN-FILE ASSIGN TO "PENDTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PEND-KEY
               FILE STATUS IS WS-PENDTRN-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT PEND-REPORT-FILE ASSIGN TO "PENDLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDLIST-STATUS.
           SELECT PEND-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-TRAN-FILE.
           COPY PENDTRREC.
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  PEND-REPORT-FILE
           RECORDING MODE IS F.
       01  PEND-REPORT-LINE                PIC X(80).
      *----------------------------------------------------------------
      * One sort record per entry still waiting: the release date,
      * then producing system and id so each day's releases list
      * together, and what the report shows of the entry.
      *----------------------------------------------------------------
       SD  PEND-SORT-FILE.
       01  PEND-SORT-RECORD.
           05  PS-EFF-DATE                 PIC X(10).
           05  PS-SYSTEM-ID                PIC X(08).
           05  PS-TRAN-ID                  PIC X(08).
           05  PS-WH-DATE                  PIC X(10).
           05  PS-WH-TIME                  PIC X(08).
           05  PS-TRAN-TYPE                PIC X(01).
           05  PS-MSG-CODE                 PIC X(06).
           05  PS-TRAN-DATA                PIC X(40).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-PENDTRN-STATUS           PIC X(02) VALUE "00".
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-PENDLIST-STATUS          PIC X(02) VALUE "00".
           05  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
               88  WS-PEND-EOF                    VALUE "Y".
               88  WS-PEND-NOT-EOF                VALUE "N".
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88  WS-SORT-EOF                    VALUE "Y".
               88  WS-SORT-NOT-EOF                VALUE "N".
           05  WS-FIRST-GROUP-SW           PIC X(01) VALUE "Y".
               88  WS-FIRST-GROUP                 VALUE "Y".
               88  WS-NOT-FIRST-GROUP             VALUE "N".
           05  WS-WARNINGS-SW              PIC X(01) VALUE "N".
               88  WS-WARNINGS-RAISED             VALUE "Y".
               88  WS-NO-WARNINGS                 VALUE "N".
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
               10  WS-SYS-DATE-MM          PIC 9(02).
               10  WS-SYS-DATE-DD          PIC 9(02).
           05  WS-RUN-DATE                 PIC X(10).
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-DATE-WORK                PIC 9(08).
           05  WS-DATE-WORK-X              REDEFINES WS-DATE-WORK.
               10  WS-DATE-WORK-CCYY       PIC 9(04).
               10  WS-DATE-WORK-MM         PIC 9(02).
               10  WS-DATE-WORK-DD         PIC 9(02).
           05  WS-RUN-DATE-INT             PIC 9(08) VALUE 0.
           05  WS-EFF-DATE-INT             PIC 9(08) VALUE 0.
           05  WS-DAYS-TO-RELEASE          PIC S9(06) VALUE 0.
           05  WS-GROUP-EFF-DATE           PIC X(10) VALUE SPACES.
           05  WS-GROUP-COUNT              PIC 9(08) VALUE 0.
           05  WS-PAGE-COUNT               PIC 9(06) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(04) COMP VALUE 0.
           05  WS-LINE-LIMIT               PIC 9(04) COMP VALUE 50.
           05  WS-HELD-LINE                PIC X(80) VALUE SPACES.
           05  WS-ENTRIES-READ             PIC 9(08) VALUE 0.
           05  WS-ENTRIES-WAITING          PIC 9(08) VALUE 0.
           05  WS-ENTRIES-DUE              PIC 9(08) VALUE 0.
           05  WS-ENTRIES-RELEASED         PIC 9(08) VALUE 0.
           05  WS-ENTRIES-PULLED           PIC 9(08) VALUE 0.
           05  WS-RELEASE-DATES            PIC 9(08) VALUE 0.
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(50) VALUE
                   "PENDRPT - PENDING TRANSACTION WAREHOUSE".
               10  FILLER                  PIC X(06) VALUE "PAGE: ".
               10  WS-RPT-PAGE             PIC Z(05)9.
               10  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
               10  WS-RPT-RUN-DATE         PIC X(10).
               10  FILLER                  PIC X(55) VALUE SPACES.
           05  WS-RPT-HEADER-3.
               10  FILLER                  PIC X(80) VALUE
                   "---------------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "RELEASE ON   DAYS  TRAN-ID  T SYSTEM   M".
               10  FILLER                  PIC X(40) VALUE
                   "SG-CD WAREHOUSED DATA            FLAG".
           05  WS-RPT-DETAIL-LINE.
               10  WS-RPT-EFF-DATE         PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DAYS             PIC ----9.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-TRAN-ID          PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-TRAN-TYPE        PIC X(01).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-SYSTEM-ID        PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-MSG-CODE         PIC X(06).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-WH-DATE          PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-TRAN-DATA        PIC X(15).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-FLAG             PIC X(07).
           05  WS-RPT-TOTAL-LINE.
               10  WS-RPT-TOTAL-LABEL      PIC X(32).
               10  WS-RPT-TOTAL-VALUE      PIC Z(07)9.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-RPT-EMPTY-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "NOTHING IS WAITING IN THE WAREHOUSE".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 1500-SET-RUN-DATE.
           PERFORM 2000-OPEN-FILES.
           SORT PEND-SORT-FILE
               ON ASCENDING KEY PS-EFF-DATE
                                PS-SYSTEM-ID
                                PS-TRAN-ID
                                PS-WH-DATE
                                PS-WH-TIME
               INPUT PROCEDURE IS 3000-SELECT-WAITING
               OUTPUT PROCEDURE IS 5000-LIST-WAITING.
           PERFORM 7000-WRITE-WAREHOUSE-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * Days to release are counted from the business date in
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
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).

       1550-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROC-DATE-FILE
                   AT END
                       DISPLAY "PENDRPT0001W PROCDATE IS EMPTY - "
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
                           DISPLAY "PENDRPT0002W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                               "- USING WALL-CLOCK DATE " WS-WALL-DATE
                           SET WS-WARNINGS-RAISED TO TRUE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           ELSE
               DISPLAY "PENDRPT0003W UNABLE TO OPEN PROCDATE - "
                   "FILE STATUS " WS-PROCDATE-STATUS
                   ", USING WALL-CLOCK DATE " WS-WALL-DATE
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.

       2000-OPEN-FILES.
           OPEN INPUT PEND-TRAN-FILE.
           IF WS-PENDTRN-STATUS NOT = "00"
               DISPLAY "PENDRPT0004E UNABLE TO OPEN PENDTRN - "
                   "FILE STATUS " WS-PENDTRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PEND-REPORT-FILE.
           IF WS-PENDLIST-STATUS NOT = "00"
               DISPLAY "PENDRPT0005E UNABLE TO OPEN PENDLIST - "
                   "FILE STATUS " WS-PENDLIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Only entries still waiting are listed; released and
      * pulled-back entries kept on the file for the retention
      * period are just counted.
      *----------------------------------------------------------------
       3000-SELECT-WAITING.
           MOVE LOW-VALUES TO PT-PEND-KEY.
           START PEND-TRAN-FILE
               KEY IS NOT LESS THAN PT-PEND-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-PEND-EOF
               READ PEND-TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       EVALUATE TRUE
                           WHEN PT-WAITING
                               PERFORM 3100-RELEASE-WAITING
                           WHEN PT-RELEASED
                               ADD 1 TO WS-ENTRIES-RELEASED
                           WHEN PT-PULLED-BACK
                               ADD 1 TO WS-ENTRIES-PULLED
                       END-EVALUATE
               END-READ
           END-PERFORM.

       3100-RELEASE-WAITING.
           MOVE SPACES TO PEND-SORT-RECORD.
           MOVE PT-EFF-DATE  TO PS-EFF-DATE.
           MOVE PT-SYSTEM-ID TO PS-SYSTEM-ID.
           MOVE PT-TRAN-ID   TO PS-TRAN-ID.
           MOVE PT-WH-DATE   TO PS-WH-DATE.
           MOVE PT-WH-TIME   TO PS-WH-TIME.
           MOVE PT-TRAN-TYPE TO PS-TRAN-TYPE.
           MOVE PT-MSG-CODE  TO PS-MSG-CODE.
           MOVE PT-TRAN-DATA TO PS-TRAN-DATA.
           RELEASE PEND-SORT-RECORD.

      *----------------------------------------------------------------
      * One line per waiting entry in release-date order, with a
      * subtotal at each release date.  DAYS is the number of
      * nights until the release step lets it go; zero or less is
      * flagged DUE - it goes out at the next PENDREL run.
      *----------------------------------------------------------------
       5000-LIST-WAITING.
           PERFORM 7100-START-REPORT-PAGE.
           PERFORM UNTIL WS-SORT-EOF
               RETURN PEND-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-FIRST-GROUP
                               OR PS-EFF-DATE NOT = WS-GROUP-EFF-DATE
                           PERFORM 5100-START-GROUP
                       END-IF
                       PERFORM 5200-LIST-ONE-ENTRY
               END-RETURN
           END-PERFORM.
           IF WS-NOT-FIRST-GROUP
               PERFORM 5400-WRITE-GROUP-SUBTOTAL
           ELSE
               MOVE WS-RPT-EMPTY-LINE TO PEND-REPORT-LINE
               PERFORM 7200-WRITE-REPORT-LINE
           END-IF.

       5100-START-GROUP.
           IF WS-NOT-FIRST-GROUP
               PERFORM 5400-WRITE-GROUP-SUBTOTAL
           END-IF.
           SET WS-NOT-FIRST-GROUP TO TRUE.
           MOVE PS-EFF-DATE TO WS-GROUP-EFF-DATE.
           MOVE 0 TO WS-GROUP-COUNT.
           ADD 1 TO WS-RELEASE-DATES.
           MOVE PS-EFF-DATE(1:4) TO WS-DATE-WORK-CCYY.
           MOVE PS-EFF-DATE(6:2) TO WS-DATE-WORK-MM.
           MOVE PS-EFF-DATE(9:2) TO WS-DATE-WORK-DD.
           COMPUTE WS-EFF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           COMPUTE WS-DAYS-TO-RELEASE =
               WS-EFF-DATE-INT - WS-RUN-DATE-INT.

       5200-LIST-ONE-ENTRY.
           MOVE PS-EFF-DATE        TO WS-RPT-EFF-DATE.
           MOVE WS-DAYS-TO-RELEASE TO WS-RPT-DAYS.
           MOVE PS-TRAN-ID         TO WS-RPT-TRAN-ID.
           MOVE PS-TRAN-TYPE       TO WS-RPT-TRAN-TYPE.
           MOVE PS-SYSTEM-ID       TO WS-RPT-SYSTEM-ID.
           MOVE PS-MSG-CODE        TO WS-RPT-MSG-CODE.
           MOVE PS-WH-DATE         TO WS-RPT-WH-DATE.
           MOVE PS-TRAN-DATA       TO WS-RPT-TRAN-DATA.
           IF WS-DAYS-TO-RELEASE > 0
               MOVE SPACES TO WS-RPT-FLAG
           ELSE
               MOVE "DUE"  TO WS-RPT-FLAG
               ADD 1 TO WS-ENTRIES-DUE
           END-IF.
           MOVE WS-RPT-DETAIL-LINE TO PEND-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           ADD 1 TO WS-GROUP-COUNT.
           ADD 1 TO WS-ENTRIES-WAITING.

       5400-WRITE-GROUP-SUBTOTAL.
           MOVE SPACES TO WS-RPT-TOTAL-LABEL.
           STRING "  RELEASING ON " WS-GROUP-EFF-DATE
               DELIMITED BY SIZE INTO WS-RPT-TOTAL-LABEL
           END-STRING.
           MOVE WS-GROUP-COUNT TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO PEND-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE WS-RPT-BLANK-LINE TO PEND-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.

       7000-WRITE-WAREHOUSE-TOTALS.
           MOVE WS-RPT-BLANK-LINE TO PEND-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "WAREHOUSE ENTRIES READ"   TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-READ            TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO PEND-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "ENTRIES WAITING"          TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-WAITING         TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO PEND-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "    OF WHICH DUE AT NEXT RELEASE"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-DUE             TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO PEND-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "RELEASE DATES PENDING"    TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RELEASE-DATES           TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO PEND-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "RELEASED, KEPT FOR RETENTION"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-RELEASED        TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO PEND-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "PULLED BACK, KEPT FOR RETENTION"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-PULLED          TO WS-RPT-TOTAL-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO PEND-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.

       7100-START-REPORT-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE.
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
           WRITE PEND-REPORT-LINE FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE PEND-REPORT-LINE FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE PEND-REPORT-LINE FROM WS-RPT-HEADER-3
               AFTER ADVANCING 1 LINE.
           WRITE PEND-REPORT-LINE FROM WS-RPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * Write the line already moved to PEND-REPORT-LINE, starting a
      * new page first when this one is full.
      *----------------------------------------------------------------
       7200-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINE-LIMIT
               MOVE PEND-REPORT-LINE TO WS-HELD-LINE
               PERFORM 7100-START-REPORT-PAGE
               MOVE WS-HELD-LINE TO PEND-REPORT-LINE
           END-IF.
           WRITE PEND-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       8000-CLOSE-FILES.
           CLOSE PEND-TRAN-FILE.
           CLOSE PEND-REPORT-FILE.

       8500-SET-RETURN-CODE.
           IF WS-WARNINGS-RAISED
               MOVE 4 TO RETURN-CODE
           END-IF.
