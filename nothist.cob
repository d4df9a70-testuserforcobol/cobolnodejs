       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-JOURNAL-FILE ASSIGN TO "NOTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTJRNL-STATUS.
           SELECT HISTORY-REPORT-FILE ASSIGN TO "NOTHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTHRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY NOTJRNREC.
       FD  HISTORY-REPORT-FILE
           RECORDING MODE IS F.
       01  HISTORY-REPORT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-NOTJRNL-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTHRPT-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTJRNL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-NOTJRNL-EOF                 VALUE "Y".
               88  WS-NOTJRNL-NOT-EOF             VALUE "N".
           05  WS-SELECT-TRAN-ID           PIC X(08) VALUE SPACES.
           05  WS-JOURNAL-READ-COUNT       PIC 9(08) VALUE 0.
           05  WS-LISTED-COUNT             PIC 9(08) VALUE 0.
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(80) VALUE
                   "NOTHIST - NOTICE STATUS HISTORY".
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(80) VALUE
                   "-------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-SELECT-LINE.
               10  FILLER                  PIC X(17) VALUE
                   "NOTICE SELECTED: ".
               10  WS-RPT-SELECT-TRAN-ID   PIC X(11).
               10  FILLER                  PIC X(52) VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "  TRAN-ID   APPLIED             RUN-ID  ".
               10  FILLER                  PIC X(40) VALUE
                   "  SEQUENCE ACTION  FROM      TO".
           05  WS-RPT-DETAIL-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-TRAN-ID      PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-DATE         PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-DET-TIME         PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-DET-RUN-ID       PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-SEQUENCE     PIC 9(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-DET-ACTION       PIC X(07).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-DET-FROM         PIC X(09).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-DET-TO           PIC X(09).
               10  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RPT-DATA-LINE.
               10  FILLER                  PIC X(12) VALUE SPACES.
               10  FILLER                  PIC X(06) VALUE "DATA: ".
               10  WS-RPT-DATA-TEXT        PIC X(40).
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-RPT-NONE-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "  (NO JOURNAL ENTRIES)".
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
           PERFORM UNTIL WS-NOTJRNL-EOF
               READ NOTICE-JOURNAL-FILE
                   AT END
                       SET WS-NOTJRNL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ-COUNT
                       IF WS-SELECT-TRAN-ID = SPACES
                               OR NJ-TRAN-ID = WS-SELECT-TRAN-ID
                           PERFORM 3000-LIST-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 7000-WRITE-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM layout: 'TTTTTTTT' - the transaction id of the one
      * notice whose history is wanted.  When omitted, every journal
      * entry is listed in the order the changes were made.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0 AND LS-PARM-LEN NOT > 8
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-SELECT-TRAN-ID
           END-IF.

       2000-OPEN-FILES.
           OPEN INPUT NOTICE-JOURNAL-FILE.
           IF WS-NOTJRNL-STATUS NOT = "00"
               DISPLAY "NOTHIST0001E UNABLE TO OPEN NOTJRNL - "
                   "FILE STATUS " WS-NOTJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORY-REPORT-FILE.
           IF WS-NOTHRPT-STATUS NOT = "00"
               DISPLAY "NOTHIST0002E UNABLE TO OPEN NOTHRPT - "
                   "FILE STATUS " WS-NOTHRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-HEADER-2.
           IF WS-SELECT-TRAN-ID = SPACES
               MOVE "ALL" TO WS-RPT-SELECT-TRAN-ID
           ELSE
               MOVE WS-SELECT-TRAN-ID TO WS-RPT-SELECT-TRAN-ID
           END-IF.
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-SELECT-LINE.
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-COLUMN-LINE.

      *----------------------------------------------------------------
      * One line per change - when it was applied, by which run and
      * output sequence number, and the status it moved the notice
      * from and to - followed by the notice data it left behind.
      * A create comes from nothing; a backout that removed a
      * created notice leaves nothing, and shows the data it took
      * away instead.
      *----------------------------------------------------------------
       3000-LIST-JOURNAL-ENTRY.
           MOVE NJ-TRAN-ID     TO WS-RPT-DET-TRAN-ID.
           MOVE NJ-STAMP-DATE  TO WS-RPT-DET-DATE.
           MOVE NJ-STAMP-TIME  TO WS-RPT-DET-TIME.
           MOVE NJ-RUN-ID      TO WS-RPT-DET-RUN-ID.
           MOVE NJ-SEQUENCE-NO TO WS-RPT-DET-SEQUENCE.
           EVALUATE TRUE
               WHEN NJ-CREATE
                   MOVE "CREATE"  TO WS-RPT-DET-ACTION
               WHEN NJ-RESTAMP
                   MOVE "RESTAMP" TO WS-RPT-DET-ACTION
               WHEN NJ-BACKOUT
                   MOVE "BACKOUT" TO WS-RPT-DET-ACTION
               WHEN OTHER
                   MOVE NJ-ACTION TO WS-RPT-DET-ACTION
           END-EVALUATE.
           IF NJ-BEFORE-PRESENT
               MOVE NJ-BEF-STATUS TO WS-RPT-DET-FROM
           ELSE
               MOVE "(NONE)" TO WS-RPT-DET-FROM
           END-IF.
           IF NJ-AFTER-PRESENT
               MOVE NJ-AFT-STATUS TO WS-RPT-DET-TO
               MOVE NJ-AFT-TRAN-DATA TO WS-RPT-DATA-TEXT
           ELSE
               MOVE "(REMOVED)" TO WS-RPT-DET-TO
               MOVE NJ-BEF-TRAN-DATA TO WS-RPT-DATA-TEXT
           END-IF.
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-DATA-LINE.
           ADD 1 TO WS-LISTED-COUNT.

       7000-WRITE-TOTALS.
           IF WS-LISTED-COUNT = 0
               WRITE HISTORY-REPORT-LINE FROM WS-RPT-NONE-LINE
           END-IF.
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "JOURNAL ENTRIES READ"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-JOURNAL-READ-COUNT      TO WS-RPT-TOTAL-VALUE.
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CHANGES LISTED"           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-LISTED-COUNT            TO WS-RPT-TOTAL-VALUE.
           WRITE HISTORY-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       8000-CLOSE-FILES.
           CLOSE NOTICE-JOURNAL-FILE.
           CLOSE HISTORY-REPORT-FILE.
