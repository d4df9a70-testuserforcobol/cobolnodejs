       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDPULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PULL-CARD-FILE ASSIGN TO "PULLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PULLCARD-STATUS.
           SELECT PEND-TRAN-FILE ASSIGN TO "PENDTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PEND-KEY
               FILE STATUS IS WS-PENDTRN-STATUS.
           SELECT SEEN-ID-FILE ASSIGN TO "SEENIDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-TRAN-ID
               FILE STATUS IS WS-SEENIDS-STATUS.
           SELECT PULL-REPORT-FILE ASSIGN TO "PULLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PULLRPT-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PULL-CARD-FILE
           RECORDING MODE IS F.
           COPY PULLCDREC.
       FD  PEND-TRAN-FILE.
           COPY PENDTRREC.
       FD  SEEN-ID-FILE.
           COPY SEENIDREC.
       FD  PULL-REPORT-FILE
           RECORDING MODE IS F.
       01  PULL-REPORT-LINE                PIC X(80).
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-PULLCARD-STATUS          PIC X(02) VALUE "00".
           05  WS-PENDTRN-STATUS           PIC X(02) VALUE "00".
           05  WS-SEENIDS-STATUS           PIC X(02) VALUE "00".
           05  WS-PULLRPT-STATUS           PIC X(02) VALUE "00".
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
               88  WS-CARD-EOF                    VALUE "Y".
               88  WS-CARD-NOT-EOF                VALUE "N".
           05  WS-PEND-EOF-SW              PIC X(01) VALUE "N".
               88  WS-PEND-EOF                    VALUE "Y".
               88  WS-PEND-NOT-EOF                VALUE "N".
           05  WS-SEENIDS-SW               PIC X(01) VALUE "N".
               88  WS-SEENIDS-OPEN                VALUE "Y".
               88  WS-SEENIDS-NOT-OPEN            VALUE "N".
           05  WS-WARNINGS-SW              PIC X(01) VALUE "N".
               88  WS-WARNINGS-RAISED             VALUE "Y".
               88  WS-NO-WARNINGS                 VALUE "N".
           05  WS-CARD-MATCHES             PIC 9(04) COMP VALUE 0.
           05  WS-REQUESTED-BY             PIC X(08) VALUE SPACES.
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
               10  WS-SYS-DATE-MM          PIC 9(02).
               10  WS-SYS-DATE-DD          PIC 9(02).
           05  WS-RUN-DATE                 PIC X(10).
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-CARDS-READ               PIC 9(08) VALUE 0.
           05  WS-CARDS-INVALID            PIC 9(08) VALUE 0.
           05  WS-CARDS-NOT-FOUND          PIC 9(08) VALUE 0.
           05  WS-ENTRIES-PULLED           PIC 9(08) VALUE 0.
           05  WS-ENTRIES-REFUSED          PIC 9(08) VALUE 0.
           05  WS-ENTRIES-FAILED           PIC 9(08) VALUE 0.
           05  WS-SEEN-IDS-RELEASED        PIC 9(08) VALUE 0.
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(80) VALUE
                   "PENDPULL - WAREHOUSE PULL-BACK REPORT".
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(80) VALUE
                   "-------------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "OUTCOME    TRAN-ID  T SYSTEM   EFFECTIVE".
               10  FILLER                  PIC X(40) VALUE
                   "  REQUESTED REMARK".
           05  WS-RPT-DETAIL-LINE.
               10  WS-RPT-OUTCOME          PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-TRAN-ID          PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-TRAN-TYPE        PIC X(01).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-SYSTEM-ID        PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-EFF-DATE         PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-REQUESTED-BY     PIC X(08).
               10  FILLER                  PIC X(03) VALUE SPACES.
               10  WS-RPT-REMARK           PIC X(27).
           05  WS-RPT-TOTAL-LINE.
               10  WS-RPT-TOTAL-LABEL      PIC X(32).
               10  WS-RPT-TOTAL-VALUE      PIC Z(07)9.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-RPT-WARN-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "WARNING - SEENIDS NOT OPEN, IDS STILL BLOCKED".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 1500-SET-RUN-DATE.
           PERFORM 2000-OPEN-FILES.
           PERFORM UNTIL WS-CARD-EOF
               READ PULL-CARD-FILE
                   AT END
                       SET WS-CARD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM 3000-PROCESS-PULL-CARD
               END-READ
           END-PERFORM.
           PERFORM 7000-WRITE-PULL-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * The business date from PROCDATE is stamped on every entry
      * pulled back, with the usual wall-clock fallback.
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

       1550-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROC-DATE-FILE
                   AT END
                       DISPLAY "PENDPULL0001W PROCDATE IS EMPTY - "
                           "USING WALL-CLOCK DATE " WS-WALL-DATE
                   NOT AT END
                       IF PD-BUSINESS-DATE(1:4) IS NUMERIC
                               AND PD-BUSINESS-DATE(5:1) = "-"
                               AND PD-BUSINESS-DATE(6:2) IS NUMERIC
                               AND PD-BUSINESS-DATE(8:1) = "-"
                               AND PD-BUSINESS-DATE(9:2) IS NUMERIC
                           MOVE PD-BUSINESS-DATE TO WS-RUN-DATE
                       ELSE
                           DISPLAY "PENDPULL0002W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                               "- USING WALL-CLOCK DATE " WS-WALL-DATE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           ELSE
               DISPLAY "PENDPULL0003W UNABLE TO OPEN PROCDATE - "
                   "FILE STATUS " WS-PROCDATE-STATUS
                   ", USING WALL-CLOCK DATE " WS-WALL-DATE
           END-IF.

      *----------------------------------------------------------------
      * SEENIDS is opened so a pulled-back new notice's id can be
      * freed for the department's corrected resend.  Without it
      * the pull-back still stands, but the id stays blocked until
      * the duplicate retention runs out - the run ends RC=4 and the
      * report says so.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT PULL-CARD-FILE.
           IF WS-PULLCARD-STATUS NOT = "00"
               DISPLAY "PENDPULL0004E UNABLE TO OPEN PULLCARD - "
                   "FILE STATUS " WS-PULLCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PEND-TRAN-FILE.
           IF WS-PENDTRN-STATUS NOT = "00"
               DISPLAY "PENDPULL0005E UNABLE TO OPEN PENDTRN - "
                   "FILE STATUS " WS-PENDTRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PULL-REPORT-FILE.
           IF WS-PULLRPT-STATUS NOT = "00"
               DISPLAY "PENDPULL0006E UNABLE TO OPEN PULLRPT - "
                   "FILE STATUS " WS-PULLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE PULL-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE PULL-REPORT-LINE FROM WS-RPT-HEADER-2.
           WRITE PULL-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
           OPEN I-O SEEN-ID-FILE.
           IF WS-SEENIDS-STATUS = "00"
               SET WS-SEENIDS-OPEN TO TRUE
           ELSE
               DISPLAY "PENDPULL0007W UNABLE TO OPEN SEENIDS - FILE "
                   "STATUS " WS-SEENIDS-STATUS ", PULLED-BACK IDS "
                   "STAY BLOCKED"
               SET WS-SEENIDS-NOT-OPEN TO TRUE
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * A card pulls back every entry for its id still waiting in
      * the warehouse - or just the one with the card's effective
      * date, when one is given.  Only the producing system that
      * sent an entry may pull it back; an entry already released
      * has gone into a night's run and is out of reach (send a C
      * transaction instead).  The entry is kept, marked pulled
      * back with the date and requester, so the trace inquiry can
      * still show what became of it.
      *----------------------------------------------------------------
       3000-PROCESS-PULL-CARD.
           MOVE SPACES TO WS-RPT-DETAIL-LINE.
           MOVE PL-TRAN-ID   TO WS-RPT-TRAN-ID.
           MOVE PL-SYSTEM-ID TO WS-RPT-SYSTEM-ID.
           MOVE PL-EFF-DATE  TO WS-RPT-EFF-DATE.
           MOVE PL-REQUESTED-BY TO WS-REQUESTED-BY.
           IF WS-REQUESTED-BY = SPACES
               MOVE PL-SYSTEM-ID TO WS-REQUESTED-BY
           END-IF.
           MOVE WS-REQUESTED-BY TO WS-RPT-REQUESTED-BY.
           IF PL-TRAN-ID = SPACES OR PL-SYSTEM-ID = SPACES
               MOVE "INVALID"    TO WS-RPT-OUTCOME
               MOVE "ID AND SYSTEM ARE REQUIRED" TO WS-RPT-REMARK
               WRITE PULL-REPORT-LINE FROM WS-RPT-DETAIL-LINE
               ADD 1 TO WS-CARDS-INVALID
               SET WS-WARNINGS-RAISED TO TRUE
           ELSE
               MOVE 0 TO WS-CARD-MATCHES
               MOVE PL-TRAN-ID TO PT-TRAN-ID
               MOVE LOW-VALUES TO PT-EFF-DATE
               MOVE LOW-VALUES TO PT-WH-DATE
               MOVE LOW-VALUES TO PT-WH-TIME
               MOVE 0 TO PT-WH-SEQ
               START PEND-TRAN-FILE
                   KEY IS NOT LESS THAN PT-PEND-KEY
                   INVALID KEY
                       SET WS-PEND-EOF TO TRUE
                   NOT INVALID KEY
                       SET WS-PEND-NOT-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-PEND-EOF
                   READ PEND-TRAN-FILE NEXT RECORD
                       AT END
                           SET WS-PEND-EOF TO TRUE
                       NOT AT END
                           IF PT-TRAN-ID NOT = PL-TRAN-ID
                               SET WS-PEND-EOF TO TRUE
                           ELSE
                               IF PT-WAITING
                                   AND (PL-EFF-DATE = SPACES
                                       OR PL-EFF-DATE = PT-EFF-DATE)
                                   ADD 1 TO WS-CARD-MATCHES
                                   PERFORM 3100-PULL-BACK-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CARD-MATCHES = 0
                   MOVE "NOT FOUND" TO WS-RPT-OUTCOME
                   MOVE "NOTHING WAITING FOR THIS ID"
                       TO WS-RPT-REMARK
                   WRITE PULL-REPORT-LINE FROM WS-RPT-DETAIL-LINE
                   ADD 1 TO WS-CARDS-NOT-FOUND
                   SET WS-WARNINGS-RAISED TO TRUE
               END-IF
           END-IF.

       3100-PULL-BACK-ENTRY.
           MOVE PT-TRAN-TYPE TO WS-RPT-TRAN-TYPE.
           MOVE PT-EFF-DATE  TO WS-RPT-EFF-DATE.
           IF PT-SYSTEM-ID NOT = PL-SYSTEM-ID
               MOVE "REFUSED"    TO WS-RPT-OUTCOME
               MOVE "SENT BY ANOTHER SYSTEM"  TO WS-RPT-REMARK
               ADD 1 TO WS-ENTRIES-REFUSED
               SET WS-WARNINGS-RAISED TO TRUE
           ELSE
               SET PT-PULLED-BACK TO TRUE
               MOVE WS-RUN-DATE     TO PT-STATUS-DATE
               MOVE WS-REQUESTED-BY TO PT-STATUS-BY
               REWRITE PEND-TRAN-RECORD
                   INVALID KEY
                       DISPLAY "PENDPULL0008E UNABLE TO MARK PENDTRN "
                           "ENTRY " PT-TRAN-ID " PULLED BACK - FILE "
                           "STATUS " WS-PENDTRN-STATUS
                       MOVE "FAILED"     TO WS-RPT-OUTCOME
                       MOVE "STILL WAITING, WILL RELEASE"
                           TO WS-RPT-REMARK
                       ADD 1 TO WS-ENTRIES-FAILED
                   NOT INVALID KEY
                       MOVE "PULLED"     TO WS-RPT-OUTCOME
                       MOVE "WITHDRAWN, WILL NOT RELEASE"
                           TO WS-RPT-REMARK
                       ADD 1 TO WS-ENTRIES-PULLED
                       IF PT-TRAN-TYPE = "N"
                           PERFORM 3200-FREE-SEEN-ID
                       END-IF
               END-REWRITE
           END-IF.
           WRITE PULL-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

      *----------------------------------------------------------------
      * A new notice that never reaches the master must not go on
      * blocking its id: the SEENIDS entry is deleted, but only when
      * it is still the one TRANEDIT wrote when it warehoused this
      * record (same date and pass time) - an entry restamped since
      * belongs to a later acceptance and stays.
      *----------------------------------------------------------------
       3200-FREE-SEEN-ID.
           IF WS-SEENIDS-OPEN
               MOVE PT-TRAN-ID TO SN-TRAN-ID
               READ SEEN-ID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SN-ACCEPT-DATE = PT-WH-DATE
                               AND SN-ACCEPT-TIME = PT-WH-TIME
                           DELETE SEEN-ID-FILE
                               INVALID KEY
                                   DISPLAY "PENDPULL0009W UNABLE TO "
                                       "FREE SEENIDS ENTRY " SN-TRAN-ID
                                       " - FILE STATUS "
                                       WS-SEENIDS-STATUS
                                   SET WS-WARNINGS-RAISED TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-SEEN-IDS-RELEASED
                           END-DELETE
                       END-IF
               END-READ
           END-IF.

       7000-WRITE-PULL-TOTALS.
           WRITE PULL-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "PULL-BACK CARDS READ"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CARDS-READ              TO WS-RPT-TOTAL-VALUE.
           WRITE PULL-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CARDS INVALID"            TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CARDS-INVALID           TO WS-RPT-TOTAL-VALUE.
           WRITE PULL-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CARDS WITH NOTHING WAITING"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CARDS-NOT-FOUND         TO WS-RPT-TOTAL-VALUE.
           WRITE PULL-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ENTRIES PULLED BACK"      TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-PULLED          TO WS-RPT-TOTAL-VALUE.
           WRITE PULL-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ENTRIES REFUSED"          TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-REFUSED         TO WS-RPT-TOTAL-VALUE.
           WRITE PULL-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ENTRIES FAILED, STILL WAITING"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ENTRIES-FAILED          TO WS-RPT-TOTAL-VALUE.
           WRITE PULL-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "SEENIDS ENTRIES FREED"    TO WS-RPT-TOTAL-LABEL.
           MOVE WS-SEEN-IDS-RELEASED       TO WS-RPT-TOTAL-VALUE.
           WRITE PULL-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           IF WS-SEENIDS-NOT-OPEN
               WRITE PULL-REPORT-LINE FROM WS-RPT-WARN-LINE
           END-IF.

       8000-CLOSE-FILES.
           CLOSE PULL-CARD-FILE.
           CLOSE PEND-TRAN-FILE.
           CLOSE PULL-REPORT-FILE.
           IF WS-SEENIDS-OPEN
               CLOSE SEEN-ID-FILE
           END-IF.

      *----------------------------------------------------------------
      * RC=4 when any card did not do all it asked - invalid, nothing
      * waiting, refused - or an id could not be freed; the report
      * says which, and the department is followed up by hand.
      * RC=8 when an entry could not be marked pulled back: it is
      * still waiting and will be released on its date unless the
      * card is run again once the warehouse is put right.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           IF WS-ENTRIES-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNINGS-RAISED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
