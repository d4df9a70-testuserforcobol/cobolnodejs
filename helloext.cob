               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-RUN-ID
               FILE STATUS IS WS-RUNREG-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STEP-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-OUT-FILE
       01  EXTRACT-RECORD                  PIC X(132).
       FD  RUN-REGISTRY-FILE.
           COPY RUNREGREC.
       FD  STEP-CONTROL-FILE.
           COPY STEPCTLREC.
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-HELLOOUT-STATUS          PIC X(02) VALUE "00".
           05  WS-FIRST-RUN-ID             PIC X(08) VALUE SPACES.
           05  WS-COUNT-EDIT               PIC Z(07)9.
           05  WS-EXTRACT-LINE             PIC X(132) VALUE SPACES.
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-STEPCTL-STATUS           PIC X(02) VALUE "00".
           05  WS-STEP-RECORDED-SW         PIC X(01) VALUE "N".
               88  WS-STEP-RECORDED               VALUE "Y".
               88  WS-STEP-NOT-RECORDED           VALUE "N".
           05  WS-STEP-NAME                PIC X(08) VALUE "HELLOEXT".
           05  WS-STEP-RC-LIMIT            PIC 9(04) VALUE 0.
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
       01  WS-HEADER-LINE.
           05  FILLER                      PIC X(41) VALUE
               "HDR|RUN-ID|RUN-DATE|RUN-TIME|SEQUENCE-NO|".
               "MESSAGE-TEXT|TRAN-DATA".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 1550-READ-PROCESSING-DATE.
           PERFORM 1800-CHECK-STREAM-CONTROL.
           PERFORM 2000-OPEN-FILES.
           WRITE EXTRACT-RECORD FROM WS-HEADER-LINE.
           PERFORM UNTIL WS-HELLOOUT-EOF
           PERFORM 7000-WRITE-TRAILER.
           PERFORM 7500-MARK-RUN-SHIPPED.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8800-RECORD-STEP-END.
           STOP RUN.

      *----------------------------------------------------------------
      * The business date from PROCDATE keys this step's STEPCTL
      * entry.  The step stamps nothing with it, so a missing or
      * malformed card only leaves the step unrecorded (see 1800).
      *----------------------------------------------------------------
       1550-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PD-BUSINESS-DATE(1:4) IS NUMERIC
                               AND PD-BUSINESS-DATE(5:1) = "-"
                               AND PD-BUSINESS-DATE(6:2) IS NUMERIC
                               AND PD-BUSINESS-DATE(8:1) = "-"
                               AND PD-BUSINESS-DATE(9:2) IS NUMERIC
                           MOVE PD-BUSINESS-DATE TO WS-STREAM-DATE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
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
               DISPLAY "HELLOEXT0007W NO BUSINESS DATE FROM PROCDATE "
                   "- STEP NOT RECORDED ON STEPCTL"
           ELSE
               OPEN I-O STEP-CONTROL-FILE
               IF WS-STEPCTL-STATUS NOT = "00"
                   DISPLAY "HELLOEXT0008I STEPCTL NOT AVAILABLE - "
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
                   DISPLAY "HELLOEXT0009W UNABLE TO WRITE STEPCTL "
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
                       DISPLAY "HELLOEXT0009W UNABLE TO WRITE "
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
                   DISPLAY "HELLOEXT0009W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
           END-REWRITE.
           DISPLAY "HELLOEXT0010I STEP ALREADY COMPLETE FOR "
               "BUSINESS DATE " ST-BUSINESS-DATE " (ENDED "
               ST-END-DATE " " ST-END-TIME " RC " ST-RETURN-CODE
               ") - SKIPPED".
           CLOSE STEP-CONTROL-FILE.
           MOVE ST-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       2000-OPEN-FILES.
               DISPLAY "HELLOEXT0001E UNABLE TO OPEN HELLOOUT - "
                   "FILE STATUS " WS-HELLOOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
               DISPLAY "HELLOEXT0002E UNABLE TO OPEN HELLOEXT - "
                   "FILE STATUS " WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.

       8000-CLOSE-FILES.
           CLOSE HELLO-OUT-FILE.
           CLOSE EXTRACT-FILE.

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
                   DISPLAY "HELLOEXT0009W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
               ELSE
                   MOVE WS-STREAM-DATE TO ST-BUSINESS-DATE
                   MOVE WS-STEP-NAME   TO ST-STEP-NAME
                   READ STEP-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "HELLOEXT0009W UNABLE TO WRITE "
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
                   DISPLAY "HELLOEXT0009W UNABLE TO WRITE STEPCTL "
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
