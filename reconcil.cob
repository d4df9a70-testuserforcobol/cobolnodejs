           SELECT TYPE-REJ-FILE ASSIGN TO "TYPEREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPEREJ-STATUS.
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
       FD  TYPE-REJ-FILE
           RECORDING MODE IS F.
           COPY TREJREC.
       FD  STEP-CONTROL-FILE.
           COPY STEPCTLREC.
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-HELLOOUT-STATUS          PIC X(02) VALUE "00".
               88  WS-REJ-TABLE-FULL              VALUE "Y".
               88  WS-REJ-TABLE-NOT-FULL          VALUE "N".
           05  WS-REJLIST-SKIP-COUNT       PIC 9(08) VALUE 0.
           05  WS-EXPIRY-LINE-COUNT        PIC 9(08) VALUE 0.
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-STEPCTL-STATUS           PIC X(02) VALUE "00".
           05  WS-STEP-RECORDED-SW         PIC X(01) VALUE "N".
               88  WS-STEP-RECORDED               VALUE "Y".
               88  WS-STEP-NOT-RECORDED           VALUE "N".
           05  WS-STEP-NAME                PIC X(08) VALUE "RECONCIL".
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
      *----------------------------------------------------------------
      * The main step's per-record rejects for this run - unmatched
      * amendments and cancellations (E006/E007) and message-code
       PROCEDURE DIVISION USING LS-PARM-DATA.
       MAIN.
           PERFORM 1000-VALIDATE-PARM.
           PERFORM 1550-READ-PROCESSING-DATE.
           PERFORM 1800-CHECK-STREAM-CONTROL.
           PERFORM 2000-OPEN-FILES.
           PERFORM UNTIL WS-HELLOOUT-EOF
               PERFORM 2100-READ-HELLOOUT
           PERFORM 7000-WRITE-RECON-REPORT.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           PERFORM 8800-RECORD-STEP-END.
           STOP RUN.

      *----------------------------------------------------------------
           END-IF.
           MOVE WS-PARM-RUN-ID TO WS-RUN-ID.

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
               DISPLAY "RECONCIL0006W NO BUSINESS DATE FROM PROCDATE "
                   "- STEP NOT RECORDED ON STEPCTL"
           ELSE
               OPEN I-O STEP-CONTROL-FILE
               IF WS-STEPCTL-STATUS NOT = "00"
                   DISPLAY "RECONCIL0007I STEPCTL NOT AVAILABLE - "
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
                   DISPLAY "RECONCIL0008W UNABLE TO WRITE STEPCTL "
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
                       DISPLAY "RECONCIL0008W UNABLE TO WRITE "
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
                   DISPLAY "RECONCIL0008W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
           END-REWRITE.
           DISPLAY "RECONCIL0009I STEP ALREADY COMPLETE FOR "
               "BUSINESS DATE " ST-BUSINESS-DATE " (ENDED "
               ST-END-DATE " " ST-END-TIME " RC " ST-RETURN-CODE
               ") - SKIPPED".
           CLOSE STEP-CONTROL-FILE.
           MOVE ST-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * HELLOOUT and SUMRPT must both be readable - reconciliation
      * without either side of the balance is meaningless, so a
               DISPLAY "RECONCIL0001E UNABLE TO OPEN HELLOOUT - "
                   "FILE STATUS " WS-HELLOOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN INPUT SUMMARY-FILE.
               DISPLAY "RECONCIL0002E UNABLE TO OPEN SUMRPT - "
                   "FILE STATUS " WS-SUMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE.
               DISPLAY "RECONCIL0003E UNABLE TO OPEN RECONRPT - "
                   "FILE STATUS " WS-RECONRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
      * with the TYPEREJ DD for exact matching).  The main loop
      * stops the moment the transaction read hits end-of-file, so
      * every line of a transaction-driven run has a backing record
      * - a line with no transaction left to match is a discrepancy,
      * blank or not, unless it is one of the expiry lines the main
      * step's end-of-run sweep writes after the last transaction
      * line (data labeled "EXPIRED: "), which are counted instead.
      *----------------------------------------------------------------
       3100-CHECK-TRAN-TIE-BACK.
           SET WS-TIE-NOT-RESOLVED TO TRUE.
           PERFORM UNTIL WS-TIE-RESOLVED
               PERFORM 3110-READ-NEXT-KNOWN-TRAN
               IF WS-TRANSIN-EOF
                   IF HO-TRAN-DATA(1:9) = "EXPIRED: "
                       ADD 1 TO WS-EXPIRY-LINE-COUNT
                   ELSE
                       MOVE "OUTPUT LINE WITH NO TRANSIN RECORD"
                           TO WS-RPT-DISCREP-TEXT
                       PERFORM 3900-WRITE-DISCREPANCY
                   END-IF
                   SET WS-TIE-RESOLVED TO TRUE
               ELSE
                   PERFORM 3150-FORMAT-EXPECTED-DATA
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-MASTER-SKIP-COUNT       TO WS-RPT-TOTAL-VALUE.
           WRITE RECON-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "EXPIRY SWEEP LINES"       TO WS-RPT-TOTAL-LABEL.
           MOVE WS-EXPIRY-LINE-COUNT       TO WS-RPT-TOTAL-VALUE.
           WRITE RECON-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "DISCREPANCIES"            TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DISCREPANCY-COUNT       TO WS-RPT-TOTAL-VALUE.
           WRITE RECON-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
                   "BALANCE - " WS-DISCREPANCY-COUNT " DISCREPANCIES"
               MOVE 8 TO RETURN-CODE
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
                   DISPLAY "RECONCIL0008W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
               ELSE
                   MOVE WS-STREAM-DATE TO ST-BUSINESS-DATE
                   MOVE WS-STEP-NAME   TO ST-STEP-NAME
                   READ STEP-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "RECONCIL0008W UNABLE TO WRITE "
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
                   DISPLAY "RECONCIL0008W UNABLE TO WRITE STEPCTL "
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
