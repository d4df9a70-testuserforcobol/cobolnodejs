       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAGECNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-OUT-FILE ASSIGN TO "HELLOOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELLOOUT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSIN-STATUS.
           SELECT TYPE-REJ-FILE ASSIGN TO "TYPEREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPEREJ-STATUS.
           SELECT EDIT-REJ-FILE ASSIGN TO "EDITREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDITREJ-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT USAGE-FILE ASSIGN TO "USAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT USAGE-REPORT-FILE ASSIGN TO "USAGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USAGRPT-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STEP-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-OUT-FILE
           RECORDING MODE IS F.
           COPY HELLOREC.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
           COPY TRANREC.
       FD  TYPE-REJ-FILE
           RECORDING MODE IS F.
           COPY TREJREC.
      *----------------------------------------------------------------
      * The front-end rejects are the same TREJREC layout; only the
      * producing system is wanted from them.
      *----------------------------------------------------------------
       FD  EDIT-REJ-FILE
           RECORDING MODE IS F.
       01  EDIT-REJECT-RECORD.
           05  FILLER                      PIC X(95).
           05  ER-SYSTEM-ID                PIC X(08).
           05  FILLER                      PIC X(22).
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  USAGE-FILE
           RECORDING MODE IS F.
           COPY USAGEREC.
       FD  USAGE-REPORT-FILE
           RECORDING MODE IS F.
       01  USAGE-REPORT-LINE               PIC X(80).
       FD  STEP-CONTROL-FILE.
           COPY STEPCTLREC.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-HELLOOUT-STATUS          PIC X(02) VALUE "00".
           05  WS-TRANSIN-STATUS           PIC X(02) VALUE "00".
           05  WS-TYPEREJ-STATUS           PIC X(02) VALUE "00".
           05  WS-EDITREJ-STATUS           PIC X(02) VALUE "00".
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-USAGE-STATUS             PIC X(02) VALUE "00".
           05  WS-USAGRPT-STATUS           PIC X(02) VALUE "00".
           05  WS-HELLOOUT-EOF-SW          PIC X(01) VALUE "N".
               88  WS-HELLOOUT-EOF                VALUE "Y".
               88  WS-HELLOOUT-NOT-EOF            VALUE "N".
           05  WS-TRANSIN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-TRANSIN-EOF                 VALUE "Y".
               88  WS-TRANSIN-NOT-EOF             VALUE "N".
           05  WS-TYPEREJ-EOF-SW           PIC X(01) VALUE "N".
               88  WS-TYPEREJ-EOF                 VALUE "Y".
               88  WS-TYPEREJ-NOT-EOF             VALUE "N".
           05  WS-EDITREJ-EOF-SW           PIC X(01) VALUE "N".
               88  WS-EDITREJ-EOF                 VALUE "Y".
               88  WS-EDITREJ-NOT-EOF             VALUE "N".
           05  WS-EDITREJ-SW               PIC X(01) VALUE "N".
               88  WS-EDITREJ-OPEN                VALUE "Y".
               88  WS-EDITREJ-NOT-OPEN            VALUE "N".
           05  WS-TIE-BACK-SW              PIC X(01) VALUE "Y".
               88  WS-TIE-BACK-INTACT             VALUE "Y".
               88  WS-TIE-BACK-LOST               VALUE "N".
           05  WS-TRAN-MATCH-SW            PIC X(01) VALUE "N".
               88  WS-TRAN-MATCH-FOUND            VALUE "Y".
               88  WS-TRAN-MATCH-NOT-FOUND        VALUE "N".
           05  WS-EXPIRY-LINE-SW           PIC X(01) VALUE "N".
               88  WS-EXPIRY-LINE                 VALUE "Y".
               88  WS-NOT-EXPIRY-LINE             VALUE "N".
           05  WS-WARNINGS-SW              PIC X(01) VALUE "N".
               88  WS-WARNINGS-RAISED             VALUE "Y".
               88  WS-NO-WARNINGS                 VALUE "N".
           05  WS-RUN-ID                   PIC X(08) VALUE SPACES.
           05  WS-PARM-RUN-ID              PIC X(08) VALUE SPACES.
           05  WS-EXPECTED-TRAN-DATA       PIC X(40) VALUE SPACES.
           05  WS-LOOKUP-SYSTEM-ID         PIC X(08) VALUE SPACES.
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
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-WRITE-TIME               PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
           05  WS-SYS-COUNT                PIC 9(04) COMP VALUE 0.
           05  WS-SYS-LIMIT                PIC 9(04) COMP VALUE 100.
           05  WS-SYS-SUB                  PIC 9(04) COMP VALUE 0.
           05  WS-SYS-MATCH-SUB            PIC 9(04) COMP VALUE 0.
           05  WS-HELLOOUT-COUNT           PIC 9(08) VALUE 0.
           05  WS-FOREIGN-COUNT            PIC 9(08) VALUE 0.
           05  WS-UNTIED-COUNT             PIC 9(08) VALUE 0.
           05  WS-EXPIRY-LINE-COUNT        PIC 9(08) VALUE 0.
           05  WS-TOTAL-NOTICE-COUNT       PIC 9(08) VALUE 0.
           05  WS-TOTAL-AMEND-COUNT        PIC 9(08) VALUE 0.
           05  WS-TOTAL-CANCEL-COUNT       PIC 9(08) VALUE 0.
           05  WS-TOTAL-EDIT-REJ-COUNT     PIC 9(08) VALUE 0.
           05  WS-TOTAL-RUN-REJ-COUNT      PIC 9(08) VALUE 0.
           05  WS-USAGE-WRITTEN            PIC 9(08) VALUE 0.
           05  WS-STEPCTL-STATUS           PIC X(02) VALUE "00".
           05  WS-STEP-RECORDED-SW         PIC X(01) VALUE "N".
               88  WS-STEP-RECORDED               VALUE "Y".
               88  WS-STEP-NOT-RECORDED           VALUE "N".
           05  WS-STEP-NAME                PIC X(08) VALUE "USAGECNT".
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
      *----------------------------------------------------------------
      * The night's producing systems, in the order first met, with
      * what each one's records cost.  A line that cannot be tied
      * back to its transaction is counted under *UNTIED* and a
      * record with no system id under UNKNOWN, so every line and
      * reject is billed to somebody and the gap shows on the bill.
      *----------------------------------------------------------------
       01  WS-SYSTEM-TABLE.
           05  WS-SY-ENTRY                 OCCURS 100 TIMES.
               10  WS-SY-SYSTEM-ID         PIC X(08).
               10  WS-SY-NOTICE-COUNT      PIC 9(08).
               10  WS-SY-AMEND-COUNT       PIC 9(08).
               10  WS-SY-CANCEL-COUNT      PIC 9(08).
               10  WS-SY-EDIT-REJ-COUNT    PIC 9(08).
               10  WS-SY-RUN-REJ-COUNT     PIC 9(08).
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(80) VALUE
                   "USAGECNT - NIGHTLY USAGE BY PRODUCING SYSTEM".
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(08) VALUE "RUN-ID: ".
               10  WS-RPT-RUN-ID           PIC X(08).
               10  FILLER                  PIC X(17) VALUE
                   "  BUSINESS DATE: ".
               10  WS-RPT-RUN-DATE         PIC X(10).
               10  FILLER                  PIC X(37) VALUE SPACES.
           05  WS-RPT-HEADER-3.
               10  FILLER                  PIC X(80) VALUE
                   "--------------------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "SYSTEM    NOTICES   AMENDS  CANCELS EDIT".
               10  FILLER                  PIC X(40) VALUE
                   "-REJ  RUN-REJ".
           05  WS-RPT-DETAIL-LINE.
               10  WS-RPT-SYSTEM-ID        PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-NOTICE-COUNT     PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-AMEND-COUNT      PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-CANCEL-COUNT     PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-EDIT-REJ-COUNT   PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-RUN-REJ-COUNT    PIC Z(07)9.
               10  FILLER                  PIC X(27) VALUE SPACES.
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
           PERFORM 1500-SET-RUN-STAMP.
           PERFORM 1800-CHECK-STREAM-CONTROL.
           PERFORM 2000-OPEN-FILES.
           PERFORM 3000-COUNT-OUTPUT-LINES.
           PERFORM 3500-COUNT-RUN-REJECTS.
           PERFORM 3700-COUNT-EDIT-REJECTS.
           PERFORM 6000-WRITE-USAGE-RECORDS.
           PERFORM 7000-WRITE-USAGE-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           PERFORM 8800-RECORD-STEP-END.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM is the run-id to count, as given to the main step; when
      * omitted, the run-id of the first HELLOOUT record, as
      * RECONCIL and NOTPRINT take it.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
                   INTO WS-PARM-RUN-ID
               END-UNSTRING
           END-IF.
           MOVE WS-PARM-RUN-ID TO WS-RUN-ID.

      *----------------------------------------------------------------
      * Usage is dated by the business date from PROCDATE, so a
      * night that crosses midnight is billed to one day, with the
      * usual wall-clock fallback.  The write stamp is wall-clock -
      * it only orders a recount after the first count.
      *----------------------------------------------------------------
       1500-SET-RUN-STAMP.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           STRING WS-SYS-DATE-CCYY  "-"
                  WS-SYS-DATE-MM    "-"
                  WS-SYS-DATE-DD
                  DELIMITED BY SIZE INTO WS-WALL-DATE
           END-STRING.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYS-TIME-HH  ":"
                  WS-SYS-TIME-MM  ":"
                  WS-SYS-TIME-SS
                  DELIMITED BY SIZE INTO WS-WRITE-TIME
           END-STRING.
           MOVE WS-WALL-DATE TO WS-RUN-DATE.
           PERFORM 1550-READ-PROCESSING-DATE.

       1550-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROC-DATE-FILE
                   AT END
                       DISPLAY "USAGECNT0001W PROCDATE IS EMPTY - "
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
                           DISPLAY "USAGECNT0002W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                               "- USING WALL-CLOCK DATE " WS-WALL-DATE
                           SET WS-WARNINGS-RAISED TO TRUE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           ELSE
               DISPLAY "USAGECNT0003W UNABLE TO OPEN PROCDATE - "
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
               DISPLAY "USAGECNT0012W NO BUSINESS DATE FROM PROCDATE "
                   "- STEP NOT RECORDED ON STEPCTL"
           ELSE
               OPEN I-O STEP-CONTROL-FILE
               IF WS-STEPCTL-STATUS NOT = "00"
                   DISPLAY "USAGECNT0013I STEPCTL NOT AVAILABLE - "
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
                   DISPLAY "USAGECNT0014W UNABLE TO WRITE STEPCTL "
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
                       DISPLAY "USAGECNT0014W UNABLE TO WRITE "
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
                   DISPLAY "USAGECNT0014W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
           END-REWRITE.
           DISPLAY "USAGECNT0015I STEP ALREADY COMPLETE FOR "
               "BUSINESS DATE " ST-BUSINESS-DATE " (ENDED "
               ST-END-DATE " " ST-END-TIME " RC " ST-RETURN-CODE
               ") - SKIPPED".
           CLOSE STEP-CONTROL-FILE.
           MOVE ST-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * HELLOOUT, the TRANEDT input the run read and the run's
      * TYPEREJ generation are required - the producing system is
      * not on the output line and comes from the transaction it
      * was written for.  The front-end EDITREJ generation is
      * optional: without it the edit rejects go unbilled for the
      * night and the step ends RC=4.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT HELLO-OUT-FILE.
           IF WS-HELLOOUT-STATUS NOT = "00"
               DISPLAY "USAGECNT0004E UNABLE TO OPEN HELLOOUT - "
                   "FILE STATUS " WS-HELLOOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSIN-STATUS NOT = "00"
               DISPLAY "USAGECNT0005E UNABLE TO OPEN TRANSIN - "
                   "FILE STATUS " WS-TRANSIN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN INPUT TYPE-REJ-FILE.
           IF WS-TYPEREJ-STATUS NOT = "00"
               DISPLAY "USAGECNT0006E UNABLE TO OPEN TYPEREJ - "
                   "FILE STATUS " WS-TYPEREJ-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN EXTEND USAGE-FILE.
           IF WS-USAGE-STATUS NOT = "00"
               DISPLAY "USAGECNT0007E UNABLE TO OPEN USAGE - "
                   "FILE STATUS " WS-USAGE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT USAGE-REPORT-FILE.
           IF WS-USAGRPT-STATUS NOT = "00"
               DISPLAY "USAGECNT0008E UNABLE TO OPEN USAGRPT - "
                   "FILE STATUS " WS-USAGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN INPUT EDIT-REJ-FILE.
           IF WS-EDITREJ-STATUS = "00"
               SET WS-EDITREJ-OPEN TO TRUE
           ELSE
               DISPLAY "USAGECNT0009W UNABLE TO OPEN EDITREJ - "
                   "FILE STATUS " WS-EDITREJ-STATUS
                   ", DATASET SKIPPED"
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.
           PERFORM 2100-READ-NEXT-REJECT.

       2100-READ-NEXT-REJECT.
           READ TYPE-REJ-FILE
               AT END
                   SET WS-TYPEREJ-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Every line of the run is tied back to the transaction it was
      * written for and counted to that transaction's system under
      * its type.  Lines of any other run-id in the generation are
      * not counted.
      *----------------------------------------------------------------
       3000-COUNT-OUTPUT-LINES.
           PERFORM UNTIL WS-HELLOOUT-EOF
               READ HELLO-OUT-FILE
                   AT END
                       SET WS-HELLOOUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HELLOOUT-COUNT
                       IF WS-RUN-ID = SPACES
                           MOVE HO-RUN-ID TO WS-RUN-ID
                       END-IF
                       IF HO-RUN-ID = WS-RUN-ID
                           PERFORM 3100-COUNT-ONE-LINE
                       ELSE
                           ADD 1 TO WS-FOREIGN-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * The same tie-back NOTPRINT makes (see 3100 there): the next
      * TRANEDT record that is not the next reject is this line's
      * transaction and its formatted data must match HO-TRAN-DATA.
      * Once a line fails to match the files are out of step for the
      * rest of the run, and that line and every one after it are
      * counted under *UNTIED* by the AMEND:/CANCEL: label on the
      * line.  The expiry sweep's lines (labeled EXPIRED:) follow
      * the last transaction line; they are the system's own doing,
      * not a producing system's, so they are counted but not billed.
      *----------------------------------------------------------------
       3100-COUNT-ONE-LINE.
           SET WS-NOT-EXPIRY-LINE TO TRUE.
           IF WS-TIE-BACK-INTACT
               PERFORM 3200-READ-NEXT-LINE-TRAN
               IF WS-TRAN-MATCH-FOUND
                   PERFORM 3300-FORMAT-EXPECTED-DATA
                   IF HO-TRAN-DATA NOT = WS-EXPECTED-TRAN-DATA
                       SET WS-TIE-BACK-LOST TO TRUE
                   END-IF
               ELSE
                   IF HO-TRAN-DATA(1:9) = "EXPIRED: "
                       SET WS-EXPIRY-LINE TO TRUE
                   ELSE
                       SET WS-TIE-BACK-LOST TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-EXPIRY-LINE
               ADD 1 TO WS-EXPIRY-LINE-COUNT
           ELSE
               PERFORM 3150-COUNT-FOR-SYSTEM
           END-IF.

       3150-COUNT-FOR-SYSTEM.
           IF WS-TIE-BACK-INTACT
               MOVE TR-SYSTEM-ID TO WS-LOOKUP-SYSTEM-ID
           ELSE
               ADD 1 TO WS-UNTIED-COUNT
               MOVE "*UNTIED*" TO WS-LOOKUP-SYSTEM-ID
               EVALUATE TRUE
                   WHEN HO-TRAN-DATA(1:7) = "AMEND: "
                       MOVE "A" TO TR-TRAN-TYPE
                   WHEN HO-TRAN-DATA(1:8) = "CANCEL: "
                       MOVE "C" TO TR-TRAN-TYPE
                   WHEN OTHER
                       MOVE "N" TO TR-TRAN-TYPE
               END-EVALUATE
           END-IF.
           PERFORM 3900-FIND-SYSTEM.
           IF WS-SYS-MATCH-SUB > 0
               EVALUATE TRUE
                   WHEN TR-TYPE-AMENDMENT
                       ADD 1 TO WS-SY-AMEND-COUNT(WS-SYS-MATCH-SUB)
                       ADD 1 TO WS-TOTAL-AMEND-COUNT
                   WHEN TR-TYPE-CANCEL
                       ADD 1 TO WS-SY-CANCEL-COUNT(WS-SYS-MATCH-SUB)
                       ADD 1 TO WS-TOTAL-CANCEL-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-SY-NOTICE-COUNT(WS-SYS-MATCH-SUB)
                       ADD 1 TO WS-TOTAL-NOTICE-COUNT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * Next TRANEDT record that produced a line: unknown types and
      * the records on the reject generation are passed over, each
      * reject consumed - and counted - by the record it names.
      *----------------------------------------------------------------
       3200-READ-NEXT-LINE-TRAN.
           SET WS-TRAN-MATCH-NOT-FOUND TO TRUE.
           PERFORM UNTIL WS-TRANSIN-EOF OR WS-TRAN-MATCH-FOUND
               READ TRANSACTION-FILE
                   AT END
                       SET WS-TRANSIN-EOF TO TRUE
                   NOT AT END
                       IF WS-TYPEREJ-NOT-EOF
                               AND TJ-TRAN-ID = TR-TRAN-ID
                               AND TJ-TRAN-TYPE = TR-TRAN-TYPE
                               AND TJ-TRAN-DATA = TR-TRAN-DATA
                           PERFORM 3550-COUNT-ONE-RUN-REJECT
                           PERFORM 2100-READ-NEXT-REJECT
                       ELSE
                           IF TR-TYPE-KNOWN
                               SET WS-TRAN-MATCH-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * Build the output line COBOLNODEJS writes for this record -
      * mirrors 3050-FORMAT-TRAN-OUTPUT there, RECONCIL's 3150 and
      * NOTPRINT's 3300; change them together.
      *----------------------------------------------------------------
       3300-FORMAT-EXPECTED-DATA.
           MOVE SPACES TO WS-EXPECTED-TRAN-DATA.
           IF TR-TYPE-AMENDMENT
               STRING "AMEND: " TR-TRAN-DATA
                   DELIMITED BY SIZE INTO WS-EXPECTED-TRAN-DATA
               END-STRING
           ELSE
               IF TR-TYPE-CANCEL
                   STRING "CANCEL: " TR-TRAN-DATA
                       DELIMITED BY SIZE INTO WS-EXPECTED-TRAN-DATA
                   END-STRING
               ELSE
                   MOVE TR-TRAN-DATA TO WS-EXPECTED-TRAN-DATA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Rejects after the run's last line were never reached by the
      * tie-back; each is counted here, so every TYPEREJ record is
      * counted exactly once.
      *----------------------------------------------------------------
       3500-COUNT-RUN-REJECTS.
           PERFORM UNTIL WS-TYPEREJ-EOF
               PERFORM 3550-COUNT-ONE-RUN-REJECT
               PERFORM 2100-READ-NEXT-REJECT
           END-PERFORM.

       3550-COUNT-ONE-RUN-REJECT.
           MOVE TJ-SYSTEM-ID TO WS-LOOKUP-SYSTEM-ID.
           PERFORM 3900-FIND-SYSTEM.
           IF WS-SYS-MATCH-SUB > 0
               ADD 1 TO WS-SY-RUN-REJ-COUNT(WS-SYS-MATCH-SUB)
               ADD 1 TO WS-TOTAL-RUN-REJ-COUNT
           END-IF.

       3700-COUNT-EDIT-REJECTS.
           IF WS-EDITREJ-OPEN
               PERFORM UNTIL WS-EDITREJ-EOF
                   READ EDIT-REJ-FILE
                       AT END
                           SET WS-EDITREJ-EOF TO TRUE
                       NOT AT END
                           PERFORM 3750-COUNT-ONE-EDIT-REJECT
                   END-READ
               END-PERFORM
           END-IF.

       3750-COUNT-ONE-EDIT-REJECT.
           MOVE ER-SYSTEM-ID TO WS-LOOKUP-SYSTEM-ID.
           PERFORM 3900-FIND-SYSTEM.
           IF WS-SYS-MATCH-SUB > 0
               ADD 1 TO WS-SY-EDIT-REJ-COUNT(WS-SYS-MATCH-SUB)
               ADD 1 TO WS-TOTAL-EDIT-REJ-COUNT
           END-IF.

      *----------------------------------------------------------------
      * Find the system in the table, adding it on first sight.  A
      * night with more systems than the table holds counts the
      * extra ones nowhere and says so - enlarge the table.
      *----------------------------------------------------------------
       3900-FIND-SYSTEM.
           IF WS-LOOKUP-SYSTEM-ID = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-SYSTEM-ID
           END-IF.
           MOVE 0 TO WS-SYS-MATCH-SUB.
           PERFORM VARYING WS-SYS-SUB FROM 1 BY 1
                   UNTIL WS-SYS-SUB > WS-SYS-COUNT
                   OR WS-SYS-MATCH-SUB > 0
               IF WS-SY-SYSTEM-ID(WS-SYS-SUB) = WS-LOOKUP-SYSTEM-ID
                   MOVE WS-SYS-SUB TO WS-SYS-MATCH-SUB
               END-IF
           END-PERFORM.
           IF WS-SYS-MATCH-SUB = 0
               IF WS-SYS-COUNT < WS-SYS-LIMIT
                   ADD 1 TO WS-SYS-COUNT
                   MOVE WS-SYS-COUNT TO WS-SYS-MATCH-SUB
                   MOVE WS-LOOKUP-SYSTEM-ID
                       TO WS-SY-SYSTEM-ID(WS-SYS-MATCH-SUB)
                   MOVE 0 TO WS-SY-NOTICE-COUNT(WS-SYS-MATCH-SUB)
                   MOVE 0 TO WS-SY-AMEND-COUNT(WS-SYS-MATCH-SUB)
                   MOVE 0 TO WS-SY-CANCEL-COUNT(WS-SYS-MATCH-SUB)
                   MOVE 0 TO WS-SY-EDIT-REJ-COUNT(WS-SYS-MATCH-SUB)
                   MOVE 0 TO WS-SY-RUN-REJ-COUNT(WS-SYS-MATCH-SUB)
               ELSE
                   DISPLAY "USAGECNT0010W SYSTEM TABLE FULL - USAGE "
                       "OF " WS-LOOKUP-SYSTEM-ID " NOT COUNTED"
                   SET WS-WARNINGS-RAISED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One usage record per system the night met, and its line on
      * the report.
      *----------------------------------------------------------------
       6000-WRITE-USAGE-RECORDS.
           MOVE WS-RUN-ID   TO WS-RPT-RUN-ID.
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-HEADER-2.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-HEADER-3.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
           PERFORM 6100-WRITE-ONE-SYSTEM
               VARYING WS-SYS-SUB FROM 1 BY 1
               UNTIL WS-SYS-SUB > WS-SYS-COUNT.

       6100-WRITE-ONE-SYSTEM.
           MOVE SPACES TO USAGE-RECORD.
           MOVE WS-RUN-DATE   TO UR-BUSINESS-DATE.
           MOVE WS-RUN-ID     TO UR-RUN-ID.
           MOVE WS-SY-SYSTEM-ID(WS-SYS-SUB)   TO UR-SYSTEM-ID.
           MOVE WS-WALL-DATE  TO UR-WRITE-DATE.
           MOVE WS-WRITE-TIME TO UR-WRITE-TIME.
           MOVE WS-SY-NOTICE-COUNT(WS-SYS-SUB)  TO UR-NOTICE-COUNT.
           MOVE WS-SY-AMEND-COUNT(WS-SYS-SUB)   TO UR-AMEND-COUNT.
           MOVE WS-SY-CANCEL-COUNT(WS-SYS-SUB)  TO UR-CANCEL-COUNT.
           MOVE WS-SY-EDIT-REJ-COUNT(WS-SYS-SUB)
                                           TO UR-EDIT-REJECT-COUNT.
           MOVE WS-SY-RUN-REJ-COUNT(WS-SYS-SUB)
                                           TO UR-RUN-REJECT-COUNT.
           WRITE USAGE-RECORD.
           IF WS-USAGE-STATUS = "00"
               ADD 1 TO WS-USAGE-WRITTEN
           ELSE
               DISPLAY "USAGECNT0011W UNABLE TO WRITE USAGE FOR "
                   UR-SYSTEM-ID " - FILE STATUS " WS-USAGE-STATUS
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.
           MOVE UR-SYSTEM-ID          TO WS-RPT-SYSTEM-ID.
           MOVE UR-NOTICE-COUNT       TO WS-RPT-NOTICE-COUNT.
           MOVE UR-AMEND-COUNT        TO WS-RPT-AMEND-COUNT.
           MOVE UR-CANCEL-COUNT       TO WS-RPT-CANCEL-COUNT.
           MOVE UR-EDIT-REJECT-COUNT  TO WS-RPT-EDIT-REJ-COUNT.
           MOVE UR-RUN-REJECT-COUNT   TO WS-RPT-RUN-REJ-COUNT.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       7000-WRITE-USAGE-TOTALS.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "OUTPUT LINES READ"        TO WS-RPT-TOTAL-LABEL.
           MOVE WS-HELLOOUT-COUNT          TO WS-RPT-TOTAL-VALUE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "LINES OF OTHER RUN-IDS"   TO WS-RPT-TOTAL-LABEL.
           MOVE WS-FOREIGN-COUNT           TO WS-RPT-TOTAL-VALUE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "LINES NOT TIED TO A SYSTEM" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-UNTIED-COUNT            TO WS-RPT-TOTAL-VALUE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "EXPIRY LINES NOT BILLED"  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-EXPIRY-LINE-COUNT       TO WS-RPT-TOTAL-VALUE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "NOTICES"                  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-NOTICE-COUNT      TO WS-RPT-TOTAL-VALUE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "AMENDMENTS"               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-AMEND-COUNT       TO WS-RPT-TOTAL-VALUE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CANCELLATIONS"            TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-CANCEL-COUNT      TO WS-RPT-TOTAL-VALUE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "FRONT-END EDIT REJECTS"   TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-EDIT-REJ-COUNT    TO WS-RPT-TOTAL-VALUE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "MAIN RUN REJECTS"         TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-RUN-REJ-COUNT     TO WS-RPT-TOTAL-VALUE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "USAGE RECORDS WRITTEN"    TO WS-RPT-TOTAL-LABEL.
           MOVE WS-USAGE-WRITTEN           TO WS-RPT-TOTAL-VALUE.
           WRITE USAGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       8000-CLOSE-FILES.
           CLOSE HELLO-OUT-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE TYPE-REJ-FILE.
           CLOSE USAGE-FILE.
           CLOSE USAGE-REPORT-FILE.
           IF WS-EDITREJ-OPEN
               CLOSE EDIT-REJ-FILE
           END-IF.

      *----------------------------------------------------------------
      * RC=4 when some usage went uncounted or unattributed - lines
      * not tied back, edit rejects unavailable, a full table or a
      * failed write - or the business date fell back to the wall
      * clock.  The night is not held for it; the bill is checked.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           IF WS-UNTIED-COUNT > 0
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.
           IF WS-WARNINGS-RAISED
               MOVE 4 TO RETURN-CODE
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
                   DISPLAY "USAGECNT0014W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
               ELSE
                   MOVE WS-STREAM-DATE TO ST-BUSINESS-DATE
                   MOVE WS-STEP-NAME   TO ST-STEP-NAME
                   READ STEP-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "USAGECNT0014W UNABLE TO WRITE "
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
                   DISPLAY "USAGECNT0014W UNABLE TO WRITE STEPCTL "
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
