       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTPRINT.
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
           SELECT SUMMARY-FILE ASSIGN TO "SUMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMRPT-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT NOTICE-PRINT-FILE ASSIGN TO "NOTPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTPRT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "NOTREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTREG-STATUS.
           SELECT NOTICE-SORT-FILE ASSIGN TO "SORTWK01".
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
       FD  SUMMARY-FILE
           RECORDING MODE IS F.
           COPY SUMRPTREC.
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  NOTICE-PRINT-FILE
           RECORDING MODE IS F.
       01  NOTICE-PRINT-LINE               PIC X(132).
       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-LINE                   PIC X(80).
      *----------------------------------------------------------------
      * One sort record per output line: the print-order key (type
      * rank N=1, A=2, C=3, then message code, then the line's own
      * sequence number so each group prints in run order), the
      * transaction fields the line tied back to, and the HELLOOUT
      * line itself.
      *----------------------------------------------------------------
       SD  NOTICE-SORT-FILE.
       01  NOTICE-SORT-RECORD.
           05  NS-TYPE-RANK                PIC 9(01).
           05  NS-MSG-CODE                 PIC X(06).
           05  NS-HO-RECORD.
               10  NS-HO-RUN-ID            PIC X(08).
               10  FILLER                  PIC X(01).
               10  NS-HO-RUN-DATE          PIC X(10).
               10  FILLER                  PIC X(01).
               10  NS-HO-RUN-TIME          PIC X(08).
               10  FILLER                  PIC X(01).
               10  NS-HO-SEQUENCE-NO       PIC 9(08).
               10  FILLER                  PIC X(01).
               10  NS-HO-MESSAGE-TEXT      PIC X(40).
               10  FILLER                  PIC X(01).
               10  NS-HO-TRAN-DATA         PIC X(40).
           05  NS-TRAN-ID                  PIC X(08).
           05  NS-TRAN-TYPE                PIC X(01).
           05  NS-SYSTEM-ID                PIC X(08).
       FD  STEP-CONTROL-FILE.
           COPY STEPCTLREC.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-HELLOOUT-STATUS          PIC X(02) VALUE "00".
           05  WS-TRANSIN-STATUS           PIC X(02) VALUE "00".
           05  WS-TYPEREJ-STATUS           PIC X(02) VALUE "00".
           05  WS-SUMRPT-STATUS            PIC X(02) VALUE "00".
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-NOTPRT-STATUS            PIC X(02) VALUE "00".
           05  WS-NOTREG-STATUS            PIC X(02) VALUE "00".
           05  WS-HELLOOUT-EOF-SW          PIC X(01) VALUE "N".
               88  WS-HELLOOUT-EOF                VALUE "Y".
               88  WS-HELLOOUT-NOT-EOF            VALUE "N".
           05  WS-TRANSIN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-TRANSIN-EOF                 VALUE "Y".
               88  WS-TRANSIN-NOT-EOF             VALUE "N".
           05  WS-TYPEREJ-EOF-SW           PIC X(01) VALUE "N".
               88  WS-TYPEREJ-EOF                 VALUE "Y".
               88  WS-TYPEREJ-NOT-EOF             VALUE "N".
           05  WS-SUMRPT-EOF-SW            PIC X(01) VALUE "N".
               88  WS-SUMRPT-EOF                  VALUE "Y".
               88  WS-SUMRPT-NOT-EOF              VALUE "N".
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88  WS-SORT-EOF                    VALUE "Y".
               88  WS-SORT-NOT-EOF                VALUE "N".
           05  WS-SUMMARY-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-SUMMARY-FOUND               VALUE "Y".
               88  WS-SUMMARY-NOT-FOUND           VALUE "N".
           05  WS-TIE-BACK-SW              PIC X(01) VALUE "Y".
               88  WS-TIE-BACK-INTACT             VALUE "Y".
               88  WS-TIE-BACK-LOST               VALUE "N".
           05  WS-TRAN-MATCH-SW            PIC X(01) VALUE "N".
               88  WS-TRAN-MATCH-FOUND            VALUE "Y".
               88  WS-TRAN-MATCH-NOT-FOUND        VALUE "N".
           05  WS-EXPIRY-LINE-SW           PIC X(01) VALUE "N".
               88  WS-EXPIRY-LINE                 VALUE "Y".
               88  WS-NOT-EXPIRY-LINE             VALUE "N".
           05  WS-FIRST-GROUP-SW           PIC X(01) VALUE "Y".
               88  WS-FIRST-GROUP                 VALUE "Y".
               88  WS-NOT-FIRST-GROUP             VALUE "N".
           05  WS-RUN-ID                   PIC X(08) VALUE SPACES.
           05  WS-PARM-RUN-ID              PIC X(08) VALUE SPACES.
           05  WS-PARM-MSG-CODE            PIC X(06) VALUE SPACES.
           05  WS-MSG-CODE                 PIC X(06) VALUE SPACES.
           05  WS-MSG-CODE-DEFAULT         PIC X(06) VALUE "DFLT01".
           05  WS-EXPECTED-TRAN-DATA       PIC X(40) VALUE SPACES.
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
               10  WS-SYS-DATE-MM          PIC 9(02).
               10  WS-SYS-DATE-DD          PIC 9(02).
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
           05  WS-GROUP-TYPE-RANK          PIC 9(01) VALUE 0.
           05  WS-GROUP-MSG-CODE           PIC X(06) VALUE SPACES.
           05  WS-GROUP-TYPE-TEXT          PIC X(12) VALUE SPACES.
           05  WS-GROUP-COUNT              PIC 9(08) VALUE 0.
           05  WS-PAGE-COUNT               PIC 9(06) VALUE 0.
           05  WS-REG-PAGE-COUNT           PIC 9(06) VALUE 0.
           05  WS-REG-LINE-COUNT           PIC 9(04) COMP VALUE 0.
           05  WS-REG-LINE-LIMIT           PIC 9(04) COMP VALUE 50.
           05  WS-HELLOOUT-COUNT           PIC 9(08) VALUE 0.
           05  WS-SKIPPED-REJECT-COUNT     PIC 9(08) VALUE 0.
           05  WS-UNTIED-COUNT             PIC 9(08) VALUE 0.
           05  WS-EXPIRY-LINE-COUNT        PIC 9(08) VALUE 0.
           05  WS-FOREIGN-COUNT            PIC 9(08) VALUE 0.
           05  WS-PRINT-NOTICE-COUNT       PIC 9(08) VALUE 0.
           05  WS-PRINT-AMEND-COUNT        PIC 9(08) VALUE 0.
           05  WS-PRINT-CANCEL-COUNT       PIC 9(08) VALUE 0.
           05  WS-PRINT-TOTAL-COUNT        PIC 9(08) VALUE 0.
           05  WS-SUMMARY-NOTICE-COUNT     PIC 9(08) VALUE 0.
           05  WS-SUMMARY-AMEND-COUNT      PIC 9(08) VALUE 0.
           05  WS-SUMMARY-CANCEL-COUNT     PIC 9(08) VALUE 0.
           05  WS-SUMMARY-TOTAL-COUNT      PIC 9(08) VALUE 0.
           05  WS-OUT-OF-BALANCE-COUNT     PIC 9(08) VALUE 0.
           05  WS-REG-HELD-LINE            PIC X(80) VALUE SPACES.
           05  WS-STEPCTL-STATUS           PIC X(02) VALUE "00".
           05  WS-STEP-RECORDED-SW         PIC X(01) VALUE "N".
               88  WS-STEP-RECORDED               VALUE "Y".
               88  WS-STEP-NOT-RECORDED           VALUE "N".
           05  WS-STEP-NAME                PIC X(08) VALUE "NOTPRINT".
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
      * The printed notice - one page per output line.
      *----------------------------------------------------------------
       01  WS-NOTICE-LINES.
           05  WS-NP-HEADER-1.
               10  FILLER                  PIC X(40) VALUE
                   "COBOLNODEJS - NOTICE".
               10  FILLER                  PIC X(15) VALUE
                   "BUSINESS DATE: ".
               10  WS-NP-RUN-DATE          PIC X(10).
               10  FILLER                  PIC X(10) VALUE SPACES.
               10  FILLER                  PIC X(06) VALUE "PAGE: ".
               10  WS-NP-PAGE              PIC Z(05)9.
               10  FILLER                  PIC X(45) VALUE SPACES.
           05  WS-NP-HEADER-2.
               10  FILLER                  PIC X(08) VALUE "RUN-ID: ".
               10  WS-NP-RUN-ID            PIC X(08).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  FILLER                  PIC X(13) VALUE
                   "NOTICE TYPE: ".
               10  WS-NP-TYPE-TEXT         PIC X(12).
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  FILLER                  PIC X(14) VALUE
                   "MESSAGE CODE: ".
               10  WS-NP-MSG-CODE          PIC X(06).
               10  FILLER                  PIC X(63) VALUE SPACES.
           05  WS-NP-RULE-LINE             PIC X(132) VALUE ALL "-".
           05  WS-NP-BLANK-LINE            PIC X(132) VALUE SPACES.
           05  WS-NP-FIELD-LINE.
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-NP-FIELD-LABEL       PIC X(20).
               10  WS-NP-FIELD-VALUE       PIC X(40).
               10  FILLER                  PIC X(68) VALUE SPACES.
           05  WS-NP-TEXT-LINE.
               10  FILLER                  PIC X(08) VALUE SPACES.
               10  WS-NP-TEXT              PIC X(40).
               10  FILLER                  PIC X(84) VALUE SPACES.
           05  WS-NP-END-LINE.
               10  FILLER                  PIC X(132) VALUE
                   "    *** END OF NOTICE ***".
      *----------------------------------------------------------------
      * The register - one line per printed notice, paged, with a
      * subtotal at each type/message-code break and the control
      * totals at the end.
      *----------------------------------------------------------------
       01  WS-REGISTER-LINES.
           05  WS-RG-HEADER-1.
               10  FILLER                  PIC X(50) VALUE
                   "NOTPRINT - DAILY NOTICE REGISTER".
               10  FILLER                  PIC X(06) VALUE "PAGE: ".
               10  WS-RG-PAGE              PIC Z(05)9.
               10  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-RG-HEADER-2.
               10  FILLER                  PIC X(08) VALUE "RUN-ID: ".
               10  WS-RG-RUN-ID            PIC X(08).
               10  FILLER                  PIC X(17) VALUE
                   "  BUSINESS DATE: ".
               10  WS-RG-RUN-DATE          PIC X(10).
               10  FILLER                  PIC X(37) VALUE SPACES.
           05  WS-RG-HEADER-3.
               10  FILLER                  PIC X(80) VALUE
                   "--------------------------------".
           05  WS-RG-BLANK-LINE            PIC X(80) VALUE SPACES.
           05  WS-RG-COLUMN-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "    PAGE  T     MSG-CD  TRAN-ID   SEQUEN".
               10  FILLER                  PIC X(40) VALUE
                   "CE  SYSTEM".
           05  WS-RG-DETAIL-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RG-DET-PAGE          PIC Z(05)9.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RG-DET-TYPE          PIC X(01).
               10  FILLER                  PIC X(05) VALUE SPACES.
               10  WS-RG-DET-MSG-CODE      PIC X(06).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RG-DET-TRAN-ID       PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RG-DET-SEQUENCE      PIC 9(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RG-DET-SYSTEM-ID     PIC X(08).
               10  FILLER                  PIC X(28) VALUE SPACES.
           05  WS-RG-BALANCE-COLUMN-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "  CONTROL TOTALS   PRINTED    SUMRPT  ST".
               10  FILLER                  PIC X(40) VALUE
                   "ATUS".
           05  WS-RG-BALANCE-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RG-BAL-LABEL         PIC X(16).
               10  WS-RG-BAL-PRINTED       PIC Z(07)9.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RG-BAL-SUMMARY       PIC Z(07)9.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RG-BAL-STATUS        PIC X(14).
               10  FILLER                  PIC X(28) VALUE SPACES.
           05  WS-RG-NOTE-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RG-NOTE-TEXT         PIC X(78).
           05  WS-RG-TOTAL-LINE.
               10  WS-RG-TOTAL-LABEL       PIC X(32).
               10  WS-RG-TOTAL-VALUE       PIC Z(07)9.
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
           SORT NOTICE-SORT-FILE
               ON ASCENDING KEY NS-TYPE-RANK
                                NS-MSG-CODE
                                NS-HO-SEQUENCE-NO
               INPUT PROCEDURE IS 3000-SELECT-NOTICES
               OUTPUT PROCEDURE IS 5000-PRINT-NOTICES.
           PERFORM 6000-READ-SUMMARY-COUNTS.
           PERFORM 7000-WRITE-CONTROL-TOTALS.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           PERFORM 8800-RECORD-STEP-END.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM layout: 'RRRRRRRR,CCCCCC' - the run-id to print (when
      * omitted, the run-id of the first HELLOOUT record, as
      * RECONCIL takes it) and the run-level message code the run
      * used (default DFLT01), under which a transaction with a
      * blank message code is grouped.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
                   INTO WS-PARM-RUN-ID, WS-PARM-MSG-CODE
               END-UNSTRING
           END-IF.
           MOVE WS-PARM-RUN-ID TO WS-RUN-ID.
           IF WS-PARM-MSG-CODE = SPACES
               MOVE WS-MSG-CODE-DEFAULT TO WS-MSG-CODE
           ELSE
               MOVE WS-PARM-MSG-CODE TO WS-MSG-CODE
           END-IF.

      *----------------------------------------------------------------
      * The business date from PROCDATE heads every notice and
      * register page, with the same wall-clock fallback every
      * stamping step takes.
      *----------------------------------------------------------------
       1500-SET-RUN-STAMP.
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
                       DISPLAY "NOTPRINT0001W PROCDATE IS EMPTY - "
                           "USING WALL-CLOCK DATE " WS-WALL-DATE
                   NOT AT END
                       IF PD-BUSINESS-DATE(1:4) IS NUMERIC
                               AND PD-BUSINESS-DATE(5:1) = "-"
                               AND PD-BUSINESS-DATE(6:2) IS NUMERIC
                               AND PD-BUSINESS-DATE(8:1) = "-"
                               AND PD-BUSINESS-DATE(9:2) IS NUMERIC
                           MOVE PD-BUSINESS-DATE TO WS-RUN-DATE
                           MOVE PD-BUSINESS-DATE TO WS-STREAM-DATE
                       ELSE
                           DISPLAY "NOTPRINT0002W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                               "- USING WALL-CLOCK DATE " WS-WALL-DATE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           ELSE
               DISPLAY "NOTPRINT0003W UNABLE TO OPEN PROCDATE - "
                   "FILE STATUS " WS-PROCDATE-STATUS
                   ", USING WALL-CLOCK DATE " WS-WALL-DATE
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
               DISPLAY "NOTPRINT0011W NO BUSINESS DATE FROM PROCDATE "
                   "- STEP NOT RECORDED ON STEPCTL"
           ELSE
               OPEN I-O STEP-CONTROL-FILE
               IF WS-STEPCTL-STATUS NOT = "00"
                   DISPLAY "NOTPRINT0012I STEPCTL NOT AVAILABLE - "
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
                   DISPLAY "NOTPRINT0013W UNABLE TO WRITE STEPCTL "
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
                       DISPLAY "NOTPRINT0013W UNABLE TO WRITE "
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
                   DISPLAY "NOTPRINT0013W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
           END-REWRITE.
           DISPLAY "NOTPRINT0014I STEP ALREADY COMPLETE FOR "
               "BUSINESS DATE " ST-BUSINESS-DATE " (ENDED "
               ST-END-DATE " " ST-END-TIME " RC " ST-RETURN-CODE
               ") - SKIPPED".
           CLOSE STEP-CONTROL-FILE.
           MOVE ST-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * HELLOOUT, the TRANEDT generation the run read and the run's
      * TYPEREJ reject generation are all required: the type and
      * message code a notice is grouped under are not on the
      * HELLOOUT line and come from the transaction it was written
      * for, found by the same tie-back RECONCIL makes.  SUMRPT is
      * read at the end for the control totals.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT HELLO-OUT-FILE.
           IF WS-HELLOOUT-STATUS NOT = "00"
               DISPLAY "NOTPRINT0004E UNABLE TO OPEN HELLOOUT - "
                   "FILE STATUS " WS-HELLOOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSIN-STATUS NOT = "00"
               DISPLAY "NOTPRINT0005E UNABLE TO OPEN TRANSIN - "
                   "FILE STATUS " WS-TRANSIN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN INPUT TYPE-REJ-FILE.
           IF WS-TYPEREJ-STATUS NOT = "00"
               DISPLAY "NOTPRINT0006E UNABLE TO OPEN TYPEREJ - "
                   "FILE STATUS " WS-TYPEREJ-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMRPT-STATUS NOT = "00"
               DISPLAY "NOTPRINT0007E UNABLE TO OPEN SUMRPT - "
                   "FILE STATUS " WS-SUMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT NOTICE-PRINT-FILE.
           IF WS-NOTPRT-STATUS NOT = "00"
               DISPLAY "NOTPRINT0008E UNABLE TO OPEN NOTPRT - "
                   "FILE STATUS " WS-NOTPRT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-NOTREG-STATUS NOT = "00"
               DISPLAY "NOTPRINT0009E UNABLE TO OPEN NOTREG - "
                   "FILE STATUS " WS-NOTREG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           PERFORM 2100-READ-NEXT-REJECT.

       2100-READ-NEXT-REJECT.
           READ TYPE-REJ-FILE
               AT END
                   SET WS-TYPEREJ-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Sort input: every line of the run is tied back to the
      * transaction it was written for and released under that
      * transaction's type and effective message code.  Lines of
      * any other run-id in the generation are not printed.
      *----------------------------------------------------------------
       3000-SELECT-NOTICES.
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
                           PERFORM 3100-RELEASE-NOTICE
                       ELSE
                           ADD 1 TO WS-FOREIGN-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * The run consumed TRANEDT in file order, one record per line,
      * except for the records it rejected without a line - and
      * those are the TYPEREJ generation, written in the same order.
      * So the next TRANEDT record that is not the next reject is
      * this line's transaction, and its formatted data must match
      * HO-TRAN-DATA.  Once a line fails to match, the two files are
      * out of step and cannot be trusted again for the run: that
      * line and every one after it are grouped by the AMEND:/
      * CANCEL: label on the line under the run-level code, counted
      * as untied, and the register is flagged out of balance.
      * The exception is the run's expiry sweep, which writes its
      * lines (labeled EXPIRED:) after the last transaction line:
      * a labeled line met once TRANEDT is used up is an expiry,
      * not a notice - it is counted on the register, not printed,
      * and carries no SUMRPT type count to balance against.
      *----------------------------------------------------------------
       3100-RELEASE-NOTICE.
           MOVE SPACES TO NOTICE-SORT-RECORD.
           MOVE HELLO-OUT-RECORD TO NS-HO-RECORD.
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
               PERFORM 3150-RELEASE-SORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Type and message code from the tied transaction, or from the
      * line's own label when the tie-back has been lost.
      *----------------------------------------------------------------
       3150-RELEASE-SORT-RECORD.
           IF WS-TIE-BACK-INTACT
               MOVE TR-TRAN-ID   TO NS-TRAN-ID
               MOVE TR-TRAN-TYPE TO NS-TRAN-TYPE
               MOVE TR-SYSTEM-ID TO NS-SYSTEM-ID
               IF TR-MSG-CODE = SPACES
                   MOVE WS-MSG-CODE TO NS-MSG-CODE
               ELSE
                   MOVE TR-MSG-CODE TO NS-MSG-CODE
               END-IF
           ELSE
               ADD 1 TO WS-UNTIED-COUNT
               MOVE "(UNTIED)" TO NS-TRAN-ID
               MOVE WS-MSG-CODE TO NS-MSG-CODE
               EVALUATE TRUE
                   WHEN HO-TRAN-DATA(1:7) = "AMEND: "
                       MOVE "A" TO NS-TRAN-TYPE
                   WHEN HO-TRAN-DATA(1:8) = "CANCEL: "
                       MOVE "C" TO NS-TRAN-TYPE
                   WHEN OTHER
                       MOVE "N" TO NS-TRAN-TYPE
               END-EVALUATE
           END-IF.
           EVALUATE NS-TRAN-TYPE
               WHEN "A"
                   MOVE 2 TO NS-TYPE-RANK
               WHEN "C"
                   MOVE 3 TO NS-TYPE-RANK
               WHEN OTHER
                   MOVE 1 TO NS-TYPE-RANK
           END-EVALUATE.
           RELEASE NOTICE-SORT-RECORD.

      *----------------------------------------------------------------
      * Next TRANEDT record that produced a line: unknown types and
      * the records on the reject generation are passed over, each
      * reject consumed by the record it names.
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
                           ADD 1 TO WS-SKIPPED-REJECT-COUNT
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
      * mirrors 3050-FORMAT-TRAN-OUTPUT there and RECONCIL's 3150;
      * change them together.
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
      * Sort output: one page per notice, in type / message-code /
      * sequence order, each listed on the register with the page it
      * printed on.  A change of type or message code closes the
      * previous group with a register subtotal.
      *----------------------------------------------------------------
       5000-PRINT-NOTICES.
           PERFORM 7100-START-REGISTER-PAGE.
           PERFORM UNTIL WS-SORT-EOF
               RETURN NOTICE-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-FIRST-GROUP
                               OR NS-TYPE-RANK NOT = WS-GROUP-TYPE-RANK
                               OR NS-MSG-CODE NOT = WS-GROUP-MSG-CODE
                           PERFORM 5100-START-GROUP
                       END-IF
                       PERFORM 5200-PRINT-ONE-NOTICE
                       PERFORM 5300-REGISTER-NOTICE
               END-RETURN
           END-PERFORM.
           IF WS-NOT-FIRST-GROUP
               PERFORM 5400-WRITE-GROUP-SUBTOTAL
           END-IF.

       5100-START-GROUP.
           IF WS-NOT-FIRST-GROUP
               PERFORM 5400-WRITE-GROUP-SUBTOTAL
           END-IF.
           SET WS-NOT-FIRST-GROUP TO TRUE.
           MOVE NS-TYPE-RANK TO WS-GROUP-TYPE-RANK.
           MOVE NS-MSG-CODE TO WS-GROUP-MSG-CODE.
           MOVE 0 TO WS-GROUP-COUNT.
           EVALUATE NS-TYPE-RANK
               WHEN 2
                   MOVE "AMENDMENT"    TO WS-GROUP-TYPE-TEXT
               WHEN 3
                   MOVE "CANCELLATION" TO WS-GROUP-TYPE-TEXT
               WHEN OTHER
                   MOVE "NEW NOTICE"   TO WS-GROUP-TYPE-TEXT
           END-EVALUATE.

       5200-PRINT-ONE-NOTICE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-RUN-DATE TO WS-NP-RUN-DATE.
           MOVE WS-PAGE-COUNT TO WS-NP-PAGE.
           MOVE NS-HO-RUN-ID TO WS-NP-RUN-ID.
           MOVE WS-GROUP-TYPE-TEXT TO WS-NP-TYPE-TEXT.
           MOVE NS-MSG-CODE TO WS-NP-MSG-CODE.
           WRITE NOTICE-PRINT-LINE FROM WS-NP-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE NOTICE-PRINT-LINE FROM WS-NP-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE NOTICE-PRINT-LINE FROM WS-NP-RULE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NOTICE ID:"           TO WS-NP-FIELD-LABEL.
           MOVE NS-TRAN-ID             TO WS-NP-FIELD-VALUE.
           WRITE NOTICE-PRINT-LINE FROM WS-NP-FIELD-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "PRODUCING SYSTEM:"    TO WS-NP-FIELD-LABEL.
           MOVE NS-SYSTEM-ID           TO WS-NP-FIELD-VALUE.
           WRITE NOTICE-PRINT-LINE FROM WS-NP-FIELD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "OUTPUT SEQUENCE:"     TO WS-NP-FIELD-LABEL.
           MOVE NS-HO-SEQUENCE-NO      TO WS-NP-FIELD-VALUE.
           WRITE NOTICE-PRINT-LINE FROM WS-NP-FIELD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ISSUED:"              TO WS-NP-FIELD-LABEL.
           MOVE SPACES                 TO WS-NP-FIELD-VALUE.
           STRING NS-HO-RUN-DATE " " NS-HO-RUN-TIME
               DELIMITED BY SIZE INTO WS-NP-FIELD-VALUE
           END-STRING.
           WRITE NOTICE-PRINT-LINE FROM WS-NP-FIELD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE NS-HO-MESSAGE-TEXT     TO WS-NP-TEXT.
           WRITE NOTICE-PRINT-LINE FROM WS-NP-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE NS-HO-TRAN-DATA        TO WS-NP-TEXT.
           WRITE NOTICE-PRINT-LINE FROM WS-NP-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE NOTICE-PRINT-LINE FROM WS-NP-END-LINE
               AFTER ADVANCING 3 LINES.
           ADD 1 TO WS-GROUP-COUNT.
           ADD 1 TO WS-PRINT-TOTAL-COUNT.
           EVALUATE NS-TYPE-RANK
               WHEN 2
                   ADD 1 TO WS-PRINT-AMEND-COUNT
               WHEN 3
                   ADD 1 TO WS-PRINT-CANCEL-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PRINT-NOTICE-COUNT
           END-EVALUATE.

       5300-REGISTER-NOTICE.
           MOVE WS-PAGE-COUNT     TO WS-RG-DET-PAGE.
           MOVE NS-TRAN-TYPE      TO WS-RG-DET-TYPE.
           MOVE NS-MSG-CODE       TO WS-RG-DET-MSG-CODE.
           MOVE NS-TRAN-ID        TO WS-RG-DET-TRAN-ID.
           MOVE NS-HO-SEQUENCE-NO TO WS-RG-DET-SEQUENCE.
           MOVE NS-SYSTEM-ID      TO WS-RG-DET-SYSTEM-ID.
           MOVE WS-RG-DETAIL-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.

       5400-WRITE-GROUP-SUBTOTAL.
           MOVE SPACES TO WS-RG-TOTAL-LABEL.
           STRING "  SUBTOTAL " WS-GROUP-TYPE-TEXT " "
               WS-GROUP-MSG-CODE
               DELIMITED BY SIZE INTO WS-RG-TOTAL-LABEL
           END-STRING.
           MOVE WS-GROUP-COUNT TO WS-RG-TOTAL-VALUE.
           MOVE WS-RG-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.
           MOVE WS-RG-BLANK-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.

      *----------------------------------------------------------------
      * The counts to balance against are the run's SUMRPT per-type
      * counts.  SUMRPT is cumulative and the nightly run-ids are
      * used again every night, so only the records of this run-id
      * started on this business date count - a quiesced or
      * restarted run writes one per execution, each counting the
      * lines that execution wrote, so together they cover the
      * whole generation.
      *----------------------------------------------------------------
       6000-READ-SUMMARY-COUNTS.
           PERFORM UNTIL WS-SUMRPT-EOF
               READ SUMMARY-FILE
                   AT END
                       SET WS-SUMRPT-EOF TO TRUE
                   NOT AT END
                       IF SR-RUN-ID = WS-RUN-ID
                               AND SR-START-DATE = WS-RUN-DATE
                           SET WS-SUMMARY-FOUND TO TRUE
                           ADD SR-NOTICE-COUNT
                               TO WS-SUMMARY-NOTICE-COUNT
                           ADD SR-AMEND-COUNT
                               TO WS-SUMMARY-AMEND-COUNT
                           ADD SR-CANCEL-COUNT
                               TO WS-SUMMARY-CANCEL-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-SUMMARY-TOTAL-COUNT = WS-SUMMARY-NOTICE-COUNT
               + WS-SUMMARY-AMEND-COUNT + WS-SUMMARY-CANCEL-COUNT.

      *----------------------------------------------------------------
      * Control totals: pages printed per type against the SUMRPT
      * count for the same type.  Every notice is one page, so each
      * type balances when the two agree.
      *----------------------------------------------------------------
       7000-WRITE-CONTROL-TOTALS.
           MOVE WS-RG-BLANK-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.
           MOVE WS-RG-BALANCE-COLUMN-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.
           MOVE "NEW NOTICES"          TO WS-RG-BAL-LABEL.
           MOVE WS-PRINT-NOTICE-COUNT  TO WS-RG-BAL-PRINTED.
           MOVE WS-SUMMARY-NOTICE-COUNT TO WS-RG-BAL-SUMMARY.
           PERFORM 7050-WRITE-BALANCE-LINE.
           MOVE "AMENDMENTS"           TO WS-RG-BAL-LABEL.
           MOVE WS-PRINT-AMEND-COUNT   TO WS-RG-BAL-PRINTED.
           MOVE WS-SUMMARY-AMEND-COUNT TO WS-RG-BAL-SUMMARY.
           PERFORM 7050-WRITE-BALANCE-LINE.
           MOVE "CANCELLATIONS"        TO WS-RG-BAL-LABEL.
           MOVE WS-PRINT-CANCEL-COUNT  TO WS-RG-BAL-PRINTED.
           MOVE WS-SUMMARY-CANCEL-COUNT TO WS-RG-BAL-SUMMARY.
           PERFORM 7050-WRITE-BALANCE-LINE.
           MOVE "ALL TYPES"            TO WS-RG-BAL-LABEL.
           MOVE WS-PRINT-TOTAL-COUNT   TO WS-RG-BAL-PRINTED.
           MOVE WS-SUMMARY-TOTAL-COUNT TO WS-RG-BAL-SUMMARY.
           PERFORM 7050-WRITE-BALANCE-LINE.
           MOVE WS-RG-BLANK-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.
           IF WS-SUMMARY-NOT-FOUND
               MOVE "NO SUMRPT RECORD FOR THIS RUN-ID AND DATE"
                   TO WS-RG-NOTE-TEXT
               MOVE WS-RG-NOTE-LINE TO REGISTER-LINE
               PERFORM 7200-WRITE-REGISTER-LINE
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF.
           IF WS-UNTIED-COUNT > 0
               MOVE "LINES NOT TIED BACK TO TRANEDT - GROUPED BY LABEL"
                   TO WS-RG-NOTE-TEXT
               MOVE WS-RG-NOTE-LINE TO REGISTER-LINE
               PERFORM 7200-WRITE-REGISTER-LINE
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF.
           MOVE "HELLOOUT RECORDS READ"    TO WS-RG-TOTAL-LABEL.
           MOVE WS-HELLOOUT-COUNT          TO WS-RG-TOTAL-VALUE.
           MOVE WS-RG-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.
           MOVE "OTHER RUN-IDS NOT PRINTED" TO WS-RG-TOTAL-LABEL.
           MOVE WS-FOREIGN-COUNT           TO WS-RG-TOTAL-VALUE.
           MOVE WS-RG-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.
           MOVE "NOTICE PAGES PRINTED"     TO WS-RG-TOTAL-LABEL.
           MOVE WS-PAGE-COUNT              TO WS-RG-TOTAL-VALUE.
           MOVE WS-RG-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.
           MOVE "TRANEDT REJECTS PASSED OVER" TO WS-RG-TOTAL-LABEL.
           MOVE WS-SKIPPED-REJECT-COUNT    TO WS-RG-TOTAL-VALUE.
           MOVE WS-RG-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.
           MOVE "UNTIED OUTPUT LINES"      TO WS-RG-TOTAL-LABEL.
           MOVE WS-UNTIED-COUNT            TO WS-RG-TOTAL-VALUE.
           MOVE WS-RG-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.
           MOVE "EXPIRY LINES NOT PRINTED" TO WS-RG-TOTAL-LABEL.
           MOVE WS-EXPIRY-LINE-COUNT       TO WS-RG-TOTAL-VALUE.
           MOVE WS-RG-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.

       7050-WRITE-BALANCE-LINE.
           IF WS-RG-BAL-PRINTED = WS-RG-BAL-SUMMARY
               MOVE "IN BALANCE"     TO WS-RG-BAL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-RG-BAL-STATUS
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF.
           MOVE WS-RG-BALANCE-LINE TO REGISTER-LINE.
           PERFORM 7200-WRITE-REGISTER-LINE.

       7100-START-REGISTER-PAGE.
           ADD 1 TO WS-REG-PAGE-COUNT.
           MOVE WS-REG-PAGE-COUNT TO WS-RG-PAGE.
           MOVE WS-RUN-ID TO WS-RG-RUN-ID.
           MOVE WS-RUN-DATE TO WS-RG-RUN-DATE.
           WRITE REGISTER-LINE FROM WS-RG-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE REGISTER-LINE FROM WS-RG-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE FROM WS-RG-HEADER-3
               AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE FROM WS-RG-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-REG-LINE-COUNT.

      *----------------------------------------------------------------
      * Write the line already moved to REGISTER-LINE, starting a
      * new register page first when this one is full.
      *----------------------------------------------------------------
       7200-WRITE-REGISTER-LINE.
           IF WS-REG-LINE-COUNT NOT < WS-REG-LINE-LIMIT
               MOVE REGISTER-LINE TO WS-REG-HELD-LINE
               PERFORM 7100-START-REGISTER-PAGE
               MOVE WS-REG-HELD-LINE TO REGISTER-LINE
           END-IF.
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REG-LINE-COUNT.

       8000-CLOSE-FILES.
           CLOSE HELLO-OUT-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE TYPE-REJ-FILE.
           CLOSE SUMMARY-FILE.
           CLOSE NOTICE-PRINT-FILE.
           CLOSE REGISTER-FILE.

      *----------------------------------------------------------------
      * RC=8 when the printed pages do not balance to SUMRPT, so the
      * mailroom does not release a print run that is short or long.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           IF WS-OUT-OF-BALANCE-COUNT > 0
               DISPLAY "NOTPRINT0010W RUN " WS-RUN-ID " NOTICE PRINT "
                   "OUT OF BALANCE - SEE NOTREG"
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
                   DISPLAY "NOTPRINT0013W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
               ELSE
                   MOVE WS-STREAM-DATE TO ST-BUSINESS-DATE
                   MOVE WS-STEP-NAME   TO ST-STEP-NAME
                   READ STEP-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "NOTPRINT0013W UNABLE TO WRITE "
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
                   DISPLAY "NOTPRINT0013W UNABLE TO WRITE STEPCTL "
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
