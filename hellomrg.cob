       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSIN-STATUS.
           SELECT HO-PART-FILE-1 ASSIGN TO "HOPART01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOPART-STATUS.
           SELECT HO-PART-FILE-2 ASSIGN TO "HOPART02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOPART-STATUS.
           SELECT HO-PART-FILE-3 ASSIGN TO "HOPART03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOPART-STATUS.
           SELECT HO-PART-FILE-4 ASSIGN TO "HOPART04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOPART-STATUS.
           SELECT HO-PART-FILE-5 ASSIGN TO "HOPART05"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOPART-STATUS.
           SELECT HO-PART-FILE-6 ASSIGN TO "HOPART06"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOPART-STATUS.
           SELECT HO-PART-FILE-7 ASSIGN TO "HOPART07"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOPART-STATUS.
           SELECT HO-PART-FILE-8 ASSIGN TO "HOPART08"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOPART-STATUS.
           SELECT TJ-PART-FILE-1 ASSIGN TO "TJPART01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TJPART-STATUS.
           SELECT TJ-PART-FILE-2 ASSIGN TO "TJPART02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TJPART-STATUS.
           SELECT TJ-PART-FILE-3 ASSIGN TO "TJPART03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TJPART-STATUS.
           SELECT TJ-PART-FILE-4 ASSIGN TO "TJPART04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TJPART-STATUS.
           SELECT TJ-PART-FILE-5 ASSIGN TO "TJPART05"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TJPART-STATUS.
           SELECT TJ-PART-FILE-6 ASSIGN TO "TJPART06"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TJPART-STATUS.
           SELECT TJ-PART-FILE-7 ASSIGN TO "TJPART07"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TJPART-STATUS.
           SELECT TJ-PART-FILE-8 ASSIGN TO "TJPART08"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TJPART-STATUS.
           SELECT HELLO-OUT-FILE ASSIGN TO "HELLOOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELLOOUT-STATUS.
           SELECT TYPE-REJ-FILE ASSIGN TO "TYPEREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPEREJ-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "SUMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMRPT-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-RUN-ID
               FILE STATUS IS WS-RUNREG-STATUS.
           SELECT MSGSUM-FILE ASSIGN TO "MSGSUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSGSUM-STATUS.
           SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGRPT-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT MESSAGE-TABLE-FILE ASSIGN TO "MSGTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-MSG-KEY
               FILE STATUS IS WS-MSGTAB-STATUS.
           SELECT NOTICE-MASTER-FILE ASSIGN TO "NOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-TRAN-ID
               FILE STATUS IS WS-NOTMAST-STATUS.
           SELECT SWEEP-JOURNAL-FILE ASSIGN TO "SWEEPJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWEEPJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PARTCTLREC.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
           COPY TRANREC.
       FD  HO-PART-FILE-1
           RECORDING MODE IS F.
       01  HO-PART-RECORD-1                PIC X(119).
       FD  HO-PART-FILE-2
           RECORDING MODE IS F.
       01  HO-PART-RECORD-2                PIC X(119).
       FD  HO-PART-FILE-3
           RECORDING MODE IS F.
       01  HO-PART-RECORD-3                PIC X(119).
       FD  HO-PART-FILE-4
           RECORDING MODE IS F.
       01  HO-PART-RECORD-4                PIC X(119).
       FD  HO-PART-FILE-5
           RECORDING MODE IS F.
       01  HO-PART-RECORD-5                PIC X(119).
       FD  HO-PART-FILE-6
           RECORDING MODE IS F.
       01  HO-PART-RECORD-6                PIC X(119).
       FD  HO-PART-FILE-7
           RECORDING MODE IS F.
       01  HO-PART-RECORD-7                PIC X(119).
       FD  HO-PART-FILE-8
           RECORDING MODE IS F.
       01  HO-PART-RECORD-8                PIC X(119).
       FD  TJ-PART-FILE-1
           RECORDING MODE IS F.
       01  TJ-PART-RECORD-1                PIC X(125).
       FD  TJ-PART-FILE-2
           RECORDING MODE IS F.
       01  TJ-PART-RECORD-2                PIC X(125).
       FD  TJ-PART-FILE-3
           RECORDING MODE IS F.
       01  TJ-PART-RECORD-3                PIC X(125).
       FD  TJ-PART-FILE-4
           RECORDING MODE IS F.
       01  TJ-PART-RECORD-4                PIC X(125).
       FD  TJ-PART-FILE-5
           RECORDING MODE IS F.
       01  TJ-PART-RECORD-5                PIC X(125).
       FD  TJ-PART-FILE-6
           RECORDING MODE IS F.
       01  TJ-PART-RECORD-6                PIC X(125).
       FD  TJ-PART-FILE-7
           RECORDING MODE IS F.
       01  TJ-PART-RECORD-7                PIC X(125).
       FD  TJ-PART-FILE-8
           RECORDING MODE IS F.
       01  TJ-PART-RECORD-8                PIC X(125).
       FD  HELLO-OUT-FILE
           RECORDING MODE IS F.
           COPY HELLOREC.
       FD  TYPE-REJ-FILE
           RECORDING MODE IS F.
           COPY TREJREC.
       FD  SUMMARY-FILE
           RECORDING MODE IS F.
           COPY SUMRPTREC.
       FD  RUN-REGISTRY-FILE.
           COPY RUNREGREC.
       FD  MSGSUM-FILE
           RECORDING MODE IS F.
       01  MSGSUM-LINE                     PIC X(80).
       FD  MERGE-REPORT-FILE
           RECORDING MODE IS F.
       01  MERGE-REPORT-LINE               PIC X(80).
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  MESSAGE-TABLE-FILE.
           COPY MSGTABREC.
       FD  NOTICE-MASTER-FILE.
           COPY NOTMSTREC.
       FD  SWEEP-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY NOTJRNREC.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-PARTCTL-STATUS           PIC X(02) VALUE "00".
           05  WS-TRANSIN-STATUS           PIC X(02) VALUE "00".
           05  WS-HOPART-STATUS            PIC X(02) VALUE "00".
           05  WS-TJPART-STATUS            PIC X(02) VALUE "00".
           05  WS-HELLOOUT-STATUS          PIC X(02) VALUE "00".
           05  WS-TYPEREJ-STATUS           PIC X(02) VALUE "00".
           05  WS-SUMRPT-STATUS            PIC X(02) VALUE "00".
           05  WS-RUNREG-STATUS            PIC X(02) VALUE "00".
           05  WS-MSGSUM-STATUS            PIC X(02) VALUE "00".
           05  WS-MRGRPT-STATUS            PIC X(02) VALUE "00".
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-MSGTAB-STATUS            PIC X(02) VALUE "00".
           05  WS-NOTMAST-STATUS           PIC X(02) VALUE "00".
           05  WS-SWEEPJ-STATUS            PIC X(02) VALUE "00".
           05  WS-PARTCTL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-PARTCTL-EOF                 VALUE "Y".
               88  WS-PARTCTL-NOT-EOF             VALUE "N".
           05  WS-TRANSIN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-TRANSIN-EOF                 VALUE "Y".
               88  WS-TRANSIN-NOT-EOF             VALUE "N".
           05  WS-PART-VALID-SW            PIC X(01) VALUE "Y".
               88  WS-PART-CONTROL-VALID          VALUE "Y".
               88  WS-PART-CONTROL-INVALID        VALUE "N".
           05  WS-MERGE-SW                 PIC X(01) VALUE "Y".
               88  WS-MERGE-ALLOWED               VALUE "Y".
               88  WS-MERGE-REFUSED               VALUE "N".
           05  WS-CHECK-REPLAY-SW          PIC X(01) VALUE "N".
               88  WS-CHECK-REPLAY-DONE           VALUE "Y".
           05  WS-EXPIRY-SWEEP-SW          PIC X(01) VALUE "N".
               88  WS-EXPIRY-SWEEP-REQUESTED      VALUE "Y".
               88  WS-EXPIRY-SWEEP-NOT-REQUESTED  VALUE "N".
           05  WS-SWEEP-FILES-SW           PIC X(01) VALUE "N".
               88  WS-SWEEP-FILES-OPEN            VALUE "Y".
               88  WS-SWEEP-FILES-NOT-OPEN        VALUE "N".
           05  WS-SWEEPJ-FAIL-SW           PIC X(01) VALUE "N".
               88  WS-SWEEPJ-FAILED               VALUE "Y".
               88  WS-SWEEPJ-NOT-FAILED           VALUE "N".
           05  WS-NOTMAST-EOF-SW           PIC X(01) VALUE "N".
               88  WS-NOTMAST-EOF                 VALUE "Y".
               88  WS-NOTMAST-NOT-EOF             VALUE "N".
           05  WS-VERSION-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-VERSION-FOUND               VALUE "Y".
               88  WS-VERSION-NOT-FOUND           VALUE "N".
           05  WS-MSGTAB-SCAN-EOF-SW       PIC X(01) VALUE "N".
               88  WS-MSGTAB-SCAN-EOF             VALUE "Y".
               88  WS-MSGTAB-SCAN-NOT-EOF         VALUE "N".
           05  WS-PART-ERROR-TEXT          PIC X(50) VALUE SPACES.
           05  WS-REFUSED-TEXT             PIC X(62) VALUE SPACES.
           05  WS-RUN-ID                   PIC X(08) VALUE SPACES.
           05  WS-MSG-CODE                 PIC X(06) VALUE SPACES.
           05  WS-MSG-CODE-DEFAULT         PIC X(06) VALUE "DFLT01".
           05  WS-PARM-RUN-ID              PIC X(08) VALUE SPACES.
           05  WS-PARM-MSG-CODE            PIC X(06) VALUE SPACES.
           05  WS-PARM-EXPIRY-CODE         PIC X(06) VALUE SPACES.
           05  WS-EXPIRY-MSG-CODE          PIC X(06) VALUE SPACES.
           05  WS-EXPIRY-MSG-TEXT          PIC X(40) VALUE SPACES.
           05  WS-EFFECTIVE-MSG-CODE       PIC X(06) VALUE SPACES.
           05  WS-EFF-FROM-NORM            PIC X(10) VALUE SPACES.
           05  WS-EFF-TO-NORM              PIC X(10) VALUE SPACES.
           05  WS-EFF-FROM-FLOOR           PIC X(10)
                                            VALUE "0000-00-00".
           05  WS-EFF-TO-CEILING           PIC X(10)
                                            VALUE "9999-12-31".
           05  WS-MESSAGE-TEXT             PIC X(40) VALUE SPACES.
           05  WS-CURRENT-TRAN-DATA        PIC X(40) VALUE SPACES.
           05  WS-RESOLVED-TEXT            PIC X(40) VALUE SPACES.
           05  WS-MSG-IN-IX                PIC 9(02) VALUE 1.
           05  WS-MSG-OUT-IX               PIC 9(02) VALUE 1.
           05  WS-SUB-TOKEN-LEN            PIC 9(02) VALUE 0.
           05  WS-SUB-VALUE                PIC X(40) VALUE SPACES.
           05  WS-SUB-VALUE-LEN            PIC 9(02) VALUE 0.
           05  WS-SUB-ROOM                 PIC 9(02) VALUE 0.
           05  WS-SEQNO-EDIT               PIC Z(07)9.
           05  WS-EXPECTED-TRAN-DATA       PIC X(40) VALUE SPACES.
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
               10  WS-SYS-DATE-MM          PIC 9(02).
               10  WS-SYS-DATE-DD          PIC 9(02).
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
           05  WS-SYSTEM-TIME              PIC 9(08).
           05  WS-SYSTEM-TIME-X            REDEFINES WS-SYSTEM-TIME.
               10  WS-SYS-TIME-HH          PIC 9(02).
               10  WS-SYS-TIME-MM          PIC 9(02).
               10  WS-SYS-TIME-SS          PIC 9(02).
               10  WS-SYS-TIME-HH2         PIC 9(02).
           05  WS-END-TIME                 PIC X(08) VALUE SPACES.
           05  WS-SWEEP-TIME               PIC X(08) VALUE SPACES.
           05  WS-START-DATE               PIC X(10) VALUE SPACES.
           05  WS-START-TIME               PIC X(08) VALUE SPACES.
           05  WS-BASE-STATUS              PIC X(12) VALUE SPACES.
           05  WS-CARD-COUNT               PIC 9(04) COMP VALUE 0.
           05  WS-CARD-NO-EDIT             PIC 9(02) VALUE 0.
           05  WS-PART-COUNT               PIC 9(04) COMP VALUE 0.
           05  WS-PART-LIMIT               PIC 9(04) COMP VALUE 8.
           05  WS-PART-SUB                 PIC 9(04) COMP VALUE 0.
           05  WS-PART-CHECK-SUB           PIC 9(04) COMP VALUE 0.
           05  WS-PART-MATCH-SUB           PIC 9(04) COMP VALUE 0.
           05  WS-PART-NO-EDIT             PIC 9(02) VALUE 0.
           05  WS-MERGED-SEQUENCE          PIC 9(08) VALUE 0.
           05  WS-TRANS-READ-COUNT         PIC 9(08) VALUE 0.
           05  WS-NOTICE-COUNT             PIC 9(08) VALUE 0.
           05  WS-AMEND-COUNT              PIC 9(08) VALUE 0.
           05  WS-CANCEL-COUNT             PIC 9(08) VALUE 0.
           05  WS-UNKNOWN-TYPE-COUNT       PIC 9(08) VALUE 0.
           05  WS-MASTER-REJ-COUNT         PIC 9(08) VALUE 0.
           05  WS-MSGCODE-REJ-COUNT        PIC 9(08) VALUE 0.
           05  WS-UNPROCESSED-COUNT        PIC 9(08) VALUE 0.
           05  WS-REPLAY-COUNT             PIC 9(08) VALUE 0.
           05  WS-EXPIRY-COUNT             PIC 9(08) VALUE 0.
           05  WS-MC-SUB                   PIC 9(04) COMP VALUE 0.
           05  WS-MC-MATCH-SUB             PIC 9(04) COMP VALUE 0.
           05  WS-MC-COUNT                 PIC 9(04) COMP VALUE 0.
           05  WS-MC-LIMIT                 PIC 9(04) COMP VALUE 100.
           05  WS-MC-TABLE-FULL-SW         PIC X(01) VALUE "N".
               88  WS-MC-TABLE-FULL               VALUE "Y".
               88  WS-MC-TABLE-NOT-FULL           VALUE "N".
      *----------------------------------------------------------------
      * One entry per partition: its bound and run-id from PARTCTL,
      * its registry status, the next unconsumed record of its
      * HELLOOUT and reject generations (each read ahead one record,
      * with its own end-of-file switch), the last sequence number
      * taken from its HELLOOUT, and its share of the merge counts.
      *----------------------------------------------------------------
       01  WS-PARTITION-TABLE.
           05  WS-PT-ENTRY                 OCCURS 8 TIMES.
               10  WS-PT-HIGH-TRAN-ID      PIC X(08).
               10  WS-PT-RUN-ID            PIC X(08).
               10  WS-PT-REG-STATUS        PIC X(12).
               10  WS-PT-HO-EOF-SW         PIC X(01).
                   88  WS-PT-HO-EOF               VALUE "Y".
                   88  WS-PT-HO-NOT-EOF           VALUE "N".
               10  WS-PT-TJ-EOF-SW         PIC X(01).
                   88  WS-PT-TJ-EOF               VALUE "Y".
                   88  WS-PT-TJ-NOT-EOF           VALUE "N".
               10  WS-PT-LAST-SEQ          PIC 9(08).
               10  WS-PT-TRAN-COUNT        PIC 9(08).
               10  WS-PT-LINE-COUNT        PIC 9(08).
               10  WS-PT-REJECT-COUNT      PIC 9(08).
               10  WS-PT-UNPROC-COUNT      PIC 9(08).
               10  WS-PT-REPLAY-COUNT      PIC 9(08).
               10  WS-PT-HO-RECORD.
                   15  FILLER              PIC X(29).
                   15  WS-PT-HO-SEQUENCE-NO
                                           PIC 9(08).
                   15  FILLER              PIC X(82).
               10  WS-PT-TJ-RECORD.
                   15  WS-PT-TJ-TRAN-ID    PIC X(08).
                   15  FILLER              PIC X(01).
                   15  WS-PT-TJ-TRAN-TYPE  PIC X(01).
                   15  FILLER              PIC X(01).
                   15  WS-PT-TJ-TRAN-DATA  PIC X(40).
                   15  FILLER              PIC X(74).
      *----------------------------------------------------------------
      * Per-message-code line counts for the merged night, laid out
      * and reported as COBOLNODEJS reports a single stream's.
      *----------------------------------------------------------------
       01  WS-MSG-CODE-TABLE.
           05  WS-MC-ENTRY                 OCCURS 100 TIMES.
               10  WS-MC-CODE              PIC X(06).
               10  WS-MC-LINE-COUNT        PIC 9(08).
           05  WS-MC-OTHER-COUNT           PIC 9(08) VALUE 0.
       01  WS-MSGSUM-REPORT-LINES.
           05  WS-RPT-MS-HEADER-1.
               10  FILLER                  PIC X(80) VALUE
                   "HELLOMRG - MESSAGE CODE SUMMARY".
           05  WS-RPT-MS-HEADER-2.
               10  FILLER                  PIC X(80) VALUE
                   "-------------------------------".
           05  WS-RPT-MS-DETAIL-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-MS-CODE          PIC X(06).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-MS-COUNT         PIC Z(07)9.
               10  FILLER                  PIC X(62) VALUE SPACES.
           05  WS-RPT-MS-TOTAL-LINE.
               10  WS-RPT-MS-TOTAL-LABEL   PIC X(32).
               10  WS-RPT-MS-TOTAL-VALUE   PIC Z(07)9.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-RPT-MS-WARN-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "WARNING - CODE TABLE FULL, OVERFLOW IN OTHERS".
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(80) VALUE
                   "HELLOMRG - PARTITION MERGE REPORT".
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(80) VALUE
                   "---------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-RUN-ID-LINE.
               10  FILLER                  PIC X(15) VALUE
                   "MERGED RUN-ID: ".
               10  WS-RPT-RUN-ID           PIC X(08).
               10  FILLER                  PIC X(17) VALUE
                   "  BUSINESS DATE: ".
               10  WS-RPT-RUN-DATE         PIC X(10).
               10  FILLER                  PIC X(30) VALUE SPACES.
           05  WS-RPT-REFUSED-LINE.
               10  FILLER                  PIC X(18) VALUE
                   "MERGE REFUSED - ".
               10  WS-RPT-REFUSED-TEXT     PIC X(62).
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(40) VALUE
                   "  PT  RUN-ID    STATUS          TRANS   ".
               10  FILLER                  PIC X(40) VALUE
                   " LINES  REJECTS   UNPROC  REPLAY".
           05  WS-RPT-DETAIL-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-PART         PIC 9(02).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-RUN-ID       PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-STATUS       PIC X(12).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-DET-TRANS        PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-DET-LINES        PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-DET-REJECTS      PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-DET-UNPROC       PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-DET-REPLAY       PIC Z(06)9.
               10  FILLER                  PIC X(08) VALUE SPACES.
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
           PERFORM 1200-LOAD-PARTITION-CONTROL.
           PERFORM 2000-OPEN-FILES.
           PERFORM 2500-CHECK-PARTITION-RUNS.
           IF WS-MERGE-ALLOWED
               PERFORM 2200-OPEN-PARTITION-FILES
               PERFORM 2300-PRIME-PARTITIONS
               PERFORM UNTIL WS-TRANSIN-EOF OR WS-MERGE-REFUSED
                   READ TRANSACTION-FILE
                       AT END
                           SET WS-TRANSIN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ-COUNT
                           PERFORM 3000-MERGE-TRANSACTION
                   END-READ
               END-PERFORM
               IF WS-MERGE-ALLOWED
                   PERFORM 3900-CHECK-LEFTOVERS
               END-IF
               PERFORM 8100-CLOSE-PARTITION-FILES
           END-IF.
           IF WS-MERGE-ALLOWED
               PERFORM 6000-EXPIRY-SWEEP
               PERFORM 9000-WRITE-SUMMARY
               PERFORM 9100-WRITE-MSGCODE-SUMMARY
               PERFORM 8900-REGISTER-MERGED-RUN
           END-IF.
           PERFORM 7000-WRITE-MERGE-REPORT.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM layout: 'RRRRRRRR,CCCCCC,XXXXXX' - the run-id the
      * merged night carries (the one RECONCIL, EXCPMON and HELLOEXT
      * are given, distinct from every partition's own run-id), the
      * run-level message code the partitions ran with (default
      * DFLT01), needed to tally a transaction with a blank code
      * under the code it fell back to, and the expiry message code.
      * The run-id is required - the merged generation must not go
      * out under a made-up one.  The partitions never sweep for
      * expired notices (each sees only its own share of the feed),
      * so the partitioned night's sweep is made here, once the
      * merge is whole; with no expiry code there is no sweep.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
                   INTO WS-PARM-RUN-ID, WS-PARM-MSG-CODE,
                        WS-PARM-EXPIRY-CODE
               END-UNSTRING
           END-IF.
           IF WS-PARM-EXPIRY-CODE NOT = SPACES
               SET WS-EXPIRY-SWEEP-REQUESTED TO TRUE
               MOVE WS-PARM-EXPIRY-CODE TO WS-EXPIRY-MSG-CODE
           END-IF.
           MOVE WS-PARM-RUN-ID TO WS-RUN-ID.
           IF WS-RUN-ID = SPACES
               DISPLAY "HELLOMRG0001E PARM MUST NAME THE MERGED "
                   "RUN-ID (1-8 CHARACTERS)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-MSG-CODE = SPACES
               MOVE WS-MSG-CODE-DEFAULT TO WS-MSG-CODE
           ELSE
               MOVE WS-PARM-MSG-CODE TO WS-MSG-CODE
           END-IF.

      *----------------------------------------------------------------
      * Load and check the partition cards exactly as TRANSPLT does
      * - the merge routes each TRANEDT record back to the partition
      * the split sent it to, so it must apply the same cards by the
      * same rules.  The merged run-id may not double as a partition
      * run-id, or the merged registry entry would overwrite it.
      *----------------------------------------------------------------
       1200-LOAD-PARTITION-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF WS-PARTCTL-STATUS NOT = "00"
               DISPLAY "HELLOMRG0002E UNABLE TO OPEN PARTCTL - "
                   "FILE STATUS " WS-PARTCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PARTCTL-EOF
               READ PARTITION-CONTROL-FILE
                   AT END
                       SET WS-PARTCTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-LOAD-PARTITION-CARD
               END-READ
           END-PERFORM.
           CLOSE PARTITION-CONTROL-FILE.
           IF WS-PART-CONTROL-VALID
               PERFORM 1250-CHECK-PARTITION-BOUNDS
           END-IF.
           IF WS-PART-CONTROL-INVALID
               DISPLAY "HELLOMRG0003E PARTITION CONTROL INVALID - "
                   WS-PART-ERROR-TEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-LOAD-PARTITION-CARD.
           ADD 1 TO WS-CARD-COUNT.
           IF WS-CARD-COUNT > WS-PART-LIMIT
               IF WS-PART-CONTROL-VALID
                   MOVE "MORE THAN 8 PARTITION CARDS"
                       TO WS-PART-ERROR-TEXT
                   SET WS-PART-CONTROL-INVALID TO TRUE
               END-IF
           ELSE
               MOVE WS-CARD-COUNT TO WS-CARD-NO-EDIT
               IF PC-PARTITION-NO NOT = WS-CARD-NO-EDIT
                       AND WS-PART-CONTROL-VALID
                   STRING "CARD " WS-CARD-NO-EDIT
                       " IS NOT NUMBERED " WS-CARD-NO-EDIT
                       DELIMITED BY SIZE INTO WS-PART-ERROR-TEXT
                   END-STRING
                   SET WS-PART-CONTROL-INVALID TO TRUE
               END-IF
               IF PC-RUN-ID = SPACES AND WS-PART-CONTROL-VALID
                   STRING "PARTITION " WS-CARD-NO-EDIT
                       " HAS NO RUN-ID"
                       DELIMITED BY SIZE INTO WS-PART-ERROR-TEXT
                   END-STRING
                   SET WS-PART-CONTROL-INVALID TO TRUE
               END-IF
               IF PC-RUN-ID = WS-RUN-ID AND WS-PART-CONTROL-VALID
                   STRING "PARTITION " WS-CARD-NO-EDIT
                       " RUN-ID IS THE MERGED RUN-ID"
                       DELIMITED BY SIZE INTO WS-PART-ERROR-TEXT
                   END-STRING
                   SET WS-PART-CONTROL-INVALID TO TRUE
               END-IF
               MOVE WS-CARD-COUNT TO WS-PART-COUNT
               MOVE PC-HIGH-TRAN-ID TO WS-PT-HIGH-TRAN-ID(WS-PART-COUNT)
               MOVE PC-RUN-ID TO WS-PT-RUN-ID(WS-PART-COUNT)
               MOVE SPACES TO WS-PT-REG-STATUS(WS-PART-COUNT)
               MOVE "N" TO WS-PT-HO-EOF-SW(WS-PART-COUNT)
               MOVE "N" TO WS-PT-TJ-EOF-SW(WS-PART-COUNT)
               MOVE 0 TO WS-PT-LAST-SEQ(WS-PART-COUNT)
               MOVE 0 TO WS-PT-TRAN-COUNT(WS-PART-COUNT)
               MOVE 0 TO WS-PT-LINE-COUNT(WS-PART-COUNT)
               MOVE 0 TO WS-PT-REJECT-COUNT(WS-PART-COUNT)
               MOVE 0 TO WS-PT-UNPROC-COUNT(WS-PART-COUNT)
               MOVE 0 TO WS-PT-REPLAY-COUNT(WS-PART-COUNT)
           END-IF.

       1250-CHECK-PARTITION-BOUNDS.
           IF WS-PART-COUNT = 0
               MOVE "NO PARTITION CARDS" TO WS-PART-ERROR-TEXT
               SET WS-PART-CONTROL-INVALID TO TRUE
           END-IF.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
                   OR WS-PART-CONTROL-INVALID
               MOVE WS-PART-SUB TO WS-CARD-NO-EDIT
               IF WS-PART-SUB = WS-PART-COUNT
                   IF WS-PT-HIGH-TRAN-ID(WS-PART-SUB) NOT = SPACES
                       MOVE "LAST PARTITION MUST HAVE NO UPPER BOUND"
                           TO WS-PART-ERROR-TEXT
                       SET WS-PART-CONTROL-INVALID TO TRUE
                   END-IF
               ELSE
                   IF WS-PT-HIGH-TRAN-ID(WS-PART-SUB) = SPACES
                       STRING "PARTITION " WS-CARD-NO-EDIT
                           " HAS NO UPPER BOUND"
                           DELIMITED BY SIZE INTO WS-PART-ERROR-TEXT
                       END-STRING
                       SET WS-PART-CONTROL-INVALID TO TRUE
                   END-IF
               END-IF
               IF WS-PART-SUB > 1 AND WS-PART-SUB < WS-PART-COUNT
                       AND WS-PART-CONTROL-VALID
                   IF WS-PT-HIGH-TRAN-ID(WS-PART-SUB) NOT >
                           WS-PT-HIGH-TRAN-ID(WS-PART-SUB - 1)
                       STRING "PARTITION " WS-CARD-NO-EDIT
                           " BOUND IS NOT ABOVE THE ONE BEFORE"
                           DELIMITED BY SIZE INTO WS-PART-ERROR-TEXT
                       END-STRING
                       SET WS-PART-CONTROL-INVALID TO TRUE
                   END-IF
               END-IF
               MOVE 1 TO WS-PART-CHECK-SUB
               PERFORM UNTIL WS-PART-CHECK-SUB NOT < WS-PART-SUB
                       OR WS-PART-CONTROL-INVALID
                   IF WS-PT-RUN-ID(WS-PART-CHECK-SUB)
                           = WS-PT-RUN-ID(WS-PART-SUB)
                       STRING "PARTITION " WS-CARD-NO-EDIT
                           " REPEATS AN EARLIER RUN-ID"
                           DELIMITED BY SIZE INTO WS-PART-ERROR-TEXT
                       END-STRING
                       SET WS-PART-CONTROL-INVALID TO TRUE
                   END-IF
                   ADD 1 TO WS-PART-CHECK-SUB
               END-PERFORM
               ADD 1 TO WS-PART-SUB
           END-PERFORM.

      *----------------------------------------------------------------
      * The business date from PROCDATE stamps the merged summary
      * record, with the same wall-clock fallback every stamping step
      * takes.
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
                       DISPLAY "HELLOMRG0004W PROCDATE IS EMPTY - "
                           "USING WALL-CLOCK DATE " WS-WALL-DATE
                   NOT AT END
                       IF PD-BUSINESS-DATE(1:4) IS NUMERIC
                               AND PD-BUSINESS-DATE(5:1) = "-"
                               AND PD-BUSINESS-DATE(6:2) IS NUMERIC
                               AND PD-BUSINESS-DATE(8:1) = "-"
                               AND PD-BUSINESS-DATE(9:2) IS NUMERIC
                           MOVE PD-BUSINESS-DATE TO WS-RUN-DATE
                       ELSE
                           DISPLAY "HELLOMRG0005W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                               "- USING WALL-CLOCK DATE " WS-WALL-DATE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           ELSE
               DISPLAY "HELLOMRG0006W UNABLE TO OPEN PROCDATE - "
                   "FILE STATUS " WS-PROCDATE-STATUS
                   ", USING WALL-CLOCK DATE " WS-WALL-DATE
           END-IF.

      *----------------------------------------------------------------
      * The registry is opened I-O: it is read to prove every
      * partition finished, and the merged run-id is registered in
      * it at the end.  Without it the merge cannot tell a finished
      * partition from a dead one, so an unopenable registry fails
      * the step rather than merging blind.  SWEEPJ is opened every
      * night, swept or not, so its generation is always cataloged
      * and the journal append that follows always has one to read -
      * a night with no sweep simply leaves it empty.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSIN-STATUS NOT = "00"
               DISPLAY "HELLOMRG0007E UNABLE TO OPEN TRANSIN - "
                   "FILE STATUS " WS-TRANSIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RUN-REGISTRY-FILE.
           IF WS-RUNREG-STATUS NOT = "00"
               DISPLAY "HELLOMRG0008E UNABLE TO OPEN RUNREG - "
                   "FILE STATUS " WS-RUNREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HELLO-OUT-FILE.
           IF WS-HELLOOUT-STATUS NOT = "00"
               DISPLAY "HELLOMRG0009E UNABLE TO OPEN HELLOOUT - "
                   "FILE STATUS " WS-HELLOOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TYPE-REJ-FILE.
           IF WS-TYPEREJ-STATUS NOT = "00"
               DISPLAY "HELLOMRG0010E UNABLE TO OPEN TYPEREJ - "
                   "FILE STATUS " WS-TYPEREJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MERGE-REPORT-FILE.
           IF WS-MRGRPT-STATUS NOT = "00"
               DISPLAY "HELLOMRG0011E UNABLE TO OPEN MRGRPT - "
                   "FILE STATUS " WS-MRGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SWEEP-JOURNAL-FILE.
           IF WS-SWEEPJ-STATUS NOT = "00"
               DISPLAY "HELLOMRG0024E UNABLE TO OPEN SWEEPJ - "
                   "FILE STATUS " WS-SWEEPJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Only the partitions the cards name are opened - the DDs of
      * unused partitions may be DUMMY.
      *----------------------------------------------------------------
       2200-OPEN-PARTITION-FILES.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               EVALUATE WS-PART-SUB
                   WHEN 1
                       OPEN INPUT HO-PART-FILE-1
                       OPEN INPUT TJ-PART-FILE-1
                   WHEN 2
                       OPEN INPUT HO-PART-FILE-2
                       OPEN INPUT TJ-PART-FILE-2
                   WHEN 3
                       OPEN INPUT HO-PART-FILE-3
                       OPEN INPUT TJ-PART-FILE-3
                   WHEN 4
                       OPEN INPUT HO-PART-FILE-4
                       OPEN INPUT TJ-PART-FILE-4
                   WHEN 5
                       OPEN INPUT HO-PART-FILE-5
                       OPEN INPUT TJ-PART-FILE-5
                   WHEN 6
                       OPEN INPUT HO-PART-FILE-6
                       OPEN INPUT TJ-PART-FILE-6
                   WHEN 7
                       OPEN INPUT HO-PART-FILE-7
                       OPEN INPUT TJ-PART-FILE-7
                   WHEN 8
                       OPEN INPUT HO-PART-FILE-8
                       OPEN INPUT TJ-PART-FILE-8
               END-EVALUATE
               MOVE WS-PART-SUB TO WS-PART-NO-EDIT
               IF WS-HOPART-STATUS NOT = "00"
                   DISPLAY "HELLOMRG0012E UNABLE TO OPEN HOPART"
                       WS-PART-NO-EDIT " - FILE STATUS "
                       WS-HOPART-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-TJPART-STATUS NOT = "00"
                   DISPLAY "HELLOMRG0013E UNABLE TO OPEN TJPART"
                       WS-PART-NO-EDIT " - FILE STATUS "
                       WS-TJPART-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PART-SUB
           END-PERFORM.

      *----------------------------------------------------------------
      * Read each partition's first output line and first reject
      * ahead, so the merge always holds the next unconsumed record
      * of every partition.
      *----------------------------------------------------------------
       2300-PRIME-PARTITIONS.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE WS-PART-SUB TO WS-PART-MATCH-SUB
               PERFORM 2400-READ-PART-OUTPUT
               PERFORM 2450-READ-PART-REJECT
               ADD 1 TO WS-PART-SUB
           END-PERFORM.

      *----------------------------------------------------------------
      * Next output line of partition WS-PART-MATCH-SUB.  A partition
      * restarted after an abend re-writes the lines between its last
      * checkpoint and the failure, so its extended generation can
      * step back in sequence; a line whose sequence number is not
      * above the last one taken is that replay and is skipped - the
      * merged generation carries each line once.
      *----------------------------------------------------------------
       2400-READ-PART-OUTPUT.
           MOVE "N" TO WS-CHECK-REPLAY-SW.
           PERFORM UNTIL WS-PT-HO-EOF(WS-PART-MATCH-SUB)
                   OR WS-CHECK-REPLAY-DONE
               EVALUATE WS-PART-MATCH-SUB
                   WHEN 1
                       READ HO-PART-FILE-1
                           INTO WS-PT-HO-RECORD(WS-PART-MATCH-SUB)
                           AT END
                               SET WS-PT-HO-EOF(WS-PART-MATCH-SUB)
                                   TO TRUE
                       END-READ
                   WHEN 2
                       READ HO-PART-FILE-2
                           INTO WS-PT-HO-RECORD(WS-PART-MATCH-SUB)
                           AT END
                               SET WS-PT-HO-EOF(WS-PART-MATCH-SUB)
                                   TO TRUE
                       END-READ
                   WHEN 3
                       READ HO-PART-FILE-3
                           INTO WS-PT-HO-RECORD(WS-PART-MATCH-SUB)
                           AT END
                               SET WS-PT-HO-EOF(WS-PART-MATCH-SUB)
                                   TO TRUE
                       END-READ
                   WHEN 4
                       READ HO-PART-FILE-4
                           INTO WS-PT-HO-RECORD(WS-PART-MATCH-SUB)
                           AT END
                               SET WS-PT-HO-EOF(WS-PART-MATCH-SUB)
                                   TO TRUE
                       END-READ
                   WHEN 5
                       READ HO-PART-FILE-5
                           INTO WS-PT-HO-RECORD(WS-PART-MATCH-SUB)
                           AT END
                               SET WS-PT-HO-EOF(WS-PART-MATCH-SUB)
                                   TO TRUE
                       END-READ
                   WHEN 6
                       READ HO-PART-FILE-6
                           INTO WS-PT-HO-RECORD(WS-PART-MATCH-SUB)
                           AT END
                               SET WS-PT-HO-EOF(WS-PART-MATCH-SUB)
                                   TO TRUE
                       END-READ
                   WHEN 7
                       READ HO-PART-FILE-7
                           INTO WS-PT-HO-RECORD(WS-PART-MATCH-SUB)
                           AT END
                               SET WS-PT-HO-EOF(WS-PART-MATCH-SUB)
                                   TO TRUE
                       END-READ
                   WHEN 8
                       READ HO-PART-FILE-8
                           INTO WS-PT-HO-RECORD(WS-PART-MATCH-SUB)
                           AT END
                               SET WS-PT-HO-EOF(WS-PART-MATCH-SUB)
                                   TO TRUE
                       END-READ
               END-EVALUATE
               IF WS-PT-HO-NOT-EOF(WS-PART-MATCH-SUB)
                   IF WS-PT-HO-SEQUENCE-NO(WS-PART-MATCH-SUB)
                           > WS-PT-LAST-SEQ(WS-PART-MATCH-SUB)
                       SET WS-CHECK-REPLAY-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-PT-REPLAY-COUNT(WS-PART-MATCH-SUB)
                       ADD 1 TO WS-REPLAY-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       2450-READ-PART-REJECT.
           EVALUATE WS-PART-MATCH-SUB
               WHEN 1
                   READ TJ-PART-FILE-1
                       INTO WS-PT-TJ-RECORD(WS-PART-MATCH-SUB)
                       AT END
                           SET WS-PT-TJ-EOF(WS-PART-MATCH-SUB) TO TRUE
                   END-READ
               WHEN 2
                   READ TJ-PART-FILE-2
                       INTO WS-PT-TJ-RECORD(WS-PART-MATCH-SUB)
                       AT END
                           SET WS-PT-TJ-EOF(WS-PART-MATCH-SUB) TO TRUE
                   END-READ
               WHEN 3
                   READ TJ-PART-FILE-3
                       INTO WS-PT-TJ-RECORD(WS-PART-MATCH-SUB)
                       AT END
                           SET WS-PT-TJ-EOF(WS-PART-MATCH-SUB) TO TRUE
                   END-READ
               WHEN 4
                   READ TJ-PART-FILE-4
                       INTO WS-PT-TJ-RECORD(WS-PART-MATCH-SUB)
                       AT END
                           SET WS-PT-TJ-EOF(WS-PART-MATCH-SUB) TO TRUE
                   END-READ
               WHEN 5
                   READ TJ-PART-FILE-5
                       INTO WS-PT-TJ-RECORD(WS-PART-MATCH-SUB)
                       AT END
                           SET WS-PT-TJ-EOF(WS-PART-MATCH-SUB) TO TRUE
                   END-READ
               WHEN 6
                   READ TJ-PART-FILE-6
                       INTO WS-PT-TJ-RECORD(WS-PART-MATCH-SUB)
                       AT END
                           SET WS-PT-TJ-EOF(WS-PART-MATCH-SUB) TO TRUE
                   END-READ
               WHEN 7
                   READ TJ-PART-FILE-7
                       INTO WS-PT-TJ-RECORD(WS-PART-MATCH-SUB)
                       AT END
                           SET WS-PT-TJ-EOF(WS-PART-MATCH-SUB) TO TRUE
                   END-READ
               WHEN 8
                   READ TJ-PART-FILE-8
                       INTO WS-PT-TJ-RECORD(WS-PART-MATCH-SUB)
                       AT END
                           SET WS-PT-TJ-EOF(WS-PART-MATCH-SUB) TO TRUE
                   END-READ
           END-EVALUATE.

      *----------------------------------------------------------------
      * Every partition must have finished COMPLETE under its own
      * run-id on tonight's business date before its output is
      * merged: a partition that failed, was quiesced, or never ran
      * is restarted by itself and the merge resubmitted after it.
      * The partition run-ids are used again every night, so an
      * entry last updated on an earlier date is last night's
      * partition and counts as NOT RUN.  The merged run-id must not
      * have shipped already tonight - a second merge of a night the
      * consumers have loaded would ship it twice; its entry from an
      * earlier night is no bar.  The merged run starts when the
      * earliest partition started.
      *----------------------------------------------------------------
       2500-CHECK-PARTITION-RUNS.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE WS-PT-RUN-ID(WS-PART-SUB) TO RG-RUN-ID
               READ RUN-REGISTRY-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE"
                           TO WS-PT-REG-STATUS(WS-PART-SUB)
                   NOT INVALID KEY
                       MOVE RG-STATUS TO WS-PT-REG-STATUS(WS-PART-SUB)
                       IF RG-LAST-DATE NOT = WS-RUN-DATE
                           MOVE "NOT RUN"
                               TO WS-PT-REG-STATUS(WS-PART-SUB)
                       END-IF
                       IF WS-START-DATE = SPACES
                               OR RG-START-DATE < WS-START-DATE
                               OR (RG-START-DATE = WS-START-DATE
                                   AND RG-START-TIME < WS-START-TIME)
                           MOVE RG-START-DATE TO WS-START-DATE
                           MOVE RG-START-TIME TO WS-START-TIME
                       END-IF
               END-READ
               IF WS-PT-REG-STATUS(WS-PART-SUB) NOT = "COMPLETE"
                       AND WS-MERGE-ALLOWED
                   MOVE WS-PART-SUB TO WS-PART-NO-EDIT
                   STRING "PARTITION " WS-PART-NO-EDIT " RUN-ID "
                       WS-PT-RUN-ID(WS-PART-SUB) " IS "
                       WS-PT-REG-STATUS(WS-PART-SUB)
                       DELIMITED BY SIZE INTO WS-REFUSED-TEXT
                   END-STRING
                   SET WS-MERGE-REFUSED TO TRUE
               END-IF
               ADD 1 TO WS-PART-SUB
           END-PERFORM.
           MOVE WS-RUN-ID TO RG-RUN-ID.
           READ RUN-REGISTRY-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BASE-STATUS
               NOT INVALID KEY
                   IF RG-START-DATE = WS-RUN-DATE
                       MOVE RG-STATUS TO WS-BASE-STATUS
                   ELSE
                       MOVE SPACES TO WS-BASE-STATUS
                   END-IF
           END-READ.
           IF (WS-BASE-STATUS = "SHIPPED"
                   OR WS-BASE-STATUS = "DELIVERED")
                   AND WS-MERGE-ALLOWED
               STRING "MERGED RUN-ID " WS-RUN-ID " IS ALREADY "
                   WS-BASE-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSED-TEXT
               END-STRING
               SET WS-MERGE-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * TRANEDT is read in its own order and each record is matched
      * to what its partition did with it.  Each partition handled
      * its share in that same order, so the record is either the
      * partition's next reject (unknown type, master reject, or
      * message-code reject - no output line) or the partition's next
      * output line.  Taking them this way rebuilds the night in
      * feed order, which is the order RECONCIL ties HELLOOUT back
      * to TRANEDT in.  A partition stopped short by its loop count
      * has neither left for its remaining records; they are counted
      * as not processed, exactly as a single stream stopped short
      * would leave them.
      *----------------------------------------------------------------
       3000-MERGE-TRANSACTION.
           PERFORM 3150-FIND-PARTITION.
           ADD 1 TO WS-PT-TRAN-COUNT(WS-PART-MATCH-SUB).
           IF WS-PT-TJ-NOT-EOF(WS-PART-MATCH-SUB)
                   AND WS-PT-TJ-TRAN-ID(WS-PART-MATCH-SUB) = TR-TRAN-ID
                   AND WS-PT-TJ-TRAN-TYPE(WS-PART-MATCH-SUB)
                       = TR-TRAN-TYPE
                   AND WS-PT-TJ-TRAN-DATA(WS-PART-MATCH-SUB)
                       = TR-TRAN-DATA
               PERFORM 3200-TAKE-PARTITION-REJECT
           ELSE
               IF WS-PT-HO-NOT-EOF(WS-PART-MATCH-SUB)
                   PERFORM 3300-TAKE-PARTITION-LINE
               ELSE
                   ADD 1 TO WS-PT-UNPROC-COUNT(WS-PART-MATCH-SUB)
                   ADD 1 TO WS-UNPROCESSED-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The first partition whose upper bound is at or above the id
      * takes it; an id above every bound falls to the last
      * partition, which has none.  Mirrors TRANSPLT's 3100 - change
      * both together.
      *----------------------------------------------------------------
       3150-FIND-PARTITION.
           MOVE 0 TO WS-PART-MATCH-SUB.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB NOT < WS-PART-COUNT
                   OR WS-PART-MATCH-SUB > 0
               IF TR-TRAN-ID NOT > WS-PT-HIGH-TRAN-ID(WS-PART-SUB)
                   MOVE WS-PART-SUB TO WS-PART-MATCH-SUB
               END-IF
               ADD 1 TO WS-PART-SUB
           END-PERFORM.
           IF WS-PART-MATCH-SUB = 0
               MOVE WS-PART-COUNT TO WS-PART-MATCH-SUB
           END-IF.

      *----------------------------------------------------------------
      * The partition's reject goes to the merged TYPEREJ generation
      * in feed order, so RECONCIL skips it exactly as it skips a
      * single stream's, and is counted by reason for the summary.
      *----------------------------------------------------------------
       3200-TAKE-PARTITION-REJECT.
           MOVE WS-PT-TJ-RECORD(WS-PART-MATCH-SUB)
               TO TRAN-REJECT-RECORD.
           WRITE TRAN-REJECT-RECORD.
           ADD 1 TO WS-PT-REJECT-COUNT(WS-PART-MATCH-SUB).
           EVALUATE TJ-REASON-CODE
               WHEN "E004"
                   ADD 1 TO WS-UNKNOWN-TYPE-COUNT
               WHEN "E008"
                   ADD 1 TO WS-MSGCODE-REJ-COUNT
               WHEN OTHER
                   ADD 1 TO WS-MASTER-REJ-COUNT
           END-EVALUATE.
           PERFORM 2450-READ-PART-REJECT.

      *----------------------------------------------------------------
      * The partition's line must be the one written for this very
      * record - its HO-TRAN-DATA is checked against the line the
      * record would produce.  A mismatch means the partition's
      * output does not line up with TRANEDT (wrong PARTCTL cards,
      * a stale generation, or an abend-restart that duplicated
      * rejects) and the merge is refused rather than shipping the
      * night out of order.  A matching line is re-stamped with the
      * merged run-id and the next merged sequence number, so the
      * generation numbers contiguously from 1 across partitions.
      *----------------------------------------------------------------
       3300-TAKE-PARTITION-LINE.
           PERFORM 3350-FORMAT-EXPECTED-DATA.
           MOVE WS-PT-HO-RECORD(WS-PART-MATCH-SUB) TO HELLO-OUT-RECORD.
           IF HO-TRAN-DATA NOT = WS-EXPECTED-TRAN-DATA
               MOVE WS-PART-MATCH-SUB TO WS-PART-NO-EDIT
               STRING "PARTITION " WS-PART-NO-EDIT
                   " OUT OF LINE WITH TRANEDT AT ID " TR-TRAN-ID
                   DELIMITED BY SIZE INTO WS-REFUSED-TEXT
               END-STRING
               SET WS-MERGE-REFUSED TO TRUE
           ELSE
               MOVE HO-SEQUENCE-NO TO WS-PT-LAST-SEQ(WS-PART-MATCH-SUB)
               ADD 1 TO WS-MERGED-SEQUENCE
               MOVE WS-RUN-ID TO HO-RUN-ID
               MOVE WS-MERGED-SEQUENCE TO HO-SEQUENCE-NO
               WRITE HELLO-OUT-RECORD
               ADD 1 TO WS-PT-LINE-COUNT(WS-PART-MATCH-SUB)
               EVALUATE TRUE
                   WHEN TR-TYPE-NOTICE
                       ADD 1 TO WS-NOTICE-COUNT
                   WHEN TR-TYPE-AMENDMENT
                       ADD 1 TO WS-AMEND-COUNT
                   WHEN TR-TYPE-CANCEL
                       ADD 1 TO WS-CANCEL-COUNT
               END-EVALUATE
               PERFORM 3400-COUNT-MSG-CODE
               PERFORM 2400-READ-PART-OUTPUT
           END-IF.

      *----------------------------------------------------------------
      * Build the output line COBOLNODEJS writes for this record -
      * mirrors 3050-FORMAT-TRAN-OUTPUT there and RECONCIL's 3150;
      * change all three together.
      *----------------------------------------------------------------
       3350-FORMAT-EXPECTED-DATA.
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
      * Tally the line under its effective message code - the
      * record's own code, or the run-level code it fell back to -
      * as COBOLNODEJS's 3080 does for a single stream.
      *----------------------------------------------------------------
       3400-COUNT-MSG-CODE.
           IF TR-MSG-CODE = SPACES
               MOVE WS-MSG-CODE TO WS-EFFECTIVE-MSG-CODE
           ELSE
               MOVE TR-MSG-CODE TO WS-EFFECTIVE-MSG-CODE
           END-IF.
           PERFORM 3410-TALLY-MSG-CODE.

       3410-TALLY-MSG-CODE.
           MOVE 0 TO WS-MC-MATCH-SUB.
           MOVE 1 TO WS-MC-SUB.
           PERFORM UNTIL WS-MC-SUB > WS-MC-COUNT
                   OR WS-MC-MATCH-SUB > 0
               IF WS-MC-CODE(WS-MC-SUB) = WS-EFFECTIVE-MSG-CODE
                   MOVE WS-MC-SUB TO WS-MC-MATCH-SUB
               END-IF
               ADD 1 TO WS-MC-SUB
           END-PERFORM.
           IF WS-MC-MATCH-SUB > 0
               ADD 1 TO WS-MC-LINE-COUNT(WS-MC-MATCH-SUB)
           ELSE
               IF WS-MC-COUNT < WS-MC-LIMIT
                   ADD 1 TO WS-MC-COUNT
                   MOVE WS-EFFECTIVE-MSG-CODE
                       TO WS-MC-CODE(WS-MC-COUNT)
                   MOVE 1 TO WS-MC-LINE-COUNT(WS-MC-COUNT)
               ELSE
                   SET WS-MC-TABLE-FULL TO TRUE
                   ADD 1 TO WS-MC-OTHER-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Once TRANEDT is exhausted every partition must be too: an
      * output line or reject left over belongs to no record of
      * tonight's feed, so the partition's output is not tonight's.
      *----------------------------------------------------------------
       3900-CHECK-LEFTOVERS.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
                   OR WS-MERGE-REFUSED
               IF WS-PT-HO-NOT-EOF(WS-PART-SUB)
                       OR WS-PT-TJ-NOT-EOF(WS-PART-SUB)
                   MOVE WS-PART-SUB TO WS-PART-NO-EDIT
                   STRING "PARTITION " WS-PART-NO-EDIT
                       " HAS OUTPUT LEFT OVER AFTER TRANEDT ENDED"
                       DELIMITED BY SIZE INTO WS-REFUSED-TEXT
                   END-STRING
                   SET WS-MERGE-REFUSED TO TRUE
               END-IF
               ADD 1 TO WS-PART-SUB
           END-PERFORM.

      *----------------------------------------------------------------
      * The partitioned night's expiry sweep - COBOLNODEJS's 6000 for
      * a single stream, made here because no partition sees the
      * whole night.  Once the merge is whole, every LIVE or AMENDED
      * notice whose expiry date the business date has passed is
      * closed EXPIRED on the master and an expiry line follows the
      * merged lines under the merged run-id and the next merged
      * sequence numbers, so the generation stays contiguous and the
      * SUMRPT record counts it.  The closures are journaled to the
      * SWEEPJ generation, under the same run-id and sequence, which
      * the next step adds to NOTJRNL after the partitions' entries
      * so the journal stays in apply order.  Records a partition
      * left unprocessed may be amendments that move an expiry date
      * on, so a night with any skips the sweep; so does an expiry
      * code with no MSGTAB version in effect.
      *----------------------------------------------------------------
       6000-EXPIRY-SWEEP.
           IF WS-EXPIRY-SWEEP-REQUESTED
               IF WS-UNPROCESSED-COUNT > 0
                   DISPLAY "HELLOMRG0019I TRANEDT RECORDS NOT "
                       "PROCESSED - EXPIRY SWEEP SKIPPED"
               ELSE
                   PERFORM 6010-OPEN-SWEEP-FILES
                   IF WS-SWEEP-FILES-OPEN
                       PERFORM 6050-RESOLVE-EXPIRY-TEXT
                       IF WS-VERSION-FOUND
                           PERFORM 6100-SCAN-FOR-EXPIRED
                       ELSE
                           DISPLAY "HELLOMRG0021W EXPIRY MESSAGE CODE "
                               WS-EXPIRY-MSG-CODE " HAS NO MSGTAB "
                               "VERSION IN EFFECT - EXPIRY SWEEP "
                               "SKIPPED"
                       END-IF
                       PERFORM 6900-CLOSE-SWEEP-FILES
                   END-IF
               END-IF
           END-IF.

       6010-OPEN-SWEEP-FILES.
           OPEN INPUT MESSAGE-TABLE-FILE.
           IF WS-MSGTAB-STATUS NOT = "00"
               DISPLAY "HELLOMRG0020W UNABLE TO OPEN MSGTAB - "
                   "FILE STATUS " WS-MSGTAB-STATUS
                   ", EXPIRY SWEEP SKIPPED"
           ELSE
               OPEN I-O NOTICE-MASTER-FILE
               IF WS-NOTMAST-STATUS NOT = "00"
                   DISPLAY "HELLOMRG0020W UNABLE TO OPEN NOTMAST - "
                       "FILE STATUS " WS-NOTMAST-STATUS
                       ", EXPIRY SWEEP SKIPPED"
                   CLOSE MESSAGE-TABLE-FILE
               ELSE
                   SET WS-SWEEP-FILES-OPEN TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The expiry code's wording in force on the business date -
      * mirrors COBOLNODEJS's 1750/1760; change them together.
      *----------------------------------------------------------------
       6050-RESOLVE-EXPIRY-TEXT.
           SET WS-VERSION-NOT-FOUND TO TRUE.
           MOVE WS-EXPIRY-MSG-CODE TO MT-MSG-CODE.
           MOVE LOW-VALUES TO MT-EFF-FROM.
           START MESSAGE-TABLE-FILE
               KEY IS NOT LESS THAN MT-MSG-KEY
               INVALID KEY
                   SET WS-MSGTAB-SCAN-EOF TO TRUE
               NOT INVALID KEY
                   SET WS-MSGTAB-SCAN-NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-MSGTAB-SCAN-EOF
               READ MESSAGE-TABLE-FILE NEXT RECORD
                   AT END
                       SET WS-MSGTAB-SCAN-EOF TO TRUE
                   NOT AT END
                       IF MT-MSG-CODE NOT = WS-EXPIRY-MSG-CODE
                           SET WS-MSGTAB-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM 6060-TEST-VERSION-WINDOW
                       END-IF
               END-READ
           END-PERFORM.

       6060-TEST-VERSION-WINDOW.
           IF MT-EFF-FROM = SPACES
               MOVE WS-EFF-FROM-FLOOR TO WS-EFF-FROM-NORM
           ELSE
               MOVE MT-EFF-FROM TO WS-EFF-FROM-NORM
           END-IF.
           IF MT-EFF-TO = SPACES
               MOVE WS-EFF-TO-CEILING TO WS-EFF-TO-NORM
           ELSE
               MOVE MT-EFF-TO TO WS-EFF-TO-NORM
           END-IF.
           IF WS-EFF-FROM-NORM NOT > WS-RUN-DATE
                   AND WS-RUN-DATE NOT > WS-EFF-TO-NORM
               SET WS-VERSION-FOUND TO TRUE
               MOVE MT-MSG-TEXT TO WS-EXPIRY-MSG-TEXT
               SET WS-MSGTAB-SCAN-EOF TO TRUE
           END-IF.

       6100-SCAN-FOR-EXPIRED.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYS-TIME-HH  ":"
                  WS-SYS-TIME-MM  ":"
                  WS-SYS-TIME-SS
                  DELIMITED BY SIZE INTO WS-SWEEP-TIME
           END-STRING.
           MOVE LOW-VALUES TO NM-TRAN-ID.
           START NOTICE-MASTER-FILE
               KEY IS NOT LESS THAN NM-TRAN-ID
               INVALID KEY
                   SET WS-NOTMAST-EOF TO TRUE
               NOT INVALID KEY
                   SET WS-NOTMAST-NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-NOTMAST-EOF OR WS-SWEEPJ-FAILED
               READ NOTICE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NOTMAST-EOF TO TRUE
                   NOT AT END
                       IF (NM-LIVE OR NM-AMENDED)
                               AND NM-EXPIRY-DATE NOT = SPACES
                               AND NM-EXPIRY-DATE < WS-RUN-DATE
                           PERFORM 6200-EXPIRE-NOTICE
                       END-IF
               END-READ
           END-PERFORM.

       6200-EXPIRE-NOTICE.
           SET NJ-BEFORE-PRESENT TO TRUE.
           MOVE NOTICE-MASTER-RECORD TO NJ-BEFORE-IMAGE.
           MOVE "EXPIRED"     TO NM-STATUS.
           MOVE WS-RUN-DATE   TO NM-LAST-DATE.
           MOVE WS-SWEEP-TIME TO NM-LAST-TIME.
           REWRITE NOTICE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "HELLOMRG0022W UNABLE TO WRITE NOTMAST "
                       "ENTRY " NM-TRAN-ID " - FILE STATUS "
                       WS-NOTMAST-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-MERGED-SEQUENCE
                   PERFORM 6250-JOURNAL-EXPIRY
                   IF WS-SWEEPJ-NOT-FAILED
                       PERFORM 6300-WRITE-EXPIRY-LINE
                   ELSE
                       SUBTRACT 1 FROM WS-MERGED-SEQUENCE
                   END-IF
           END-REWRITE.

      *----------------------------------------------------------------
      * Journal entry in the form COBOLNODEJS's 3045 writes - a
      * restamp, stamped with the wall-clock date and time of the
      * apply.  As there, the master is never left changed
      * unjournaled: a failed write puts the notice back as it was
      * read and stops the sweep, with no expiry line for it.  The
      * closures already made stay - they are on SWEEPJ - and the
      * rest are left to the next night's sweep.
      *----------------------------------------------------------------
       6250-JOURNAL-EXPIRY.
           MOVE WS-RUN-ID            TO NJ-RUN-ID.
           MOVE WS-MERGED-SEQUENCE   TO NJ-SEQUENCE-NO.
           MOVE WS-RUN-DATE          TO NJ-BUSINESS-DATE.
           SET NJ-RESTAMP TO TRUE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           STRING WS-SYS-DATE-CCYY  "-"
                  WS-SYS-DATE-MM    "-"
                  WS-SYS-DATE-DD
                  DELIMITED BY SIZE INTO NJ-STAMP-DATE
           END-STRING.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYS-TIME-HH  ":"
                  WS-SYS-TIME-MM  ":"
                  WS-SYS-TIME-SS
                  DELIMITED BY SIZE INTO NJ-STAMP-TIME
           END-STRING.
           MOVE NM-TRAN-ID           TO NJ-TRAN-ID.
           SET NJ-AFTER-PRESENT TO TRUE.
           MOVE NOTICE-MASTER-RECORD TO NJ-AFTER-IMAGE.
           WRITE NOTICE-JOURNAL-RECORD.
           IF WS-SWEEPJ-STATUS NOT = "00"
               DISPLAY "HELLOMRG0023E UNABLE TO WRITE SWEEPJ "
                   "ENTRY " NM-TRAN-ID " - FILE STATUS "
                   WS-SWEEPJ-STATUS ", EXPIRY SWEEP STOPPED"
               SET WS-SWEEPJ-FAILED TO TRUE
               MOVE NJ-BEFORE-IMAGE TO NOTICE-MASTER-RECORD
               REWRITE NOTICE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "HELLOMRG0025E UNABLE TO RESTORE "
                           "NOTMAST ENTRY " NM-TRAN-ID
                           " - FILE STATUS " WS-NOTMAST-STATUS
               END-REWRITE
           END-IF.

       6300-WRITE-EXPIRY-LINE.
           MOVE NM-TRAN-DATA       TO WS-CURRENT-TRAN-DATA.
           MOVE WS-EXPIRY-MSG-TEXT TO WS-MESSAGE-TEXT.
           MOVE WS-EXPIRY-MSG-CODE TO WS-EFFECTIVE-MSG-CODE.
           MOVE WS-RUN-ID          TO HO-RUN-ID.
           MOVE WS-RUN-DATE        TO HO-RUN-DATE.
           MOVE WS-SWEEP-TIME      TO HO-RUN-TIME.
           MOVE WS-MERGED-SEQUENCE TO HO-SEQUENCE-NO.
           PERFORM 6400-RESOLVE-MESSAGE-TEXT.
           MOVE WS-RESOLVED-TEXT TO HO-MESSAGE-TEXT.
           MOVE SPACES TO HO-TRAN-DATA.
           STRING "EXPIRED: " NM-TRAN-DATA
               DELIMITED BY SIZE INTO HO-TRAN-DATA
           END-STRING.
           WRITE HELLO-OUT-RECORD.
           ADD 1 TO WS-EXPIRY-COUNT.
           PERFORM 3410-TALLY-MSG-CODE.

      *----------------------------------------------------------------
      * Token substitution in the expiry text - mirrors COBOLNODEJS's
      * 3100/3150/3200 (&TRANDATA, &RUNID, &SEQNO, &DATE); change
      * them together.  &RUNID and &SEQNO are the merged night's.
      *----------------------------------------------------------------
       6400-RESOLVE-MESSAGE-TEXT.
           MOVE SPACES TO WS-RESOLVED-TEXT.
           MOVE 1 TO WS-MSG-IN-IX.
           MOVE 1 TO WS-MSG-OUT-IX.
           PERFORM UNTIL WS-MSG-IN-IX > 40 OR WS-MSG-OUT-IX > 40
               IF WS-MESSAGE-TEXT(WS-MSG-IN-IX:1) = "&"
                   PERFORM 6450-MATCH-SUB-TOKEN
               ELSE
                   MOVE 0 TO WS-SUB-TOKEN-LEN
               END-IF
               IF WS-SUB-TOKEN-LEN > 0
                   PERFORM 6500-APPEND-SUB-VALUE
                   ADD WS-SUB-TOKEN-LEN TO WS-MSG-IN-IX
               ELSE
                   MOVE WS-MESSAGE-TEXT(WS-MSG-IN-IX:1)
                       TO WS-RESOLVED-TEXT(WS-MSG-OUT-IX:1)
                   ADD 1 TO WS-MSG-IN-IX
                   ADD 1 TO WS-MSG-OUT-IX
               END-IF
           END-PERFORM.

       6450-MATCH-SUB-TOKEN.
           MOVE 0 TO WS-SUB-TOKEN-LEN.
           MOVE SPACES TO WS-SUB-VALUE.
           IF WS-MSG-IN-IX NOT > 32
                   AND WS-MESSAGE-TEXT(WS-MSG-IN-IX:9) = "&TRANDATA"
               MOVE 9 TO WS-SUB-TOKEN-LEN
               MOVE WS-CURRENT-TRAN-DATA TO WS-SUB-VALUE
           ELSE
               IF WS-MSG-IN-IX NOT > 35
                       AND WS-MESSAGE-TEXT(WS-MSG-IN-IX:6) = "&RUNID"
                   MOVE 6 TO WS-SUB-TOKEN-LEN
                   MOVE WS-RUN-ID TO WS-SUB-VALUE
               ELSE
                   IF WS-MSG-IN-IX NOT > 35
                           AND WS-MESSAGE-TEXT(WS-MSG-IN-IX:6)
                               = "&SEQNO"
                       MOVE 6 TO WS-SUB-TOKEN-LEN
                       MOVE WS-MERGED-SEQUENCE TO WS-SEQNO-EDIT
                       MOVE FUNCTION TRIM(WS-SEQNO-EDIT)
                           TO WS-SUB-VALUE
                   ELSE
                       IF WS-MSG-IN-IX NOT > 36
                               AND WS-MESSAGE-TEXT(WS-MSG-IN-IX:5)
                                   = "&DATE"
                           MOVE 5 TO WS-SUB-TOKEN-LEN
                           MOVE WS-RUN-DATE TO WS-SUB-VALUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-SUB-TOKEN-LEN > 0
               IF WS-SUB-VALUE = SPACES
                   MOVE 0 TO WS-SUB-VALUE-LEN
               ELSE
                   COMPUTE WS-SUB-VALUE-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-SUB-VALUE TRAILING))
               END-IF
           END-IF.

       6500-APPEND-SUB-VALUE.
           IF WS-SUB-VALUE-LEN > 0
               COMPUTE WS-SUB-ROOM = 41 - WS-MSG-OUT-IX
               IF WS-SUB-VALUE-LEN > WS-SUB-ROOM
                   MOVE WS-SUB-ROOM TO WS-SUB-VALUE-LEN
               END-IF
               MOVE WS-SUB-VALUE(1:WS-SUB-VALUE-LEN)
                   TO WS-RESOLVED-TEXT(WS-MSG-OUT-IX:WS-SUB-VALUE-LEN)
               ADD WS-SUB-VALUE-LEN TO WS-MSG-OUT-IX
           END-IF.

       6900-CLOSE-SWEEP-FILES.
           CLOSE MESSAGE-TABLE-FILE.
           CLOSE NOTICE-MASTER-FILE.

       7000-WRITE-MERGE-REPORT.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-HEADER-2.
           MOVE WS-RUN-ID TO WS-RPT-RUN-ID.
           MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-RUN-ID-LINE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE WS-PART-SUB TO WS-RPT-DET-PART
               MOVE WS-PT-RUN-ID(WS-PART-SUB) TO WS-RPT-DET-RUN-ID
               MOVE WS-PT-REG-STATUS(WS-PART-SUB) TO WS-RPT-DET-STATUS
               MOVE WS-PT-TRAN-COUNT(WS-PART-SUB) TO WS-RPT-DET-TRANS
               MOVE WS-PT-LINE-COUNT(WS-PART-SUB) TO WS-RPT-DET-LINES
               MOVE WS-PT-REJECT-COUNT(WS-PART-SUB)
                   TO WS-RPT-DET-REJECTS
               MOVE WS-PT-UNPROC-COUNT(WS-PART-SUB)
                   TO WS-RPT-DET-UNPROC
               MOVE WS-PT-REPLAY-COUNT(WS-PART-SUB)
                   TO WS-RPT-DET-REPLAY
               WRITE MERGE-REPORT-LINE FROM WS-RPT-DETAIL-LINE
               ADD 1 TO WS-PART-SUB
           END-PERFORM.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           IF WS-MERGE-REFUSED
               MOVE WS-REFUSED-TEXT TO WS-RPT-REFUSED-TEXT
               WRITE MERGE-REPORT-LINE FROM WS-RPT-REFUSED-LINE
               WRITE MERGE-REPORT-LINE FROM WS-RPT-BLANK-LINE
           END-IF.
           MOVE "TRANEDT RECORDS READ"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TRANS-READ-COUNT        TO WS-RPT-TOTAL-VALUE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "OUTPUT LINES MERGED"      TO WS-RPT-TOTAL-LABEL.
           COMPUTE WS-RPT-TOTAL-VALUE
               = WS-MERGED-SEQUENCE - WS-EXPIRY-COUNT.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "  NOTICES"                TO WS-RPT-TOTAL-LABEL.
           MOVE WS-NOTICE-COUNT            TO WS-RPT-TOTAL-VALUE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "  AMENDMENTS"             TO WS-RPT-TOTAL-LABEL.
           MOVE WS-AMEND-COUNT             TO WS-RPT-TOTAL-VALUE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "  CANCELLATIONS"          TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CANCEL-COUNT            TO WS-RPT-TOTAL-VALUE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "UNKNOWN-TYPE REJECTS (E004)"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-UNKNOWN-TYPE-COUNT      TO WS-RPT-TOTAL-VALUE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "MASTER REJECTS (E006/E007)"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-MASTER-REJ-COUNT        TO WS-RPT-TOTAL-VALUE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "MESSAGE CODE REJECTS (E008)"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-MSGCODE-REJ-COUNT       TO WS-RPT-TOTAL-VALUE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "NOT PROCESSED (LOOP COUNT)" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-UNPROCESSED-COUNT       TO WS-RPT-TOTAL-VALUE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "RESTART REPLAYS SKIPPED"  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-REPLAY-COUNT            TO WS-RPT-TOTAL-VALUE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "EXPIRY LINES WRITTEN"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-EXPIRY-COUNT            TO WS-RPT-TOTAL-VALUE.
           WRITE MERGE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       8000-CLOSE-FILES.
           CLOSE TRANSACTION-FILE.
           CLOSE RUN-REGISTRY-FILE.
           CLOSE HELLO-OUT-FILE.
           CLOSE TYPE-REJ-FILE.
           CLOSE MERGE-REPORT-FILE.
           CLOSE SWEEP-JOURNAL-FILE.

       8100-CLOSE-PARTITION-FILES.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               EVALUATE WS-PART-SUB
                   WHEN 1
                       CLOSE HO-PART-FILE-1
                       CLOSE TJ-PART-FILE-1
                   WHEN 2
                       CLOSE HO-PART-FILE-2
                       CLOSE TJ-PART-FILE-2
                   WHEN 3
                       CLOSE HO-PART-FILE-3
                       CLOSE TJ-PART-FILE-3
                   WHEN 4
                       CLOSE HO-PART-FILE-4
                       CLOSE TJ-PART-FILE-4
                   WHEN 5
                       CLOSE HO-PART-FILE-5
                       CLOSE TJ-PART-FILE-5
                   WHEN 6
                       CLOSE HO-PART-FILE-6
                       CLOSE TJ-PART-FILE-6
                   WHEN 7
                       CLOSE HO-PART-FILE-7
                       CLOSE TJ-PART-FILE-7
                   WHEN 8
                       CLOSE HO-PART-FILE-8
                       CLOSE TJ-PART-FILE-8
               END-EVALUATE
               ADD 1 TO WS-PART-SUB
           END-PERFORM.

      *----------------------------------------------------------------
      * RC=12 when the merge was refused - the COND codes hold
      * RECONCIL, EXCPMON and HELLOEXT, and the night is rerun from
      * this step once the partition is put right.  RC=4 when a
      * partition's loop count left records of the feed unprocessed,
      * so operations sees it; the merged night itself is whole.
      * A sweep that could not be made is left to its HELLOMRG0020W
      * or 0021W message, as COBOLNODEJS leaves its own - it never
      * holds delivery of a merged night that is otherwise whole.
      * A sweep stopped by a failed SWEEPJ write is RC=4: the
      * journal needs putting right, and a higher code would bypass
      * STEP015 and strand the closures already journaled to SWEEPJ
      * outside NOTJRNL.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           IF WS-MERGE-REFUSED
               DISPLAY "HELLOMRG0014E MERGE REFUSED - " WS-REFUSED-TEXT
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-UNPROCESSED-COUNT > 0
                   DISPLAY "HELLOMRG0015W " WS-UNPROCESSED-COUNT
                       " TRANEDT RECORDS NOT PROCESSED - A PARTITION "
                       "REACHED ITS LOOP COUNT"
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-SWEEPJ-FAILED
                   DISPLAY "HELLOMRG0026W EXPIRY SWEEP STOPPED BY A "
                       "SWEEPJ WRITE FAILURE - NOTICES LEFT OPEN"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The merged night registers under its own run-id as COMPLETE,
      * started when its earliest partition started, so HELLOEXT can
      * advance it to SHIPPED and ACKMATCH to DELIVERED exactly as it
      * would a single stream's run.  A merge rerun after a refusal
      * rewrites the entry it may have left.
      *----------------------------------------------------------------
       8900-REGISTER-MERGED-RUN.
           MOVE WS-RUN-ID TO RG-RUN-ID.
           READ RUN-REGISTRY-FILE
               INVALID KEY
                   MOVE WS-RUN-ID     TO RG-RUN-ID
                   MOVE "COMPLETE"    TO RG-STATUS
                   MOVE WS-START-DATE TO RG-START-DATE
                   MOVE WS-START-TIME TO RG-START-TIME
                   MOVE WS-RUN-DATE   TO RG-LAST-DATE
                   MOVE WS-END-TIME   TO RG-LAST-TIME
                   WRITE RUN-REGISTRY-RECORD
                       INVALID KEY
                           DISPLAY "HELLOMRG0016W UNABLE TO WRITE "
                               "RUNREG ENTRY - FILE STATUS "
                               WS-RUNREG-STATUS
                   END-WRITE
               NOT INVALID KEY
                   MOVE "COMPLETE"    TO RG-STATUS
                   MOVE WS-START-DATE TO RG-START-DATE
                   MOVE WS-START-TIME TO RG-START-TIME
                   MOVE WS-RUN-DATE   TO RG-LAST-DATE
                   MOVE WS-END-TIME   TO RG-LAST-TIME
                   REWRITE RUN-REGISTRY-RECORD
                       INVALID KEY
                           DISPLAY "HELLOMRG0016W UNABLE TO WRITE "
                               "RUNREG ENTRY - FILE STATUS "
                               WS-RUNREG-STATUS
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------------
      * One summary record for the whole night, in the layout and
      * dataset a single stream writes, so RECONCIL balances the
      * merged generation and EXCPMON and SUMHIST see one run per
      * night.  Both counters carry the merged line count - the
      * merged generation is written fresh, never extended.  The
      * per-type counts come from the records actually merged, not
      * from adding up partition summaries, so a restarted partition
      * is not counted twice.
      *----------------------------------------------------------------
       9000-WRITE-SUMMARY.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYS-TIME-HH  ":"
                  WS-SYS-TIME-MM  ":"
                  WS-SYS-TIME-SS
                  DELIMITED BY SIZE INTO WS-END-TIME
           END-STRING.
           MOVE WS-RUN-ID             TO SR-RUN-ID.
           MOVE WS-START-DATE         TO SR-START-DATE.
           MOVE WS-START-TIME         TO SR-START-TIME.
           MOVE WS-RUN-DATE           TO SR-END-DATE.
           MOVE WS-END-TIME           TO SR-END-TIME.
           MOVE WS-MERGED-SEQUENCE    TO SR-FINAL-FLG-FS.
           MOVE WS-MERGED-SEQUENCE    TO SR-LINES-PRODUCED.
           MOVE "COMPLETE"            TO SR-COMPLETION-STATUS.
           MOVE WS-NOTICE-COUNT       TO SR-NOTICE-COUNT.
           MOVE WS-AMEND-COUNT        TO SR-AMEND-COUNT.
           MOVE WS-CANCEL-COUNT       TO SR-CANCEL-COUNT.
           MOVE WS-UNKNOWN-TYPE-COUNT TO SR-UNKNOWN-COUNT.
           OPEN OUTPUT SUMMARY-FILE.
           IF WS-SUMRPT-STATUS = "00"
               WRITE SUMMARY-REPORT-RECORD
               CLOSE SUMMARY-FILE
           ELSE
               DISPLAY "HELLOMRG0017E UNABLE TO OPEN SUMRPT - "
                   "FILE STATUS " WS-SUMRPT-STATUS
           END-IF.

      *----------------------------------------------------------------
      * The night's message code summary, one line per code with its
      * merged line count plus the E008 rejects, in the layout
      * COBOLNODEJS writes for a single stream.
      *----------------------------------------------------------------
       9100-WRITE-MSGCODE-SUMMARY.
           OPEN OUTPUT MSGSUM-FILE.
           IF WS-MSGSUM-STATUS NOT = "00"
               DISPLAY "HELLOMRG0018W UNABLE TO OPEN MSGSUM - "
                   "FILE STATUS " WS-MSGSUM-STATUS
                   ", MESSAGE CODE SUMMARY SKIPPED"
           ELSE
               WRITE MSGSUM-LINE FROM WS-RPT-MS-HEADER-1
               WRITE MSGSUM-LINE FROM WS-RPT-MS-HEADER-2
               MOVE 1 TO WS-MC-SUB
               PERFORM UNTIL WS-MC-SUB > WS-MC-COUNT
                   MOVE WS-MC-CODE(WS-MC-SUB) TO WS-RPT-MS-CODE
                   MOVE WS-MC-LINE-COUNT(WS-MC-SUB)
                       TO WS-RPT-MS-COUNT
                   WRITE MSGSUM-LINE FROM WS-RPT-MS-DETAIL-LINE
                   ADD 1 TO WS-MC-SUB
               END-PERFORM
               IF WS-MC-TABLE-FULL
                   MOVE "OTHERS" TO WS-RPT-MS-CODE
                   MOVE WS-MC-OTHER-COUNT TO WS-RPT-MS-COUNT
                   WRITE MSGSUM-LINE FROM WS-RPT-MS-DETAIL-LINE
                   WRITE MSGSUM-LINE FROM WS-RPT-MS-WARN-LINE
               END-IF
               MOVE "MESSAGE CODE REJECTS (E008)"
                                           TO WS-RPT-MS-TOTAL-LABEL
               MOVE WS-MSGCODE-REJ-COUNT   TO WS-RPT-MS-TOTAL-VALUE
               WRITE MSGSUM-LINE FROM WS-RPT-MS-TOTAL-LINE
               CLOSE MSGSUM-FILE
           END-IF.
