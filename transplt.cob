       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPLT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSIN-STATUS.
           SELECT TRAN-PART-FILE-1 ASSIGN TO "TRPART01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRPART-STATUS.
           SELECT TRAN-PART-FILE-2 ASSIGN TO "TRPART02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRPART-STATUS.
           SELECT TRAN-PART-FILE-3 ASSIGN TO "TRPART03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRPART-STATUS.
           SELECT TRAN-PART-FILE-4 ASSIGN TO "TRPART04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRPART-STATUS.
           SELECT TRAN-PART-FILE-5 ASSIGN TO "TRPART05"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRPART-STATUS.
           SELECT TRAN-PART-FILE-6 ASSIGN TO "TRPART06"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRPART-STATUS.
           SELECT TRAN-PART-FILE-7 ASSIGN TO "TRPART07"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRPART-STATUS.
           SELECT TRAN-PART-FILE-8 ASSIGN TO "TRPART08"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRPART-STATUS.
           SELECT SPLIT-REPORT-FILE ASSIGN TO "SPLITRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLITRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE
           RECORDING MODE IS F.
           COPY PARTCTLREC.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
           COPY TRANREC.
       FD  TRAN-PART-FILE-1
           RECORDING MODE IS F.
       01  TRAN-PART-RECORD-1              PIC X(73).
       FD  TRAN-PART-FILE-2
           RECORDING MODE IS F.
       01  TRAN-PART-RECORD-2              PIC X(73).
       FD  TRAN-PART-FILE-3
           RECORDING MODE IS F.
       01  TRAN-PART-RECORD-3              PIC X(73).
       FD  TRAN-PART-FILE-4
           RECORDING MODE IS F.
       01  TRAN-PART-RECORD-4              PIC X(73).
       FD  TRAN-PART-FILE-5
           RECORDING MODE IS F.
       01  TRAN-PART-RECORD-5              PIC X(73).
       FD  TRAN-PART-FILE-6
           RECORDING MODE IS F.
       01  TRAN-PART-RECORD-6              PIC X(73).
       FD  TRAN-PART-FILE-7
           RECORDING MODE IS F.
       01  TRAN-PART-RECORD-7              PIC X(73).
       FD  TRAN-PART-FILE-8
           RECORDING MODE IS F.
       01  TRAN-PART-RECORD-8              PIC X(73).
       FD  SPLIT-REPORT-FILE
           RECORDING MODE IS F.
       01  SPLIT-REPORT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-PARTCTL-STATUS           PIC X(02) VALUE "00".
           05  WS-TRANSIN-STATUS           PIC X(02) VALUE "00".
           05  WS-TRPART-STATUS            PIC X(02) VALUE "00".
           05  WS-SPLITRPT-STATUS          PIC X(02) VALUE "00".
           05  WS-PARTCTL-EOF-SW           PIC X(01) VALUE "N".
               88  WS-PARTCTL-EOF                 VALUE "Y".
               88  WS-PARTCTL-NOT-EOF             VALUE "N".
           05  WS-TRANSIN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-TRANSIN-EOF                 VALUE "Y".
               88  WS-TRANSIN-NOT-EOF             VALUE "N".
           05  WS-PART-VALID-SW            PIC X(01) VALUE "Y".
               88  WS-PART-CONTROL-VALID          VALUE "Y".
               88  WS-PART-CONTROL-INVALID        VALUE "N".
           05  WS-PART-ERROR-TEXT          PIC X(50) VALUE SPACES.
           05  WS-CARD-COUNT               PIC 9(04) COMP VALUE 0.
           05  WS-CARD-NO-EDIT             PIC 9(02) VALUE 0.
           05  WS-PART-COUNT               PIC 9(04) COMP VALUE 0.
           05  WS-PART-LIMIT               PIC 9(04) COMP VALUE 8.
           05  WS-PART-SUB                 PIC 9(04) COMP VALUE 0.
           05  WS-PART-CHECK-SUB           PIC 9(04) COMP VALUE 0.
           05  WS-PART-MATCH-SUB           PIC 9(04) COMP VALUE 0.
           05  WS-OPEN-PART-NO             PIC 9(02) VALUE 0.
           05  WS-RECORDS-READ             PIC 9(08) VALUE 0.
           05  WS-RECORDS-WRITTEN          PIC 9(08) VALUE 0.
      *----------------------------------------------------------------
      * The partition bounds from PARTCTL, one entry per card, with
      * the count of TRANEDT records routed to each.  The routing in
      * 3100-FIND-PARTITION is mirrored by HELLOMRG's 3150 - change
      * both together.
      *----------------------------------------------------------------
       01  WS-PARTITION-TABLE.
           05  WS-PT-ENTRY                 OCCURS 8 TIMES.
               10  WS-PT-HIGH-TRAN-ID      PIC X(08).
               10  WS-PT-RUN-ID            PIC X(08).
               10  WS-PT-RECORD-COUNT      PIC 9(08).
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(80) VALUE
                   "TRANSPLT - TRANEDT PARTITION SPLIT REPORT".
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(80) VALUE
                   "-----------------------------------------".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-COLUMN-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "  PART  RUN-ID    IDS UP TO  RECORDS".
           05  WS-RPT-DETAIL-LINE.
               10  FILLER                  PIC X(04) VALUE SPACES.
               10  WS-RPT-DET-PART         PIC 9(02).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-RUN-ID       PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-HIGH-ID      PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-DET-COUNT        PIC Z(07)9.
               10  FILLER                  PIC X(44) VALUE SPACES.
           05  WS-RPT-ERROR-LINE.
               10  FILLER                  PIC X(28) VALUE
                   "PARTITION CONTROL INVALID - ".
               10  WS-RPT-ERROR-TEXT       PIC X(52).
           05  WS-RPT-TOTAL-LINE.
               10  WS-RPT-TOTAL-LABEL      PIC X(32).
               10  WS-RPT-TOTAL-VALUE      PIC Z(07)9.
               10  FILLER                  PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 1200-LOAD-PARTITION-CONTROL.
           PERFORM 2000-OPEN-FILES.
           IF WS-PART-CONTROL-INVALID
               PERFORM 1900-REFUSE-SPLIT
           END-IF.
           PERFORM 2200-OPEN-PARTITION-FILES.
           PERFORM UNTIL WS-TRANSIN-EOF
               READ TRANSACTION-FILE
                   AT END
                       SET WS-TRANSIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 3000-ROUTE-TRANSACTION
               END-READ
           END-PERFORM.
           PERFORM 7000-WRITE-SPLIT-REPORT.
           PERFORM 8000-CLOSE-FILES.
           STOP RUN.

      *----------------------------------------------------------------
      * Load and check the partition cards before a single record is
      * routed.  The cards must be numbered 01, 02, ... in order, no
      * more than 8 of them; every card names a run-id, no two the
      * same; every card but the last carries an upper bound above
      * the one before; and the last carries none.  Anything else
      * refuses the split whole - a night split by a bad card could
      * not be merged back by the same rules.
      *----------------------------------------------------------------
       1200-LOAD-PARTITION-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF WS-PARTCTL-STATUS NOT = "00"
               DISPLAY "TRANSPLT0001E UNABLE TO OPEN PARTCTL - "
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
               MOVE WS-CARD-COUNT TO WS-PART-COUNT
               MOVE PC-HIGH-TRAN-ID TO WS-PT-HIGH-TRAN-ID(WS-PART-COUNT)
               MOVE PC-RUN-ID TO WS-PT-RUN-ID(WS-PART-COUNT)
               MOVE 0 TO WS-PT-RECORD-COUNT(WS-PART-COUNT)
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
      * A bad partition card set writes nothing: the report says why
      * and the step ends RC=16 so the partition jobs are held.
      *----------------------------------------------------------------
       1900-REFUSE-SPLIT.
           DISPLAY "TRANSPLT0002E PARTITION CONTROL INVALID - "
               WS-PART-ERROR-TEXT.
           MOVE WS-PART-ERROR-TEXT TO WS-RPT-ERROR-TEXT.
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-ERROR-LINE.
           CLOSE TRANSACTION-FILE.
           CLOSE SPLIT-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       2000-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSIN-STATUS NOT = "00"
               DISPLAY "TRANSPLT0003E UNABLE TO OPEN TRANSIN - "
                   "FILE STATUS " WS-TRANSIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SPLIT-REPORT-FILE.
           IF WS-SPLITRPT-STATUS NOT = "00"
               DISPLAY "TRANSPLT0004E UNABLE TO OPEN SPLITRPT - "
                   "FILE STATUS " WS-SPLITRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-HEADER-2.

      *----------------------------------------------------------------
      * All eight partition datasets are opened and closed whatever
      * the partition count, so a partition the cards leave unused
      * still ends up a valid empty dataset rather than a newly
      * allocated one with no end-of-file mark on it.
      *----------------------------------------------------------------
       2200-OPEN-PARTITION-FILES.
           OPEN OUTPUT TRAN-PART-FILE-1.
           MOVE 1 TO WS-OPEN-PART-NO.
           PERFORM 2250-CHECK-PARTITION-OPEN.
           OPEN OUTPUT TRAN-PART-FILE-2.
           MOVE 2 TO WS-OPEN-PART-NO.
           PERFORM 2250-CHECK-PARTITION-OPEN.
           OPEN OUTPUT TRAN-PART-FILE-3.
           MOVE 3 TO WS-OPEN-PART-NO.
           PERFORM 2250-CHECK-PARTITION-OPEN.
           OPEN OUTPUT TRAN-PART-FILE-4.
           MOVE 4 TO WS-OPEN-PART-NO.
           PERFORM 2250-CHECK-PARTITION-OPEN.
           OPEN OUTPUT TRAN-PART-FILE-5.
           MOVE 5 TO WS-OPEN-PART-NO.
           PERFORM 2250-CHECK-PARTITION-OPEN.
           OPEN OUTPUT TRAN-PART-FILE-6.
           MOVE 6 TO WS-OPEN-PART-NO.
           PERFORM 2250-CHECK-PARTITION-OPEN.
           OPEN OUTPUT TRAN-PART-FILE-7.
           MOVE 7 TO WS-OPEN-PART-NO.
           PERFORM 2250-CHECK-PARTITION-OPEN.
           OPEN OUTPUT TRAN-PART-FILE-8.
           MOVE 8 TO WS-OPEN-PART-NO.
           PERFORM 2250-CHECK-PARTITION-OPEN.

       2250-CHECK-PARTITION-OPEN.
           IF WS-TRPART-STATUS NOT = "00"
               DISPLAY "TRANSPLT0005E UNABLE TO OPEN TRPART"
                   WS-OPEN-PART-NO " - FILE STATUS " WS-TRPART-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Each record goes, unchanged and in its TRANEDT order, to the
      * one partition whose range holds its id.
      *----------------------------------------------------------------
       3000-ROUTE-TRANSACTION.
           PERFORM 3100-FIND-PARTITION.
           EVALUATE WS-PART-MATCH-SUB
               WHEN 1
                   WRITE TRAN-PART-RECORD-1 FROM TRANSACTION-RECORD
               WHEN 2
                   WRITE TRAN-PART-RECORD-2 FROM TRANSACTION-RECORD
               WHEN 3
                   WRITE TRAN-PART-RECORD-3 FROM TRANSACTION-RECORD
               WHEN 4
                   WRITE TRAN-PART-RECORD-4 FROM TRANSACTION-RECORD
               WHEN 5
                   WRITE TRAN-PART-RECORD-5 FROM TRANSACTION-RECORD
               WHEN 6
                   WRITE TRAN-PART-RECORD-6 FROM TRANSACTION-RECORD
               WHEN 7
                   WRITE TRAN-PART-RECORD-7 FROM TRANSACTION-RECORD
               WHEN 8
                   WRITE TRAN-PART-RECORD-8 FROM TRANSACTION-RECORD
           END-EVALUATE.
           ADD 1 TO WS-PT-RECORD-COUNT(WS-PART-MATCH-SUB).
           ADD 1 TO WS-RECORDS-WRITTEN.

      *----------------------------------------------------------------
      * The first partition whose upper bound is at or above the id
      * takes it; an id above every bound falls to the last
      * partition, which has none.  Mirrored by HELLOMRG's 3150.
      *----------------------------------------------------------------
       3100-FIND-PARTITION.
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

       7000-WRITE-SPLIT-REPORT.
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-COLUMN-LINE.
           MOVE 1 TO WS-PART-SUB.
           PERFORM UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE WS-PART-SUB TO WS-RPT-DET-PART
               MOVE WS-PT-RUN-ID(WS-PART-SUB) TO WS-RPT-DET-RUN-ID
               IF WS-PART-SUB = WS-PART-COUNT
                   MOVE "(REST)" TO WS-RPT-DET-HIGH-ID
               ELSE
                   MOVE WS-PT-HIGH-TRAN-ID(WS-PART-SUB)
                       TO WS-RPT-DET-HIGH-ID
               END-IF
               MOVE WS-PT-RECORD-COUNT(WS-PART-SUB) TO WS-RPT-DET-COUNT
               WRITE SPLIT-REPORT-LINE FROM WS-RPT-DETAIL-LINE
               ADD 1 TO WS-PART-SUB
           END-PERFORM.
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "TRANEDT RECORDS READ"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RECORDS-READ            TO WS-RPT-TOTAL-VALUE.
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "RECORDS WRITTEN TO PARTITIONS"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RECORDS-WRITTEN         TO WS-RPT-TOTAL-VALUE.
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "PARTITIONS"               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-PART-COUNT              TO WS-RPT-TOTAL-VALUE.
           WRITE SPLIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       8000-CLOSE-FILES.
           CLOSE TRANSACTION-FILE.
           CLOSE TRAN-PART-FILE-1.
           CLOSE TRAN-PART-FILE-2.
           CLOSE TRAN-PART-FILE-3.
           CLOSE TRAN-PART-FILE-4.
           CLOSE TRAN-PART-FILE-5.
           CLOSE TRAN-PART-FILE-6.
           CLOSE TRAN-PART-FILE-7.
           CLOSE TRAN-PART-FILE-8.
           CLOSE SPLIT-REPORT-FILE.
