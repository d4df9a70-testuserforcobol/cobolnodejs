               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-TRAN-ID
               FILE STATUS IS WS-SEENIDS-STATUS.
           SELECT PEND-TRAN-FILE ASSIGN TO "PENDTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PEND-KEY
               FILE STATUS IS WS-PENDTRN-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STEP-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           COPY TRANFDREC.
       FD  TRAN-OUT-FILE
           RECORDING MODE IS F.
       01  TRAN-OUT-RECORD                 PIC X(73).
       FD  TRAN-REJ-FILE
           RECORDING MODE IS F.
           COPY TREJREC.
           COPY PRCDTREC.
       FD  SEEN-ID-FILE.
           COPY SEENIDREC.
       FD  PEND-TRAN-FILE.
           COPY PENDTRREC.
       FD  STEP-CONTROL-FILE.
           COPY STEPCTLREC.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * The detail payload of the current feed record, in the layout
      * the edits and the downstream steps know - TF detail fields
      * are moved here before editing, and accepted records are
      * written from here so TRANOUT stays the plain TRANREC layout
      * with the indicator stripped and the producing system id
      * stamped on.
      *----------------------------------------------------------------
           COPY TRANREC.
       01  WS-CONTROL-FIELDS.
           05  WS-HEADER-SEEN-SW           PIC X(01) VALUE "N".
               88  WS-HEADER-SEEN                 VALUE "Y".
               88  WS-HEADER-NOT-SEEN             VALUE "N".
           05  WS-IN-GROUP-SW              PIC X(01) VALUE "N".
               88  WS-IN-GROUP                    VALUE "Y".
               88  WS-NOT-IN-GROUP                VALUE "N".
           05  WS-FEED-REFUSED-SW          PIC X(01) VALUE "N".
               88  WS-FEED-REFUSED                VALUE "Y".
               88  WS-FEED-NOT-REFUSED            VALUE "N".
           05  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
           05  WS-FEED-SYSTEM-ID           PIC X(08) VALUE SPACES.
           05  WS-RECYCLED-COUNT           PIC 9(08) VALUE 0.
           05  WS-FEED-DETAIL-COUNT        PIC 9(08) VALUE 0.
           05  WS-EXPECTED-COUNT           PIC 9(08) VALUE 0.
           05  WS-EXPECTED-COUNT-RJ        PIC X(08) JUSTIFIED RIGHT
                                            VALUE SPACES.
           05  WS-HELD-DETAIL-COUNT        PIC 9(08) VALUE 0.
           05  WS-GROUPS-ACCEPTED          PIC 9(08) VALUE 0.
           05  WS-GROUPS-REFUSED           PIC 9(08) VALUE 0.
           05  WS-GROUP-COUNT              PIC 9(04) COMP VALUE 0.
           05  WS-GROUP-LIMIT              PIC 9(04) COMP VALUE 50.
           05  WS-GROUP-SUB                PIC 9(04) COMP VALUE 0.
           05  WS-CURRENT-GROUP            PIC 9(04) COMP VALUE 0.
           05  WS-GROUP-FULL-SW            PIC X(01) VALUE "N".
               88  WS-GROUP-TABLE-FULL            VALUE "Y".
               88  WS-GROUP-TABLE-NOT-FULL        VALUE "N".
           05  WS-SYSTEM-TIME              PIC 9(08).
           05  WS-SYSTEM-TIME-X            REDEFINES WS-SYSTEM-TIME.
               10  WS-SYS-TIME-HH          PIC 9(02).
               10  WS-SYS-TIME-MM          PIC 9(02).
               10  WS-SYS-TIME-SS          PIC 9(02).
               10  WS-SYS-TIME-HH2         PIC 9(02).
           05  WS-PASS-TIME                PIC X(08) VALUE SPACES.
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
           05  WS-RUN-DATE                 PIC X(10).
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-PENDTRN-STATUS           PIC X(02) VALUE "00".
           05  WS-PENDTRN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-PENDTRN-EOF                 VALUE "Y".
               88  WS-PENDTRN-NOT-EOF             VALUE "N".
           05  WS-EFF-DATE                 PIC X(10) VALUE SPACES.
           05  WS-EFF-DATE-NUM             PIC 9(08) VALUE 0.
           05  WS-EFF-DATE-NUM-X           REDEFINES WS-EFF-DATE-NUM.
               10  WS-EFF-CCYY             PIC 9(04).
               10  WS-EFF-MM               PIC 9(02).
               10  WS-EFF-DD               PIC 9(02).
           05  WS-EFF-DATE-INT             PIC 9(08) VALUE 0.
           05  WS-EFF-CHECK-NUM            PIC 9(08) VALUE 0.
           05  WS-BAD-EFF-DATE-COUNT       PIC 9(08) VALUE 0.
           05  WS-CHECK-DATE               PIC X(10) VALUE SPACES.
           05  WS-BAD-EXPIRY-DATE-COUNT    PIC 9(08) VALUE 0.
           05  WS-RECORDS-WAREHOUSED       PIC 9(08) VALUE 0.
           05  WS-WAREHOUSE-FAIL-COUNT     PIC 9(08) VALUE 0.
           05  WS-DUP-WAREHOUSED-COUNT     PIC 9(08) VALUE 0.
           05  WS-PEND-BACKOUT-COUNT       PIC 9(08) VALUE 0.
           05  WS-STEPCTL-STATUS           PIC X(02) VALUE "00".
           05  WS-STEP-RECORDED-SW         PIC X(01) VALUE "N".
               88  WS-STEP-RECORDED               VALUE "Y".
               88  WS-STEP-NOT-RECORDED           VALUE "N".
           05  WS-STEP-NAME                PIC X(08) VALUE "TRANEDIT".
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
      * One entry per producing-system group (header) on TRANSIN, in
      * feed order, built by the control pre-scan and filled in with
      * the edit results by the main pass.  A group refused by the
      * pre-scan is held whole - none of its details are edited or
      * written - while the other groups go through.  The table is
      * sized well above the number of systems that feed the
      * nightly; should it ever fill, the feed as a whole is refused
      * (the safe direction) rather than a group going unchecked.
      *----------------------------------------------------------------
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY              OCCURS 50 TIMES.
               10  WS-GRP-SYSTEM-ID        PIC X(08).
               10  WS-GRP-FEED-DATE        PIC X(10).
               10  WS-GRP-DETAILS          PIC 9(08).
               10  WS-GRP-EXPECTED         PIC 9(08).
               10  WS-GRP-ACCEPTED         PIC 9(08).
               10  WS-GRP-REJECTED         PIC 9(08).
               10  WS-GRP-HELD             PIC 9(08).
               10  WS-GRP-REFUSED-SW       PIC X(01).
                   88  WS-GRP-REFUSED             VALUE "Y".
                   88  WS-GRP-NOT-REFUSED         VALUE "N".
               10  WS-GRP-TRAILER-SW       PIC X(01).
                   88  WS-GRP-TRAILER-SEEN        VALUE "Y".
                   88  WS-GRP-TRAILER-NOT-SEEN    VALUE "N".
               10  WS-GRP-AFTER-TRL-SW     PIC X(01).
                   88  WS-GRP-AFTER-TRL-NOTED     VALUE "Y".
                   88  WS-GRP-AFTER-TRL-NOT-NOTED VALUE "N".
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADER-1.
               10  FILLER                  PIC X(80) VALUE
               10  WS-RPT-TOTAL-LABEL      PIC X(32).
               10  WS-RPT-TOTAL-VALUE      PIC Z(07)9.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-RPT-WAREHOUSE-LINE.
               10  FILLER                  PIC X(12) VALUE
                   "WAREHOUSED: ".
               10  WS-RPT-WH-TRAN-ID       PIC X(08).
               10  FILLER                  PIC X(07) VALUE " TYPE ".
               10  WS-RPT-WH-TRAN-TYPE     PIC X(01).
               10  FILLER                  PIC X(08) VALUE " SYSTEM ".
               10  WS-RPT-WH-SYSTEM-ID     PIC X(08).
               10  FILLER                  PIC X(18) VALUE
                   " RELEASES ON ".
               10  WS-RPT-WH-EFF-DATE      PIC X(10).
               10  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-RPT-WARN-LINE.
               10  FILLER                  PIC X(80) VALUE
                   "WARNING - DUPLICATE CHECK SUSPENDED, NO SEENIDS".
                   "FEED REFUSED - ".
               10  WS-RPT-REFUSE-REASON    PIC X(40).
               10  FILLER                  PIC X(25) VALUE SPACES.
           05  WS-RPT-GROUP-REFUSE-LINE.
               10  FILLER                  PIC X(16) VALUE
                   "GROUP REFUSED - ".
               10  WS-RPT-REFUSE-SYSTEM    PIC X(08).
               10  FILLER                  PIC X(03) VALUE " - ".
               10  WS-RPT-GROUP-REASON     PIC X(40).
               10  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-GROUP-HEADER.
               10  FILLER                  PIC X(80) VALUE
                   "PRODUCING SYSTEM FEED GROUPS".
           05  WS-RPT-GROUP-COLUMNS.
               10  FILLER                  PIC X(30) VALUE
                   "SYSTEM    FEED DATE   STATUS  ".
               10  FILLER                  PIC X(50) VALUE
                   "  DETAILS EXPECTED ACCEPTED REJECTED     HELD".
           05  WS-RPT-GROUP-LINE.
               10  WS-RPT-GRP-SYSTEM-ID    PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-GRP-FEED-DATE    PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-GRP-STATUS       PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-GRP-DETAILS      PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-GRP-EXPECTED     PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-GRP-ACCEPTED     PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-GRP-REJECTED     PIC Z(07)9.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-GRP-HELD         PIC Z(07)9.
               10  FILLER                  PIC X(05) VALUE SPACES.
       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
       MAIN.
           PERFORM 1000-VALIDATE-PARM.
           PERFORM 1500-SET-RUN-DATE.
           PERFORM 1800-CHECK-STREAM-CONTROL.
           PERFORM 2000-OPEN-FILES.
           PERFORM 2200-SCAN-FEED-CONTROLS.
           PERFORM 6000-CHECK-FEED-CONTROLS.
           PERFORM 2300-REOPEN-TRANSACTION-FILE.
           PERFORM UNTIL WS-TRANSIN-EOF
               PERFORM 2100-READ-TRANSACTION
               IF WS-TRANSIN-NOT-EOF
                   EVALUATE TRUE
                       WHEN TF-HEADER-REC
                           PERFORM 2450-ENTER-NEXT-GROUP
                       WHEN TF-DETAIL-REC
                           PERFORM 2700-PROCESS-DETAIL
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM 6700-BACKOUT-SEENIDS.
           PERFORM 6750-BACKOUT-WAREHOUSE.
           PERFORM 7000-WRITE-EDIT-REPORT.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           PERFORM 8800-RECORD-STEP-END.
           STOP RUN.

      *----------------------------------------------------------------
                  DELIMITED BY SIZE INTO WS-WALL-DATE
           END-STRING.
           MOVE WS-WALL-DATE TO WS-RUN-DATE.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           STRING WS-SYS-TIME-HH  ":"
                  WS-SYS-TIME-MM  ":"
                  WS-SYS-TIME-SS
                  DELIMITED BY SIZE INTO WS-PASS-TIME
           END-STRING.
           PERFORM 1550-READ-PROCESSING-DATE.
           PERFORM 1600-SET-DUP-CUTOFF-DATE.

                               AND PD-BUSINESS-DATE(8:1) = "-"
                               AND PD-BUSINESS-DATE(9:2) IS NUMERIC
                           MOVE PD-BUSINESS-DATE TO WS-RUN-DATE
                           MOVE PD-BUSINESS-DATE TO WS-STREAM-DATE
                       ELSE
                           DISPLAY "TRANEDIT0008W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                  DELIMITED BY SIZE INTO WS-DUP-CUTOFF-DATE
           END-STRING.

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
               DISPLAY "TRANEDIT0018W NO BUSINESS DATE FROM PROCDATE "
                   "- STEP NOT RECORDED ON STEPCTL"
           ELSE
               OPEN I-O STEP-CONTROL-FILE
               IF WS-STEPCTL-STATUS NOT = "00"
                   DISPLAY "TRANEDIT0019I STEPCTL NOT AVAILABLE - "
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
                   DISPLAY "TRANEDIT0020W UNABLE TO WRITE STEPCTL "
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
                       DISPLAY "TRANEDIT0020W UNABLE TO WRITE "
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
                   DISPLAY "TRANEDIT0020W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
           END-REWRITE.
           DISPLAY "TRANEDIT0021I STEP ALREADY COMPLETE FOR "
               "BUSINESS DATE " ST-BUSINESS-DATE " (ENDED "
               ST-END-DATE " " ST-END-TIME " RC " ST-RETURN-CODE
               ") - SKIPPED".
           CLOSE STEP-CONTROL-FILE.
           MOVE ST-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       2000-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSIN-STATUS NOT = "00"
               DISPLAY "TRANEDIT0001E UNABLE TO OPEN TRANSIN - "
                   "FILE STATUS " WS-TRANSIN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT TRAN-OUT-FILE.
               DISPLAY "TRANEDIT0002E UNABLE TO OPEN TRANOUT - "
                   "FILE STATUS " WS-TRANOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT TRAN-REJ-FILE.
               DISPLAY "TRANEDIT0003E UNABLE TO OPEN TRANREJ - "
                   "FILE STATUS " WS-TRANREJ-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           OPEN OUTPUT EDIT-REPORT-FILE.
               DISPLAY "TRANEDIT0004E UNABLE TO OPEN EDITRPT - "
                   "FILE STATUS " WS-EDITRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-HEADER-1.
                   "SUSPENDED"
               SET WS-SEENIDS-NOT-OPEN TO TRUE
           END-IF.
           OPEN I-O PEND-TRAN-FILE.
           IF WS-PENDTRN-STATUS NOT = "00"
               DISPLAY "TRANEDIT0015E UNABLE TO OPEN PENDTRN - "
                   "FILE STATUS " WS-PENDTRN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.

       2100-READ-TRANSACTION.
           READ TRANSACTION-FILE
           END-READ.

      *----------------------------------------------------------------
      * Control pre-scan.  TRANSIN carries one header/detail/trailer
      * group per producing system, and a group can only be judged
      * once its trailer has been read - so the control records are
      * checked in a first pass over the feed, before any detail is
      * edited or written, and the main pass then knows which
      * groups to hold.  A refused group therefore never reaches
      * TRANOUT, TRANREJ, or SEENIDS, and the other systems' good
      * groups go through without it.
      *----------------------------------------------------------------
       2200-SCAN-FEED-CONTROLS.
           PERFORM UNTIL WS-TRANSIN-EOF
               PERFORM 2100-READ-TRANSACTION
               IF WS-TRANSIN-NOT-EOF
                   EVALUATE TRUE
                       WHEN TF-HEADER-REC
                           PERFORM 2500-PROCESS-HEADER
                       WHEN TF-TRAILER-REC
                           PERFORM 2600-PROCESS-TRAILER
                       WHEN TF-DETAIL-REC
                           PERFORM 2650-COUNT-DETAIL
                       WHEN OTHER
                           MOVE "UNKNOWN RECORD TYPE INDICATOR"
                               TO WS-REFUSE-REASON
                           IF WS-CURRENT-GROUP > 0
                               PERFORM 6200-REFUSE-GROUP
                           ELSE
                               PERFORM 6100-REFUSE-FEED
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       2300-REOPEN-TRANSACTION-FILE.
           CLOSE TRANSACTION-FILE.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSIN-STATUS NOT = "00"
               DISPLAY "TRANEDIT0013E UNABLE TO REOPEN TRANSIN - "
                   "FILE STATUS " WS-TRANSIN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8800-RECORD-STEP-END
               STOP RUN
           END-IF.
           SET WS-TRANSIN-NOT-EOF TO TRUE.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-CURRENT-GROUP.

      *----------------------------------------------------------------
      * Main pass: each header steps on to its group's table entry,
      * in the same feed order the pre-scan built them.  Trailers
      * were fully dealt with by the pre-scan.
      *----------------------------------------------------------------
       2450-ENTER-NEXT-GROUP.
           IF WS-CURRENT-GROUP < WS-GROUP-COUNT
               ADD 1 TO WS-CURRENT-GROUP
           END-IF.

      *----------------------------------------------------------------
      * A header opens a producing system's group and names the
      * business date the group is for.  A header arriving while the
      * previous group is still open means that group lost its
      * trailer.  A group whose feed date is not tonight's, whose
      * system id is blank, or whose system has already sent a
      * group on this feed is refused - a stale date or a repeated
      * system is the classic signature of last night's file resent.
      *----------------------------------------------------------------
       2500-PROCESS-HEADER.
           IF WS-IN-GROUP
               MOVE "FEED TRAILER MISSING" TO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-GROUP
           END-IF.
           SET WS-HEADER-SEEN TO TRUE.
           IF WS-GROUP-COUNT NOT < WS-GROUP-LIMIT
               SET WS-NOT-IN-GROUP TO TRUE
               IF WS-GROUP-TABLE-NOT-FULL
                   SET WS-GROUP-TABLE-FULL TO TRUE
                   MOVE "TOO MANY PRODUCING SYSTEM GROUPS"
                       TO WS-REFUSE-REASON
                   PERFORM 6100-REFUSE-FEED
               END-IF
           ELSE
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-CURRENT-GROUP
               MOVE TF-SYSTEM-ID TO WS-GRP-SYSTEM-ID(WS-CURRENT-GROUP)
               MOVE TF-FEED-DATE TO WS-GRP-FEED-DATE(WS-CURRENT-GROUP)
               MOVE 0 TO WS-GRP-DETAILS(WS-CURRENT-GROUP)
               MOVE 0 TO WS-GRP-EXPECTED(WS-CURRENT-GROUP)
               MOVE 0 TO WS-GRP-ACCEPTED(WS-CURRENT-GROUP)
               MOVE 0 TO WS-GRP-REJECTED(WS-CURRENT-GROUP)
               MOVE 0 TO WS-GRP-HELD(WS-CURRENT-GROUP)
               SET WS-GRP-NOT-REFUSED(WS-CURRENT-GROUP) TO TRUE
               SET WS-GRP-TRAILER-NOT-SEEN(WS-CURRENT-GROUP) TO TRUE
               SET WS-GRP-AFTER-TRL-NOT-NOTED(WS-CURRENT-GROUP)
                   TO TRUE
               SET WS-IN-GROUP TO TRUE
               IF TF-SYSTEM-ID = SPACES
                   MOVE "HEADER SYSTEM ID IS BLANK"
                       TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-GROUP
               ELSE
                   PERFORM 2550-CHECK-REPEAT-SYSTEM
               END-IF
               IF TF-FEED-DATE NOT = WS-RUN-DATE
                   MOVE "HEADER FEED DATE IS NOT TONIGHT"
                       TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-GROUP
               END-IF
           END-IF.

       2550-CHECK-REPEAT-SYSTEM.
           MOVE 1 TO WS-GROUP-SUB.
           PERFORM UNTIL WS-GROUP-SUB NOT < WS-CURRENT-GROUP
               IF WS-GRP-SYSTEM-ID(WS-GROUP-SUB) = TF-SYSTEM-ID
                   MOVE WS-CURRENT-GROUP TO WS-GROUP-SUB
                   MOVE "SECOND GROUP FROM PRODUCING SYSTEM"
                       TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-GROUP
               ELSE
                   ADD 1 TO WS-GROUP-SUB
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * The trailer carries the producing system's own count of the
      * detail records it wrote for its group, checked against the
      * details actually read since the group's header.  A trailer
      * ahead of every header refuses the whole feed (there is no
      * group to pin it on); a second trailer for a group or a
      * non-numeric count refuses the group.
      *----------------------------------------------------------------
       2600-PROCESS-TRAILER.
           EVALUATE TRUE
               WHEN WS-CURRENT-GROUP = 0
                   MOVE "TRAILER AHEAD OF HEADER" TO WS-REFUSE-REASON
                   PERFORM 6100-REFUSE-FEED
               WHEN WS-NOT-IN-GROUP
                   MOVE "SECOND TRAILER RECORD IN GROUP"
                       TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-GROUP
               WHEN OTHER
                   SET WS-NOT-IN-GROUP TO TRUE
                   SET WS-GRP-TRAILER-SEEN(WS-CURRENT-GROUP) TO TRUE
                   MOVE FUNCTION TRIM(TF-EXPECTED-COUNT)
                       TO WS-EXPECTED-COUNT-RJ
                   INSPECT WS-EXPECTED-COUNT-RJ
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-EXPECTED-COUNT-RJ IS NUMERIC
                       MOVE WS-EXPECTED-COUNT-RJ
                           TO WS-GRP-EXPECTED(WS-CURRENT-GROUP)
                       ADD WS-GRP-EXPECTED(WS-CURRENT-GROUP)
                           TO WS-EXPECTED-COUNT
                       IF WS-GRP-DETAILS(WS-CURRENT-GROUP) NOT =
                               WS-GRP-EXPECTED(WS-CURRENT-GROUP)
                           MOVE "DETAIL COUNT DOES NOT MATCH TRAILER"
                               TO WS-REFUSE-REASON
                           PERFORM 6200-REFUSE-GROUP
                       END-IF
                   ELSE
                       MOVE "TRAILER COUNT IS NOT NUMERIC"
                           TO WS-REFUSE-REASON
                       PERFORM 6200-REFUSE-GROUP
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * Where a detail sits decides what it counts toward: details
      * ahead of the first header are the recycled repairs REJRECYC
      * concatenates in front of the raw feed and are exempt from
      * every trailer count; details inside a group are that
      * producing system's own and must tally with its trailer; a
      * detail after a group's trailer (and before the next header)
      * means that system's feed kept going past its own end marker
      * - the group is refused (noted once, not once per record) and
      * the stray details are held with it.
      *----------------------------------------------------------------
       2650-COUNT-DETAIL.
           EVALUATE TRUE
               WHEN WS-CURRENT-GROUP = 0
                   ADD 1 TO WS-RECYCLED-COUNT
               WHEN WS-IN-GROUP
                   ADD 1 TO WS-GRP-DETAILS(WS-CURRENT-GROUP)
                   ADD 1 TO WS-FEED-DETAIL-COUNT
               WHEN OTHER
                   IF WS-GRP-AFTER-TRL-NOT-NOTED(WS-CURRENT-GROUP)
                       SET WS-GRP-AFTER-TRL-NOTED(WS-CURRENT-GROUP)
                           TO TRUE
                       MOVE "DETAIL RECORDS AFTER TRAILER"
                           TO WS-REFUSE-REASON
                       PERFORM 6200-REFUSE-GROUP
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * A detail is stamped with the producing system that sent it -
      * its group's header system, or for a recycled repair the
      * system of the original reject - and edited.  Details of a
      * group the pre-scan refused are held: not edited, not
      * written, and their ids never reach SEENIDS, so the system's
      * corrected resend edits clean.  When the feed as a whole is
      * refused every detail is edited as before, for the full
      * picture on the report, and the whole pass is backed out.
      * An accepted detail whose effective date is later than the
      * business date goes to the PENDTRN warehouse instead of
      * TRANOUT, to be released on that date.
      *----------------------------------------------------------------
       2700-PROCESS-DETAIL.
           IF WS-CURRENT-GROUP = 0
               MOVE TF-ORIG-SYSTEM-ID TO WS-FEED-SYSTEM-ID
           ELSE
               MOVE WS-GRP-SYSTEM-ID(WS-CURRENT-GROUP)
                   TO WS-FEED-SYSTEM-ID
           END-IF.
           IF WS-CURRENT-GROUP > 0 AND WS-FEED-NOT-REFUSED
                   AND WS-GRP-REFUSED(WS-CURRENT-GROUP)
               ADD 1 TO WS-GRP-HELD(WS-CURRENT-GROUP)
               ADD 1 TO WS-HELD-DETAIL-COUNT
           ELSE
               MOVE TF-TRAN-ID        TO TR-TRAN-ID
               MOVE TF-TRAN-TYPE      TO TR-TRAN-TYPE
               MOVE TF-TRAN-DATA      TO TR-TRAN-DATA
               MOVE TF-MSG-CODE       TO TR-MSG-CODE
               MOVE WS-FEED-SYSTEM-ID TO TR-SYSTEM-ID
               MOVE TF-EXPIRY-DATE    TO TR-EXPIRY-DATE
               MOVE TF-EFF-DATE       TO WS-EFF-DATE
               PERFORM 3000-EDIT-TRANSACTION
               IF WS-RECORD-IS-VALID
                   IF WS-EFF-DATE NOT = SPACES
                           AND WS-EFF-DATE > WS-RUN-DATE
                       PERFORM 4050-WRITE-WAREHOUSED
                   ELSE
                       PERFORM 4000-WRITE-ACCEPTED
                   END-IF
               ELSE
                   PERFORM 4100-WRITE-REJECT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * first failure - one reason code per reject keeps the reject
      * file unambiguous for the resubmitting department.  Blank id is
      * checked first (a record with no id cannot meaningfully be
      * duplicate-checked), then duplicate id, then data content,
      * then the effective date, then the expiry date.
      *----------------------------------------------------------------
       3000-EDIT-TRANSACTION.
           SET WS-RECORD-IS-VALID TO TRUE.
                           MOVE "PIPE CHARACTER IN TRAN DATA"
                               TO WS-REASON-TEXT
                           ADD 1 TO WS-PIPE-DATA-COUNT
                       ELSE
                           PERFORM 3400-CHECK-EFF-DATE
                           IF WS-RECORD-IS-INVALID
                               MOVE "E009" TO WS-REASON-CODE
                               MOVE "INVALID EFFECTIVE DATE"
                                   TO WS-REASON-TEXT
                               ADD 1 TO WS-BAD-EFF-DATE-COUNT
                           ELSE
                               PERFORM 3450-CHECK-EXPIRY-DATE
                               IF WS-RECORD-IS-INVALID
                                   MOVE "E010" TO WS-REASON-CODE
                                   MOVE "INVALID EXPIRY DATE"
                                       TO WS-REASON-TEXT
                                   ADD 1 TO WS-BAD-EXPIRY-DATE-COUNT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
      * must not then be rejected as a duplicate of its own bad
      * original - so the accepted id is written by
      * 3150-REMEMBER-ACCEPTED-ID only after every edit has passed,
      * and 6700-BACKOUT-SEENIDS unwinds the pass's writes when
      * the feed as a whole is refused or held.  An N waiting in the
      * PENDTRN warehouse has not reached the master yet, however
      * long ago it arrived, so its id blocks a reuse for as long
      * as it waits - even once its SEENIDS entry has aged past the
      * window or been trimmed.
      *----------------------------------------------------------------
       3100-CHECK-DUPLICATE-ID.
           SET WS-DUP-NOT-FOUND TO TRUE.
                       END-IF
               END-READ
           END-IF.
           IF WS-DUP-NOT-FOUND AND TR-TYPE-NOTICE
               PERFORM 3120-CHECK-WAREHOUSED-ID
           END-IF.

       3120-CHECK-WAREHOUSED-ID.
           MOVE TR-TRAN-ID TO PT-TRAN-ID.
           MOVE LOW-VALUES TO PT-EFF-DATE.
           MOVE LOW-VALUES TO PT-WH-DATE.
           MOVE LOW-VALUES TO PT-WH-TIME.
           MOVE 0 TO PT-WH-SEQ.
           START PEND-TRAN-FILE
               KEY IS NOT LESS THAN PT-PEND-KEY
               INVALID KEY
                   SET WS-PENDTRN-EOF TO TRUE
               NOT INVALID KEY
                   SET WS-PENDTRN-NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-PENDTRN-EOF OR WS-DUP-FOUND
               READ PEND-TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-PENDTRN-EOF TO TRUE
                   NOT AT END
                       IF PT-TRAN-ID NOT = TR-TRAN-ID
                           SET WS-PENDTRN-EOF TO TRUE
                       ELSE
                           IF PT-WAITING AND PT-TRAN-TYPE = "N"
                               SET WS-DUP-FOUND TO TRUE
                               ADD 1 TO WS-DUP-WAREHOUSED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3150-REMEMBER-ACCEPTED-ID.
           IF WS-SEENIDS-OPEN AND TR-TYPE-NOTICE
                   AND TR-TRAN-ID NOT = SPACES
               MOVE TR-TRAN-ID TO SN-TRAN-ID
               MOVE WS-RUN-DATE TO SN-ACCEPT-DATE
               MOVE WS-PASS-TIME TO SN-ACCEPT-TIME
               MOVE TR-SYSTEM-ID TO SN-SYSTEM-ID
               IF WS-SEEN-KEY-FOUND
                   REWRITE SEEN-ID-RECORD
                       INVALID KEY
               SET WS-RECORD-IS-INVALID TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The effective date is optional - blank means tonight.  When
      * present it must be a real calendar date in YYYY-MM-DD form.
      *----------------------------------------------------------------
       3400-CHECK-EFF-DATE.
           MOVE WS-EFF-DATE TO WS-CHECK-DATE.
           PERFORM 3500-CHECK-CALENDAR-DATE.

      *----------------------------------------------------------------
      * The expiry date is optional too - blank means the notice runs
      * until it is cancelled - and is held to the same form.  When
      * present it must also fall after the business date and after
      * the record's own effective date: a notice that would be in
      * force for no day at all would only be issued and then closed
      * EXPIRED by the same night's sweep.
      *----------------------------------------------------------------
       3450-CHECK-EXPIRY-DATE.
           MOVE TR-EXPIRY-DATE TO WS-CHECK-DATE.
           PERFORM 3500-CHECK-CALENDAR-DATE.
           IF WS-RECORD-IS-VALID AND TR-EXPIRY-DATE NOT = SPACES
               IF TR-EXPIRY-DATE NOT > WS-RUN-DATE
                   SET WS-RECORD-IS-INVALID TO TRUE
               END-IF
               IF WS-EFF-DATE NOT = SPACES
                       AND TR-EXPIRY-DATE NOT > WS-EFF-DATE
                   SET WS-RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A non-blank date must be a real calendar date in YYYY-MM-DD
      * form; it is converted to a day number and back, which catches
      * a day that does not exist in its month.
      *----------------------------------------------------------------
       3500-CHECK-CALENDAR-DATE.
           IF WS-CHECK-DATE NOT = SPACES
               IF WS-CHECK-DATE(1:4) IS NUMERIC
                       AND WS-CHECK-DATE(5:1) = "-"
                       AND WS-CHECK-DATE(6:2) IS NUMERIC
                       AND WS-CHECK-DATE(8:1) = "-"
                       AND WS-CHECK-DATE(9:2) IS NUMERIC
                   MOVE WS-CHECK-DATE(1:4) TO WS-EFF-CCYY
                   MOVE WS-CHECK-DATE(6:2) TO WS-EFF-MM
                   MOVE WS-CHECK-DATE(9:2) TO WS-EFF-DD
                   IF WS-EFF-CCYY < 1601
                           OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
                           OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
                       SET WS-RECORD-IS-INVALID TO TRUE
                   ELSE
                       COMPUTE WS-EFF-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-EFF-DATE-NUM)
                       COMPUTE WS-EFF-CHECK-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-EFF-DATE-INT)
                       IF WS-EFF-CHECK-NUM NOT = WS-EFF-DATE-NUM
                           SET WS-RECORD-IS-INVALID TO TRUE
                       END-IF
                   END-IF
               ELSE
                   SET WS-RECORD-IS-INVALID TO TRUE
               END-IF
           END-IF.

       4000-WRITE-ACCEPTED.
           WRITE TRAN-OUT-RECORD FROM TRANSACTION-RECORD.
           ADD 1 TO WS-RECORDS-ACCEPTED.
           IF WS-CURRENT-GROUP > 0
               ADD 1 TO WS-GRP-ACCEPTED(WS-CURRENT-GROUP)
           END-IF.
           PERFORM 3150-REMEMBER-ACCEPTED-ID.

      *----------------------------------------------------------------
      * A future-dated record is accepted - it has passed every edit
      * and its group's counts include it - but is held in the
      * PENDTRN warehouse rather than written to TRANOUT.  Its id
      * is remembered like any accepted id, so the duplicate edit
      * still sees it.  The entry carries this pass's date, time and
      * record number, which keep its key unique and let
      * 6750-BACKOUT-WAREHOUSE find it if the pass is backed out.
      * An entry that cannot be written is rejected instead (reason
      * E011), so the record is neither lost nor remembered as seen
      * - its repair comes back through the recycle and is edited
      * as new.
      *----------------------------------------------------------------
       4050-WRITE-WAREHOUSED.
           MOVE SPACES            TO PEND-TRAN-RECORD.
           MOVE TR-TRAN-ID        TO PT-TRAN-ID.
           MOVE WS-EFF-DATE       TO PT-EFF-DATE.
           MOVE WS-RUN-DATE       TO PT-WH-DATE.
           MOVE WS-PASS-TIME      TO PT-WH-TIME.
           MOVE WS-RECORDS-READ   TO PT-WH-SEQ.
           MOVE TR-TRAN-TYPE      TO PT-TRAN-TYPE.
           MOVE TR-TRAN-DATA      TO PT-TRAN-DATA.
           MOVE TR-MSG-CODE       TO PT-MSG-CODE.
           MOVE TR-SYSTEM-ID      TO PT-SYSTEM-ID.
           MOVE TR-EXPIRY-DATE    TO PT-EXPIRY-DATE.
           SET PT-WAITING         TO TRUE.
           MOVE WS-RUN-DATE       TO PT-STATUS-DATE.
           MOVE TR-SYSTEM-ID      TO PT-STATUS-BY.
           WRITE PEND-TRAN-RECORD
               INVALID KEY
                   DISPLAY "TRANEDIT0016W UNABLE TO WRITE PENDTRN "
                       "ENTRY " PT-TRAN-ID " - FILE STATUS "
                       WS-PENDTRN-STATUS ", RECORD REJECTED"
                   MOVE "E011" TO WS-REASON-CODE
                   MOVE "WAREHOUSE WRITE FAILED" TO WS-REASON-TEXT
                   ADD 1 TO WS-WAREHOUSE-FAIL-COUNT
                   PERFORM 4100-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 4060-COUNT-WAREHOUSED
           END-WRITE.

       4060-COUNT-WAREHOUSED.
           ADD 1 TO WS-RECORDS-ACCEPTED.
           ADD 1 TO WS-RECORDS-WAREHOUSED.
           IF WS-CURRENT-GROUP > 0
               ADD 1 TO WS-GRP-ACCEPTED(WS-CURRENT-GROUP)
           END-IF.
           MOVE TR-TRAN-ID   TO WS-RPT-WH-TRAN-ID.
           MOVE TR-TRAN-TYPE TO WS-RPT-WH-TRAN-TYPE.
           MOVE TR-SYSTEM-ID TO WS-RPT-WH-SYSTEM-ID.
           MOVE WS-EFF-DATE  TO WS-RPT-WH-EFF-DATE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-WAREHOUSE-LINE.
           PERFORM 3150-REMEMBER-ACCEPTED-ID.

       4100-WRITE-REJECT.
           MOVE TR-MSG-CODE     TO TJ-MSG-CODE.
           MOVE WS-REASON-CODE  TO TJ-REASON-CODE.
           MOVE WS-REASON-TEXT  TO TJ-REASON-TEXT.
           MOVE TR-SYSTEM-ID    TO TJ-SYSTEM-ID.
           MOVE WS-EFF-DATE     TO TJ-EFF-DATE.
           MOVE TR-EXPIRY-DATE  TO TJ-EXPIRY-DATE.
           WRITE TRAN-REJECT-RECORD.
           ADD 1 TO WS-RECORDS-REJECTED.
           IF WS-CURRENT-GROUP > 0
               ADD 1 TO WS-GRP-REJECTED(WS-CURRENT-GROUP)
           END-IF.

      *----------------------------------------------------------------
      * End-of-feed control checks, once the pre-scan has read the
      * whole feed: a group still open at end of file lost its
      * trailer (a truncated transmission), a feed with no header at
      * all is refused outright, and a feed on which every group was
      * refused is refused as a whole - with nothing of the
      * producing systems' own left to process, the pipeline is held
      * the same as it always was for a bad feed.
      *----------------------------------------------------------------
       6000-CHECK-FEED-CONTROLS.
           IF WS-HEADER-NOT-SEEN
               MOVE "FEED HEADER MISSING" TO WS-REFUSE-REASON
               PERFORM 6100-REFUSE-FEED
           END-IF.
           IF WS-IN-GROUP
               MOVE "FEED TRAILER MISSING" TO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-GROUP
               SET WS-NOT-IN-GROUP TO TRUE
           END-IF.
           MOVE 1 TO WS-GROUP-SUB.
           PERFORM UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               IF WS-GRP-REFUSED(WS-GROUP-SUB)
                   ADD 1 TO WS-GROUPS-REFUSED
               ELSE
                   ADD 1 TO WS-GROUPS-ACCEPTED
               END-IF
               ADD 1 TO WS-GROUP-SUB
           END-PERFORM.
           IF WS-GROUP-COUNT > 0 AND WS-GROUPS-ACCEPTED = 0
               MOVE "NO FEED GROUP PASSED ITS CONTROLS"
                   TO WS-REFUSE-REASON
               PERFORM 6100-REFUSE-FEED
           END-IF.

      *----------------------------------------------------------------
      * Every control failure is listed on the edit report - the
      * first one does not mask the rest.  A failure that cannot be
      * pinned on one producing system's group marks the whole feed
      * refused for 8500-SET-RETURN-CODE; the pass itself carries on
      * so the report shows the full picture of the damaged feed.
      *----------------------------------------------------------------
       6100-REFUSE-FEED.
           SET WS-FEED-REFUSED TO TRUE.
           MOVE WS-REFUSE-REASON TO WS-RPT-REFUSE-REASON.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-REFUSE-LINE.

      *----------------------------------------------------------------
      * A failure within one producing system's group refuses that
      * group only - its details are held by the main pass while the
      * other systems' groups go through.  Each failure is listed
      * against the system that sent the group.
      *----------------------------------------------------------------
       6200-REFUSE-GROUP.
           SET WS-GRP-REFUSED(WS-CURRENT-GROUP) TO TRUE.
           MOVE WS-GRP-SYSTEM-ID(WS-CURRENT-GROUP)
               TO WS-RPT-REFUSE-SYSTEM.
           MOVE WS-REFUSE-REASON TO WS-RPT-GROUP-REASON.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-GROUP-REFUSE-LINE.

      *----------------------------------------------------------------
      * A run that ends held - the feed refused, or rejects over
      * tolerance - is going to be corrected and RERUN for the same
      * business date, and the rerun's records must not then reject
      * as same-night duplicates of the held pass's writes.  This
      * pass's SEENIDS writes are unwound here: every entry stamped
      * with tonight's business date and this pass's start time is
      * deleted.  An aged entry the pass restamped is deleted
      * outright rather than restored - harmless, since past the
      * retention window it no longer blocked anything.  Scoping the
      * backout to the pass matters once a refused system's
      * corrected group is resubmitted on the same business date: a
      * held resubmission must not unwind the ids the night's first
      * pass accepted.  A group refused on a pass that otherwise
      * went through needs no backout - its ids were never written.
      *----------------------------------------------------------------
       6700-BACKOUT-SEENIDS.
           IF WS-SEENIDS-OPEN
                           SET WS-SEENIDS-EOF TO TRUE
                       NOT AT END
                           IF SN-ACCEPT-DATE = WS-RUN-DATE
                                   AND SN-ACCEPT-TIME = WS-PASS-TIME
                               DELETE SEEN-ID-FILE
                                   INVALID KEY
                                       DISPLAY "TRANEDIT0012W UNABLE "
           END-IF.

      *----------------------------------------------------------------
      * The warehouse entries a held pass wrote are unwound the same
      * way and for the same reason as its SEENIDS writes: the
      * corrected rerun of the business date will warehouse its
      * future-dated records afresh.
      *----------------------------------------------------------------
       6750-BACKOUT-WAREHOUSE.
           IF WS-FEED-REFUSED
                   OR WS-RECORDS-REJECTED > WS-REJECT-TOLERANCE
               MOVE LOW-VALUES TO PT-PEND-KEY
               START PEND-TRAN-FILE
                   KEY IS NOT LESS THAN PT-PEND-KEY
                   INVALID KEY
                       SET WS-PENDTRN-EOF TO TRUE
                   NOT INVALID KEY
                       SET WS-PENDTRN-NOT-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-PENDTRN-EOF
                   READ PEND-TRAN-FILE NEXT RECORD
                       AT END
                           SET WS-PENDTRN-EOF TO TRUE
                       NOT AT END
                           IF PT-WH-DATE = WS-RUN-DATE
                                   AND PT-WH-TIME = WS-PASS-TIME
                                   AND PT-WAITING
                               DELETE PEND-TRAN-FILE
                                   INVALID KEY
                                       DISPLAY "TRANEDIT0017W UNABLE "
                                           "TO BACK OUT PENDTRN ENTRY "
                                           PT-TRAN-ID " - FILE STATUS "
                                           WS-PENDTRN-STATUS
                               END-DELETE
                               ADD 1 TO WS-PEND-BACKOUT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * Totals report: one line per producing system's group with
      * its own counts and outcome, then records read, accepted, and
      * rejected broken down by reason, so operations can see at a
      * glance whether a bad night is one sloppy department or a
      * corrupted feed.
      *----------------------------------------------------------------
       7000-WRITE-EDIT-REPORT.
           PERFORM 7100-WRITE-GROUP-TOTALS.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "RECORDS READ"             TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RECORDS-READ            TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "TRAILER EXPECTED COUNT"   TO WS-RPT-TOTAL-LABEL.
           MOVE WS-EXPECTED-COUNT          TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "FEED GROUPS ACCEPTED"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-GROUPS-ACCEPTED         TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "FEED GROUPS REFUSED"      TO WS-RPT-TOTAL-LABEL.
           MOVE WS-GROUPS-REFUSED          TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "DETAILS HELD (REFUSED GROUPS)"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-HELD-DETAIL-COUNT       TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "RECORDS ACCEPTED"         TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RECORDS-ACCEPTED        TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "    OF WHICH WAREHOUSED"  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RECORDS-WAREHOUSED      TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "RECORDS REJECTED"         TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RECORDS-REJECTED        TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "    OF WHICH PRIOR-NIGHT" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DUP-PRIOR-NIGHT-COUNT   TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "    OF WHICH WAREHOUSED"  TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DUP-WAREHOUSED-COUNT    TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "  E003 NON-PRINTABLE TRAN DATA"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-BAD-DATA-COUNT          TO WS-RPT-TOTAL-VALUE.
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-PIPE-DATA-COUNT         TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "  E009 INVALID EFFECTIVE DATE"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-BAD-EFF-DATE-COUNT      TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "  E010 INVALID EXPIRY DATE"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-BAD-EXPIRY-DATE-COUNT   TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "  E011 WAREHOUSE WRITE FAILED"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-WAREHOUSE-FAIL-COUNT    TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "REJECT TOLERANCE"         TO WS-RPT-TOTAL-LABEL.
           MOVE WS-REJECT-TOLERANCE        TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-SEEN-BACKOUT-COUNT      TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "WAREHOUSE ENTRIES BACKED OUT"
                                           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-PEND-BACKOUT-COUNT      TO WS-RPT-TOTAL-VALUE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           IF WS-SEENIDS-NOT-OPEN
               WRITE EDIT-REPORT-LINE FROM WS-RPT-WARN-LINE
           END-IF.

      *----------------------------------------------------------------
      * A group the pre-scan refused shows REFUSED; a group that
      * passed its own controls on a feed refused as a whole shows
      * HELD, since nothing of that night goes through.
      *----------------------------------------------------------------
       7100-WRITE-GROUP-TOTALS.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-GROUP-HEADER.
           WRITE EDIT-REPORT-LINE FROM WS-RPT-GROUP-COLUMNS.
           MOVE 1 TO WS-GROUP-SUB.
           PERFORM UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               MOVE WS-GRP-SYSTEM-ID(WS-GROUP-SUB)
                   TO WS-RPT-GRP-SYSTEM-ID
               MOVE WS-GRP-FEED-DATE(WS-GROUP-SUB)
                   TO WS-RPT-GRP-FEED-DATE
               EVALUATE TRUE
                   WHEN WS-GRP-REFUSED(WS-GROUP-SUB)
                       MOVE "REFUSED"  TO WS-RPT-GRP-STATUS
                   WHEN WS-FEED-REFUSED
                       MOVE "HELD"     TO WS-RPT-GRP-STATUS
                   WHEN OTHER
                       MOVE "ACCEPTED" TO WS-RPT-GRP-STATUS
               END-EVALUATE
               MOVE WS-GRP-DETAILS(WS-GROUP-SUB)
                   TO WS-RPT-GRP-DETAILS
               MOVE WS-GRP-EXPECTED(WS-GROUP-SUB)
                   TO WS-RPT-GRP-EXPECTED
               MOVE WS-GRP-ACCEPTED(WS-GROUP-SUB)
                   TO WS-RPT-GRP-ACCEPTED
               MOVE WS-GRP-REJECTED(WS-GROUP-SUB)
                   TO WS-RPT-GRP-REJECTED
               MOVE WS-GRP-HELD(WS-GROUP-SUB)
                   TO WS-RPT-GRP-HELD
               WRITE EDIT-REPORT-LINE FROM WS-RPT-GROUP-LINE
               ADD 1 TO WS-GROUP-SUB
           END-PERFORM.

       8000-CLOSE-FILES.
           CLOSE TRANSACTION-FILE.
           CLOSE TRAN-OUT-FILE.
           IF WS-SEENIDS-OPEN
               CLOSE SEEN-ID-FILE
           END-IF.
           CLOSE PEND-TRAN-FILE.

      *----------------------------------------------------------------
      * One or more producing systems' groups refused while the rest
      * of the feed went through: RC=4, so operations chases the
      * refused systems for a corrected resend while the main step
      * runs the good groups.  Rejects within tolerance: RC=0, the
      * main step runs against the cleaned file.  Rejects over
      * tolerance: RC=8 so the scheduler holds the main step for
      * operations to look at the reject file first.  A refused feed
      * (control records missing, count mismatch, wrong feed date) is
      * a different failure from dirty records and carries its own
      * RC=12, set last so it is what the scheduler sees even when
      * the rejects were also over tolerance.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           IF WS-GROUPS-REFUSED > 0 AND WS-FEED-NOT-REFUSED
               DISPLAY "TRANEDIT0014W " WS-GROUPS-REFUSED
                   " FEED GROUP(S) REFUSED AND HELD - SEE EDIT REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-RECORDS-REJECTED > WS-REJECT-TOLERANCE
               DISPLAY "TRANEDIT0005W " WS-RECORDS-REJECTED
                   " REJECTS EXCEED TOLERANCE " WS-REJECT-TOLERANCE
                   "VALIDATION FAILED, SEE EDIT REPORT"
               MOVE 12 TO RETURN-CODE
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
                   DISPLAY "TRANEDIT0020W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
               ELSE
                   MOVE WS-STREAM-DATE TO ST-BUSINESS-DATE
                   MOVE WS-STEP-NAME   TO ST-STEP-NAME
                   READ STEP-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "TRANEDIT0020W UNABLE TO WRITE "
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
                   DISPLAY "TRANEDIT0020W UNABLE TO WRITE STEPCTL "
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
