           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT MSG-PENDING-FILE ASSIGN TO "MSGPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PEND-KEY
               FILE STATUS IS WS-MSGPEND-STATUS.
           SELECT AUTH-ANALYST-FILE ASSIGN TO "AUTHANL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AA-ANALYST-ID
               FILE STATUS IS WS-AUTHANL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MSG-TRAN-FILE
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  MSG-PENDING-FILE.
           COPY MSGPNDREC.
       FD  AUTH-ANALYST-FILE.
           COPY AUTHANREC.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-MSGTRAN-STATUS           PIC X(02) VALUE "00".
           05  WS-MSGTAB-STATUS            PIC X(02) VALUE "00".
           05  WS-MSGAUDIT-STATUS          PIC X(02) VALUE "00".
           05  WS-MNTRPT-STATUS            PIC X(02) VALUE "00".
           05  WS-MSGPEND-STATUS           PIC X(02) VALUE "00".
           05  WS-AUTHANL-STATUS           PIC X(02) VALUE "00".
           05  WS-MSGTRAN-EOF-SW           PIC X(01) VALUE "N".
               88  WS-MSGTRAN-EOF                 VALUE "Y".
               88  WS-MSGTRAN-NOT-EOF             VALUE "N".
           05  WS-KEY-FOUND-SW             PIC X(01) VALUE "N".
               88  WS-KEY-FOUND                   VALUE "Y".
               88  WS-KEY-NOT-FOUND               VALUE "N".
           05  WS-PEND-FOUND-SW            PIC X(01) VALUE "N".
               88  WS-PEND-FOUND                  VALUE "Y".
               88  WS-PEND-NOT-FOUND              VALUE "N".
           05  WS-PEND-DELETE-SW           PIC X(01) VALUE "Y".
               88  WS-PEND-DELETED                VALUE "Y".
               88  WS-PEND-NOT-DELETED            VALUE "N".
           05  WS-ANALYST-OK-SW            PIC X(01) VALUE "N".
               88  WS-ANALYST-OK                  VALUE "Y".
               88  WS-ANALYST-NOT-OK              VALUE "N".
           05  WS-CARD-VALID-SW            PIC X(01) VALUE "Y".
               88  WS-CARD-IS-VALID               VALUE "Y".
               88  WS-CARD-IS-INVALID             VALUE "N".
           05  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
           05  WS-CARD-ACTION              PIC X(01) VALUE SPACE.
           05  WS-CARDS-READ               PIC 9(08) VALUE 0.
           05  WS-CHANGES-HELD             PIC 9(08) VALUE 0.
           05  WS-ADDS-APPLIED             PIC 9(08) VALUE 0.
           05  WS-CHANGES-APPLIED          PIC 9(08) VALUE 0.
           05  WS-DELETES-APPLIED          PIC 9(08) VALUE 0.
           05  WS-CHANGES-DECLINED         PIC 9(08) VALUE 0.
           05  WS-CARDS-REJECTED           PIC 9(08) VALUE 0.
           05  WS-STILL-PENDING            PIC 9(08) VALUE 0.
           05  WS-PENDING-LEFT             PIC 9(08) VALUE 0.
           05  WS-BEFORE-TEXT              PIC X(40) VALUE SPACES.
           05  WS-BEFORE-EFF-TO            PIC X(10) VALUE SPACES.
           05  WS-PIPE-TALLY               PIC 9(04) VALUE 0.
                                            VALUE "0000-00-00".
           05  WS-EFF-TO-CEILING           PIC X(10)
                                            VALUE "9999-12-31".
           05  WS-ANALYST-ID               PIC X(08) VALUE SPACES.
           05  WS-MAKER-ID                 PIC X(08) VALUE SPACES.
           05  WS-CHECKER-ID               PIC X(08) VALUE SPACES.
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
           05  WS-RPT-HEADER-2.
               10  FILLER                  PIC X(80) VALUE
                   "------------------------------------".
           05  WS-RPT-CARD-LINE.
               10  WS-RPT-CARD-LABEL       PIC X(09).
               10  WS-RPT-CARD-ACTION      PIC X(01).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-CARD-CODE        PIC X(06).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-CARD-EFF-FROM    PIC X(10).
               10  FILLER                  PIC X(03) VALUE " - ".
               10  WS-RPT-CARD-TEXT        PIC X(40).
               10  FILLER                  PIC X(09) VALUE SPACES.
           05  WS-RPT-PENDING-HEADER.
               10  FILLER                  PIC X(80) VALUE
                   "CHANGES PENDING APPROVAL AT END OF RUN".
           05  WS-RPT-REFUSED-LINE.
               10  FILLER                  PIC X(24) VALUE
                   "RUN REFUSED - ANALYST '".
               10  WS-RPT-REF-ANALYST      PIC X(08).
               10  FILLER                  PIC X(48) VALUE
                   "' IS NOT AN AUTHORIZED ANALYST".
           05  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
           05  WS-RPT-TOTAL-LINE.
               10  WS-RPT-TOTAL-LABEL      PIC X(32).
               10  WS-RPT-TOTAL-VALUE      PIC Z(07)9.
           PERFORM 1000-VALIDATE-PARM.
           PERFORM 1500-SET-AUDIT-STAMP.
           PERFORM 2000-OPEN-FILES.
           PERFORM 2200-CHECK-SUBMITTER.
           PERFORM UNTIL WS-MSGTRAN-EOF
               PERFORM 2100-READ-MAINT-CARD
               IF WS-MSGTRAN-NOT-EOF
                   PERFORM 3000-PROCESS-MAINT-CARD
               END-IF
           END-PERFORM.
           PERFORM 6000-LIST-PENDING-CHANGES.
           PERFORM 7000-WRITE-MAINT-REPORT.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM layout: 'UUUUUUUU' - the submitting analyst id, since a
      * batch job has no signed-on user of its own.  The id is the
      * maker of every change card in the run and the checker of
      * every approval card; it must be an active analyst on the
      * AUTHANL file (2200), so an omitted or over-long PARM leaves
      * it blank and the run is refused there.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0 AND LS-PARM-LEN NOT > 8
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-ANALYST-ID
           END-IF.

      *----------------------------------------------------------------
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MSG-PENDING-FILE.
           IF WS-MSGPEND-STATUS NOT = "00"
               DISPLAY "MSGMAINT0008E UNABLE TO OPEN MSGPEND - "
                   "FILE STATUS " WS-MSGPEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUTH-ANALYST-FILE.
           IF WS-AUTHANL-STATUS NOT = "00"
               DISPLAY "MSGMAINT0009E UNABLE TO OPEN AUTHANL - "
                   "FILE STATUS " WS-AUTHANL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-HEADER-2.

           END-READ.

      *----------------------------------------------------------------
      * The submitter must be an active analyst on AUTHANL before any
      * card is looked at - an unknown, blank or revoked id refuses
      * the whole run RC=12 with nothing held, applied or rejected,
      * so a job submitted under the wrong id is resubmitted whole.
      *----------------------------------------------------------------
       2200-CHECK-SUBMITTER.
           MOVE WS-ANALYST-ID TO AA-ANALYST-ID.
           PERFORM 2250-CHECK-ANALYST.
           IF WS-ANALYST-NOT-OK
               DISPLAY "MSGMAINT0010E ANALYST '" WS-ANALYST-ID
                   "' IS NOT AN ACTIVE AUTHORIZED ANALYST - "
                   "NO MAINTENANCE CARDS PROCESSED"
               MOVE WS-ANALYST-ID TO WS-RPT-REF-ANALYST
               WRITE MAINT-REPORT-LINE FROM WS-RPT-REFUSED-LINE
               PERFORM 8000-CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2250-CHECK-ANALYST.
           SET WS-ANALYST-NOT-OK TO TRUE.
           IF AA-ANALYST-ID NOT = SPACES
               READ AUTH-ANALYST-FILE
                   INVALID KEY
                       SET WS-ANALYST-NOT-OK TO TRUE
                   NOT INVALID KEY
                       IF AA-AUTH-ACTIVE
                           SET WS-ANALYST-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Route the card by action.  A, C and D cards are edited and
      * held pending (3050); they never touch the table in the run
      * that submits them.  V and R cards approve or reject the
      * change pending against the named version (3500/3700).  A
      * blank message code or an unrecognized action code is
      * rejected with its reason on the maintenance report - the
      * remaining cards still process, so one bad card does not
      * hold up a department's whole batch of changes.  A version
      * is named by message code PLUS effective-from date, so
      * staging next quarter's wording is an ordinary add of a
      * future-dated version alongside the current one.
      *----------------------------------------------------------------
       3000-PROCESS-MAINT-CARD.
           SET WS-CARD-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE MC-ACTION-CODE TO WS-CARD-ACTION.
           EVALUATE TRUE
               WHEN MC-MSG-CODE = SPACES
                   MOVE "MESSAGE CODE IS BLANK" TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
               WHEN MC-ACTION-ADD OR MC-ACTION-CHANGE
                       OR MC-ACTION-DELETE
                   PERFORM 3050-HOLD-MAINT-CARD
               WHEN MC-ACTION-APPROVE
                   PERFORM 3500-APPROVE-PENDING-CHANGE
               WHEN MC-ACTION-DECLINE
                   PERFORM 3700-DECLINE-PENDING-CHANGE
               WHEN OTHER
                   MOVE "ACTION CODE IS NOT A, C, D, V OR R"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
           END-EVALUATE.
           IF WS-CARD-IS-INVALID
               PERFORM 4900-REJECT-MAINT-CARD
           END-IF.

      *----------------------------------------------------------------
      * A change card gets every edit it would get at apply time -
      * dates, pipe, and the table's current state - so the maker
      * hears about a bad card tonight, not when the checker tries
      * to approve it.  Only one change may be pending against a
      * version; a second card for it is rejected until the first
      * is approved or rejected.
      *----------------------------------------------------------------
       3050-HOLD-MAINT-CARD.
           PERFORM 3250-CHECK-CARD-DATES.
           IF WS-CARD-IS-VALID
                   AND (MC-ACTION-ADD OR MC-ACTION-CHANGE)
               PERFORM 3200-CHECK-PIPE-TEXT
           END-IF.
           IF WS-CARD-IS-VALID
               PERFORM 3400-CHECK-TABLE-STATE
           END-IF.
           IF WS-CARD-IS-VALID
               PERFORM 3550-READ-PENDING-CHANGE
               IF WS-PEND-FOUND
                   MOVE "A CHANGE IS ALREADY PENDING FOR VERSION"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
               ELSE
                   PERFORM 4500-WRITE-PENDING-CHANGE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The card's version against the table as it stands now: an
      * add of an existing version, or a change or delete of a
      * missing one, is refused, as is an add or change whose
      * effective window overlaps another version.  Run when a
      * change is held and again when it is approved, since other
      * approvals may have moved the table in between.
      *----------------------------------------------------------------
       3400-CHECK-TABLE-STATE.
           PERFORM 3100-READ-TABLE-ENTRY.
           EVALUATE TRUE
               WHEN MC-ACTION-ADD AND WS-KEY-FOUND
                   MOVE "ADD - VERSION ALREADY EXISTS"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
               WHEN MC-ACTION-ADD
                   PERFORM 3300-CHECK-OVERLAP
               WHEN MC-ACTION-CHANGE AND WS-KEY-NOT-FOUND
                   MOVE "CHANGE - VERSION NOT ON TABLE"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
               WHEN MC-ACTION-CHANGE
                   PERFORM 3300-CHECK-OVERLAP
               WHEN MC-ACTION-DELETE AND WS-KEY-NOT-FOUND
                   MOVE "DELETE - VERSION NOT ON TABLE"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * Approval.  The checker is this run's analyst, already proved
      * active by 2200, and must not be the maker - and since a run
      * has exactly one analyst, a change held tonight can only ever
      * be approved in a later run.  The maker must still be active
      * too: a change keyed by someone since revoked is not applied
      * on the strength of a single remaining signature.  The held
      * change is moved back into the card area and re-edited
      * against the table before it is applied, so the existing
      * apply and audit paragraphs serve unchanged; the pending
      * record is removed once the change is on the table.  A held
      * change that no longer fits the table stays pending for the
      * checker to reject.  Should the pending record not come off
      * once the change is applied, the change still stands and is
      * reported approved, with a warning that its pending record
      * is still on file for the checker to reject - approving it a
      * second time would apply it twice.
      *----------------------------------------------------------------
       3500-APPROVE-PENDING-CHANGE.
           PERFORM 3550-READ-PENDING-CHANGE.
           EVALUATE TRUE
               WHEN WS-PEND-NOT-FOUND
                   MOVE "NO CHANGE PENDING FOR VERSION"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
               WHEN PM-MAKER-ID = WS-ANALYST-ID
                   MOVE "CHECKER MAY NOT APPROVE OWN CHANGE"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
               WHEN OTHER
                   MOVE PM-MAKER-ID TO AA-ANALYST-ID
                   PERFORM 2250-CHECK-ANALYST
                   IF WS-ANALYST-NOT-OK
                       MOVE "MAKER IS NO LONGER AUTHORIZED"
                           TO WS-REJECT-REASON
                       SET WS-CARD-IS-INVALID TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-CARD-IS-VALID
               MOVE PM-ACTION-CODE TO MC-ACTION-CODE
               MOVE PM-MSG-TEXT    TO MC-MSG-TEXT
               MOVE PM-EFF-TO      TO MC-EFF-TO
               MOVE PM-MAKER-ID    TO WS-MAKER-ID
               MOVE WS-ANALYST-ID  TO WS-CHECKER-ID
               PERFORM 3400-CHECK-TABLE-STATE
           END-IF.
           IF WS-CARD-IS-VALID
               EVALUATE TRUE
                   WHEN MC-ACTION-ADD
                       PERFORM 4000-ADD-TABLE-ENTRY
                   WHEN MC-ACTION-CHANGE
                       PERFORM 4100-CHANGE-TABLE-ENTRY
                   WHEN MC-ACTION-DELETE
                       PERFORM 4200-DELETE-TABLE-ENTRY
               END-EVALUATE
           END-IF.
           IF WS-CARD-IS-VALID
               PERFORM 4600-DELETE-PENDING-CHANGE
               MOVE PM-ACTION-CODE TO WS-CARD-ACTION
               MOVE "APPROVED " TO WS-RPT-CARD-LABEL
               PERFORM 4800-WRITE-CARD-LINE
               IF WS-PEND-NOT-DELETED
                   PERFORM 3600-WARN-PENDING-LEFT
               END-IF
           END-IF.

       3550-READ-PENDING-CHANGE.
           MOVE MC-MSG-CODE TO PM-MSG-CODE.
           MOVE MC-EFF-FROM TO PM-EFF-FROM.
           READ MSG-PENDING-FILE
               INVALID KEY
                   SET WS-PEND-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-PEND-FOUND TO TRUE
           END-READ.

       3600-WARN-PENDING-LEFT.
           DISPLAY "MSGMAINT0011W MSGPEND ENTRY " MC-MSG-CODE " "
               MC-EFF-FROM " NOT REMOVED AFTER APPROVAL - FILE STATUS "
               WS-MSGPEND-STATUS.
           MOVE "WARNING  " TO WS-RPT-CARD-LABEL.
           MOVE "APPLIED - PENDING ENTRY STILL ON FILE"
               TO WS-RPT-CARD-TEXT.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-CARD-LINE.
           ADD 1 TO WS-PENDING-LEFT.

      *----------------------------------------------------------------
      * Rejection by the checker: the same second-analyst rule as an
      * approval, then the held change is discarded without touching
      * the table.  It is listed on the report under the maker's id
      * so the department can correct and resubmit it.
      *----------------------------------------------------------------
       3700-DECLINE-PENDING-CHANGE.
           PERFORM 3550-READ-PENDING-CHANGE.
           EVALUATE TRUE
               WHEN WS-PEND-NOT-FOUND
                   MOVE "NO CHANGE PENDING FOR VERSION"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
               WHEN PM-MAKER-ID = WS-ANALYST-ID
                   MOVE "CHECKER MAY NOT REJECT OWN CHANGE"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
           END-EVALUATE.
           IF WS-CARD-IS-VALID
               MOVE PM-ACTION-CODE TO WS-CARD-ACTION
               MOVE PM-MAKER-ID    TO WS-MAKER-ID
               MOVE WS-ANALYST-ID  TO WS-CHECKER-ID
               PERFORM 4600-DELETE-PENDING-CHANGE
               IF WS-PEND-NOT-DELETED
                   MOVE "PENDING DELETE FAILED"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF WS-CARD-IS-VALID
               ADD 1 TO WS-CHANGES-DECLINED
               MOVE "DECLINED " TO WS-RPT-CARD-LABEL
               PERFORM 4800-WRITE-CARD-LINE
           END-IF.

      *----------------------------------------------------------------
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-DELETE.

      *----------------------------------------------------------------
      * The held change is stamped with the maker and the run's
      * audit stamp - the submit date and time on the pending list.
      *----------------------------------------------------------------
       4500-WRITE-PENDING-CHANGE.
           MOVE MC-MSG-CODE      TO PM-MSG-CODE.
           MOVE MC-EFF-FROM      TO PM-EFF-FROM.
           MOVE MC-ACTION-CODE   TO PM-ACTION-CODE.
           MOVE MC-MSG-TEXT      TO PM-MSG-TEXT.
           IF MC-ACTION-DELETE
               MOVE SPACES       TO PM-MSG-TEXT
               MOVE SPACES       TO PM-EFF-TO
           ELSE
               MOVE MC-EFF-TO    TO PM-EFF-TO
           END-IF.
           MOVE WS-ANALYST-ID    TO PM-MAKER-ID.
           MOVE WS-RUN-DATE      TO PM-SUBMIT-DATE.
           MOVE WS-RUN-TIME      TO PM-SUBMIT-TIME.
           WRITE MSG-PENDING-RECORD
               INVALID KEY
                   MOVE "HOLD - PENDING WRITE FAILED"
                       TO WS-REJECT-REASON
                   SET WS-CARD-IS-INVALID TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-HELD
                   MOVE WS-ANALYST-ID TO WS-MAKER-ID
                   MOVE SPACES        TO WS-CHECKER-ID
                   MOVE "HELD     "   TO WS-RPT-CARD-LABEL
                   PERFORM 4800-WRITE-CARD-LINE
           END-WRITE.

       4600-DELETE-PENDING-CHANGE.
           MOVE MC-MSG-CODE TO PM-MSG-CODE.
           MOVE MC-EFF-FROM TO PM-EFF-FROM.
           SET WS-PEND-DELETED TO TRUE.
           DELETE MSG-PENDING-FILE
               INVALID KEY
                   SET WS-PEND-NOT-DELETED TO TRUE
           END-DELETE.

      *----------------------------------------------------------------
      * One report line per held, approved or declined change, in
      * card order, naming the maker and (once there is one) the
      * checker.
      *----------------------------------------------------------------
       4800-WRITE-CARD-LINE.
           MOVE WS-CARD-ACTION   TO WS-RPT-CARD-ACTION.
           MOVE MC-MSG-CODE      TO WS-RPT-CARD-CODE.
           MOVE MC-EFF-FROM      TO WS-RPT-CARD-EFF-FROM.
           MOVE SPACES           TO WS-RPT-CARD-TEXT.
           IF WS-CHECKER-ID = SPACES
               STRING "MAKER " WS-MAKER-ID
                      DELIMITED BY SIZE INTO WS-RPT-CARD-TEXT
               END-STRING
           ELSE
               STRING "MAKER " WS-MAKER-ID " CHECKER " WS-CHECKER-ID
                      DELIMITED BY SIZE INTO WS-RPT-CARD-TEXT
               END-STRING
           END-IF.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-CARD-LINE.

       4900-REJECT-MAINT-CARD.
           MOVE "REJECTED "      TO WS-RPT-CARD-LABEL.
           MOVE WS-CARD-ACTION   TO WS-RPT-CARD-ACTION.
           MOVE MC-MSG-CODE      TO WS-RPT-CARD-CODE.
           MOVE MC-EFF-FROM      TO WS-RPT-CARD-EFF-FROM.
           MOVE WS-REJECT-REASON TO WS-RPT-CARD-TEXT.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-CARD-LINE.
           ADD 1 TO WS-CARDS-REJECTED.

      *----------------------------------------------------------------
      * One audit record per applied change, carrying both the maker
      * and the approving checker.  The after image is the card's
      * text for an add or change and spaces for a delete, so the
      * full life of a message code - every dated version, with its
      * effective window - can be replayed from the accumulated
      * audit dataset alone, which is what answers "which text was
      * in force on this date" at audit time.
      *----------------------------------------------------------------
       5000-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE      TO MA-CHANGE-DATE.
           MOVE WS-RUN-TIME      TO MA-CHANGE-TIME.
           MOVE WS-MAKER-ID      TO MA-CHANGED-BY.
           MOVE WS-CHECKER-ID    TO MA-APPROVED-BY.
           MOVE MC-ACTION-CODE   TO MA-ACTION-CODE.
           MOVE MC-MSG-CODE      TO MA-MSG-CODE.
           MOVE MC-EFF-FROM      TO MA-EFF-FROM.
           END-IF.
           WRITE MSG-AUDIT-RECORD.

      *----------------------------------------------------------------
      * Every change still waiting on a checker after this run's
      * cards, in version-key order with its maker and submit stamp,
      * so the approving analyst has tonight's list in hand and a
      * change left pending for weeks is visible on every run.
      *----------------------------------------------------------------
       6000-LIST-PENDING-CHANGES.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-PENDING-HEADER.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-HEADER-2.
           MOVE LOW-VALUES TO PM-PEND-KEY.
           START MSG-PENDING-FILE
               KEY IS NOT LESS THAN PM-PEND-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
               NOT INVALID KEY
                   SET WS-SCAN-NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ MSG-PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 6100-WRITE-PENDING-LINE
               END-READ
           END-PERFORM.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-BLANK-LINE.

       6100-WRITE-PENDING-LINE.
           ADD 1 TO WS-STILL-PENDING.
           MOVE "PENDING  "      TO WS-RPT-CARD-LABEL.
           MOVE PM-ACTION-CODE   TO WS-RPT-CARD-ACTION.
           MOVE PM-MSG-CODE      TO WS-RPT-CARD-CODE.
           MOVE PM-EFF-FROM      TO WS-RPT-CARD-EFF-FROM.
           MOVE SPACES           TO WS-RPT-CARD-TEXT.
           STRING "MAKER " PM-MAKER-ID " ON " PM-SUBMIT-DATE
                  " " PM-SUBMIT-TIME
                  DELIMITED BY SIZE INTO WS-RPT-CARD-TEXT
           END-STRING.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-CARD-LINE.

       7000-WRITE-MAINT-REPORT.
           MOVE "CARDS READ"               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CARDS-READ              TO WS-RPT-TOTAL-VALUE.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CHANGES HELD PENDING"     TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CHANGES-HELD            TO WS-RPT-TOTAL-VALUE.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ADDS APPLIED"             TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ADDS-APPLIED            TO WS-RPT-TOTAL-VALUE.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "DELETES APPLIED"          TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DELETES-APPLIED         TO WS-RPT-TOTAL-VALUE.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CHANGES REJECTED BY CHECKER" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CHANGES-DECLINED        TO WS-RPT-TOTAL-VALUE.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "APPROVALS LEFT ON MSGPEND" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-PENDING-LEFT            TO WS-RPT-TOTAL-VALUE.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CARDS REJECTED"           TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CARDS-REJECTED          TO WS-RPT-TOTAL-VALUE.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CHANGES STILL PENDING"    TO WS-RPT-TOTAL-LABEL.
           MOVE WS-STILL-PENDING           TO WS-RPT-TOTAL-VALUE.
           WRITE MAINT-REPORT-LINE FROM WS-RPT-TOTAL-LINE.

       8000-CLOSE-FILES.
           CLOSE MSG-TRAN-FILE.
           CLOSE MESSAGE-TABLE-FILE.
           CLOSE MSG-AUDIT-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE MSG-PENDING-FILE.
           CLOSE AUTH-ANALYST-FILE.

      *----------------------------------------------------------------
      * Any rejected card raises RC=4 - the held and approved
      * changes stand, but the submitting department is flagged to
      * review the maintenance report and resubmit the corrected
      * cards.  An applied change whose pending record could not be
      * removed raises RC=8: the leftover record must be rejected
      * before anyone approves it again.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-PENDING-LEFT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
