               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-TRAN-ID
               FILE STATUS IS WS-NOTMAST-STATUS.
           SELECT NOTICE-JOURNAL-FILE ASSIGN TO "NOTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTJRNL-STATUS.
           SELECT NOTICE-RPT-FILE ASSIGN TO "NOTMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTMRPT-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STEP-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-OUT-FILE
           COPY RUNREGREC.
       FD  NOTICE-MASTER-FILE.
           COPY NOTMSTREC.
       FD  NOTICE-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY NOTJRNREC.
       FD  NOTICE-RPT-FILE
           RECORDING MODE IS F.
       01  NOTICE-RPT-LINE                 PIC X(80).
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  STEP-CONTROL-FILE.
           COPY STEPCTLREC.
       WORKING-STORAGE SECTION.
           COPY WSCTLREC.
      *----------------------------------------------------------------
               10  FILLER                  PIC X(80) VALUE
                   "-----------------------------------------".
           05  WS-RPT-NM-COLUMN-LINE.
               10  FILLER                  PIC X(44) VALUE
                   "  TRAN-ID   STATUS     LAST ACTIVITY".
               10  FILLER                  PIC X(36) VALUE "EXPIRES".
           05  WS-RPT-NM-DETAIL-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-NM-TRAN-ID       PIC X(08).
               10  WS-RPT-NM-LAST-DATE     PIC X(10).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-RPT-NM-LAST-TIME     PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-RPT-NM-EXPIRY-DATE   PIC X(10).
               10  FILLER                  PIC X(26) VALUE SPACES.
           05  WS-RPT-NM-TOTAL-LINE.
               10  WS-RPT-NM-TOTAL-LABEL   PIC X(32).
               10  WS-RPT-NM-TOTAL-VALUE   PIC Z(07)9.
           PERFORM 1500-SET-AUDIT-STAMP.
           MOVE WS-RUN-DATE TO WS-START-DATE.
           MOVE WS-RUN-TIME TO WS-START-TIME.
           PERFORM 1800-CHECK-STREAM-CONTROL.
           IF WS-PARM-IS-INVALID
               PERFORM 1900-REJECT-RUN
               PERFORM 9000-WRITE-SUMMARY
                   PERFORM 2000-OPEN-FILES
                   IF WS-PARM-IS-VALID
                       PERFORM 5000-RUN-MAIN-LOOP
                       PERFORM 6000-EXPIRY-SWEEP
                   END-IF
                   PERFORM 7500-WRITE-MASTER-STATUS-RPT
                   PERFORM 8000-CLOSE-FILES
               PERFORM 9100-WRITE-MSGCODE-SUMMARY
               PERFORM 8900-FINALIZE-RUN-REGISTRY
           END-IF.
           PERFORM 8800-RECORD-STEP-END.
           STOP RUN.

      *----------------------------------------------------------------
           PERFORM UNTIL FLG-FS > WS-LOOP-LIMIT
                   OR (WS-TRANSIN-AVAILABLE AND WS-TRANSIN-EOF)
                   OR WS-STOP-REQUESTED
                   OR WS-NOTJRNL-FAILED
               IF WS-TRANSIN-AVAILABLE
                       AND NOT WS-TRAN-TYPE-KNOWN
                   PERFORM 3800-REJECT-UNKNOWN-TRAN
                       SET WS-MSGCODE-NOT-REJECTED TO TRUE
                       SET WS-MASTER-NOT-REJECTED TO TRUE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-NOTJRNL-FAILED
                           PERFORM 3470-STOP-ON-JOURNAL-FAILURE
                       WHEN WS-MSGCODE-REJECTED OR WS-MASTER-REJECTED
                           PERFORM 2100-READ-NEXT-TRANSACTION
                       WHEN OTHER
                           PERFORM 5100-PRODUCE-AND-ADVANCE
                   END-EVALUATE
               END-IF
           END-PERFORM.

           END-IF.

      *----------------------------------------------------------------
      * PARM layout: 'LLLL,RRRRRRRR,S,CCCCCC,XXXXXX' where LLLL is
      * the loop count, RRRRRRRR is an optional run-id, S is the
      * restart-requested flag (Y/N), CCCCCC is an optional message
      * code looked up in the MSGTAB message table, and XXXXXX is the
      * MSGTAB message code of the expiry lines - given, it asks for
      * the end-of-run expiry sweep (see 6000-EXPIRY-SWEEP); omitted,
      * as on the partition runs, no sweep is made.  The JCL EXEC
      * PGM= PARM
      * text arrives prefixed with the standard 2-byte binary length
      * halfword (LS-PARM-LEN) ahead of the text (LS-PARM-TEXT), so
      * only the first LS-PARM-LEN bytes of LS-PARM-TEXT are the real
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
                   INTO WS-PARM-LOOP-COUNT COUNT IN WS-LOOP-COUNT-LEN,
                        WS-PARM-RUN-ID,
                        WS-PARM-RESTART-FLAG, WS-PARM-MSG-CODE,
                        WS-PARM-EXPIRY-CODE
               END-UNSTRING
           END-IF.
           IF WS-PARM-LOOP-COUNT = SPACES
           ELSE
               MOVE WS-PARM-MSG-CODE TO WS-MSG-CODE
           END-IF.
           IF WS-PARM-EXPIRY-CODE = SPACES
               SET WS-EXPIRY-SWEEP-NOT-REQUESTED TO TRUE
           ELSE
               SET WS-EXPIRY-SWEEP-REQUESTED TO TRUE
               MOVE WS-PARM-EXPIRY-CODE TO WS-EXPIRY-MSG-CODE
           END-IF.

      *----------------------------------------------------------------
      * A loop-count parameter that was supplied but is zero, negative,
                               AND PD-BUSINESS-DATE(8:1) = "-"
                               AND PD-BUSINESS-DATE(9:2) IS NUMERIC
                           MOVE PD-BUSINESS-DATE TO WS-RUN-DATE
                           MOVE PD-BUSINESS-DATE TO WS-STREAM-DATE
                       ELSE
                           DISPLAY "COBOLNODEJS0016W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
               SET WS-MSGTAB-SCAN-EOF TO TRUE
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
               DISPLAY "COBOLNODEJS0022W NO BUSINESS DATE FROM "
                   "PROCDATE - STEP NOT RECORDED ON STEPCTL"
           ELSE
               OPEN I-O STEP-CONTROL-FILE
               IF WS-STEPCTL-STATUS NOT = "00"
                   DISPLAY "COBOLNODEJS0023I STEPCTL NOT AVAILABLE - "
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
                   DISPLAY "COBOLNODEJS0024W UNABLE TO WRITE STEPCTL "
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
                       DISPLAY "COBOLNODEJS0024W UNABLE TO WRITE "
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
                   DISPLAY "COBOLNODEJS0024W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
           END-REWRITE.
           DISPLAY "COBOLNODEJS0025I STEP ALREADY COMPLETE FOR "
               "BUSINESS DATE " ST-BUSINESS-DATE " (ENDED "
               ST-END-DATE " " ST-END-TIME " RC " ST-RETURN-CODE
               ") - SKIPPED".
           CLOSE STEP-CONTROL-FILE.
           MOVE ST-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * TRANSIN is optional.  When present, one transaction record is
      * primed here and one more is read per pass through the main
                   MOVE "FAILED" TO WS-COMPLETION-STATUS
                   SET WS-PARM-IS-INVALID TO TRUE
               END-IF
               OPEN EXTEND NOTICE-JOURNAL-FILE
               IF WS-NOTJRNL-STATUS = "00"
                   SET WS-NOTJRNL-OPEN TO TRUE
               ELSE
                   DISPLAY "COBOLNODEJS0018E UNABLE TO OPEN NOTJRNL - "
                       "FILE STATUS " WS-NOTJRNL-STATUS
                   MOVE 24 TO RETURN-CODE
                   MOVE "FAILED" TO WS-COMPLETION-STATUS
                   SET WS-PARM-IS-INVALID TO TRUE
               END-IF
               PERFORM 2100-READ-NEXT-TRANSACTION
               IF WS-RESTART-REQUESTED
                   PERFORM 2150-REPOSITION-TRANSIN
                   MOVE SPACES TO WS-CURRENT-TRAN-ID
                   MOVE SPACES TO WS-CURRENT-TRAN-TYPE
                   MOVE SPACES TO WS-CURRENT-MSG-CODE
                   MOVE SPACES TO WS-CURRENT-SYSTEM-ID
                   MOVE SPACES TO WS-CURRENT-EXPIRY-DATE
               NOT AT END
                   MOVE TR-TRAN-DATA TO WS-CURRENT-TRAN-DATA
                   MOVE TR-TRAN-ID   TO WS-CURRENT-TRAN-ID
                   MOVE TR-TRAN-TYPE TO WS-CURRENT-TRAN-TYPE
                   MOVE TR-MSG-CODE  TO WS-CURRENT-MSG-CODE
                   MOVE TR-SYSTEM-ID TO WS-CURRENT-SYSTEM-ID
                   MOVE TR-EXPIRY-DATE TO WS-CURRENT-EXPIRY-DATE
                   ADD 1 TO WS-TRANS-READ-COUNT
           END-READ.

           MOVE WS-CURRENT-TRAN-TYPE TO TJ-TRAN-TYPE.
           MOVE WS-CURRENT-TRAN-DATA TO TJ-TRAN-DATA.
           MOVE WS-CURRENT-MSG-CODE  TO TJ-MSG-CODE.
           MOVE WS-CURRENT-SYSTEM-ID TO TJ-SYSTEM-ID.
           MOVE SPACES               TO TJ-EFF-DATE.
           MOVE WS-CURRENT-EXPIRY-DATE TO TJ-EXPIRY-DATE.
           MOVE "E008" TO TJ-REASON-CODE.
           MOVE "NO MSGTAB VERSION IN EFFECT" TO TJ-REASON-TEXT.
           IF WS-TRANREJ-STATUS = "00"
      * re-issues) the entry LIVE; an A rewrites the found entry
      * AMENDED with the amending data; a C closes it CANCELLED,
      * keeping the cancelled notice's last data for the audit trail.
      * The N's expiry date (blank for none) becomes the notice's; an
      * A carrying an expiry date replaces it, one without leaves it
      * alone, and a C ignores it.  An A or C finding the notice
      * EXPIRED is applied like any other - an amendment reinstates
      * it AMENDED, to be expired again by the next sweep unless it
      * brought a later expiry date.
      * An A or C whose id is not on the master is a business error,
      * not a formatting variant - it is rejected to the reject
      * dataset with its own reason code and the loop skips the
      * output line entirely (see 5100-PRODUCE-AND-ADVANCE).  The
      * entry as read is kept as the journal before image ahead of
      * any change to it (see 3045-JOURNAL-MASTER-CHANGE).
      *----------------------------------------------------------------
       3020-APPLY-TO-MASTER.
           SET WS-MASTER-NOT-REJECTED TO TRUE.
                   INVALID KEY
                       PERFORM 3030-CREATE-MASTER-ENTRY
                   NOT INVALID KEY
                       PERFORM 3035-SAVE-BEFORE-IMAGE
                       MOVE "LIVE" TO NM-STATUS
                       MOVE WS-CURRENT-EXPIRY-DATE TO NM-EXPIRY-DATE
                       PERFORM 3040-RESTAMP-MASTER-ENTRY
               END-READ
           ELSE
                   INVALID KEY
                       PERFORM 3850-REJECT-UNMATCHED-TRAN
                   NOT INVALID KEY
                       PERFORM 3035-SAVE-BEFORE-IMAGE
                       IF WS-TRAN-TYPE-AMENDMENT
                           MOVE "AMENDED" TO NM-STATUS
                           IF WS-CURRENT-EXPIRY-DATE NOT = SPACES
                               MOVE WS-CURRENT-EXPIRY-DATE
                                   TO NM-EXPIRY-DATE
                           END-IF
                       ELSE
                           MOVE "CANCELLED" TO NM-STATUS
                       END-IF
           END-IF.

       3030-CREATE-MASTER-ENTRY.
           SET NJ-BEFORE-ABSENT TO TRUE.
           MOVE SPACES TO NJ-BEFORE-IMAGE.
           MOVE WS-CURRENT-TRAN-ID   TO NM-TRAN-ID.
           MOVE "LIVE"               TO NM-STATUS.
           MOVE WS-CURRENT-TRAN-DATA TO NM-TRAN-DATA.
           MOVE WS-RUN-TIME          TO NM-CREATE-TIME.
           MOVE WS-RUN-DATE          TO NM-LAST-DATE.
           MOVE WS-RUN-TIME          TO NM-LAST-TIME.
           MOVE WS-CURRENT-EXPIRY-DATE TO NM-EXPIRY-DATE.
           WRITE NOTICE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "COBOLNODEJS0012W UNABLE TO WRITE NOTMAST "
                       "ENTRY " NM-TRAN-ID " - FILE STATUS "
                       WS-NOTMAST-STATUS
               NOT INVALID KEY
                   SET NJ-CREATE TO TRUE
                   PERFORM 3045-JOURNAL-MASTER-CHANGE
           END-WRITE.

       3035-SAVE-BEFORE-IMAGE.
           SET NJ-BEFORE-PRESENT TO TRUE.
           MOVE NOTICE-MASTER-RECORD TO NJ-BEFORE-IMAGE.

       3040-RESTAMP-MASTER-ENTRY.
           MOVE WS-CURRENT-TRAN-DATA TO NM-TRAN-DATA.
           MOVE WS-RUN-DATE          TO NM-LAST-DATE.
                   DISPLAY "COBOLNODEJS0012W UNABLE TO WRITE NOTMAST "
                       "ENTRY " NM-TRAN-ID " - FILE STATUS "
                       WS-NOTMAST-STATUS
               NOT INVALID KEY
                   SET NJ-RESTAMP TO TRUE
                   PERFORM 3045-JOURNAL-MASTER-CHANGE
           END-REWRITE.

      *----------------------------------------------------------------
      * Journal the master change just made - the before image saved
      * when the entry was read (none for a create), the record as
      * now written, the run-id and the sequence number the output
      * line for this transaction is about to carry - so one run's
      * changes can be backed out (NOTBKOUT) and a restored backup
      * rolled forward (NOTRBLD) without losing the other runs'
      * work.  The apply stamp is the wall-clock date and time, not
      * the business date, since forward recovery has to order the
      * journal against the moment a backup was taken.  A change
      * that did not reach the master is never journaled, and the
      * master is never left changed unjournaled: a failed journal
      * write puts the entry back as it was read (deletes the one
      * just created), fails the run RC=24 exactly as an unopenable
      * journal does, and stops it before the transaction's output
      * line - no further master change is applied, and a restart
      * from the last checkpoint takes the transaction up again once
      * the journal is put right.
      *----------------------------------------------------------------
       3045-JOURNAL-MASTER-CHANGE.
           MOVE WS-RUN-ID            TO NJ-RUN-ID.
           MOVE FLG-FS               TO NJ-SEQUENCE-NO.
           MOVE WS-RUN-DATE          TO NJ-BUSINESS-DATE.
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
           IF WS-NOTJRNL-STATUS NOT = "00"
               DISPLAY "COBOLNODEJS0019E UNABLE TO WRITE NOTJRNL "
                   "ENTRY " NM-TRAN-ID " - FILE STATUS "
                   WS-NOTJRNL-STATUS ", RUN STOPPED"
               SET WS-NOTJRNL-FAILED TO TRUE
               MOVE 24 TO RETURN-CODE
               MOVE "FAILED" TO WS-COMPLETION-STATUS
               PERFORM 3048-UNDO-MASTER-CHANGE
           END-IF.

       3048-UNDO-MASTER-CHANGE.
           IF NJ-BEFORE-PRESENT
               MOVE NJ-BEFORE-IMAGE TO NOTICE-MASTER-RECORD
               REWRITE NOTICE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "COBOLNODEJS0026E UNABLE TO RESTORE "
                           "NOTMAST ENTRY " NM-TRAN-ID
                           " - FILE STATUS " WS-NOTMAST-STATUS
               END-REWRITE
           ELSE
               DELETE NOTICE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "COBOLNODEJS0026E UNABLE TO RESTORE "
                           "NOTMAST ENTRY " NM-TRAN-ID
                           " - FILE STATUS " WS-NOTMAST-STATUS
               END-DELETE
           END-IF.

      *----------------------------------------------------------------
      * An amendment or cancellation for a notice the master has never
      * seen goes to the reject dataset with its own reason code -
           MOVE WS-CURRENT-TRAN-TYPE TO TJ-TRAN-TYPE.
           MOVE WS-CURRENT-TRAN-DATA TO TJ-TRAN-DATA.
           MOVE WS-CURRENT-MSG-CODE  TO TJ-MSG-CODE.
           MOVE WS-CURRENT-SYSTEM-ID TO TJ-SYSTEM-ID.
           MOVE SPACES               TO TJ-EFF-DATE.
           MOVE WS-CURRENT-EXPIRY-DATE TO TJ-EXPIRY-DATE.
           IF WS-TRAN-TYPE-AMENDMENT
               MOVE "E006" TO TJ-REASON-CODE
               MOVE "AMEND FOR NOTICE NOT ON MASTER" TO TJ-REASON-TEXT
           MOVE WS-CURRENT-TRAN-TYPE TO TJ-TRAN-TYPE.
           MOVE WS-CURRENT-TRAN-DATA TO TJ-TRAN-DATA.
           MOVE WS-CURRENT-MSG-CODE  TO TJ-MSG-CODE.
           MOVE WS-CURRENT-SYSTEM-ID TO TJ-SYSTEM-ID.
           MOVE SPACES               TO TJ-EFF-DATE.
           MOVE WS-CURRENT-EXPIRY-DATE TO TJ-EXPIRY-DATE.
           MOVE "E004" TO TJ-REASON-CODE.
           MOVE "UNKNOWN TRANSACTION TYPE" TO TJ-REASON-TEXT.
           IF WS-TRANREJ-STATUS = "00"
           MOVE 12 TO RETURN-CODE.
           ADD 1 TO FLG-FS.

      *----------------------------------------------------------------
      * Stop after a failed journal write (see 3045): checkpoint the
      * last line written, and the records consumed before the
      * transaction whose change was put back, so a restart resumes
      * with that transaction - or, in the expiry sweep, with the
      * notice it could not close - exactly as after a quiesce.
      *----------------------------------------------------------------
       3470-STOP-ON-JOURNAL-FAILURE.
           IF WS-TRANSIN-NOT-EOF
               SUBTRACT 1 FROM WS-TRANS-READ-COUNT
           END-IF.
           SUBTRACT 1 FROM FLG-FS.
           PERFORM 3600-WRITE-CHECKPOINT.
           ADD 1 TO FLG-FS.

      *----------------------------------------------------------------
      * A failed checkpoint write is not fatal to the run - the next
      * due checkpoint (or, worst case, a from-the-beginning restart)
                   "FILE STATUS " WS-CHKPT-STATUS ", CHECKPOINT SKIPPED"
           END-IF.

      *----------------------------------------------------------------
      * End-of-run expiry sweep.  Once the night's transactions are
      * all applied, every LIVE or AMENDED notice whose expiry date
      * the business date has passed is closed EXPIRED on the master
      * and told to the distributed side with an output line of its
      * own - the expiry message code from the PARM, its data
      * labeled "EXPIRED: " the way amendments and cancellations are
      * labeled.  The lines follow the transaction lines on the same
      * generation, under the same run-id and in the same sequence,
      * so RECONCIL, HELLOEXT and ACKMATCH see one contiguous run,
      * and each closure is journaled with its line's sequence
      * number, so a backout of the run reopens the notices it
      * expired.  The sweep is made only when the feed was read to
      * its end - a run stopped by its loop count or by a quiesce
      * leaves it to the execution that finishes the feed, and a
      * restart resubmission, repositioned past the whole feed,
      * sweeps on from where the failed execution stopped: notices
      * already expired are passed over, and a checkpoint is taken
      * after every expiry line so no line is written twice.  An
      * expiry code with no MSGTAB version in effect skips the
      * sweep with a warning rather than shipping wording nobody
      * asked for - the notices stay in force one more night.
      *----------------------------------------------------------------
       6000-EXPIRY-SWEEP.
           IF WS-EXPIRY-SWEEP-REQUESTED
                   AND WS-TRANSIN-AVAILABLE
                   AND WS-NOTMAST-OPEN AND WS-NOTJRNL-OPEN
                   AND WS-NOTJRNL-NOT-FAILED
               IF WS-TRANSIN-EOF AND WS-STOP-NOT-REQUESTED
                   PERFORM 6050-RESOLVE-EXPIRY-TEXT
                   IF WS-VERSION-FOUND
                       PERFORM 6100-SCAN-FOR-EXPIRED
                   ELSE
                       DISPLAY "COBOLNODEJS0021W EXPIRY MESSAGE CODE "
                           WS-EXPIRY-MSG-CODE " HAS NO MSGTAB VERSION "
                           "IN EFFECT - EXPIRY SWEEP SKIPPED"
                   END-IF
               ELSE
                   DISPLAY "COBOLNODEJS0020I TRANSIN NOT READ TO END "
                       "- EXPIRY SWEEP LEFT TO THE COMPLETING RUN"
               END-IF
           END-IF.

       6050-RESOLVE-EXPIRY-TEXT.
           SET WS-VERSION-NOT-FOUND TO TRUE.
           IF WS-MSGTAB-OPEN
               MOVE WS-EXPIRY-MSG-CODE TO WS-LOOKUP-REQ-CODE
               PERFORM 1750-SELECT-EFFECTIVE-VERSION
               IF WS-VERSION-FOUND
                   MOVE WS-VERSION-TEXT TO WS-EXPIRY-MSG-TEXT
               END-IF
           END-IF.

       6100-SCAN-FOR-EXPIRED.
           MOVE LOW-VALUES TO NM-TRAN-ID.
           START NOTICE-MASTER-FILE
               KEY IS NOT LESS THAN NM-TRAN-ID
               INVALID KEY
                   SET WS-NOTMAST-EOF TO TRUE
               NOT INVALID KEY
                   SET WS-NOTMAST-NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-NOTMAST-EOF OR WS-NOTJRNL-FAILED
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
           PERFORM 3035-SAVE-BEFORE-IMAGE.
           MOVE "EXPIRED"   TO NM-STATUS.
           MOVE WS-RUN-DATE TO NM-LAST-DATE.
           MOVE WS-RUN-TIME TO NM-LAST-TIME.
           REWRITE NOTICE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "COBOLNODEJS0012W UNABLE TO WRITE NOTMAST "
                       "ENTRY " NM-TRAN-ID " - FILE STATUS "
                       WS-NOTMAST-STATUS
               NOT INVALID KEY
                   SET NJ-RESTAMP TO TRUE
                   PERFORM 3045-JOURNAL-MASTER-CHANGE
                   IF WS-NOTJRNL-NOT-FAILED
                       PERFORM 6300-WRITE-EXPIRY-LINE
                   ELSE
                       PERFORM 3470-STOP-ON-JOURNAL-FAILURE
                   END-IF
           END-REWRITE.

       6300-WRITE-EXPIRY-LINE.
           MOVE NM-TRAN-DATA       TO WS-CURRENT-TRAN-DATA.
           MOVE WS-EXPIRY-MSG-TEXT TO WS-MESSAGE-TEXT.
           MOVE WS-EXPIRY-MSG-CODE TO WS-EFFECTIVE-MSG-CODE.
           MOVE WS-RUN-ID       TO HO-RUN-ID.
           MOVE WS-RUN-DATE     TO HO-RUN-DATE.
           MOVE WS-RUN-TIME     TO HO-RUN-TIME.
           MOVE FLG-FS          TO HO-SEQUENCE-NO.
           PERFORM 3100-RESOLVE-MESSAGE-TEXT.
           MOVE WS-RESOLVED-TEXT TO HO-MESSAGE-TEXT.
           MOVE SPACES TO HO-TRAN-DATA.
           STRING "EXPIRED: " NM-TRAN-DATA
               DELIMITED BY SIZE INTO HO-TRAN-DATA
           END-STRING.
           WRITE HELLO-OUT-RECORD.
           ADD 1 TO WS-LINES-THIS-RUN.
           ADD 1 TO WS-EXPIRY-COUNT.
           PERFORM 3080-COUNT-MSG-CODE.
           PERFORM 3600-WRITE-CHECKPOINT.
           ADD 1 TO FLG-FS.

      *----------------------------------------------------------------
      * End-of-run master status report: one line per notice on the
      * master with its current status, then the live/amended/
      * cancelled/expired totals, so "is notice X still in force" is
      * answerable from the system's own data after every run.  The
      * master is read front to back in key order (START at the low
      * key, READ NEXT to end) while it is still open from the run;
           MOVE NM-STATUS    TO WS-RPT-NM-STATUS.
           MOVE NM-LAST-DATE TO WS-RPT-NM-LAST-DATE.
           MOVE NM-LAST-TIME TO WS-RPT-NM-LAST-TIME.
           MOVE NM-EXPIRY-DATE TO WS-RPT-NM-EXPIRY-DATE.
           WRITE NOTICE-RPT-LINE FROM WS-RPT-NM-DETAIL-LINE.
           EVALUATE TRUE
               WHEN NM-LIVE
                   ADD 1 TO WS-MASTER-AMENDED-COUNT
               WHEN NM-CANCELLED
                   ADD 1 TO WS-MASTER-CANCELLED-COUNT
               WHEN NM-EXPIRED
                   ADD 1 TO WS-MASTER-EXPIRED-COUNT
           END-EVALUATE.

       7520-WRITE-MASTER-TOTALS.
           MOVE "CANCELLED NOTICES"        TO WS-RPT-NM-TOTAL-LABEL.
           MOVE WS-MASTER-CANCELLED-COUNT  TO WS-RPT-NM-TOTAL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-RPT-NM-TOTAL-LINE.
           MOVE "EXPIRED NOTICES"          TO WS-RPT-NM-TOTAL-LABEL.
           MOVE WS-MASTER-EXPIRED-COUNT    TO WS-RPT-NM-TOTAL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-RPT-NM-TOTAL-LINE.
           MOVE "    OF WHICH EXPIRED THIS RUN"
                                           TO WS-RPT-NM-TOTAL-LABEL.
           MOVE WS-EXPIRY-COUNT            TO WS-RPT-NM-TOTAL-VALUE.
           WRITE NOTICE-RPT-LINE FROM WS-RPT-NM-TOTAL-LINE.
           MOVE "AMENDS REJECTED - NO MASTER"
                                           TO WS-RPT-NM-TOTAL-LABEL.
           MOVE WS-AMEND-REJ-COUNT         TO WS-RPT-NM-TOTAL-VALUE.
               IF WS-NOTMAST-OPEN
                   CLOSE NOTICE-MASTER-FILE
               END-IF
               IF WS-NOTJRNL-OPEN
                   CLOSE NOTICE-JOURNAL-FILE
               END-IF
           END-IF.
           IF WS-MSGTAB-OPEN
               CLOSE MESSAGE-TABLE-FILE
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
                   DISPLAY "COBOLNODEJS0024W UNABLE TO WRITE STEPCTL "
                       "ENTRY - FILE STATUS " WS-STEPCTL-STATUS
               ELSE
                   MOVE WS-STREAM-DATE TO ST-BUSINESS-DATE
                   MOVE WS-STEP-NAME   TO ST-STEP-NAME
                   READ STEP-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "COBOLNODEJS0024W UNABLE TO WRITE "
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
                   DISPLAY "COBOLNODEJS0024W UNABLE TO WRITE STEPCTL "
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

      *----------------------------------------------------------------
      * Close out this run's registry entry with the completion
      * status, but ONLY when this execution claimed the entry - a
