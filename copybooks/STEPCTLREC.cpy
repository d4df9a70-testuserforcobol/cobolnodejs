      *----------------------------------------------------------------
      * STEPCTLREC - stream step-control record in the STEPCTL KSDS,
      * keyed by business date and step.  Every program of the
      * nightly COBNODEJ stream claims its entry STARTED when it
      * begins and records how it ended - COMPLETE, or FAILED when
      * its return code is one the rest of the stream would stop on
      * - with the return code and the wall-clock times.  A
      * resubmission of the stream for the same business date finds
      * the steps that already completed and each of those ends at
      * once with the return code it completed with, doing nothing,
      * so the night resumes at the step that failed instead of
      * re-editing the feed and re-driving the whole night.  An entry
      * left STARTED is a step that died without recording its end.
      * ST-STEP-NAME is the program name on the step's EXEC PGM=.
      * ST-RUN-COUNT counts the executions that ran, ST-SKIP-COUNT
      * the resubmissions that found the step complete.  STRMSTAT
      * reports the file night by night.
      *----------------------------------------------------------------
       01  STEP-CONTROL-RECORD.
           05  ST-STEP-KEY.
               10  ST-BUSINESS-DATE        PIC X(10).
               10  ST-STEP-NAME            PIC X(08).
           05  ST-STATUS                   PIC X(08).
               88  ST-STARTED                     VALUE "STARTED".
               88  ST-COMPLETE                    VALUE "COMPLETE".
               88  ST-FAILED                      VALUE "FAILED".
           05  ST-RETURN-CODE              PIC 9(04).
           05  ST-START-DATE               PIC X(10).
           05  ST-START-TIME               PIC X(08).
           05  ST-END-DATE                 PIC X(10).
           05  ST-END-TIME                 PIC X(08).
           05  ST-RUN-COUNT                PIC 9(04).
           05  ST-SKIP-COUNT               PIC 9(04).
           05  ST-LAST-SKIP-DATE           PIC X(10).
           05  ST-LAST-SKIP-TIME           PIC X(08).
           05  FILLER                      PIC X(08).
