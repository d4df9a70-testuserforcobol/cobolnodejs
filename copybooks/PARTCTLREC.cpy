      *----------------------------------------------------------------
      * PARTCTLREC - partition control card, one per partition of a
      * partitioned night, in partition order in the PARTCTL dataset
      * set by operations.  PC-PARTITION-NO numbers the partitions
      * 01, 02, ... in card order (at most 8).  PC-HIGH-TRAN-ID is
      * the highest transaction id the partition takes - each
      * partition takes every id above the previous card's bound up
      * to and including its own - and is left blank on the LAST
      * card, which takes every id above the one before.  PC-RUN-ID
      * is the run-id the partition's own COBOLNODEJS stream runs
      * under, so each partition has its own checkpoint and run-
      * registry entry.  TRANSPLT splits TRANEDT by these bounds and
      * HELLOMRG routes the same records back through them at merge
      * time - both must read the same cards for the same night.
      *----------------------------------------------------------------
       01  PARTITION-CONTROL-RECORD.
           05  PC-PARTITION-NO             PIC X(02).
           05  FILLER                      PIC X(01).
           05  PC-HIGH-TRAN-ID             PIC X(08).
           05  FILLER                      PIC X(01).
           05  PC-RUN-ID                   PIC X(08).
           05  FILLER                      PIC X(60).
