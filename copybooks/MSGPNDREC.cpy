      *----------------------------------------------------------------
      * MSGPNDREC - pending MSGTAB change held by MSGMAINT in the
      * MSGPEND KSDS until a second authorized analyst approves or
      * rejects it.  Keyed like MSGTAB itself, by message code plus
      * effective-from date, so at most one change can be pending
      * against a version at a time.  PM-ACTION-CODE, PM-MSG-TEXT
      * and PM-EFF-TO are the maker's card as submitted; PM-MAKER-ID
      * is the analyst who submitted it and PM-SUBMIT-DATE/TIME the
      * audit stamp of the run that held it.  The record is deleted
      * when the change is applied or rejected - the applied change
      * lives on in MSGAUDIT with both maker and checker.
      *----------------------------------------------------------------
       01  MSG-PENDING-RECORD.
           05  PM-PEND-KEY.
               10  PM-MSG-CODE             PIC X(06).
               10  PM-EFF-FROM             PIC X(10).
           05  PM-ACTION-CODE              PIC X(01).
           05  PM-MSG-TEXT                 PIC X(40).
           05  PM-EFF-TO                   PIC X(10).
           05  PM-MAKER-ID                 PIC X(08).
           05  PM-SUBMIT-DATE              PIC X(10).
           05  PM-SUBMIT-TIME              PIC X(08).
           05  FILLER                      PIC X(07).
