      *----------------------------------------------------------------
      * TRCCDREC - trace request card read by TRANTRCE.  One card per
      * transaction id a department has asked about:
      *   COL 1-8   transaction id to trace
      * The rest of the card is free for the requester's reference
      * (caller, ticket) and is not read.  Cards are standard
      * 80-byte card images so the help desk can key them anywhere.
      *----------------------------------------------------------------
       01  TRACE-CARD-RECORD.
           05  TC-TRAN-ID                  PIC X(08).
           05  TC-REFERENCE                PIC X(72).
