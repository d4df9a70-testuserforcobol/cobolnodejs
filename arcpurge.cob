           COPY MSGAUDREC.
       FD  AUDIT-KEEP-FILE
           RECORDING MODE IS F.
       01  AUDIT-KEEP-RECORD               PIC X(150).
       FD  AUDIT-ARCH-FILE
           RECORDING MODE IS F.
       01  AUDIT-ARCH-RECORD               PIC X(150).
       FD  CHKPT-FILE
           RECORDING MODE IS F.
           COPY CHKPTREC.
           COPY SEENIDREC.
       FD  SEEN-ARCH-FILE
           RECORDING MODE IS F.
       01  SEEN-ARCH-RECORD                PIC X(34).
       FD  PURGE-REPORT-FILE
           RECORDING MODE IS F.
       01  PURGE-REPORT-LINE               PIC X(80).
