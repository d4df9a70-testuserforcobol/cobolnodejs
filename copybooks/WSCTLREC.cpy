               88  WS-TRAN-TYPE-AMENDMENT         VALUE "A".
               88  WS-TRAN-TYPE-CANCEL            VALUE "C".
               88  WS-TRAN-TYPE-KNOWN             VALUES "N" "A" "C".
           05  WS-CURRENT-SYSTEM-ID        PIC X(08) VALUE SPACES.
           05  WS-TRANREJ-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTICE-COUNT             PIC 9(08) VALUE 0.
           05  WS-AMEND-COUNT              PIC 9(08) VALUE 0.
           05  WS-RESTART-TRAN-COUNT       PIC 9(08) VALUE 0.
           05  WS-NOTMAST-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTMRPT-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTJRNL-STATUS           PIC X(02) VALUE "00".
           05  WS-NOTJRNL-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-NOTJRNL-OPEN                VALUE "Y".
               88  WS-NOTJRNL-NOT-OPEN            VALUE "N".
           05  WS-NOTJRNL-FAIL-SW          PIC X(01) VALUE "N".
               88  WS-NOTJRNL-FAILED              VALUE "Y".
               88  WS-NOTJRNL-NOT-FAILED          VALUE "N".
           05  WS-NOTMAST-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-NOTMAST-OPEN                VALUE "Y".
               88  WS-NOTMAST-NOT-OPEN            VALUE "N".
           05  WS-SUB-VALUE-LEN            PIC 9(02) VALUE 0.
           05  WS-SUB-ROOM                 PIC 9(02) VALUE 0.
           05  WS-SEQNO-EDIT               PIC Z(07)9.
           05  WS-CURRENT-EXPIRY-DATE      PIC X(10) VALUE SPACES.
           05  WS-PARM-EXPIRY-CODE         PIC X(06) VALUE SPACES.
           05  WS-EXPIRY-MSG-CODE          PIC X(06) VALUE SPACES.
           05  WS-EXPIRY-MSG-TEXT          PIC X(40) VALUE SPACES.
           05  WS-EXPIRY-SWEEP-SW          PIC X(01) VALUE "N".
               88  WS-EXPIRY-SWEEP-REQUESTED      VALUE "Y".
               88  WS-EXPIRY-SWEEP-NOT-REQUESTED  VALUE "N".
           05  WS-EXPIRY-COUNT             PIC 9(08) VALUE 0.
           05  WS-MASTER-EXPIRED-COUNT     PIC 9(08) VALUE 0.
           05  WS-STEPCTL-STATUS           PIC X(02) VALUE "00".
           05  WS-STEP-RECORDED-SW         PIC X(01) VALUE "N".
               88  WS-STEP-RECORDED               VALUE "Y".
               88  WS-STEP-NOT-RECORDED           VALUE "N".
           05  WS-STEP-NAME                PIC X(08) VALUE "COBNODEJ".
           05  WS-STEP-RC-LIMIT            PIC 9(04) VALUE 0.
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
