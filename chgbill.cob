       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE ASSIGN TO "USAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATECARD-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT CHARGEBACK-REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-STATUS.
           SELECT BILLING-FILE ASSIGN TO "BILLIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLIF-STATUS.
           SELECT USAGE-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-FILE
           RECORDING MODE IS F.
           COPY USAGEREC.
       FD  RATE-CARD-FILE
           RECORDING MODE IS F.
           COPY RATECDREC.
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTREC.
       FD  CHARGEBACK-REPORT-FILE
           RECORDING MODE IS F.
       01  CHARGEBACK-REPORT-LINE          PIC X(132).
       FD  BILLING-FILE
           RECORDING MODE IS F.
       01  BILLING-RECORD                  PIC X(132).
      *----------------------------------------------------------------
      * One sort record per usage record of the billing month or the
      * month before, in USAGEREC layout.  Sorted by system, business
      * date and run-id, newest write first, so the first record of
      * each night is the one to bill and any after it are the
      * superseded counts of a rerun step.
      *----------------------------------------------------------------
       SD  USAGE-SORT-FILE.
       01  USAGE-SORT-RECORD.
           05  US-BUSINESS-DATE            PIC X(10).
           05  FILLER                      PIC X(01).
           05  US-RUN-ID                   PIC X(08).
           05  FILLER                      PIC X(01).
           05  US-SYSTEM-ID                PIC X(08).
           05  FILLER                      PIC X(01).
           05  US-WRITE-DATE               PIC X(10).
           05  FILLER                      PIC X(01).
           05  US-WRITE-TIME               PIC X(08).
           05  FILLER                      PIC X(01).
           05  US-NOTICE-COUNT             PIC 9(08).
           05  FILLER                      PIC X(01).
           05  US-AMEND-COUNT              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  US-CANCEL-COUNT             PIC 9(08).
           05  FILLER                      PIC X(01).
           05  US-EDIT-REJECT-COUNT        PIC 9(08).
           05  FILLER                      PIC X(01).
           05  US-RUN-REJECT-COUNT         PIC 9(08).
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FIELDS.
           05  WS-USAGE-STATUS             PIC X(02) VALUE "00".
           05  WS-RATECARD-STATUS          PIC X(02) VALUE "00".
           05  WS-PROCDATE-STATUS          PIC X(02) VALUE "00".
           05  WS-CHGRPT-STATUS            PIC X(02) VALUE "00".
           05  WS-BILLIF-STATUS            PIC X(02) VALUE "00".
           05  WS-USAGE-EOF-SW             PIC X(01) VALUE "N".
               88  WS-USAGE-EOF                   VALUE "Y".
               88  WS-USAGE-NOT-EOF               VALUE "N".
           05  WS-RATECARD-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RATECARD-EOF                VALUE "Y".
               88  WS-RATECARD-NOT-EOF            VALUE "N".
           05  WS-SORT-EOF-SW              PIC X(01) VALUE "N".
               88  WS-SORT-EOF                    VALUE "Y".
               88  WS-SORT-NOT-EOF                VALUE "N".
           05  WS-FIRST-GROUP-SW           PIC X(01) VALUE "Y".
               88  WS-FIRST-GROUP                 VALUE "Y".
               88  WS-NOT-FIRST-GROUP             VALUE "N".
           05  WS-WARNINGS-SW              PIC X(01) VALUE "N".
               88  WS-WARNINGS-RAISED             VALUE "Y".
               88  WS-NO-WARNINGS                 VALUE "N".
           05  WS-PARM-MONTH               PIC X(07) VALUE SPACES.
           05  WS-BILL-MONTH               PIC X(07) VALUE SPACES.
           05  WS-BILL-MONTH-X             REDEFINES WS-BILL-MONTH.
               10  WS-BILL-CCYY            PIC 9(04).
               10  FILLER                  PIC X(01).
               10  WS-BILL-MM              PIC 9(02).
           05  WS-PRIOR-MONTH              PIC X(07) VALUE SPACES.
           05  WS-PRIOR-MONTH-X            REDEFINES WS-PRIOR-MONTH.
               10  WS-PRIOR-CCYY           PIC 9(04).
               10  WS-PRIOR-DASH           PIC X(01).
               10  WS-PRIOR-MM             PIC 9(02).
           05  WS-SYSTEM-DATE              PIC 9(08).
           05  WS-SYSTEM-DATE-X            REDEFINES WS-SYSTEM-DATE.
               10  WS-SYS-DATE-CCYY        PIC 9(04).
               10  WS-SYS-DATE-MM          PIC 9(02).
               10  WS-SYS-DATE-DD          PIC 9(02).
           05  WS-WALL-DATE                PIC X(10) VALUE SPACES.
           05  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
      *----------------------------------------------------------------
      * The system being billed and its nights, as the sorted usage
      * comes back.
      *----------------------------------------------------------------
           05  WS-CUR-SYSTEM-ID            PIC X(08) VALUE SPACES.
           05  WS-PREV-BUSINESS-DATE       PIC X(10) VALUE SPACES.
           05  WS-PREV-RUN-ID              PIC X(08) VALUE SPACES.
           05  WS-LAST-MTD-DATE            PIC X(10) VALUE SPACES.
           05  WS-LAST-PRIOR-DATE          PIC X(10) VALUE SPACES.
           05  WS-MTD-NIGHTS               PIC 9(04) VALUE 0.
           05  WS-PRIOR-NIGHTS             PIC 9(04) VALUE 0.
           05  WS-RATE-SOURCE              PIC X(20) VALUE SPACES.
           05  WS-RATE-SUB                 PIC 9(04) COMP VALUE 0.
           05  WS-RATE-MATCH-SUB           PIC 9(04) COMP VALUE 0.
           05  WS-DEFAULT-RATE-SUB         PIC 9(04) COMP VALUE 0.
           05  WS-RATE-COUNT               PIC 9(04) COMP VALUE 0.
           05  WS-RATE-LIMIT               PIC 9(04) COMP VALUE 200.
           05  WS-CHG-SUB                  PIC 9(04) COMP VALUE 0.
           05  WS-SUM-SUB                  PIC 9(04) COMP VALUE 0.
           05  WS-SUM-COUNT                PIC 9(04) COMP VALUE 0.
           05  WS-SUM-LIMIT                PIC 9(04) COMP VALUE 500.
           05  WS-PAGE-COUNT               PIC 9(04) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(04) VALUE 0.
           05  WS-LINE-LIMIT               PIC 9(04) VALUE 50.
           05  WS-HELD-LINE                PIC X(132) VALUE SPACES.
           05  WS-BILLING-LINE             PIC X(132) VALUE SPACES.
      *----------------------------------------------------------------
      * Money.  Units times a four-decimal rate, rounded to the cent
      * per charge line; a system's total is the sum of its lines so
      * the report and the finance file foot to the same cent.
      *----------------------------------------------------------------
           05  WS-SYS-MTD-AMOUNT           PIC 9(09)V99 VALUE 0.
           05  WS-SYS-PRIOR-AMOUNT         PIC 9(09)V99 VALUE 0.
           05  WS-SYS-MTD-UNITS            PIC 9(08) VALUE 0.
           05  WS-SYS-PRIOR-UNITS          PIC 9(08) VALUE 0.
           05  WS-COMPARE-MTD-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-COMPARE-PRIOR-AMOUNT     PIC 9(11)V99 VALUE 0.
           05  WS-CHANGE-AMOUNT            PIC S9(11)V99 VALUE 0.
           05  WS-CHANGE-PCT               PIC S9(05)V9 VALUE 0.
           05  WS-CHANGE-PCT-EDIT          PIC -(05)9.9.
           05  WS-CHANGE-PCT-TEXT          PIC X(08) VALUE SPACES.
           05  WS-GRAND-MTD-AMOUNT         PIC 9(11)V99 VALUE 0.
           05  WS-GRAND-PRIOR-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-BILLED-AMOUNT            PIC 9(11)V99 VALUE 0.
           05  WS-UNITS-EDIT               PIC 9(08).
           05  WS-RATE-EDIT                PIC ZZ9.9999.
           05  WS-AMOUNT-EDIT              PIC Z(10)9.99.
           05  WS-COUNT-EDIT               PIC Z(07)9.
      *----------------------------------------------------------------
      * Control counts.
      *----------------------------------------------------------------
           05  WS-USAGE-READ-COUNT         PIC 9(08) VALUE 0.
           05  WS-USAGE-MTD-COUNT          PIC 9(08) VALUE 0.
           05  WS-USAGE-PRIOR-COUNT        PIC 9(08) VALUE 0.
           05  WS-USAGE-OTHER-COUNT        PIC 9(08) VALUE 0.
           05  WS-USAGE-BAD-COUNT          PIC 9(08) VALUE 0.
           05  WS-SUPERSEDED-COUNT         PIC 9(08) VALUE 0.
           05  WS-CARD-READ-COUNT          PIC 9(08) VALUE 0.
           05  WS-CARD-BAD-COUNT           PIC 9(08) VALUE 0.
           05  WS-SYSTEMS-BILLED           PIC 9(08) VALUE 0.
           05  WS-NO-RATE-COUNT            PIC 9(08) VALUE 0.
           05  WS-DETAIL-COUNT             PIC 9(08) VALUE 0.
      *----------------------------------------------------------------
      * The rate cards, in the order read.  The DEFAULT card, if
      * there is one, is remembered by its subscript.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY                 OCCURS 200 TIMES.
               10  WS-RT-SYSTEM-ID         PIC X(08).
               10  WS-RT-NOTICE-RATE       PIC 9(03)V9(04).
               10  WS-RT-AMEND-RATE        PIC 9(03)V9(04).
               10  WS-RT-CANCEL-RATE       PIC 9(03)V9(04).
               10  WS-RT-REJECT-RATE       PIC 9(03)V9(04).
      *----------------------------------------------------------------
      * The five charge lines of the system being billed: code sent
      * to finance, description printed, rate, and the units and
      * amounts for the billing month and the month before.  Both
      * kinds of reject are charged at the reject rate.
      *----------------------------------------------------------------
       01  WS-CHARGE-TABLE.
           05  WS-CG-ENTRY                 OCCURS 5 TIMES.
               10  WS-CG-CODE              PIC X(08).
               10  WS-CG-DESC              PIC X(24).
               10  WS-CG-RATE              PIC 9(03)V9(04).
               10  WS-CG-MTD-UNITS         PIC 9(08).
               10  WS-CG-PRIOR-UNITS       PIC 9(08).
               10  WS-CG-MTD-AMOUNT        PIC 9(09)V99.
               10  WS-CG-PRIOR-AMOUNT      PIC 9(09)V99.
       01  WS-CHARGE-NAMES.
           05  FILLER                      PIC X(32) VALUE
               "NOTICE  NEW NOTICES".
           05  FILLER                      PIC X(32) VALUE
               "AMEND   AMENDMENTS".
           05  FILLER                      PIC X(32) VALUE
               "CANCEL  CANCELLATIONS".
           05  FILLER                      PIC X(32) VALUE
               "EDITREJ FRONT-END EDIT REJECTS".
           05  FILLER                      PIC X(32) VALUE
               "RUNREJ  MAIN RUN REJECTS".
       01  WS-CHARGE-NAMES-X               REDEFINES WS-CHARGE-NAMES.
           05  WS-CN-ENTRY                 OCCURS 5 TIMES.
               10  WS-CN-CODE              PIC X(08).
               10  WS-CN-DESC              PIC X(24).
      *----------------------------------------------------------------
      * One line per system billed, for the summary at the end.
      *----------------------------------------------------------------
       01  WS-SUMMARY-TABLE.
           05  WS-SM-ENTRY                 OCCURS 500 TIMES.
               10  WS-SM-SYSTEM-ID         PIC X(08).
               10  WS-SM-RATE-SOURCE       PIC X(20).
               10  WS-SM-MTD-AMOUNT        PIC 9(09)V99.
               10  WS-SM-PRIOR-AMOUNT      PIC 9(09)V99.
       01  WS-REPORT-LINES.
           05  WS-CB-HEADER-1.
               10  FILLER                  PIC X(60) VALUE
                   "CHGBILL - MONTHLY CHARGEBACK BY PRODUCING SYSTEM".
               10  FILLER                  PIC X(56) VALUE SPACES.
               10  FILLER                  PIC X(05) VALUE "PAGE ".
               10  WS-CB-PAGE              PIC ZZZ9.
               10  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-CB-HEADER-2.
               10  FILLER                  PIC X(15) VALUE
                   "BILLING MONTH: ".
               10  WS-CB-BILL-MONTH        PIC X(07).
               10  FILLER                  PIC X(15) VALUE
                   "  PRIOR MONTH: ".
               10  WS-CB-PRIOR-MONTH       PIC X(07).
               10  FILLER                  PIC X(17) VALUE
                   "  BUSINESS DATE: ".
               10  WS-CB-RUN-DATE          PIC X(10).
               10  FILLER                  PIC X(61) VALUE SPACES.
           05  WS-CB-RULE-LINE.
               10  FILLER                  PIC X(60) VALUE ALL "-".
               10  FILLER                  PIC X(60) VALUE ALL "-".
               10  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-CB-BLANK-LINE            PIC X(132) VALUE SPACES.
           05  WS-CB-FIELD-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-FIELD-LABEL       PIC X(24).
               10  WS-CB-FIELD-VALUE       PIC X(40).
               10  FILLER                  PIC X(66) VALUE SPACES.
           05  WS-CB-COLUMN-LINE-1.
               10  FILLER                  PIC X(38) VALUE SPACES.
               10  FILLER                  PIC X(26) VALUE
                   "------ MONTH-TO-DATE -----".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(26) VALUE
                   "------- PRIOR MONTH ------".
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-CB-COLUMN-LINE-2.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(24) VALUE "CHARGE".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(08) VALUE
                   "    RATE".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(10) VALUE
                   "     UNITS".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(14) VALUE
                   "        AMOUNT".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(10) VALUE
                   "     UNITS".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(14) VALUE
                   "        AMOUNT".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(15) VALUE
                   "         CHANGE".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(08) VALUE
                   "   CHG %".
               10  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-CB-DETAIL-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-DESC              PIC X(24).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-RATE              PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-MTD-UNITS         PIC ZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-MTD-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-PRIOR-UNITS       PIC ZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-PRIOR-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-CHANGE-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-CHANGE-PCT        PIC X(08).
               10  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-CB-SUMMARY-COLUMN-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(12) VALUE "SYSTEM".
               10  FILLER                  PIC X(20) VALUE "RATES".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(18) VALUE
                   "        MTD AMOUNT".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(18) VALUE
                   "      PRIOR AMOUNT".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(18) VALUE
                   "            CHANGE".
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  FILLER                  PIC X(08) VALUE
                   "   CHG %".
               10  FILLER                  PIC X(28) VALUE SPACES.
           05  WS-CB-SUMMARY-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-SM-SYSTEM-ID      PIC X(12).
               10  WS-CB-SM-RATE-SOURCE    PIC X(20).
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-SM-MTD-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-SM-PRIOR-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-SM-CHANGE-AMOUNT  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-SM-CHANGE-PCT     PIC X(08).
               10  FILLER                  PIC X(28) VALUE SPACES.
           05  WS-CB-TOTAL-LINE.
               10  FILLER                  PIC X(02) VALUE SPACES.
               10  WS-CB-TOTAL-LABEL       PIC X(32).
               10  WS-CB-TOTAL-VALUE       PIC Z(07)9.
               10  FILLER                  PIC X(90) VALUE SPACES.
       01  WS-BILLING-HEADER-LINE.
           05  FILLER                      PIC X(40) VALUE
               "HDR|BILL-MONTH|SYSTEM-ID|CHARGE-TYPE|UNI".
           05  FILLER                      PIC X(92) VALUE
               "TS|RATE|AMOUNT".
       LINKAGE SECTION.
       01  LS-PARM-DATA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PARM-TEXT                PIC X(78).
       PROCEDURE DIVISION USING LS-PARM-DATA.
       MAIN.
           PERFORM 1000-VALIDATE-PARM.
           PERFORM 1500-SET-RUN-STAMP.
           PERFORM 1600-SET-BILLING-MONTHS.
           PERFORM 2000-OPEN-FILES.
           PERFORM 2500-LOAD-RATE-TABLE.
           WRITE BILLING-RECORD FROM WS-BILLING-HEADER-LINE.
           SORT USAGE-SORT-FILE
               ON ASCENDING KEY US-SYSTEM-ID
                                US-BUSINESS-DATE
                                US-RUN-ID
               ON DESCENDING KEY US-WRITE-DATE
                                 US-WRITE-TIME
               INPUT PROCEDURE IS 3000-SELECT-USAGE
               OUTPUT PROCEDURE IS 5000-BILL-SYSTEMS.
           PERFORM 6000-WRITE-SUMMARY-PAGE.
           PERFORM 7000-WRITE-CONTROL-TOTALS.
           PERFORM 7500-WRITE-BILLING-TRAILER.
           PERFORM 8000-CLOSE-FILES.
           PERFORM 8500-SET-RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM layout: 'YYYY-MM' - the month to bill.  Omitted, the
      * month of the business date in PROCDATE, so the job run after
      * the month's last night bills that month without a change.
      *----------------------------------------------------------------
       1000-VALIDATE-PARM.
           IF LS-PARM-LEN > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
                   INTO WS-PARM-MONTH
               END-UNSTRING
           END-IF.

       1500-SET-RUN-STAMP.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           STRING WS-SYS-DATE-CCYY  "-"
                  WS-SYS-DATE-MM    "-"
                  WS-SYS-DATE-DD
                  DELIMITED BY SIZE INTO WS-WALL-DATE
           END-STRING.
           MOVE WS-WALL-DATE TO WS-RUN-DATE.
           PERFORM 1550-READ-PROCESSING-DATE.

       1550-READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROC-DATE-FILE
                   AT END
                       DISPLAY "CHGBILL0001W PROCDATE IS EMPTY - "
                           "USING WALL-CLOCK DATE " WS-WALL-DATE
                       SET WS-WARNINGS-RAISED TO TRUE
                   NOT AT END
                       IF PD-BUSINESS-DATE(1:4) IS NUMERIC
                               AND PD-BUSINESS-DATE(5:1) = "-"
                               AND PD-BUSINESS-DATE(6:2) IS NUMERIC
                               AND PD-BUSINESS-DATE(8:1) = "-"
                               AND PD-BUSINESS-DATE(9:2) IS NUMERIC
                           MOVE PD-BUSINESS-DATE TO WS-RUN-DATE
                       ELSE
                           DISPLAY "CHGBILL0002W PROCDATE CARD '"
                               PD-BUSINESS-DATE "' IS NOT YYYY-MM-DD "
                               "- USING WALL-CLOCK DATE " WS-WALL-DATE
                           SET WS-WARNINGS-RAISED TO TRUE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           ELSE
               DISPLAY "CHGBILL0003W UNABLE TO OPEN PROCDATE - "
                   "FILE STATUS " WS-PROCDATE-STATUS
                   ", USING WALL-CLOCK DATE " WS-WALL-DATE
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * The month to bill, and the month before it for comparison -
      * January's prior month is December of the year before.  A
      * PARM that is not a YYYY-MM month refuses the run rather than
      * bill the wrong month.
      *----------------------------------------------------------------
       1600-SET-BILLING-MONTHS.
           IF WS-PARM-MONTH = SPACES
               MOVE WS-RUN-DATE(1:7) TO WS-BILL-MONTH
           ELSE
               MOVE WS-PARM-MONTH TO WS-BILL-MONTH
           END-IF.
           IF WS-BILL-MONTH(1:4) IS NOT NUMERIC
                   OR WS-BILL-MONTH(5:1) NOT = "-"
                   OR WS-BILL-MONTH(6:2) IS NOT NUMERIC
               DISPLAY "CHGBILL0004E BILLING MONTH '" WS-BILL-MONTH
                   "' IS NOT YYYY-MM - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
               DISPLAY "CHGBILL0004E BILLING MONTH '" WS-BILL-MONTH
                   "' IS NOT YYYY-MM - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "-" TO WS-PRIOR-DASH.
           IF WS-BILL-MM = 1
               COMPUTE WS-PRIOR-CCYY = WS-BILL-CCYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-BILL-CCYY TO WS-PRIOR-CCYY
               COMPUTE WS-PRIOR-MM = WS-BILL-MM - 1
           END-IF.

      *----------------------------------------------------------------
      * USAGE and the rate cards are required - a bill without either
      * would be wrong, not merely short.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT USAGE-FILE.
           IF WS-USAGE-STATUS NOT = "00"
               DISPLAY "CHGBILL0005E UNABLE TO OPEN USAGE - "
                   "FILE STATUS " WS-USAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RATE-CARD-FILE.
           IF WS-RATECARD-STATUS NOT = "00"
               DISPLAY "CHGBILL0006E UNABLE TO OPEN RATECARD - "
                   "FILE STATUS " WS-RATECARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHARGEBACK-REPORT-FILE.
           IF WS-CHGRPT-STATUS NOT = "00"
               DISPLAY "CHGBILL0007E UNABLE TO OPEN CHGRPT - "
                   "FILE STATUS " WS-CHGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BILLING-FILE.
           IF WS-BILLIF-STATUS NOT = "00"
               DISPLAY "CHGBILL0008E UNABLE TO OPEN BILLIF - "
                   "FILE STATUS " WS-BILLIF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * A card with no system id, a rate that is not numeric, or a
      * second card for a system already loaded is reported and
      * ignored - the first good card for a system stands.
      *----------------------------------------------------------------
       2500-LOAD-RATE-TABLE.
           PERFORM UNTIL WS-RATECARD-EOF
               READ RATE-CARD-FILE
                   AT END
                       SET WS-RATECARD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-READ-COUNT
                       PERFORM 2600-LOAD-ONE-RATE-CARD
               END-READ
           END-PERFORM.
           CLOSE RATE-CARD-FILE.

       2600-LOAD-ONE-RATE-CARD.
           IF RT-SYSTEM-ID = SPACES
                   OR RT-NOTICE-RATE IS NOT NUMERIC
                   OR RT-AMEND-RATE IS NOT NUMERIC
                   OR RT-CANCEL-RATE IS NOT NUMERIC
                   OR RT-REJECT-RATE IS NOT NUMERIC
               DISPLAY "CHGBILL0009W RATE CARD " WS-CARD-READ-COUNT
                   " FOR '" RT-SYSTEM-ID "' IS NOT VALID - IGNORED"
               ADD 1 TO WS-CARD-BAD-COUNT
               SET WS-WARNINGS-RAISED TO TRUE
           ELSE
               MOVE RT-SYSTEM-ID TO WS-CUR-SYSTEM-ID
               PERFORM 5700-FIND-RATE-CARD
               IF WS-RATE-MATCH-SUB > 0
                   DISPLAY "CHGBILL0010W SECOND RATE CARD FOR "
                       RT-SYSTEM-ID " - IGNORED"
                   ADD 1 TO WS-CARD-BAD-COUNT
                   SET WS-WARNINGS-RAISED TO TRUE
               ELSE
                   IF WS-RATE-COUNT < WS-RATE-LIMIT
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-SYSTEM-ID
                           TO WS-RT-SYSTEM-ID(WS-RATE-COUNT)
                       MOVE RT-NOTICE-RATE
                           TO WS-RT-NOTICE-RATE(WS-RATE-COUNT)
                       MOVE RT-AMEND-RATE
                           TO WS-RT-AMEND-RATE(WS-RATE-COUNT)
                       MOVE RT-CANCEL-RATE
                           TO WS-RT-CANCEL-RATE(WS-RATE-COUNT)
                       MOVE RT-REJECT-RATE
                           TO WS-RT-REJECT-RATE(WS-RATE-COUNT)
                       IF RT-SYSTEM-ID = "DEFAULT"
                           MOVE WS-RATE-COUNT TO WS-DEFAULT-RATE-SUB
                       END-IF
                   ELSE
                       DISPLAY "CHGBILL0011W RATE TABLE FULL - CARD "
                           "FOR " RT-SYSTEM-ID " IGNORED"
                       ADD 1 TO WS-CARD-BAD-COUNT
                       SET WS-WARNINGS-RAISED TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-CUR-SYSTEM-ID.

      *----------------------------------------------------------------
      * Input procedure: only the billing month and the month before
      * go to the sort.  A record whose counts are not numeric is
      * reported and left out.
      *----------------------------------------------------------------
       3000-SELECT-USAGE.
           PERFORM UNTIL WS-USAGE-EOF
               READ USAGE-FILE
                   AT END
                       SET WS-USAGE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-USAGE-READ-COUNT
                       PERFORM 3100-SELECT-ONE-USAGE
               END-READ
           END-PERFORM.

       3100-SELECT-ONE-USAGE.
           IF UR-BUSINESS-DATE(1:7) NOT = WS-BILL-MONTH
                   AND UR-BUSINESS-DATE(1:7) NOT = WS-PRIOR-MONTH
               ADD 1 TO WS-USAGE-OTHER-COUNT
           ELSE
               IF UR-NOTICE-COUNT IS NOT NUMERIC
                       OR UR-AMEND-COUNT IS NOT NUMERIC
                       OR UR-CANCEL-COUNT IS NOT NUMERIC
                       OR UR-EDIT-REJECT-COUNT IS NOT NUMERIC
                       OR UR-RUN-REJECT-COUNT IS NOT NUMERIC
                   DISPLAY "CHGBILL0012W USAGE RECORD "
                       WS-USAGE-READ-COUNT " FOR " UR-SYSTEM-ID
                       " " UR-BUSINESS-DATE
                       " HAS INVALID COUNTS - NOT BILLED"
                   ADD 1 TO WS-USAGE-BAD-COUNT
                   SET WS-WARNINGS-RAISED TO TRUE
               ELSE
                   IF UR-BUSINESS-DATE(1:7) = WS-BILL-MONTH
                       ADD 1 TO WS-USAGE-MTD-COUNT
                   ELSE
                       ADD 1 TO WS-USAGE-PRIOR-COUNT
                   END-IF
                   RELEASE USAGE-SORT-RECORD FROM USAGE-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Output procedure: the sorted usage comes back a system at a
      * time.  The newest record of each night is accumulated to the
      * billing month or the prior month; older records of the same
      * night are superseded recounts and are passed over.  A system
      * is billed when the next one starts, and the last at the end.
      *----------------------------------------------------------------
       5000-BILL-SYSTEMS.
           PERFORM UNTIL WS-SORT-EOF
               RETURN USAGE-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-ACCUMULATE-USAGE
               END-RETURN
           END-PERFORM.
           IF WS-NOT-FIRST-GROUP
               PERFORM 5500-BILL-ONE-SYSTEM
           END-IF.

       5100-ACCUMULATE-USAGE.
           IF WS-FIRST-GROUP OR US-SYSTEM-ID NOT = WS-CUR-SYSTEM-ID
               IF WS-NOT-FIRST-GROUP
                   PERFORM 5500-BILL-ONE-SYSTEM
               END-IF
               SET WS-NOT-FIRST-GROUP TO TRUE
               PERFORM 5200-START-SYSTEM
               PERFORM 5150-ADD-NIGHT
           ELSE
               IF US-BUSINESS-DATE = WS-PREV-BUSINESS-DATE
                       AND US-RUN-ID = WS-PREV-RUN-ID
                   ADD 1 TO WS-SUPERSEDED-COUNT
               ELSE
                   PERFORM 5150-ADD-NIGHT
               END-IF
           END-IF.

       5150-ADD-NIGHT.
           MOVE US-BUSINESS-DATE TO WS-PREV-BUSINESS-DATE.
           MOVE US-RUN-ID        TO WS-PREV-RUN-ID.
           IF US-BUSINESS-DATE(1:7) = WS-BILL-MONTH
               ADD US-NOTICE-COUNT      TO WS-CG-MTD-UNITS(1)
               ADD US-AMEND-COUNT       TO WS-CG-MTD-UNITS(2)
               ADD US-CANCEL-COUNT      TO WS-CG-MTD-UNITS(3)
               ADD US-EDIT-REJECT-COUNT TO WS-CG-MTD-UNITS(4)
               ADD US-RUN-REJECT-COUNT  TO WS-CG-MTD-UNITS(5)
               IF US-BUSINESS-DATE NOT = WS-LAST-MTD-DATE
                   ADD 1 TO WS-MTD-NIGHTS
                   MOVE US-BUSINESS-DATE TO WS-LAST-MTD-DATE
               END-IF
           ELSE
               ADD US-NOTICE-COUNT      TO WS-CG-PRIOR-UNITS(1)
               ADD US-AMEND-COUNT       TO WS-CG-PRIOR-UNITS(2)
               ADD US-CANCEL-COUNT      TO WS-CG-PRIOR-UNITS(3)
               ADD US-EDIT-REJECT-COUNT TO WS-CG-PRIOR-UNITS(4)
               ADD US-RUN-REJECT-COUNT  TO WS-CG-PRIOR-UNITS(5)
               IF US-BUSINESS-DATE NOT = WS-LAST-PRIOR-DATE
                   ADD 1 TO WS-PRIOR-NIGHTS
                   MOVE US-BUSINESS-DATE TO WS-LAST-PRIOR-DATE
               END-IF
           END-IF.

       5200-START-SYSTEM.
           MOVE US-SYSTEM-ID TO WS-CUR-SYSTEM-ID.
           MOVE SPACES TO WS-LAST-MTD-DATE.
           MOVE SPACES TO WS-LAST-PRIOR-DATE.
           MOVE 0 TO WS-MTD-NIGHTS.
           MOVE 0 TO WS-PRIOR-NIGHTS.
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1 UNTIL WS-CHG-SUB > 5
               MOVE WS-CN-CODE(WS-CHG-SUB) TO WS-CG-CODE(WS-CHG-SUB)
               MOVE WS-CN-DESC(WS-CHG-SUB) TO WS-CG-DESC(WS-CHG-SUB)
               MOVE 0 TO WS-CG-RATE(WS-CHG-SUB)
               MOVE 0 TO WS-CG-MTD-UNITS(WS-CHG-SUB)
               MOVE 0 TO WS-CG-PRIOR-UNITS(WS-CHG-SUB)
               MOVE 0 TO WS-CG-MTD-AMOUNT(WS-CHG-SUB)
               MOVE 0 TO WS-CG-PRIOR-AMOUNT(WS-CHG-SUB)
           END-PERFORM.

      *----------------------------------------------------------------
      * Price the system's month and the month before at the rates
      * on file now, so the comparison shows the change in usage,
      * not a change of rates.  A system with neither its own card
      * nor a DEFAULT card is billed at zero and flagged NO RATE -
      * its usage still shows, and the step ends RC=4.
      *----------------------------------------------------------------
       5500-BILL-ONE-SYSTEM.
           PERFORM 5700-FIND-RATE-CARD.
           IF WS-RATE-MATCH-SUB > 0
               MOVE "OWN RATE CARD" TO WS-RATE-SOURCE
           ELSE
               IF WS-DEFAULT-RATE-SUB > 0
                   MOVE WS-DEFAULT-RATE-SUB TO WS-RATE-MATCH-SUB
                   MOVE "DEFAULT RATE CARD" TO WS-RATE-SOURCE
               ELSE
                   MOVE "NO RATE CARD" TO WS-RATE-SOURCE
                   ADD 1 TO WS-NO-RATE-COUNT
                   SET WS-WARNINGS-RAISED TO TRUE
                   DISPLAY "CHGBILL0013W NO RATE CARD FOR "
                       WS-CUR-SYSTEM-ID " AND NO DEFAULT - BILLED "
                       "AT ZERO"
               END-IF
           END-IF.
           IF WS-RATE-MATCH-SUB > 0
               MOVE WS-RT-NOTICE-RATE(WS-RATE-MATCH-SUB)
                   TO WS-CG-RATE(1)
               MOVE WS-RT-AMEND-RATE(WS-RATE-MATCH-SUB)
                   TO WS-CG-RATE(2)
               MOVE WS-RT-CANCEL-RATE(WS-RATE-MATCH-SUB)
                   TO WS-CG-RATE(3)
               MOVE WS-RT-REJECT-RATE(WS-RATE-MATCH-SUB)
                   TO WS-CG-RATE(4)
               MOVE WS-RT-REJECT-RATE(WS-RATE-MATCH-SUB)
                   TO WS-CG-RATE(5)
           END-IF.
           MOVE 0 TO WS-SYS-MTD-AMOUNT.
           MOVE 0 TO WS-SYS-PRIOR-AMOUNT.
           MOVE 0 TO WS-SYS-MTD-UNITS.
           MOVE 0 TO WS-SYS-PRIOR-UNITS.
           PERFORM 5600-PRICE-ONE-CHARGE
               VARYING WS-CHG-SUB FROM 1 BY 1 UNTIL WS-CHG-SUB > 5.
           ADD 1 TO WS-SYSTEMS-BILLED.
           ADD WS-SYS-MTD-AMOUNT   TO WS-GRAND-MTD-AMOUNT.
           ADD WS-SYS-PRIOR-AMOUNT TO WS-GRAND-PRIOR-AMOUNT.
           PERFORM 5800-PRINT-SYSTEM-PAGE.
           PERFORM 5900-WRITE-BILLING-DETAILS
               VARYING WS-CHG-SUB FROM 1 BY 1 UNTIL WS-CHG-SUB > 5.
           IF WS-SUM-COUNT < WS-SUM-LIMIT
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-CUR-SYSTEM-ID
                   TO WS-SM-SYSTEM-ID(WS-SUM-COUNT)
               MOVE WS-RATE-SOURCE
                   TO WS-SM-RATE-SOURCE(WS-SUM-COUNT)
               MOVE WS-SYS-MTD-AMOUNT
                   TO WS-SM-MTD-AMOUNT(WS-SUM-COUNT)
               MOVE WS-SYS-PRIOR-AMOUNT
                   TO WS-SM-PRIOR-AMOUNT(WS-SUM-COUNT)
           ELSE
               DISPLAY "CHGBILL0014W SUMMARY TABLE FULL - "
                   WS-CUR-SYSTEM-ID " LEFT OFF THE SUMMARY PAGE"
               SET WS-WARNINGS-RAISED TO TRUE
           END-IF.

       5600-PRICE-ONE-CHARGE.
           COMPUTE WS-CG-MTD-AMOUNT(WS-CHG-SUB) ROUNDED =
               WS-CG-MTD-UNITS(WS-CHG-SUB) * WS-CG-RATE(WS-CHG-SUB).
           COMPUTE WS-CG-PRIOR-AMOUNT(WS-CHG-SUB) ROUNDED =
               WS-CG-PRIOR-UNITS(WS-CHG-SUB) * WS-CG-RATE(WS-CHG-SUB).
           ADD WS-CG-MTD-AMOUNT(WS-CHG-SUB)   TO WS-SYS-MTD-AMOUNT.
           ADD WS-CG-PRIOR-AMOUNT(WS-CHG-SUB) TO WS-SYS-PRIOR-AMOUNT.
           ADD WS-CG-MTD-UNITS(WS-CHG-SUB)    TO WS-SYS-MTD-UNITS.
           ADD WS-CG-PRIOR-UNITS(WS-CHG-SUB)  TO WS-SYS-PRIOR-UNITS.

       5700-FIND-RATE-CARD.
           MOVE 0 TO WS-RATE-MATCH-SUB.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-RATE-MATCH-SUB > 0
               IF WS-RT-SYSTEM-ID(WS-RATE-SUB) = WS-CUR-SYSTEM-ID
                   MOVE WS-RATE-SUB TO WS-RATE-MATCH-SUB
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * One page per system: its rates, a line per charge with the
      * month-to-date and prior-month units and amounts and the
      * change between them, and the system total.
      *----------------------------------------------------------------
       5800-PRINT-SYSTEM-PAGE.
           PERFORM 7100-START-REPORT-PAGE.
           MOVE "PRODUCING SYSTEM:"   TO WS-CB-FIELD-LABEL.
           MOVE WS-CUR-SYSTEM-ID      TO WS-CB-FIELD-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-FIELD-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "RATES:"              TO WS-CB-FIELD-LABEL.
           MOVE WS-RATE-SOURCE        TO WS-CB-FIELD-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-FIELD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NIGHTS BILLED:"      TO WS-CB-FIELD-LABEL.
           MOVE WS-MTD-NIGHTS         TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-CB-FIELD-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-FIELD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "USAGE THROUGH:"      TO WS-CB-FIELD-LABEL.
           MOVE WS-LAST-MTD-DATE      TO WS-CB-FIELD-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-FIELD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PRIOR-MONTH NIGHTS:" TO WS-CB-FIELD-LABEL.
           MOVE WS-PRIOR-NIGHTS       TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT         TO WS-CB-FIELD-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-FIELD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-COLUMN-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-COLUMN-LINE-2
               AFTER ADVANCING 1 LINE.
           PERFORM 5850-PRINT-CHARGE-LINE
               VARYING WS-CHG-SUB FROM 1 BY 1 UNTIL WS-CHG-SUB > 5.
           MOVE "SYSTEM TOTAL"        TO WS-CB-DESC.
           MOVE SPACES                TO WS-CB-RATE.
           MOVE WS-SYS-MTD-UNITS      TO WS-CB-MTD-UNITS.
           MOVE WS-SYS-MTD-AMOUNT     TO WS-CB-MTD-AMOUNT.
           MOVE WS-SYS-PRIOR-UNITS    TO WS-CB-PRIOR-UNITS.
           MOVE WS-SYS-PRIOR-AMOUNT   TO WS-CB-PRIOR-AMOUNT.
           MOVE WS-SYS-MTD-AMOUNT     TO WS-COMPARE-MTD-AMOUNT.
           MOVE WS-SYS-PRIOR-AMOUNT   TO WS-COMPARE-PRIOR-AMOUNT.
           PERFORM 5950-SET-CHANGE.
           MOVE WS-CHANGE-AMOUNT      TO WS-CB-CHANGE-AMOUNT.
           MOVE WS-CHANGE-PCT-TEXT    TO WS-CB-CHANGE-PCT.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       5850-PRINT-CHARGE-LINE.
           MOVE WS-CG-DESC(WS-CHG-SUB)     TO WS-CB-DESC.
           MOVE WS-CG-RATE(WS-CHG-SUB)     TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT               TO WS-CB-RATE.
           MOVE WS-CG-MTD-UNITS(WS-CHG-SUB)   TO WS-CB-MTD-UNITS.
           MOVE WS-CG-MTD-AMOUNT(WS-CHG-SUB)  TO WS-CB-MTD-AMOUNT.
           MOVE WS-CG-PRIOR-UNITS(WS-CHG-SUB) TO WS-CB-PRIOR-UNITS.
           MOVE WS-CG-PRIOR-AMOUNT(WS-CHG-SUB) TO WS-CB-PRIOR-AMOUNT.
           MOVE WS-CG-MTD-AMOUNT(WS-CHG-SUB) TO WS-COMPARE-MTD-AMOUNT.
           MOVE WS-CG-PRIOR-AMOUNT(WS-CHG-SUB)
                                           TO WS-COMPARE-PRIOR-AMOUNT.
           PERFORM 5950-SET-CHANGE.
           MOVE WS-CHANGE-AMOUNT           TO WS-CB-CHANGE-AMOUNT.
           MOVE WS-CHANGE-PCT-TEXT         TO WS-CB-CHANGE-PCT.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------
      * Finance receives the billing month only, one detail line per
      * charge the system incurred: month, system, charge code, the
      * units with leading zeros, the rate and the amount.
      *----------------------------------------------------------------
       5900-WRITE-BILLING-DETAILS.
           IF WS-CG-MTD-UNITS(WS-CHG-SUB) > 0
               MOVE WS-CG-MTD-UNITS(WS-CHG-SUB)  TO WS-UNITS-EDIT
               MOVE WS-CG-RATE(WS-CHG-SUB)       TO WS-RATE-EDIT
               MOVE WS-CG-MTD-AMOUNT(WS-CHG-SUB) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-BILLING-LINE
               STRING "DTL"
                   "|" WS-BILL-MONTH
                   "|" FUNCTION TRIM(WS-CUR-SYSTEM-ID TRAILING)
                   "|" FUNCTION TRIM(WS-CG-CODE(WS-CHG-SUB) TRAILING)
                   "|" WS-UNITS-EDIT
                   "|" FUNCTION TRIM(WS-RATE-EDIT)
                   "|" FUNCTION TRIM(WS-AMOUNT-EDIT)
                   DELIMITED BY SIZE INTO WS-BILLING-LINE
               END-STRING
               WRITE BILLING-RECORD FROM WS-BILLING-LINE
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-CG-MTD-AMOUNT(WS-CHG-SUB) TO WS-BILLED-AMOUNT
           END-IF.

      *----------------------------------------------------------------
      * Change from the prior month to this one, in money and as a
      * percentage of the prior month.  With nothing billed last
      * month the percentage shows NEW, or nothing when neither month
      * had a charge.  WS-COMPARE-MTD-AMOUNT and WS-COMPARE-PRIOR-
      * AMOUNT hold the pair being compared.
      *----------------------------------------------------------------
       5950-SET-CHANGE.
           COMPUTE WS-CHANGE-AMOUNT =
               WS-COMPARE-MTD-AMOUNT - WS-COMPARE-PRIOR-AMOUNT.
           MOVE SPACES TO WS-CHANGE-PCT-TEXT.
           IF WS-COMPARE-PRIOR-AMOUNT = 0
               IF WS-COMPARE-MTD-AMOUNT > 0
                   MOVE "     NEW" TO WS-CHANGE-PCT-TEXT
               END-IF
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE-AMOUNT * 100 / WS-COMPARE-PRIOR-AMOUNT
                   ON SIZE ERROR
                       MOVE "   +++++" TO WS-CHANGE-PCT-TEXT
                   NOT ON SIZE ERROR
                       MOVE WS-CHANGE-PCT TO WS-CHANGE-PCT-EDIT
                       MOVE WS-CHANGE-PCT-EDIT TO WS-CHANGE-PCT-TEXT
               END-COMPUTE
           END-IF.

      *----------------------------------------------------------------
      * Summary: one line per system billed, and the grand total.
      *----------------------------------------------------------------
       6000-WRITE-SUMMARY-PAGE.
           PERFORM 7100-START-REPORT-PAGE.
           MOVE WS-CB-SUMMARY-COLUMN-LINE TO CHARGEBACK-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           PERFORM 6100-WRITE-SUMMARY-LINE
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT.
           MOVE WS-CB-BLANK-LINE TO CHARGEBACK-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "GRAND TOTAL"         TO WS-CB-SM-SYSTEM-ID.
           MOVE SPACES                TO WS-CB-SM-RATE-SOURCE.
           MOVE WS-GRAND-MTD-AMOUNT   TO WS-CB-SM-MTD-AMOUNT.
           MOVE WS-GRAND-PRIOR-AMOUNT TO WS-CB-SM-PRIOR-AMOUNT.
           MOVE WS-GRAND-MTD-AMOUNT   TO WS-COMPARE-MTD-AMOUNT.
           MOVE WS-GRAND-PRIOR-AMOUNT TO WS-COMPARE-PRIOR-AMOUNT.
           PERFORM 5950-SET-CHANGE.
           MOVE WS-CHANGE-AMOUNT      TO WS-CB-SM-CHANGE-AMOUNT.
           MOVE WS-CHANGE-PCT-TEXT    TO WS-CB-SM-CHANGE-PCT.
           MOVE WS-CB-SUMMARY-LINE TO CHARGEBACK-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.

       6100-WRITE-SUMMARY-LINE.
           MOVE WS-SM-SYSTEM-ID(WS-SUM-SUB)    TO WS-CB-SM-SYSTEM-ID.
           MOVE WS-SM-RATE-SOURCE(WS-SUM-SUB)  TO WS-CB-SM-RATE-SOURCE.
           MOVE WS-SM-MTD-AMOUNT(WS-SUM-SUB)   TO WS-CB-SM-MTD-AMOUNT.
           MOVE WS-SM-PRIOR-AMOUNT(WS-SUM-SUB) TO WS-CB-SM-PRIOR-AMOUNT.
           MOVE WS-SM-MTD-AMOUNT(WS-SUM-SUB)
                                           TO WS-COMPARE-MTD-AMOUNT.
           MOVE WS-SM-PRIOR-AMOUNT(WS-SUM-SUB)
                                           TO WS-COMPARE-PRIOR-AMOUNT.
           PERFORM 5950-SET-CHANGE.
           MOVE WS-CHANGE-AMOUNT      TO WS-CB-SM-CHANGE-AMOUNT.
           MOVE WS-CHANGE-PCT-TEXT    TO WS-CB-SM-CHANGE-PCT.
           MOVE WS-CB-SUMMARY-LINE TO CHARGEBACK-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.

       7000-WRITE-CONTROL-TOTALS.
           MOVE WS-CB-BLANK-LINE TO CHARGEBACK-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.
           MOVE "USAGE RECORDS READ"        TO WS-CB-TOTAL-LABEL.
           MOVE WS-USAGE-READ-COUNT         TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.
           MOVE "  FOR THE BILLING MONTH"   TO WS-CB-TOTAL-LABEL.
           MOVE WS-USAGE-MTD-COUNT          TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.
           MOVE "  FOR THE PRIOR MONTH"     TO WS-CB-TOTAL-LABEL.
           MOVE WS-USAGE-PRIOR-COUNT        TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.
           MOVE "  FOR OTHER MONTHS"        TO WS-CB-TOTAL-LABEL.
           MOVE WS-USAGE-OTHER-COUNT        TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.
           MOVE "  INVALID - NOT BILLED"    TO WS-CB-TOTAL-LABEL.
           MOVE WS-USAGE-BAD-COUNT          TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.
           MOVE "SUPERSEDED RECOUNTS SKIPPED" TO WS-CB-TOTAL-LABEL.
           MOVE WS-SUPERSEDED-COUNT         TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.
           MOVE "RATE CARDS READ"           TO WS-CB-TOTAL-LABEL.
           MOVE WS-CARD-READ-COUNT          TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.
           MOVE "RATE CARDS IGNORED"        TO WS-CB-TOTAL-LABEL.
           MOVE WS-CARD-BAD-COUNT           TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.
           MOVE "SYSTEMS BILLED"            TO WS-CB-TOTAL-LABEL.
           MOVE WS-SYSTEMS-BILLED           TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.
           MOVE "SYSTEMS WITH NO RATE CARD" TO WS-CB-TOTAL-LABEL.
           MOVE WS-NO-RATE-COUNT            TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.
           MOVE "BILLING DETAIL RECORDS"    TO WS-CB-TOTAL-LABEL.
           MOVE WS-DETAIL-COUNT             TO WS-CB-TOTAL-VALUE.
           PERFORM 7050-WRITE-TOTAL-LINE.

       7050-WRITE-TOTAL-LINE.
           MOVE WS-CB-TOTAL-LINE TO CHARGEBACK-REPORT-LINE.
           PERFORM 7200-WRITE-REPORT-LINE.

       7100-START-REPORT-PAGE.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT  TO WS-CB-PAGE.
           MOVE WS-BILL-MONTH  TO WS-CB-BILL-MONTH.
           MOVE WS-PRIOR-MONTH TO WS-CB-PRIOR-MONTH.
           MOVE WS-RUN-DATE    TO WS-CB-RUN-DATE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-CB-RULE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * Write the line already moved to CHARGEBACK-REPORT-LINE on the
      * summary, starting a new page first when this one is full.
      *----------------------------------------------------------------
       7200-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINE-LIMIT
               MOVE CHARGEBACK-REPORT-LINE TO WS-HELD-LINE
               PERFORM 7100-START-REPORT-PAGE
               MOVE WS-CB-SUMMARY-COLUMN-LINE TO CHARGEBACK-REPORT-LINE
               WRITE CHARGEBACK-REPORT-LINE AFTER ADVANCING 2 LINES
               MOVE WS-HELD-LINE TO CHARGEBACK-REPORT-LINE
           END-IF.
           WRITE CHARGEBACK-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * The trailer carries the detail count, the total billed and
      * the month, so finance can prove it loaded the whole file for
      * the right month before posting it.
      *----------------------------------------------------------------
       7500-WRITE-BILLING-TRAILER.
           MOVE WS-DETAIL-COUNT  TO WS-COUNT-EDIT.
           MOVE WS-BILLED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-BILLING-LINE.
           STRING "TRL"
               "|" FUNCTION TRIM(WS-COUNT-EDIT)
               "|" FUNCTION TRIM(WS-AMOUNT-EDIT)
               "|" WS-BILL-MONTH
               DELIMITED BY SIZE INTO WS-BILLING-LINE
           END-STRING.
           WRITE BILLING-RECORD FROM WS-BILLING-LINE.

       8000-CLOSE-FILES.
           CLOSE USAGE-FILE.
           CLOSE CHARGEBACK-REPORT-FILE.
           CLOSE BILLING-FILE.

      *----------------------------------------------------------------
      * RC=4 when anything was billed short or on a guess - a rate
      * card or usage record ignored, a system with no rate, or the
      * business date taken from the wall clock.  Finance is not to
      * load a file from a run that ended RC=4 until it is checked.
      *----------------------------------------------------------------
       8500-SET-RETURN-CODE.
           IF WS-WARNINGS-RAISED
               MOVE 4 TO RETURN-CODE
           END-IF.
