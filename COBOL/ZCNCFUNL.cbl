       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCFUNL                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       MONTHLY ONBOARDING FUNNEL REPORT.  FOLLOWS   *
      *       EVERY APPLICATION RECEIVED IN THE REPORT     *
      *       MONTH THROUGH THE STAGES IT PASSED - EDIT    *
      *       REJECT AT INTAKE, DUPLICATE HOLD (DUPHOLD),  *
      *       WATCHLIST HOLD (SCRNHOLD), CREDIT SUSPENSE   *
      *       (CUSTSUSP) PENDING, APPROVED, OR DECLINED -  *
      *       USING THE RSPHIST HISTORY OF CHANNEL         *
      *       RESPONSES THAT ZCNCRSPL KEEPS, SINCE THE     *
      *       INTAKE REJECT FILES ARE REBUILT EVERY CYCLE  *
      *       AND A CREDIT DECLINE LEAVES NO OTHER TRACE.  *
      *       COUNTS, CONVERSION PERCENTAGES, AND AVERAGE  *
      *       DAYS FROM APPLICATION TO EACH OUTCOME ARE    *
      *       SHOWN BY SOURCE CHANNEL AND BY SERVICING     *
      *       BRANCH (CUSTBRCH, OR THE BRCHREF CHANNEL     *
      *       DEFAULT FOR APPLICANTS NEVER ADDED), WITH    *
      *       THE HOLD QUEUES STILL OPEN TODAY AND THE     *
      *       BATCHLOG INTAKE BATCHES RUN IN THE MONTH.    *
      *       THE MONTH DEFAULTS TO THE ONE BEFORE THE     *
      *       CYCLE DATE; A FUNLPARM CARD (CCYYMM) CAN     *
      *       NAME ANOTHER.                                *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCFUNL.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNNEL-PARM-FILE   ASSIGN TO "FUNLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RESPONSE-HISTORY-FILE ASSIGN TO "RSPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CUST-BRANCH-FILE   ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CUST-ID
               FILE STATUS IS WS-CUSTBRCH-STATUS.

           SELECT BRANCH-REF-FILE    ASSIGN TO "BRCHREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRC-BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT DUP-HOLD-FILE      ASSIGN TO "DUPHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPHOLD-STATUS.

           SELECT SCREEN-HOLD-FILE   ASSIGN TO "SCRNHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRNHOLD-STATUS.

           SELECT SUSPENSE-FILE      ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUS-CUST-ID
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT BATCH-LOG-FILE     ASSIGN TO "BATCHLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BCH-KEY
               FILE STATUS IS WS-BATCHLOG-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK06".

           SELECT FUNNEL-REPORT-FILE ASSIGN TO "FUNLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNNEL-PARM-FILE
           RECORDING MODE IS F.
       01  FUNNEL-PARM-RECORD.
           05  FPM-REPORT-MONTH         PIC X(06).
           05  FILLER                   PIC X(74).

       FD  RESPONSE-HISTORY-FILE
           RECORDING MODE IS F.
       01  RESPONSE-HISTORY-RECORD      PIC X(100).

       FD  CUST-BRANCH-FILE
           RECORDING MODE IS F.
           COPY CUSTBRCH.

       FD  BRANCH-REF-FILE
           RECORDING MODE IS F.
           COPY BRCHREF.

       FD  DUP-HOLD-FILE
           RECORDING MODE IS F.
           COPY DUPHOLD.

       FD  SCREEN-HOLD-FILE
           RECORDING MODE IS F.
           COPY SCRNHOLD.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSPREC.

       FD  BATCH-LOG-FILE
           RECORDING MODE IS F.
           COPY BATCHCTL.

       SD  SORT-WORK-FILE.
           COPY CHANRESP REPLACING ==CHANNEL-RESPONSE-RECORD== BY
                                    ==SORT-WORK-RECORD==
                                   LEADING ==RSP== BY ==SR==.

       FD  FUNNEL-REPORT-FILE
           RECORDING MODE IS F.
       01  FUNNEL-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CUSTBRCH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BRANCH-STATUS             PIC X(02) VALUE SPACES.
       01  WS-DUPHOLD-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SCRNHOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BATCHLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

           COPY CHANRESP.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF         VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-CUSTBRCH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CUSTBRCH-AVAILABLE VALUE 'Y'.
           05  WS-SAME-APPLICATION-SW   PIC X(01) VALUE 'N'.
               88  WS-SAME-APPLICATION  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ          PIC 9(07) VALUE ZERO.
           05  WS-RESPONSES-SELECTED    PIC 9(07) VALUE ZERO.
           05  WS-APPLICATIONS-COUNTED  PIC 9(07) VALUE ZERO.

      * REPORT MONTH (CCYYMM).  AN APPLICATION BELONGS TO THE MONTH
      * ITS APPLICATION-DATE FALLS IN; ITS OUTCOME IS TAKEN AS OF
      * THE LATEST RESPONSE ON FILE, WHENEVER THAT WAS SENT.
       01  WS-REPORT-MONTH              PIC 9(06) VALUE ZERO.
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-YEAR              PIC 9(04).
           05  WS-RPT-MONTH             PIC 9(02).
       01  WS-WORK-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05  WS-WORK-CCYYMM           PIC 9(06).
           05  WS-WORK-DD               PIC 9(02).

      * ONE APPLICATION'S PATH THROUGH THE FUNNEL, BUILT FROM ITS
      * ACKNOWLEDGMENT AND FOLLOW-UP RESPONSES IN DATE ORDER.
       01  WS-APPLICATION.
           05  WS-APP-CHANNEL           PIC X(10).
           05  WS-APP-SOURCE-CUST-ID    PIC X(10).
           05  WS-APP-DATE              PIC 9(08).
           05  WS-APP-EDIT-REJECT-SW    PIC X(01).
               88  WS-APP-EDIT-REJECTED VALUE 'Y'.
           05  WS-APP-DUP-HELD-SW       PIC X(01).
               88  WS-APP-DUP-HELD      VALUE 'Y'.
           05  WS-APP-WATCH-HELD-SW     PIC X(01).
               88  WS-APP-WATCH-HELD    VALUE 'Y'.
           05  WS-APP-CREDIT-SW         PIC X(01).
               88  WS-APP-CREDIT-QUEUED VALUE 'Y'.
           05  WS-APP-FINAL-STATUS      PIC X(01).
               88  WS-APP-FINAL-ACCEPTED VALUE 'A'.
               88  WS-APP-FINAL-REJECTED VALUE 'R'.
               88  WS-APP-FINAL-HELD    VALUE 'H'.
           05  WS-APP-FINAL-REASON      PIC X(04).
               88  WS-APP-CREDIT-DECLINE VALUE 'CR01' 'CR02'.
           05  WS-APP-FINAL-DATE        PIC 9(08).
           05  WS-APP-CUST-ID           PIC X(10).
           05  WS-APP-BRANCH            PIC X(04).
           05  WS-APP-REJECT-DATE       PIC 9(08).
           05  WS-APP-DUP-DATE          PIC 9(08).
           05  WS-APP-WATCH-DATE        PIC 9(08).
           05  WS-APP-CREDIT-DATE       PIC 9(08).
       01  WS-ELAPSED-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-DECISION-DATE             PIC 9(08) VALUE ZERO.

      * OUTCOME BUCKETS TIMED SEPARATELY, IN REPORT COLUMN ORDER:
      * 1 EDIT REJECT, 2 DUPLICATE HOLD, 3 WATCHLIST HOLD, 4 CREDIT
      * PENDING, 5 CREDIT APPROVED, 6 CREDIT DECLINED.
       01  WS-BUCKET-SUB                PIC 9(02) COMP VALUE ZERO.
       01  WS-BUCKET-COUNT              PIC 9(02) COMP VALUE 6.

      * FUNNEL STAGE COUNTS.  THE SAME LAYOUT IS CARRIED IN THE RUN
      * TOTAL, EVERY CHANNEL ENTRY, AND EVERY CHANNEL/BRANCH ENTRY,
      * SO ONE TALLY PARAGRAPH AND ONE PRINT PARAGRAPH SERVE ALL
      * THREE.  EACH OUTCOME BUCKET KEEPS ITS OWN DAYS TOTAL AND THE
      * COUNT OF APPLICATIONS TIMED, FROM APPLICATION-DATE TO THE
      * RESPONSE THAT DECIDED THAT OUTCOME; AN APPLICATION WITH NO
      * USABLE DATE IS COUNTED IN THE BUCKET BUT NOT TIMED.
       01  WS-STAGE-COUNTS.
           05  WS-SC-APPLICATIONS       PIC 9(07).
           05  WS-SC-EDIT-REJECTED      PIC 9(07).
           05  WS-SC-DUP-HELD           PIC 9(07).
           05  WS-SC-WATCH-HELD         PIC 9(07).
           05  WS-SC-CREDIT-PENDING     PIC 9(07).
           05  WS-SC-CREDIT-APPROVED    PIC 9(07).
           05  WS-SC-CREDIT-DECLINED    PIC 9(07).
           05  WS-SC-ONBOARDED          PIC 9(07).
           05  WS-SC-DECIDED            PIC 9(07).
           05  WS-SC-TIMING OCCURS 6 TIMES.
               10  WS-SC-TIMED          PIC 9(07).
               10  WS-SC-DAYS-TOTAL     PIC 9(09).

      * WORKING COPY OF ONE ROW'S COUNTS, FOR ADDING AND PRINTING.
       01  WS-WORK-COUNTS.
           05  WS-WC-APPLICATIONS       PIC 9(07).
           05  WS-WC-EDIT-REJECTED      PIC 9(07).
           05  WS-WC-DUP-HELD           PIC 9(07).
           05  WS-WC-WATCH-HELD         PIC 9(07).
           05  WS-WC-CREDIT-PENDING     PIC 9(07).
           05  WS-WC-CREDIT-APPROVED    PIC 9(07).
           05  WS-WC-CREDIT-DECLINED    PIC 9(07).
           05  WS-WC-ONBOARDED          PIC 9(07).
           05  WS-WC-DECIDED            PIC 9(07).
           05  WS-WC-TIMING OCCURS 6 TIMES.
               10  WS-WC-TIMED          PIC 9(07).
               10  WS-WC-DAYS-TOTAL     PIC 9(09).

       01  WS-TOTAL-COUNTS              PIC X(159) VALUE ZEROS.

      * BY SOURCE CHANNEL - THE SHOP ONLY HAS A HANDFUL.  THE OPEN
      * QUEUE COUNTS ARE WHAT IS STILL SITTING ON DUPHOLD, SCRNHOLD,
      * AND CUSTSUSP TODAY, WHATEVER MONTH IT ARRIVED IN.
       01  WS-MAX-CHANNELS              PIC 9(03) VALUE 20.
       01  WS-CHANNEL-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CHANNEL-TABLE.
           05  WS-CHANNEL-ENTRY OCCURS 20 TIMES
                                  INDEXED BY WS-CH-IDX.
               10  WS-CH-CHANNEL        PIC X(10).
               10  WS-CH-COUNTS         PIC X(159).
               10  WS-CH-OPEN-DUP       PIC 9(07).
               10  WS-CH-OPEN-SCREEN    PIC 9(07).
               10  WS-CH-OPEN-CREDIT    PIC 9(07).

      * BY CHANNEL AND SERVICING BRANCH.
       01  WS-MAX-CHANNEL-BRANCHES      PIC 9(03) VALUE 200.
       01  WS-CHANNEL-BRANCH-COUNT      PIC 9(03) VALUE ZERO.
       01  WS-CHANNEL-BRANCH-TABLE.
           05  WS-CHANNEL-BRANCH-ENTRY OCCURS 200 TIMES
                                  INDEXED BY WS-CB-IDX.
               10  WS-CB-CHANNEL        PIC X(10).
               10  WS-CB-BRANCH         PIC X(04).
               10  WS-CB-COUNTS         PIC X(159).

      * CHANNEL-TO-BRANCH DEFAULTS FROM BRCHREF.  AS AT INTAKE, THE
      * FIRST BRANCH IN KEY ORDER THAT CLAIMS A CHANNEL OWNS IT, AND
      * HEAD OFFICE OWNS ANY CHANNEL NO BRANCH CLAIMS.
       01  WS-MAX-DEFAULTS              PIC 9(03) VALUE 50.
       01  WS-DEFAULT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-DEFAULT-TABLE.
           05  WS-DEFAULT-ENTRY OCCURS 50 TIMES
                                  INDEXED BY WS-DF-IDX.
               10  WS-DF-CHANNEL        PIC X(10).
               10  WS-DF-BRANCH         PIC X(04).
       01  WS-DEFAULT-BRANCH            PIC X(04) VALUE 'HQ'.

      * INTAKE BATCHES RUN IN THE REPORT MONTH, BY FEED.
       01  WS-MAX-FEEDS                 PIC 9(03) VALUE 20.
       01  WS-FEED-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 20 TIMES
                                  INDEXED BY WS-FD-IDX.
               10  WS-FD-FEED-NAME      PIC X(08).
               10  WS-FD-BATCHES        PIC 9(07).

       01  WS-FOUND-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.

       01  WS-DIM-CHANNEL               PIC X(10) VALUE SPACES.
       01  WS-PERCENT                   PIC 9(03)V9(02) VALUE ZERO.
       01  WS-STAGE-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-AVERAGE-DAYS              PIC 9(05)V9(01) VALUE ZERO.

      * BUSINESS-DATE CONTROL.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(32) VALUE
               'ONBOARDING FUNNEL FOR MONTH     '.
           05  WS-HDR-MONTH             PIC 9(06).
           05  FILLER                   PIC X(14) VALUE
               '   RUN DATE   '.
           05  WS-HDR-CYCLE-DATE        PIC 9(08).

       01  WS-FUNNEL-HEADING-1.
           05  FILLER                   PIC X(16) VALUE
               'CHANNEL    BRCH'.
           05  FILLER                   PIC X(09) VALUE
               '     APPS'.
           05  FILLER                   PIC X(09) VALUE
               ' EDIT-REJ'.
           05  FILLER                   PIC X(09) VALUE
               ' DUP-HELD'.
           05  FILLER                   PIC X(09) VALUE
               ' WLS-HELD'.
           05  FILLER                   PIC X(09) VALUE
               '  CR-PEND'.
           05  FILLER                   PIC X(09) VALUE
               '  CR-APPR'.
           05  FILLER                   PIC X(09) VALUE
               '  CR-DECL'.
           05  FILLER                   PIC X(09) VALUE
               ' ONBOARDD'.
           05  FILLER                   PIC X(09) VALUE
               '  DECIDED'.

       01  WS-FUNNEL-COUNT-LINE.
           05  WS-FC-CHANNEL            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-FC-BRANCH             PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FC-APPLICATIONS       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FC-EDIT-REJECTED      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FC-DUP-HELD           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FC-WATCH-HELD         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FC-CREDIT-PENDING     PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FC-CREDIT-APPROVED    PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FC-CREDIT-DECLINED    PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FC-ONBOARDED          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-FC-DECIDED            PIC ZZZ,ZZ9.

      * PERCENTAGES ARE OF THE APPLICATIONS RECEIVED.
       01  WS-FUNNEL-PERCENT-LINE.
           05  FILLER                   PIC X(25) VALUE
               '              PERCENT   '.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FP-EDIT-REJECTED      PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FP-DUP-HELD           PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FP-WATCH-HELD         PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FP-CREDIT-PENDING     PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FP-CREDIT-APPROVED    PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FP-CREDIT-DECLINED    PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FP-ONBOARDED          PIC ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FP-DECIDED            PIC ZZ9.99.

      * AVERAGE DAYS FROM APPLICATION TO EACH OUTCOME, UNDER THAT
      * OUTCOME'S COLUMN.
       01  WS-FUNNEL-DAYS-LINE.
           05  FILLER                   PIC X(25) VALUE
               '              AVG DAYS  '.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FA-EDIT-REJECTED      PIC ZZZ9.9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FA-DUP-HELD           PIC ZZZ9.9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FA-WATCH-HELD         PIC ZZZ9.9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FA-CREDIT-PENDING     PIC ZZZ9.9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FA-CREDIT-APPROVED    PIC ZZZ9.9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FA-CREDIT-DECLINED    PIC ZZZ9.9.

       01  WS-QUEUE-HEADING.
           05  FILLER                   PIC X(16) VALUE 'CHANNEL'.
           05  FILLER                   PIC X(09) VALUE
               '  DUPHOLD'.
           05  FILLER                   PIC X(09) VALUE
               ' SCRNHOLD'.
           05  FILLER                   PIC X(09) VALUE
               ' CUSTSUSP'.

       01  WS-QUEUE-DETAIL-LINE.
           05  WS-QD-CHANNEL            PIC X(10).
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  WS-QD-OPEN-DUP           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QD-OPEN-SCREEN        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QD-OPEN-CREDIT        PIC ZZZ,ZZ9.

       01  WS-FEED-DETAIL-LINE.
           05  WS-FDL-FEED-NAME         PIC X(08).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  WS-FDL-BATCHES           PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCFUNL'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SOURCE-CHANNEL
               ON ASCENDING KEY SR-SOURCE-CUST-ID
               ON ASCENDING KEY SR-APPLICATION-DATE
               ON ASCENDING KEY SR-RESPONSE-DATE
               ON ASCENDING KEY SR-RESPONSE-TYPE
               INPUT PROCEDURE 2000-SELECT-RESPONSES
               OUTPUT PROCEDURE 5000-BUILD-FUNNEL
           PERFORM 6000-COUNT-OPEN-QUEUES
           PERFORM 6500-COUNT-MONTH-BATCHES
           PERFORM 7000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           PERFORM 1100-SET-REPORT-MONTH
           PERFORM 1200-LOAD-CHANNEL-DEFAULTS
           OPEN INPUT CUST-BRANCH-FILE
           IF WS-CUSTBRCH-STATUS = '00'
               MOVE 'Y' TO WS-CUSTBRCH-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCFUNL - CUSTBRCH NOT AVAILABLE ('
                       WS-CUSTBRCH-STATUS
                       ') - BRANCH TAKEN FROM CHANNEL DEFAULT'
           END-IF
           MOVE ZEROS TO WS-TOTAL-COUNTS.

      * A MONTH-END REPORT RUNS EARLY IN THE NEXT MONTH, SO THE
      * DEFAULT IS THE MONTH BEFORE THE CYCLE DATE.
       1100-SET-REPORT-MONTH.
           MOVE WS-CYCLE-DATE TO WS-WORK-DATE
           MOVE WS-WORK-CCYYMM TO WS-REPORT-MONTH
           IF WS-RPT-MONTH = 1
               SUBTRACT 1 FROM WS-RPT-YEAR
               MOVE 12 TO WS-RPT-MONTH
           ELSE
               SUBTRACT 1 FROM WS-RPT-MONTH
           END-IF
           OPEN INPUT FUNNEL-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ FUNNEL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FPM-REPORT-MONTH IS NUMERIC
                           MOVE FPM-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE FUNNEL-PARM-FILE
           END-IF
           DISPLAY 'ZCNCFUNL - REPORT MONTH: ' WS-REPORT-MONTH.

       1200-LOAD-CHANNEL-DEFAULTS.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT BRANCH-REF-FILE
           IF NOT WS-BRANCH-STATUS = '00'
               DISPLAY 'ZCNCFUNL - BRCHREF NOT AVAILABLE ('
                       WS-BRANCH-STATUS
                       ') - UNADDED APPLICANTS SHOWN UNDER HQ'
               MOVE 'Y' TO WS-INPUT-EOF-SWITCH
           END-IF
           PERFORM 1210-LOAD-NEXT-DEFAULT UNTIL WS-INPUT-EOF
           CLOSE BRANCH-REF-FILE.

       1210-LOAD-NEXT-DEFAULT.
           READ BRANCH-REF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   IF BRC-SOURCE-CHANNEL NOT = SPACES
                       PERFORM 1220-ADD-CHANNEL-DEFAULT
                   END-IF
           END-READ.

       1220-ADD-CHANNEL-DEFAULT.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-DEFAULT-COUNT > ZERO
               SET WS-DF-IDX TO 1
               SEARCH WS-DEFAULT-ENTRY
                   AT END
                       MOVE 'N' TO WS-FOUND-SWITCH
                   WHEN WS-DF-CHANNEL (WS-DF-IDX) = BRC-SOURCE-CHANNEL
                       MOVE 'Y' TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-ENTRY-FOUND
               AND WS-DEFAULT-COUNT < WS-MAX-DEFAULTS
               ADD 1 TO WS-DEFAULT-COUNT
               SET WS-DF-IDX TO WS-DEFAULT-COUNT
               MOVE BRC-SOURCE-CHANNEL TO WS-DF-CHANNEL (WS-DF-IDX)
               MOVE BRC-BRANCH-CODE    TO WS-DF-BRANCH (WS-DF-IDX)
           END-IF.

      * ONLY RESPONSES FOR APPLICATIONS DATED IN THE REPORT MONTH
      * GO TO THE SORT.  A MISSING HISTORY FILE MEANS THERE IS NO
      * FUNNEL TO REPORT.
       2000-SELECT-RESPONSES.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT RESPONSE-HISTORY-FILE
           IF NOT WS-HISTORY-STATUS = '00'
               DISPLAY 'ZCNCFUNL - ERROR OPENING RSPHIST: '
                       WS-HISTORY-STATUS
               MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 2100-RELEASE-RESPONSE UNTIL WS-INPUT-EOF
           CLOSE RESPONSE-HISTORY-FILE.

       2100-RELEASE-RESPONSE.
           READ RESPONSE-HISTORY-FILE INTO CHANNEL-RESPONSE-RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE RSP-APPLICATION-DATE TO WS-WORK-DATE
                   IF WS-WORK-CCYYMM = WS-REPORT-MONTH
                       RELEASE SORT-WORK-RECORD
                           FROM CHANNEL-RESPONSE-RECORD
                       ADD 1 TO WS-RESPONSES-SELECTED
                   END-IF
           END-READ.

      * THE SORT BRINGS EACH APPLICATION'S RESPONSES TOGETHER, THE
      * ACKNOWLEDGMENT FIRST AND THE FOLLOW-UPS IN DATE ORDER, SO THE
      * LAST RESPONSE SEEN IS THE APPLICATION'S CURRENT OUTCOME.
       5000-BUILD-FUNNEL.
           PERFORM 5100-RETURN-SORT-RECORD
           PERFORM 5200-PROCESS-APPLICATION UNTIL WS-SORT-EOF.

       5100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       5200-PROCESS-APPLICATION.
           INITIALIZE WS-APPLICATION
           MOVE SR-SOURCE-CHANNEL   TO WS-APP-CHANNEL
           MOVE SR-SOURCE-CUST-ID   TO WS-APP-SOURCE-CUST-ID
           MOVE SR-APPLICATION-DATE TO WS-APP-DATE
           MOVE 'Y' TO WS-SAME-APPLICATION-SW
           PERFORM 5300-APPLY-RESPONSE UNTIL NOT WS-SAME-APPLICATION
           PERFORM 5500-RESOLVE-BRANCH
           MOVE ZEROS TO WS-STAGE-COUNTS
           PERFORM 5600-TALLY-APPLICATION
           PERFORM 5700-ADD-TO-TOTALS
           ADD 1 TO WS-APPLICATIONS-COUNTED.

       5300-APPLY-RESPONSE.
           IF SR-ACKNOWLEDGMENT AND SR-REJECTED
               MOVE 'Y' TO WS-APP-EDIT-REJECT-SW
               MOVE SR-RESPONSE-DATE TO WS-APP-REJECT-DATE
           END-IF
           EVALUATE TRUE
               WHEN SR-HELD-DUPLICATE
                   MOVE 'Y' TO WS-APP-DUP-HELD-SW
                   IF WS-APP-DUP-DATE = ZERO
                       MOVE SR-RESPONSE-DATE TO WS-APP-DUP-DATE
                   END-IF
               WHEN SR-HELD-COMPLIANCE
                   MOVE 'Y' TO WS-APP-WATCH-HELD-SW
                   IF WS-APP-WATCH-DATE = ZERO
                       MOVE SR-RESPONSE-DATE TO WS-APP-WATCH-DATE
                   END-IF
               WHEN SR-HELD-CREDIT
                   MOVE 'Y' TO WS-APP-CREDIT-SW
                   IF WS-APP-CREDIT-DATE = ZERO
                       MOVE SR-RESPONSE-DATE TO WS-APP-CREDIT-DATE
                   END-IF
               WHEN SR-CREDIT-DECLINED
               WHEN SR-CREDIT-EXPIRED
                   MOVE 'Y' TO WS-APP-CREDIT-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SR-STATUS        TO WS-APP-FINAL-STATUS
           MOVE SR-REASON-CODE   TO WS-APP-FINAL-REASON
           MOVE SR-RESPONSE-DATE TO WS-APP-FINAL-DATE
           IF SR-CUST-ID NOT = SPACES
               MOVE SR-CUST-ID TO WS-APP-CUST-ID
           END-IF
           PERFORM 5100-RETURN-SORT-RECORD
           IF WS-SORT-EOF
               OR SR-SOURCE-CHANNEL   NOT = WS-APP-CHANNEL
               OR SR-SOURCE-CUST-ID   NOT = WS-APP-SOURCE-CUST-ID
               OR SR-APPLICATION-DATE NOT = WS-APP-DATE
               MOVE 'N' TO WS-SAME-APPLICATION-SW
           END-IF.

      * THE CUSTOMER'S OWN BRANCH WHEN THE APPLICATION WAS ADDED,
      * OTHERWISE THE BRANCH INTAKE WOULD HAVE ASSIGNED IT FROM ITS
      * CHANNEL.
       5500-RESOLVE-BRANCH.
           MOVE SPACES TO WS-APP-BRANCH
           IF WS-APP-FINAL-ACCEPTED
               AND WS-APP-CUST-ID NOT = SPACES
               AND WS-CUSTBRCH-AVAILABLE
               MOVE WS-APP-CUST-ID TO CBR-CUST-ID
               READ CUST-BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CBR-BRANCH-CODE TO WS-APP-BRANCH
               END-READ
           END-IF
           IF WS-APP-BRANCH = SPACES
               MOVE WS-DEFAULT-BRANCH TO WS-APP-BRANCH
               IF WS-DEFAULT-COUNT > ZERO
                   SET WS-DF-IDX TO 1
                   SEARCH WS-DEFAULT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DF-CHANNEL (WS-DF-IDX) = WS-APP-CHANNEL
                           MOVE WS-DF-BRANCH (WS-DF-IDX)
                               TO WS-APP-BRANCH
                   END-SEARCH
               END-IF
           END-IF.

      * THIS APPLICATION'S CONTRIBUTION, BUILT IN WS-STAGE-COUNTS AND
      * THEN ADDED INTO THE TOTAL, CHANNEL, AND CHANNEL/BRANCH ROWS.
      * A CREDIT-QUEUED APPLICATION THAT WAS ACCEPTED WAS APPROVED;
      * ONE STILL HELD IS PENDING.  EACH BUCKET IS TIMED TO THE
      * RESPONSE THAT DECIDED IT: THE EDIT REJECT, THE FIRST HOLD
      * FOR A HOLD OR A PENDING CREDIT REVIEW, AND THE FINAL ACCEPT
      * OR DECLINE FOR A CREDIT DECISION.
       5600-TALLY-APPLICATION.
           MOVE 1 TO WS-SC-APPLICATIONS
           IF WS-APP-EDIT-REJECTED
               MOVE 1 TO WS-SC-EDIT-REJECTED
               MOVE 1 TO WS-BUCKET-SUB
               MOVE WS-APP-REJECT-DATE TO WS-DECISION-DATE
               PERFORM 5650-TIME-BUCKET
           END-IF
           IF WS-APP-DUP-HELD
               MOVE 1 TO WS-SC-DUP-HELD
               MOVE 2 TO WS-BUCKET-SUB
               MOVE WS-APP-DUP-DATE TO WS-DECISION-DATE
               PERFORM 5650-TIME-BUCKET
           END-IF
           IF WS-APP-WATCH-HELD
               MOVE 1 TO WS-SC-WATCH-HELD
               MOVE 3 TO WS-BUCKET-SUB
               MOVE WS-APP-WATCH-DATE TO WS-DECISION-DATE
               PERFORM 5650-TIME-BUCKET
           END-IF
           IF WS-APP-CREDIT-QUEUED
               EVALUATE TRUE
                   WHEN WS-APP-FINAL-ACCEPTED
                       MOVE 1 TO WS-SC-CREDIT-APPROVED
                       MOVE 5 TO WS-BUCKET-SUB
                       MOVE WS-APP-FINAL-DATE TO WS-DECISION-DATE
                       PERFORM 5650-TIME-BUCKET
                   WHEN WS-APP-FINAL-REJECTED
                       AND WS-APP-CREDIT-DECLINE
                       MOVE 1 TO WS-SC-CREDIT-DECLINED
                       MOVE 6 TO WS-BUCKET-SUB
                       MOVE WS-APP-FINAL-DATE TO WS-DECISION-DATE
                       PERFORM 5650-TIME-BUCKET
                   WHEN WS-APP-FINAL-HELD
                       MOVE 1 TO WS-SC-CREDIT-PENDING
                       MOVE 4 TO WS-BUCKET-SUB
                       MOVE WS-APP-CREDIT-DATE TO WS-DECISION-DATE
                       PERFORM 5650-TIME-BUCKET
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-APP-FINAL-ACCEPTED
               MOVE 1 TO WS-SC-ONBOARDED
           END-IF
           IF WS-APP-FINAL-ACCEPTED OR WS-APP-FINAL-REJECTED
               MOVE 1 TO WS-SC-DECIDED
           END-IF.

       5650-TIME-BUCKET.
           IF WS-APP-DATE > ZERO
               AND WS-DECISION-DATE >= WS-APP-DATE
               COMPUTE WS-ELAPSED-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-DECISION-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-APP-DATE)
               MOVE 1 TO WS-SC-TIMED (WS-BUCKET-SUB)
               MOVE WS-ELAPSED-DAYS
                   TO WS-SC-DAYS-TOTAL (WS-BUCKET-SUB)
           END-IF.

       5700-ADD-TO-TOTALS.
           MOVE WS-TOTAL-COUNTS TO WS-WORK-COUNTS
           PERFORM 5750-ADD-STAGE-COUNTS
           MOVE WS-WORK-COUNTS TO WS-TOTAL-COUNTS
           MOVE WS-APP-CHANNEL TO WS-DIM-CHANNEL
           PERFORM 5800-FIND-CHANNEL
           MOVE WS-CH-COUNTS (WS-CH-IDX) TO WS-WORK-COUNTS
           PERFORM 5750-ADD-STAGE-COUNTS
           MOVE WS-WORK-COUNTS TO WS-CH-COUNTS (WS-CH-IDX)
           PERFORM 5900-FIND-CHANNEL-BRANCH
           MOVE WS-CB-COUNTS (WS-CB-IDX) TO WS-WORK-COUNTS
           PERFORM 5750-ADD-STAGE-COUNTS
           MOVE WS-WORK-COUNTS TO WS-CB-COUNTS (WS-CB-IDX).

       5750-ADD-STAGE-COUNTS.
           ADD WS-SC-APPLICATIONS    TO WS-WC-APPLICATIONS
           ADD WS-SC-EDIT-REJECTED   TO WS-WC-EDIT-REJECTED
           ADD WS-SC-DUP-HELD        TO WS-WC-DUP-HELD
           ADD WS-SC-WATCH-HELD      TO WS-WC-WATCH-HELD
           ADD WS-SC-CREDIT-PENDING  TO WS-WC-CREDIT-PENDING
           ADD WS-SC-CREDIT-APPROVED TO WS-WC-CREDIT-APPROVED
           ADD WS-SC-CREDIT-DECLINED TO WS-WC-CREDIT-DECLINED
           ADD WS-SC-ONBOARDED       TO WS-WC-ONBOARDED
           ADD WS-SC-DECIDED         TO WS-WC-DECIDED
           PERFORM 5760-ADD-BUCKET-TIMING
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT.

       5760-ADD-BUCKET-TIMING.
           ADD WS-SC-TIMED (WS-BUCKET-SUB)
               TO WS-WC-TIMED (WS-BUCKET-SUB)
           ADD WS-SC-DAYS-TOTAL (WS-BUCKET-SUB)
               TO WS-WC-DAYS-TOTAL (WS-BUCKET-SUB).

       5800-FIND-CHANNEL.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-CHANNEL-COUNT > ZERO
               SET WS-CH-IDX TO 1
               SEARCH WS-CHANNEL-ENTRY
                   AT END
                       MOVE 'N' TO WS-FOUND-SWITCH
                   WHEN WS-CH-CHANNEL (WS-CH-IDX) = WS-DIM-CHANNEL
                       MOVE 'Y' TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-CHANNEL-COUNT < WS-MAX-CHANNELS
                   ADD 1 TO WS-CHANNEL-COUNT
                   SET WS-CH-IDX TO WS-CHANNEL-COUNT
                   INITIALIZE WS-CHANNEL-ENTRY (WS-CH-IDX)
                   MOVE ZEROS TO WS-CH-COUNTS (WS-CH-IDX)
                   MOVE WS-DIM-CHANNEL TO WS-CH-CHANNEL (WS-CH-IDX)
               ELSE
                   SET WS-CH-IDX TO WS-MAX-CHANNELS
               END-IF
           END-IF.

       5900-FIND-CHANNEL-BRANCH.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-CHANNEL-BRANCH-COUNT > ZERO
               SET WS-CB-IDX TO 1
               SEARCH WS-CHANNEL-BRANCH-ENTRY
                   AT END
                       MOVE 'N' TO WS-FOUND-SWITCH
                   WHEN WS-CB-CHANNEL (WS-CB-IDX) = WS-APP-CHANNEL
                       AND WS-CB-BRANCH (WS-CB-IDX) = WS-APP-BRANCH
                       MOVE 'Y' TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-CHANNEL-BRANCH-COUNT < WS-MAX-CHANNEL-BRANCHES
                   ADD 1 TO WS-CHANNEL-BRANCH-COUNT
                   SET WS-CB-IDX TO WS-CHANNEL-BRANCH-COUNT
                   MOVE WS-APP-CHANNEL TO WS-CB-CHANNEL (WS-CB-IDX)
                   MOVE WS-APP-BRANCH  TO WS-CB-BRANCH (WS-CB-IDX)
                   MOVE ZEROS TO WS-CB-COUNTS (WS-CB-IDX)
               ELSE
                   SET WS-CB-IDX TO WS-MAX-CHANNEL-BRANCHES
               END-IF
           END-IF.

      * WHAT IS STILL WAITING ON A CLERK OR THE BUREAU TODAY, BY
      * CHANNEL.  EACH QUEUE IS OPTIONAL - ONE THAT IS NOT THERE
      * SIMPLY COUNTS AS EMPTY.
       6000-COUNT-OPEN-QUEUES.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT DUP-HOLD-FILE
           IF NOT WS-DUPHOLD-STATUS = '00'
               MOVE 'Y' TO WS-INPUT-EOF-SWITCH
           END-IF
           PERFORM 6100-COUNT-DUP-HOLD UNTIL WS-INPUT-EOF
           CLOSE DUP-HOLD-FILE
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT SCREEN-HOLD-FILE
           IF NOT WS-SCRNHOLD-STATUS = '00'
               MOVE 'Y' TO WS-INPUT-EOF-SWITCH
           END-IF
           PERFORM 6200-COUNT-SCREEN-HOLD UNTIL WS-INPUT-EOF
           CLOSE SCREEN-HOLD-FILE
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUSPENSE-STATUS = '00'
               MOVE 'Y' TO WS-INPUT-EOF-SWITCH
           END-IF
           PERFORM 6300-COUNT-SUSPENSE UNTIL WS-INPUT-EOF
           CLOSE SUSPENSE-FILE.

       6100-COUNT-DUP-HOLD.
           READ DUP-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE DUP-SOURCE-CHANNEL TO WS-DIM-CHANNEL
                   PERFORM 5800-FIND-CHANNEL
                   ADD 1 TO WS-CH-OPEN-DUP (WS-CH-IDX)
           END-READ.

       6200-COUNT-SCREEN-HOLD.
           READ SCREEN-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE SCH-SOURCE-CHANNEL TO WS-DIM-CHANNEL
                   PERFORM 5800-FIND-CHANNEL
                   ADD 1 TO WS-CH-OPEN-SCREEN (WS-CH-IDX)
           END-READ.

       6300-COUNT-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE SUS-SOURCE-CHANNEL TO WS-DIM-CHANNEL
                   PERFORM 5800-FIND-CHANNEL
                   ADD 1 TO WS-CH-OPEN-CREDIT (WS-CH-IDX)
           END-READ.

      * BATCHES THE INTAKE STEPS LOGGED AS RUN IN THE REPORT MONTH.
       6500-COUNT-MONTH-BATCHES.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT BATCH-LOG-FILE
           IF NOT WS-BATCHLOG-STATUS = '00'
               DISPLAY 'ZCNCFUNL - BATCHLOG NOT AVAILABLE ('
                       WS-BATCHLOG-STATUS ')'
               MOVE 'Y' TO WS-INPUT-EOF-SWITCH
           END-IF
           PERFORM 6600-COUNT-BATCH UNTIL WS-INPUT-EOF
           CLOSE BATCH-LOG-FILE.

       6600-COUNT-BATCH.
           READ BATCH-LOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE BCH-RUN-DATE TO WS-WORK-DATE
                   IF WS-WORK-CCYYMM = WS-REPORT-MONTH
                       PERFORM 6700-TALLY-FEED
                   END-IF
           END-READ.

       6700-TALLY-FEED.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-FEED-COUNT > ZERO
               SET WS-FD-IDX TO 1
               SEARCH WS-FEED-ENTRY
                   AT END
                       MOVE 'N' TO WS-FOUND-SWITCH
                   WHEN WS-FD-FEED-NAME (WS-FD-IDX) = BCH-FEED-NAME
                       MOVE 'Y' TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-FEED-COUNT < WS-MAX-FEEDS
                   ADD 1 TO WS-FEED-COUNT
                   SET WS-FD-IDX TO WS-FEED-COUNT
                   MOVE BCH-FEED-NAME TO WS-FD-FEED-NAME (WS-FD-IDX)
                   MOVE ZERO TO WS-FD-BATCHES (WS-FD-IDX)
               ELSE
                   SET WS-FD-IDX TO WS-MAX-FEEDS
               END-IF
           END-IF
           ADD 1 TO WS-FD-BATCHES (WS-FD-IDX).

       7000-PRINT-REPORT.
           OPEN OUTPUT FUNNEL-REPORT-FILE
           MOVE WS-REPORT-MONTH TO WS-HDR-MONTH
           MOVE WS-CYCLE-DATE   TO WS-HDR-CYCLE-DATE
           WRITE FUNNEL-REPORT-LINE FROM WS-HEADING-LINE
           WRITE FUNNEL-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'FUNNEL BY SOURCE CHANNEL:' TO FUNNEL-REPORT-LINE
           WRITE FUNNEL-REPORT-LINE
           WRITE FUNNEL-REPORT-LINE FROM WS-FUNNEL-HEADING-1
           IF WS-CHANNEL-COUNT > ZERO
               SET WS-CH-IDX TO 1
               PERFORM 7100-PRINT-CHANNEL-FUNNEL
                   WS-CHANNEL-COUNT TIMES
           END-IF
           MOVE 'ALL'  TO WS-FC-CHANNEL
           MOVE SPACES TO WS-FC-BRANCH
           MOVE WS-TOTAL-COUNTS TO WS-WORK-COUNTS
           PERFORM 7500-PRINT-FUNNEL-ROW
           WRITE FUNNEL-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'FUNNEL BY SOURCE CHANNEL AND SERVICING BRANCH:'
               TO FUNNEL-REPORT-LINE
           WRITE FUNNEL-REPORT-LINE
           WRITE FUNNEL-REPORT-LINE FROM WS-FUNNEL-HEADING-1
           IF WS-CHANNEL-BRANCH-COUNT > ZERO
               SET WS-CB-IDX TO 1
               PERFORM 7200-PRINT-BRANCH-FUNNEL
                   WS-CHANNEL-BRANCH-COUNT TIMES
           END-IF
           WRITE FUNNEL-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'HOLD QUEUES STILL OPEN AT RUN DATE BY CHANNEL:'
               TO FUNNEL-REPORT-LINE
           WRITE FUNNEL-REPORT-LINE
           WRITE FUNNEL-REPORT-LINE FROM WS-QUEUE-HEADING
           IF WS-CHANNEL-COUNT > ZERO
               SET WS-CH-IDX TO 1
               PERFORM 7300-PRINT-OPEN-QUEUES
                   WS-CHANNEL-COUNT TIMES
           END-IF
           WRITE FUNNEL-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'INTAKE BATCHES RUN IN MONTH BY FEED:'
               TO FUNNEL-REPORT-LINE
           WRITE FUNNEL-REPORT-LINE
           IF WS-FEED-COUNT > ZERO
               SET WS-FD-IDX TO 1
               PERFORM 7400-PRINT-FEED-BATCHES
                   WS-FEED-COUNT TIMES
           END-IF.

       7100-PRINT-CHANNEL-FUNNEL.
           MOVE WS-CH-CHANNEL (WS-CH-IDX) TO WS-FC-CHANNEL
           MOVE SPACES TO WS-FC-BRANCH
           MOVE WS-CH-COUNTS (WS-CH-IDX) TO WS-WORK-COUNTS
           IF WS-WC-APPLICATIONS > ZERO
               PERFORM 7500-PRINT-FUNNEL-ROW
           END-IF
           SET WS-CH-IDX UP BY 1.

       7200-PRINT-BRANCH-FUNNEL.
           MOVE WS-CB-CHANNEL (WS-CB-IDX) TO WS-FC-CHANNEL
           MOVE WS-CB-BRANCH (WS-CB-IDX)  TO WS-FC-BRANCH
           MOVE WS-CB-COUNTS (WS-CB-IDX)  TO WS-WORK-COUNTS
           PERFORM 7500-PRINT-FUNNEL-ROW
           SET WS-CB-IDX UP BY 1.

       7300-PRINT-OPEN-QUEUES.
           MOVE WS-CH-CHANNEL (WS-CH-IDX)     TO WS-QD-CHANNEL
           MOVE WS-CH-OPEN-DUP (WS-CH-IDX)    TO WS-QD-OPEN-DUP
           MOVE WS-CH-OPEN-SCREEN (WS-CH-IDX) TO WS-QD-OPEN-SCREEN
           MOVE WS-CH-OPEN-CREDIT (WS-CH-IDX) TO WS-QD-OPEN-CREDIT
           WRITE FUNNEL-REPORT-LINE FROM WS-QUEUE-DETAIL-LINE
           SET WS-CH-IDX UP BY 1.

       7400-PRINT-FEED-BATCHES.
           MOVE WS-FD-FEED-NAME (WS-FD-IDX) TO WS-FDL-FEED-NAME
           MOVE WS-FD-BATCHES (WS-FD-IDX)   TO WS-FDL-BATCHES
           WRITE FUNNEL-REPORT-LINE FROM WS-FEED-DETAIL-LINE
           SET WS-FD-IDX UP BY 1.

      * THE CALLER HAS SET THE ROW KEY AND LOADED WS-WORK-COUNTS.
      * EVERY PERCENTAGE IS OF THE ROW'S APPLICATIONS RECEIVED.
       7500-PRINT-FUNNEL-ROW.
           MOVE WS-WC-APPLICATIONS    TO WS-FC-APPLICATIONS
           MOVE WS-WC-EDIT-REJECTED   TO WS-FC-EDIT-REJECTED
           MOVE WS-WC-DUP-HELD        TO WS-FC-DUP-HELD
           MOVE WS-WC-WATCH-HELD      TO WS-FC-WATCH-HELD
           MOVE WS-WC-CREDIT-PENDING  TO WS-FC-CREDIT-PENDING
           MOVE WS-WC-CREDIT-APPROVED TO WS-FC-CREDIT-APPROVED
           MOVE WS-WC-CREDIT-DECLINED TO WS-FC-CREDIT-DECLINED
           MOVE WS-WC-ONBOARDED       TO WS-FC-ONBOARDED
           MOVE WS-WC-DECIDED         TO WS-FC-DECIDED
           WRITE FUNNEL-REPORT-LINE FROM WS-FUNNEL-COUNT-LINE
           MOVE WS-WC-EDIT-REJECTED TO WS-STAGE-COUNT
           PERFORM 7600-COMPUTE-PERCENT
           MOVE WS-PERCENT TO WS-FP-EDIT-REJECTED
           MOVE WS-WC-DUP-HELD TO WS-STAGE-COUNT
           PERFORM 7600-COMPUTE-PERCENT
           MOVE WS-PERCENT TO WS-FP-DUP-HELD
           MOVE WS-WC-WATCH-HELD TO WS-STAGE-COUNT
           PERFORM 7600-COMPUTE-PERCENT
           MOVE WS-PERCENT TO WS-FP-WATCH-HELD
           MOVE WS-WC-CREDIT-PENDING TO WS-STAGE-COUNT
           PERFORM 7600-COMPUTE-PERCENT
           MOVE WS-PERCENT TO WS-FP-CREDIT-PENDING
           MOVE WS-WC-CREDIT-APPROVED TO WS-STAGE-COUNT
           PERFORM 7600-COMPUTE-PERCENT
           MOVE WS-PERCENT TO WS-FP-CREDIT-APPROVED
           MOVE WS-WC-CREDIT-DECLINED TO WS-STAGE-COUNT
           PERFORM 7600-COMPUTE-PERCENT
           MOVE WS-PERCENT TO WS-FP-CREDIT-DECLINED
           MOVE WS-WC-ONBOARDED TO WS-STAGE-COUNT
           PERFORM 7600-COMPUTE-PERCENT
           MOVE WS-PERCENT TO WS-FP-ONBOARDED
           MOVE WS-WC-DECIDED TO WS-STAGE-COUNT
           PERFORM 7600-COMPUTE-PERCENT
           MOVE WS-PERCENT TO WS-FP-DECIDED
           WRITE FUNNEL-REPORT-LINE FROM WS-FUNNEL-PERCENT-LINE
           MOVE 1 TO WS-BUCKET-SUB
           PERFORM 7700-COMPUTE-AVERAGE-DAYS
           MOVE WS-AVERAGE-DAYS TO WS-FA-EDIT-REJECTED
           MOVE 2 TO WS-BUCKET-SUB
           PERFORM 7700-COMPUTE-AVERAGE-DAYS
           MOVE WS-AVERAGE-DAYS TO WS-FA-DUP-HELD
           MOVE 3 TO WS-BUCKET-SUB
           PERFORM 7700-COMPUTE-AVERAGE-DAYS
           MOVE WS-AVERAGE-DAYS TO WS-FA-WATCH-HELD
           MOVE 4 TO WS-BUCKET-SUB
           PERFORM 7700-COMPUTE-AVERAGE-DAYS
           MOVE WS-AVERAGE-DAYS TO WS-FA-CREDIT-PENDING
           MOVE 5 TO WS-BUCKET-SUB
           PERFORM 7700-COMPUTE-AVERAGE-DAYS
           MOVE WS-AVERAGE-DAYS TO WS-FA-CREDIT-APPROVED
           MOVE 6 TO WS-BUCKET-SUB
           PERFORM 7700-COMPUTE-AVERAGE-DAYS
           MOVE WS-AVERAGE-DAYS TO WS-FA-CREDIT-DECLINED
           WRITE FUNNEL-REPORT-LINE FROM WS-FUNNEL-DAYS-LINE.

       7600-COMPUTE-PERCENT.
           MOVE ZERO TO WS-PERCENT
           IF WS-WC-APPLICATIONS > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   (WS-STAGE-COUNT / WS-WC-APPLICATIONS) * 100
           END-IF.

       7700-COMPUTE-AVERAGE-DAYS.
           MOVE ZERO TO WS-AVERAGE-DAYS
           IF WS-WC-TIMED (WS-BUCKET-SUB) > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-WC-DAYS-TOTAL (WS-BUCKET-SUB)
                   / WS-WC-TIMED (WS-BUCKET-SUB)
           END-IF.

       9000-TERMINATE.
           IF WS-CUSTBRCH-AVAILABLE
               CLOSE CUST-BRANCH-FILE
           END-IF
           CLOSE FUNNEL-REPORT-FILE
           MOVE WS-TOTAL-COUNTS TO WS-WORK-COUNTS
           DISPLAY 'ZCNCFUNL - HISTORY RECORDS READ  : '
                   WS-HISTORY-READ
           DISPLAY 'ZCNCFUNL - RESPONSES IN MONTH    : '
                   WS-RESPONSES-SELECTED
           DISPLAY 'ZCNCFUNL - APPLICATIONS COUNTED  : '
                   WS-APPLICATIONS-COUNTED
           DISPLAY 'ZCNCFUNL - ONBOARDED             : '
                   WS-WC-ONBOARDED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-HISTORY-READ         TO WS-RH-RECORDS-READ
           MOVE WS-APPLICATIONS-COUNTED TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
