       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCBKLG                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       DAILY OPEN WORK-QUEUE BACKLOG REPORT.  READS *
      *       EVERY PLACE WORK WAITS - DUPHOLD (ZCNCDUPR), *
      *       SCRNHOLD (ZCNCSCRN), CUSTSUSP (ZCNCCRED),    *
      *       TRANSUSP (ZCNCTREL), CORRWORK                *
      *       (ZCNCNIXI/ZCNCCBK), CUSTREJ (ZCNCRSUB), AND  *
      *       CUSTLOCK - AND COUNTS WHAT IS STILL OPEN BY  *
      *       QUEUE AND AGE (0-2, 3-5, 6-10, OVER 10       *
      *       BUSINESS DAYS ON THE ZCNCBDAT CALENDAR) AND  *
      *       BY OWNING BRANCH (CUSTBRCH, OR THE BRCHREF   *
      *       CHANNEL DEFAULT FOR A HELD APPLICANT), WITH  *
      *       THE TREND AGAINST THE PRIOR RUN KEPT ON      *
      *       BKLGHIST.                                    *
      *                                                    *
      *       EVERY ITEM OLDER THAN ITS QUEUE'S SLA        *
      *       (BKLGPARM, BUSINESS DAYS PER QUEUE, WITH     *
      *       SHOP DEFAULTS) IS LISTED ON THE ESCALATION   *
      *       SECTION, OLDEST FIRST, AND EVERY CUSTOMER    *
      *       SITTING IN MORE THAN ONE QUEUE AT ONCE IS    *
      *       FLAGGED THERE AND LISTED WITH ALL OF THEIR   *
      *       ITEMS.  A QUEUE THAT CANNOT BE OPENED COUNTS *
      *       AS EMPTY AND ENDS THE STEP WITH CC 4.        *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCBKLG.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKLOG-PARM-FILE  ASSIGN TO "BKLGPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT TRAN-SUSPENSE-FILE ASSIGN TO "TRANSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSUSP-STATUS.

           SELECT CORRECTION-WORK-FILE ASSIGN TO "CORRWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRWORK-STATUS.

           SELECT REJECT-FILE        ASSIGN TO "CUSTREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT LOCK-FILE          ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LCK-CUST-ID
               FILE STATUS IS WS-LOCK-STATUS.

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

           SELECT HISTORY-FILE       ASSIGN TO "BKLGHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LIST-WORK-FILE     ASSIGN TO "BKLGWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-WORK-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK17".

           SELECT LIST-SORT-FILE     ASSIGN TO "SORTWK18".

           SELECT BACKLOG-REPORT-FILE ASSIGN TO "BKLGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SLA IN BUSINESS DAYS FOR EACH QUEUE, IN THE ORDER DUPHOLD,
      * SCRNHOLD, CUSTSUSP, TRANSUSP, CORRWORK, CUSTREJ, CUSTLOCK.
      * A BLANK OR NON-NUMERIC FIELD KEEPS THAT QUEUE'S DEFAULT.
       FD  BACKLOG-PARM-FILE
           RECORDING MODE IS F.
       01  BACKLOG-PARM-RECORD.
           05  BKP-SLA-DAYS             PIC X(03) OCCURS 7 TIMES.
           05  FILLER                   PIC X(59).

       FD  DUP-HOLD-FILE
           RECORDING MODE IS F.
           COPY DUPHOLD.

       FD  SCREEN-HOLD-FILE
           RECORDING MODE IS F.
           COPY SCRNHOLD.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSPREC.

       FD  TRAN-SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY CUSTTRAN REPLACING ==CUST-MAINT-TRAN== BY
                                    ==SUSPENSE-MAINT-TRAN==
                                   LEADING ==CMT== BY ==SMT==
                                   LEADING ==TRAN== BY ==SMT-TRAN==.

       FD  CORRECTION-WORK-FILE
           RECORDING MODE IS F.
           COPY CORRWORK.

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJECREC.

       FD  LOCK-FILE
           RECORDING MODE IS F.
           COPY LOCKREC.

       FD  CUST-BRANCH-FILE
           RECORDING MODE IS F.
           COPY CUSTBRCH.

       FD  BRANCH-REF-FILE
           RECORDING MODE IS F.
           COPY BRCHREF.

      * ONE RECORD, REWRITTEN EVERY RUN - THE OPEN AND PAST-SLA
      * COUNTS PER QUEUE, IN QUEUE-TABLE ORDER, FOR TOMORROW'S TREND.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  BKH-RUN-DATE             PIC 9(08).
           05  BKH-QUEUE-ENTRY OCCURS 7 TIMES.
               10  BKH-QUEUE-NAME       PIC X(08).
               10  BKH-OPEN             PIC 9(07).
               10  BKH-PAST-SLA         PIC 9(07).
           05  BKH-MULTI-QUEUE          PIC 9(07).

       FD  LIST-WORK-FILE
           RECORDING MODE IS F.
       01  LIST-WORK-RECORD             PIC X(64).

      * ONE SORT RECORD PER OPEN QUEUE ITEM, GROUPED BY CUSTOMER SO
      * A CUSTOMER SITTING IN MORE THAN ONE QUEUE CAN BE SEEN.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-CUST-ID               PIC X(10).
           05  SR-QUEUE-NO              PIC 9(01).
           05  SR-BRANCH                PIC X(04).
           05  SR-SINCE-DATE            PIC 9(08).
           05  SR-AGE-DAYS              PIC 9(03).
           05  SR-UNDATED-SW            PIC X(01).
           05  SR-PAST-SLA-SW           PIC X(01).
           05  SR-DETAIL                PIC X(30).

      * THE ITEMS THAT GO ON THE ESCALATION ('E') AND MULTI-QUEUE
      * ('M') LISTS.  ESCALATIONS PRINT BY QUEUE, OLDEST FIRST;
      * MULTI-QUEUE ITEMS BY CUSTOMER, SO THE SORT-QUEUE AND
      * SORT-AGE KEYS ARE LEFT ZERO ON THOSE.
       SD  LIST-SORT-FILE.
       01  LIST-SORT-RECORD.
           05  LS-SECTION               PIC X(01).
           05  LS-SORT-QUEUE            PIC 9(01).
           05  LS-SORT-AGE              PIC 9(03).
           05  LS-CUST-ID               PIC X(10).
           05  LS-QUEUE-NO              PIC 9(01).
           05  LS-BRANCH                PIC X(04).
           05  LS-SINCE-DATE            PIC 9(08).
           05  LS-AGE-DAYS              PIC 9(03).
           05  LS-UNDATED-SW            PIC X(01).
               88  LS-UNDATED           VALUE 'Y'.
           05  LS-PAST-SLA-SW           PIC X(01).
               88  LS-PAST-SLA          VALUE 'Y'.
           05  LS-DETAIL                PIC X(30).
           05  LS-MULTI-QUEUE-SW        PIC X(01).
               88  LS-MULTI-QUEUE       VALUE 'Y'.

       FD  BACKLOG-REPORT-FILE
           RECORDING MODE IS F.
       01  BACKLOG-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-DUPHOLD-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SCRNHOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TRANSUSP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CORRWORK-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LOCK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CUSTBRCH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BRANCH-STATUS             PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LIST-WORK-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-QUEUE-STATUS              PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF         VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-CUSTBRCH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CUSTBRCH-AVAILABLE VALUE 'Y'.
           05  WS-PRIOR-RUN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRIOR-RUN-ON-FILE VALUE 'Y'.
           05  WS-MULTI-HEADING-SW      PIC X(01) VALUE 'N'.
               88  WS-MULTI-HEADING-DONE VALUE 'Y'.
           05  WS-QUEUE-MISSING-SW      PIC X(01) VALUE 'N'.
               88  WS-QUEUE-MISSING     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ            PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-PAST-SLA        PIC 9(07) VALUE ZERO.
           05  WS-MULTI-QUEUE-CUSTS     PIC 9(07) VALUE ZERO.
           05  WS-ESCALATIONS-LISTED    PIC 9(07) VALUE ZERO.
           05  WS-MULTI-ITEMS-LISTED    PIC 9(07) VALUE ZERO.

      * THE SEVEN QUEUES WITH THEIR DEFAULT SLA IN BUSINESS DAYS.
      * THE QUEUE NUMBER IS THE ENTRY'S POSITION HERE, ON THE SORT
      * RECORDS, AND ON THE BKLGHIST HISTORY RECORD.  A LOCK OR A
      * FUTURE-DATED TRANSACTION PAST ITS DATE IS STUCK, SO THOSE
      * TWO ARE EXPECTED TO CLEAR IN A DAY.
       01  WS-QUEUE-DEFAULTS.
           05  FILLER                   PIC X(11) VALUE 'DUPHOLD 005'.
           05  FILLER                   PIC X(11) VALUE 'SCRNHOLD002'.
           05  FILLER                   PIC X(11) VALUE 'CUSTSUSP005'.
           05  FILLER                   PIC X(11) VALUE 'TRANSUSP001'.
           05  FILLER                   PIC X(11) VALUE 'CORRWORK010'.
           05  FILLER                   PIC X(11) VALUE 'CUSTREJ 005'.
           05  FILLER                   PIC X(11) VALUE 'CUSTLOCK001'.
       01  WS-QUEUE-DEFAULT-TABLE REDEFINES WS-QUEUE-DEFAULTS.
           05  WS-QUEUE-DEFAULT OCCURS 7 TIMES.
               10  WS-QDF-NAME          PIC X(08).
               10  WS-QDF-SLA-DAYS      PIC 9(03).

      * AGE BUCKETS ARE 0-2, 3-5, 6-10, AND OVER 10 BUSINESS DAYS.
       01  WS-MAX-QUEUES                PIC 9(01) VALUE 7.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 7 TIMES
                                INDEXED BY WS-QT-IDX.
               10  WS-QT-NAME           PIC X(08).
               10  WS-QT-SLA-DAYS       PIC 9(03).
               10  WS-QT-AVAIL-SW       PIC X(01).
                   88  WS-QT-AVAILABLE  VALUE 'Y'.
               10  WS-QT-BUCKET         PIC 9(07) OCCURS 4 TIMES.
               10  WS-QT-OPEN           PIC 9(07).
               10  WS-QT-PAST-SLA       PIC 9(07).
               10  WS-QT-PRIOR-OPEN     PIC 9(07).
               10  WS-QT-PRIOR-PAST-SLA PIC 9(07).

       01  WS-TOTAL-BUCKETS.
           05  WS-TB-BUCKET             PIC 9(07) OCCURS 4 TIMES.
       01  WS-TOTAL-OPEN                PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-PRIOR-OPEN          PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-PRIOR-PAST-SLA      PIC 9(07) VALUE ZERO.
       01  WS-PRIOR-MULTI-QUEUE         PIC 9(07) VALUE ZERO.
       01  WS-PRIOR-RUN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-BUCKET-SUB                PIC 9(01) VALUE ZERO.
       01  WS-TREND-DELTA               PIC S9(07) VALUE ZERO.

      * OPEN ITEMS BY OWNING BRANCH - THE BRANCH LIST IS BOUNDED, SO
      * A FIXED TABLE IS SAFE HERE (THE ZCNCHHLD PRECEDENT).
       01  WS-MAX-BRANCHES              PIC 9(03) VALUE 200.
       01  WS-BRANCH-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 200 TIMES
                                 INDEXED BY WS-BR-IDX.
               10  WS-BR-BRANCH         PIC X(04).
               10  WS-BR-QUEUE-OPEN     PIC 9(07) OCCURS 7 TIMES.
               10  WS-BR-OPEN           PIC 9(07).
               10  WS-BR-PAST-SLA       PIC 9(07).

      * CHANNEL-TO-BRANCH DEFAULTS FROM BRCHREF, AS ZCNCFUNL LOADS
      * THEM: THE FIRST BRANCH IN KEY ORDER THAT CLAIMS A CHANNEL
      * OWNS IT, AND HEAD OFFICE OWNS ANY CHANNEL NO BRANCH CLAIMS.
       01  WS-MAX-DEFAULTS              PIC 9(03) VALUE 50.
       01  WS-DEFAULT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-DEFAULT-TABLE.
           05  WS-DEFAULT-ENTRY OCCURS 50 TIMES
                                  INDEXED BY WS-DF-IDX.
               10  WS-DF-CHANNEL        PIC X(10).
               10  WS-DF-BRANCH         PIC X(04).
       01  WS-DEFAULT-BRANCH            PIC X(04) VALUE 'HQ'.

       01  WS-FOUND-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.

      * THE QUEUE ITEM BEING COLLECTED.  EACH QUEUE READER FILLS
      * THE CUSTOMER, CHANNEL (HELD APPLICANTS ONLY), THE DATE THE
      * ITEM HAS BEEN WAITING SINCE, AND A SHORT DESCRIPTION.
       01  WS-QUEUE-NO                  PIC 9(01) VALUE ZERO.
       01  WS-ITEM.
           05  WS-ITEM-CUST-ID          PIC X(10).
           05  WS-ITEM-CHANNEL          PIC X(10).
           05  WS-ITEM-SINCE-DATE       PIC X(08).
           05  WS-ITEM-DETAIL           PIC X(30).
       01  WS-ITEM-BRANCH               PIC X(04) VALUE SPACES.
       01  WS-ITEM-AGE                  PIC 9(03) VALUE ZERO.
       01  WS-ITEM-UNDATED-SW           PIC X(01) VALUE 'N'.
           88  WS-ITEM-UNDATED          VALUE 'Y'.
       01  WS-ITEM-PAST-SLA-SW          PIC X(01) VALUE 'N'.
           88  WS-ITEM-PAST-SLA         VALUE 'Y'.
       01  WS-MAX-AGE                   PIC 9(03) VALUE 999.

      * ONE CUSTOMER'S ITEMS, HELD UNTIL THE CUSTOMER BREAK SHOWS
      * HOW MANY DIFFERENT QUEUES THEY SIT IN.  NO CUSTOMER CARRIES
      * ANYTHING LIKE THIS MANY OPEN ITEMS, SO A FIXED TABLE WITH AN
      * OVERFLOW WARNING IS SUFFICIENT HERE.
       01  WS-GROUP-CUST-ID             PIC X(10) VALUE SPACES.
       01  WS-GROUP-LAST-QUEUE          PIC 9(01) VALUE ZERO.
       01  WS-GROUP-QUEUES              PIC 9(01) VALUE ZERO.
       01  WS-MAX-GROUP-ITEMS           PIC 9(03) VALUE 100.
       01  WS-GROUP-ITEM-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ITEM OCCURS 100 TIMES
                               INDEXED BY WS-GI-IDX.
               10  WS-GI-ITEM           PIC X(58).

       01  WS-LIST-ITEM.
           05  WS-LI-SECTION            PIC X(01).
           05  WS-LI-SORT-QUEUE         PIC 9(01).
           05  WS-LI-SORT-AGE           PIC 9(03).
           05  WS-LI-ITEM.
               10  WS-LI-CUST-ID        PIC X(10).
               10  WS-LI-QUEUE-NO       PIC 9(01).
               10  WS-LI-BRANCH         PIC X(04).
               10  WS-LI-SINCE-DATE     PIC 9(08).
               10  WS-LI-AGE-DAYS       PIC 9(03).
               10  WS-LI-UNDATED-SW     PIC X(01).
               10  WS-LI-PAST-SLA-SW    PIC X(01).
                   88  WS-LI-PAST-SLA   VALUE 'Y'.
               10  WS-LI-DETAIL         PIC X(30).
           05  WS-LI-MULTI-QUEUE-SW     PIC X(01).
       01  WS-LAST-LIST-CUST-ID         PIC X(10) VALUE SPACES.

      * BUSINESS-DATE CONTROL - AGES ARE BUSINESS DAYS ON THE
      * ZCNCBDAT CALENDAR UP TO THE CYCLE DATE.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-BDAT-DATE-OUT             PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(30) VALUE
               'OPEN WORK-QUEUE BACKLOG AS OF '.
           05  WS-HDR-CYCLE-DATE        PIC 9(08).

       01  WS-TREND-HEADING.
           05  FILLER                   PIC X(30) VALUE
               'TREND AGAINST THE RUN OF     '.
           05  WS-TH-PRIOR-DATE         PIC 9(08).

       01  WS-QUEUE-HEADING.
           05  FILLER                   PIC X(10) VALUE 'QUEUE'.
           05  FILLER                   PIC X(05) VALUE '  SLA'.
           05  FILLER                   PIC X(09) VALUE '      0-2'.
           05  FILLER                   PIC X(09) VALUE '      3-5'.
           05  FILLER                   PIC X(09) VALUE '     6-10'.
           05  FILLER                   PIC X(09) VALUE '  OVER 10'.
           05  FILLER                   PIC X(09) VALUE '     OPEN'.
           05  FILLER                   PIC X(09) VALUE '    PRIOR'.
           05  FILLER                   PIC X(09) VALUE '    TREND'.
           05  FILLER                   PIC X(09) VALUE ' PAST SLA'.
           05  FILLER                   PIC X(09) VALUE '    PRIOR'.
           05  FILLER                   PIC X(09) VALUE '    TREND'.

       01  WS-QUEUE-DETAIL-LINE.
           05  WS-QL-QUEUE              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QL-SLA                PIC ZZZZ9.
           05  WS-QL-BUCKET OCCURS 4 TIMES.
               10  FILLER               PIC X(02).
               10  WS-QL-BUCKET-COUNT   PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QL-OPEN               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QL-PRIOR-OPEN         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-QL-OPEN-TREND         PIC +ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QL-PAST-SLA           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QL-PRIOR-PAST-SLA     PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-QL-PAST-SLA-TREND     PIC +ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-QL-NOTE               PIC X(14).

       01  WS-MULTI-COUNT-LINE.
           05  FILLER                   PIC X(34) VALUE
               'CUSTOMERS IN MORE THAN ONE QUEUE:'.
           05  WS-MC-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE '  PRIOR '.
           05  WS-MC-PRIOR              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE '  TREND '.
           05  WS-MC-TREND              PIC +ZZZ,ZZ9.

       01  WS-BRANCH-HEADING.
           05  FILLER                   PIC X(06) VALUE 'BRCH'.
           05  WS-BH-QUEUE-NAME         PIC X(09) OCCURS 7 TIMES.
           05  FILLER                   PIC X(09) VALUE '    TOTAL'.
           05  FILLER                   PIC X(09) VALUE ' PAST SLA'.

       01  WS-BRANCH-DETAIL-LINE.
           05  WS-BL-BRANCH             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-BL-QUEUE OCCURS 7 TIMES.
               10  FILLER               PIC X(02).
               10  WS-BL-QUEUE-OPEN     PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-BL-OPEN               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-BL-PAST-SLA           PIC ZZZ,ZZ9.

       01  WS-LIST-HEADING.
           05  FILLER                   PIC X(10) VALUE 'QUEUE'.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(06) VALUE 'BRCH'.
           05  FILLER                   PIC X(10) VALUE 'SINCE'.
           05  FILLER                   PIC X(05) VALUE '  AGE'.
           05  FILLER                   PIC X(05) VALUE '  SLA'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'FLAG'.
           05  FILLER                   PIC X(30) VALUE 'DETAIL'.

       01  WS-LIST-DETAIL-LINE.
           05  WS-LD-QUEUE              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-BRANCH             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-SINCE-DATE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-AGE                PIC X(05).
           05  WS-LD-SLA                PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-FLAG               PIC X(11).
           05  WS-LD-DETAIL             PIC X(30).
       01  WS-LD-AGE-EDIT               PIC ZZZZ9.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCBKLG'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CUST-ID
               ON ASCENDING KEY SR-QUEUE-NO
               INPUT PROCEDURE 2000-COLLECT-QUEUE-ITEMS
               OUTPUT PROCEDURE 3000-FIND-MULTI-QUEUE
           PERFORM 7000-PRINT-SUMMARY
           SORT LIST-SORT-FILE
               ON ASCENDING KEY LS-SECTION
               ON ASCENDING KEY LS-SORT-QUEUE
               ON DESCENDING KEY LS-SORT-AGE
               ON ASCENDING KEY LS-CUST-ID
               ON ASCENDING KEY LS-QUEUE-NO
               USING LIST-WORK-FILE
               OUTPUT PROCEDURE 6000-PRINT-LISTS
           PERFORM 7500-REWRITE-HISTORY
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
           MOVE ZEROS TO WS-TOTAL-BUCKETS
           SET WS-QT-IDX TO 1
           PERFORM 1050-SET-QUEUE-DEFAULT WS-MAX-QUEUES TIMES
           PERFORM 1100-READ-SLA-PARM
           PERFORM 1200-LOAD-CHANNEL-DEFAULTS
           PERFORM 1300-READ-PRIOR-HISTORY
           OPEN INPUT CUST-BRANCH-FILE
           IF WS-CUSTBRCH-STATUS = '00'
               MOVE 'Y' TO WS-CUSTBRCH-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCBKLG - CUSTBRCH NOT AVAILABLE ('
                       WS-CUSTBRCH-STATUS
                       ') - BRANCH TAKEN FROM CHANNEL DEFAULT'
           END-IF.

       1050-SET-QUEUE-DEFAULT.
           INITIALIZE WS-QUEUE-ENTRY (WS-QT-IDX)
           MOVE WS-QDF-NAME (WS-QT-IDX) TO WS-QT-NAME (WS-QT-IDX)
           MOVE WS-QDF-SLA-DAYS (WS-QT-IDX)
               TO WS-QT-SLA-DAYS (WS-QT-IDX)
           MOVE 'Y' TO WS-QT-AVAIL-SW (WS-QT-IDX)
           SET WS-QT-IDX UP BY 1.

       1100-READ-SLA-PARM.
           OPEN INPUT BACKLOG-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ BACKLOG-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-QT-IDX TO 1
                       PERFORM 1150-APPLY-SLA-PARM
                           WS-MAX-QUEUES TIMES
               END-READ
               CLOSE BACKLOG-PARM-FILE
           END-IF.

       1150-APPLY-SLA-PARM.
           IF BKP-SLA-DAYS (WS-QT-IDX) IS NUMERIC
               MOVE BKP-SLA-DAYS (WS-QT-IDX)
                   TO WS-QT-SLA-DAYS (WS-QT-IDX)
           ELSE
               IF NOT BKP-SLA-DAYS (WS-QT-IDX) = SPACES
                   DISPLAY 'ZCNCBKLG - NON-NUMERIC SLA FOR '
                           WS-QT-NAME (WS-QT-IDX) ', DEFAULT USED'
               END-IF
           END-IF
           SET WS-QT-IDX UP BY 1.

       1200-LOAD-CHANNEL-DEFAULTS.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT BRANCH-REF-FILE
           IF NOT WS-BRANCH-STATUS = '00'
               DISPLAY 'ZCNCBKLG - BRCHREF NOT AVAILABLE ('
                       WS-BRANCH-STATUS
                       ') - HELD APPLICANTS SHOWN UNDER HQ'
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

       1300-READ-PRIOR-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               READ HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-PRIOR-RUN-SWITCH
                       MOVE BKH-RUN-DATE    TO WS-PRIOR-RUN-DATE
                       MOVE BKH-MULTI-QUEUE TO WS-PRIOR-MULTI-QUEUE
                       SET WS-QT-IDX TO 1
                       PERFORM 1350-LOAD-PRIOR-QUEUE
                           WS-MAX-QUEUES TIMES
               END-READ
               CLOSE HISTORY-FILE
           END-IF.

       1350-LOAD-PRIOR-QUEUE.
           MOVE BKH-OPEN (WS-QT-IDX)
               TO WS-QT-PRIOR-OPEN (WS-QT-IDX)
           MOVE BKH-PAST-SLA (WS-QT-IDX)
               TO WS-QT-PRIOR-PAST-SLA (WS-QT-IDX)
           ADD BKH-OPEN (WS-QT-IDX)     TO WS-TOTAL-PRIOR-OPEN
           ADD BKH-PAST-SLA (WS-QT-IDX) TO WS-TOTAL-PRIOR-PAST-SLA
           SET WS-QT-IDX UP BY 1.

      * EVERY QUEUE IS READ IN FULL - WHATEVER IS ON IT IS OPEN.  A
      * QUEUE THAT CANNOT BE OPENED COUNTS AS EMPTY, IS MARKED ON
      * THE REPORT, AND ENDS THE STEP WITH CC 4.
       2000-COLLECT-QUEUE-ITEMS.
           MOVE 1 TO WS-QUEUE-NO
           OPEN INPUT DUP-HOLD-FILE
           MOVE WS-DUPHOLD-STATUS TO WS-QUEUE-STATUS
           PERFORM 2050-CHECK-QUEUE-OPEN
           PERFORM 2100-READ-DUP-HOLD UNTIL WS-INPUT-EOF
           CLOSE DUP-HOLD-FILE
           MOVE 2 TO WS-QUEUE-NO
           OPEN INPUT SCREEN-HOLD-FILE
           MOVE WS-SCRNHOLD-STATUS TO WS-QUEUE-STATUS
           PERFORM 2050-CHECK-QUEUE-OPEN
           PERFORM 2200-READ-SCREEN-HOLD UNTIL WS-INPUT-EOF
           CLOSE SCREEN-HOLD-FILE
           MOVE 3 TO WS-QUEUE-NO
           OPEN INPUT SUSPENSE-FILE
           MOVE WS-SUSPENSE-STATUS TO WS-QUEUE-STATUS
           PERFORM 2050-CHECK-QUEUE-OPEN
           PERFORM 2300-READ-CREDIT-SUSPENSE UNTIL WS-INPUT-EOF
           CLOSE SUSPENSE-FILE
           MOVE 4 TO WS-QUEUE-NO
           OPEN INPUT TRAN-SUSPENSE-FILE
           MOVE WS-TRANSUSP-STATUS TO WS-QUEUE-STATUS
           PERFORM 2050-CHECK-QUEUE-OPEN
           PERFORM 2400-READ-TRAN-SUSPENSE UNTIL WS-INPUT-EOF
           CLOSE TRAN-SUSPENSE-FILE
           MOVE 5 TO WS-QUEUE-NO
           OPEN INPUT CORRECTION-WORK-FILE
           MOVE WS-CORRWORK-STATUS TO WS-QUEUE-STATUS
           PERFORM 2050-CHECK-QUEUE-OPEN
           PERFORM 2500-READ-CORRECTION-WORK UNTIL WS-INPUT-EOF
           CLOSE CORRECTION-WORK-FILE
           MOVE 6 TO WS-QUEUE-NO
           OPEN INPUT REJECT-FILE
           MOVE WS-REJECT-STATUS TO WS-QUEUE-STATUS
           PERFORM 2050-CHECK-QUEUE-OPEN
           PERFORM 2600-READ-REJECT UNTIL WS-INPUT-EOF
           CLOSE REJECT-FILE
           MOVE 7 TO WS-QUEUE-NO
           OPEN INPUT LOCK-FILE
           MOVE WS-LOCK-STATUS TO WS-QUEUE-STATUS
           PERFORM 2050-CHECK-QUEUE-OPEN
           PERFORM 2700-READ-LOCK UNTIL WS-INPUT-EOF
           CLOSE LOCK-FILE.

      * THE CALLER HAS MOVED THE QUEUE'S OPEN STATUS TO
      * WS-QUEUE-STATUS.
       2050-CHECK-QUEUE-OPEN.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           SET WS-QT-IDX TO WS-QUEUE-NO
           IF NOT WS-QUEUE-STATUS = '00'
               DISPLAY 'ZCNCBKLG - ' WS-QT-NAME (WS-QT-IDX)
                       ' NOT AVAILABLE (' WS-QUEUE-STATUS
                       ') - COUNTED AS EMPTY'
               MOVE 'N' TO WS-QT-AVAIL-SW (WS-QT-IDX)
               MOVE 'Y' TO WS-QUEUE-MISSING-SW
               MOVE 'Y' TO WS-INPUT-EOF-SWITCH
           END-IF.

      * A DUPLICATE HOLD IS THE HELD APPLICANT, WHOSE INCOMING
      * CUST-ID IS THE FIRST TEN BYTES OF THE HELD IMAGE.
       2100-READ-DUP-HOLD.
           READ DUP-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-ITEM
                   MOVE DUP-HELD-CUSTOMER (1:10) TO WS-ITEM-CUST-ID
                   MOVE DUP-SOURCE-CHANNEL       TO WS-ITEM-CHANNEL
                   MOVE DUP-DATE-HELD            TO WS-ITEM-SINCE-DATE
                   STRING 'MATCHES CUST-ID ' DUP-MATCHED-CUST-ID
                       DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                   PERFORM 2900-RELEASE-ITEM
           END-READ.

       2200-READ-SCREEN-HOLD.
           READ SCREEN-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-ITEM
                   MOVE SCH-HELD-CUSTOMER (1:10) TO WS-ITEM-CUST-ID
                   MOVE SCH-SOURCE-CHANNEL       TO WS-ITEM-CHANNEL
                   MOVE SCH-DATE-HELD            TO WS-ITEM-SINCE-DATE
                   STRING 'WATCHLIST HIT ' SCH-LIST-SOURCE
                       DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                   PERFORM 2900-RELEASE-ITEM
           END-READ.

       2300-READ-CREDIT-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-ITEM
                   MOVE SUS-CUST-ID        TO WS-ITEM-CUST-ID
                   MOVE SUS-SOURCE-CHANNEL TO WS-ITEM-CHANNEL
                   MOVE SUS-DATE-QUEUED    TO WS-ITEM-SINCE-DATE
                   EVALUATE TRUE
                       WHEN SUS-CREDIT-PENDING
                           MOVE 'CREDIT CHECK PENDING'
                               TO WS-ITEM-DETAIL
                       WHEN SUS-CREDIT-FAILED
                           MOVE 'CREDIT CHECK FAILED'
                               TO WS-ITEM-DETAIL
                       WHEN OTHER
                           MOVE SUS-NOTES TO WS-ITEM-DETAIL
                   END-EVALUATE
                   PERFORM 2900-RELEASE-ITEM
           END-READ.

      * A FUTURE-DATED TRANSACTION IS NOT WORK UNTIL ITS EFFECTIVE
      * DATE (ROLLED TO A BUSINESS DAY, AS ZCNCTREL ROLLS IT) HAS
      * ARRIVED, SO IT IS AGED FROM THAT DATE - ONE STILL IN THE
      * FUTURE IS ZERO DAYS OLD.  ANY AGE MEANS ZCNCTREL HAS NOT
      * RELEASED IT.
       2400-READ-TRAN-SUSPENSE.
           READ TRAN-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-ITEM
                   MOVE SMT-CUST-ID TO WS-ITEM-CUST-ID
                   IF SMT-EFFECTIVE-DATE IS NUMERIC
                       MOVE 'N' TO WS-BDAT-REQUEST
                       MOVE SMT-EFFECTIVE-DATE TO WS-BDAT-DATE-IN
                       CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                             WS-BDAT-DATE-IN
                                             WS-BDAT-DATE-OUT
                                             WS-BDAT-RETURN-CODE
                       END-CALL
                       MOVE WS-BDAT-DATE-OUT TO WS-ITEM-SINCE-DATE
                   END-IF
                   STRING 'TRAN ' SMT-TRAN-CODE
                          ' EFFECTIVE ' SMT-EFFECTIVE-DATE
                          ' BY ' SMT-USER-ID
                       DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                   PERFORM 2900-RELEASE-ITEM
           END-READ.

       2500-READ-CORRECTION-WORK.
           READ CORRECTION-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-ITEM
                   MOVE CWK-CUST-ID     TO WS-ITEM-CUST-ID
                   MOVE CWK-DATE-QUEUED TO WS-ITEM-SINCE-DATE
                   MOVE CWK-REASON      TO WS-ITEM-DETAIL
                   PERFORM 2900-RELEASE-ITEM
           END-READ.

       2600-READ-REJECT.
           READ REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-ITEM
                   MOVE REJ-CUST-ID       TO WS-ITEM-CUST-ID
                   MOVE REJ-DATE-REJECTED TO WS-ITEM-SINCE-DATE
                   STRING REJ-REASON-CODE ' ' REJ-REASON-TEXT
                       DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                   PERFORM 2900-RELEASE-ITEM
           END-READ.

       2700-READ-LOCK.
           READ LOCK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-ITEM
                   MOVE LCK-CUST-ID TO WS-ITEM-CUST-ID
                   MOVE LCK-DATE    TO WS-ITEM-SINCE-DATE
                   STRING 'LOCKED BY ' LCK-USER-ID
                          ' AT ' LCK-TIME
                       DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                   PERFORM 2900-RELEASE-ITEM
           END-READ.

      * AGE, BUCKET, BRANCH, AND SLA FOR ONE ITEM, TALLIED BY QUEUE
      * AND BRANCH AND RELEASED TO THE CUSTOMER SORT.  AN ITEM WITH
      * NO USABLE DATE (A CUSTREJ RECORD FROM BEFORE REJECTS WERE
      * DATED) CANNOT BE AGED AND IS TAKEN AS OVER 10 AND PAST SLA.
       2900-RELEASE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           SET WS-QT-IDX TO WS-QUEUE-NO
           MOVE 'N' TO WS-ITEM-UNDATED-SW
           MOVE ZERO TO WS-ITEM-AGE
           IF WS-ITEM-SINCE-DATE IS NUMERIC
               AND WS-ITEM-SINCE-DATE NOT = ZERO
               MOVE 'D' TO WS-BDAT-REQUEST
               MOVE WS-ITEM-SINCE-DATE TO WS-BDAT-DATE-IN
               CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                     WS-BDAT-DATE-IN
                                     WS-BDAT-DATE-OUT
                                     WS-BDAT-RETURN-CODE
               END-CALL
               IF WS-BDAT-DATE-OUT > WS-MAX-AGE
                   MOVE WS-MAX-AGE TO WS-ITEM-AGE
               ELSE
                   MOVE WS-BDAT-DATE-OUT TO WS-ITEM-AGE
               END-IF
           ELSE
               MOVE 'Y' TO WS-ITEM-UNDATED-SW
               MOVE ZEROS TO WS-ITEM-SINCE-DATE
               MOVE WS-MAX-AGE TO WS-ITEM-AGE
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM-AGE < 3
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-ITEM-AGE < 6
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-ITEM-AGE < 11
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           MOVE 'N' TO WS-ITEM-PAST-SLA-SW
           IF WS-ITEM-AGE > WS-QT-SLA-DAYS (WS-QT-IDX)
               MOVE 'Y' TO WS-ITEM-PAST-SLA-SW
           END-IF
           PERFORM 2950-RESOLVE-BRANCH
           ADD 1 TO WS-QT-BUCKET (WS-QT-IDX, WS-BUCKET-SUB)
           ADD 1 TO WS-TB-BUCKET (WS-BUCKET-SUB)
           ADD 1 TO WS-QT-OPEN (WS-QT-IDX)
           ADD 1 TO WS-TOTAL-OPEN
           PERFORM 2980-FIND-BRANCH
           ADD 1 TO WS-BR-QUEUE-OPEN (WS-BR-IDX, WS-QUEUE-NO)
           ADD 1 TO WS-BR-OPEN (WS-BR-IDX)
           IF WS-ITEM-PAST-SLA
               ADD 1 TO WS-QT-PAST-SLA (WS-QT-IDX)
               ADD 1 TO WS-BR-PAST-SLA (WS-BR-IDX)
               ADD 1 TO WS-ITEMS-PAST-SLA
           END-IF
           MOVE WS-ITEM-CUST-ID     TO SR-CUST-ID
           MOVE WS-QUEUE-NO         TO SR-QUEUE-NO
           MOVE WS-ITEM-BRANCH      TO SR-BRANCH
           MOVE WS-ITEM-SINCE-DATE  TO SR-SINCE-DATE
           MOVE WS-ITEM-AGE         TO SR-AGE-DAYS
           MOVE WS-ITEM-UNDATED-SW  TO SR-UNDATED-SW
           MOVE WS-ITEM-PAST-SLA-SW TO SR-PAST-SLA-SW
           MOVE WS-ITEM-DETAIL      TO SR-DETAIL
           RELEASE SORT-WORK-RECORD.

      * THE CUSTOMER'S OWN BRANCH FROM CUSTBRCH; FOR A HELD
      * APPLICANT NOT YET ON FILE, THE BRANCH INTAKE WOULD ASSIGN
      * FROM ITS CHANNEL; OTHERWISE HEAD OFFICE.
       2950-RESOLVE-BRANCH.
           MOVE SPACES TO WS-ITEM-BRANCH
           IF WS-CUSTBRCH-AVAILABLE
               AND WS-ITEM-CUST-ID NOT = SPACES
               MOVE WS-ITEM-CUST-ID TO CBR-CUST-ID
               READ CUST-BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CBR-BRANCH-CODE TO WS-ITEM-BRANCH
               END-READ
           END-IF
           IF WS-ITEM-BRANCH = SPACES
               MOVE WS-DEFAULT-BRANCH TO WS-ITEM-BRANCH
               IF WS-DEFAULT-COUNT > ZERO
                   AND WS-ITEM-CHANNEL NOT = SPACES
                   SET WS-DF-IDX TO 1
                   SEARCH WS-DEFAULT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DF-CHANNEL (WS-DF-IDX)
                               = WS-ITEM-CHANNEL
                           MOVE WS-DF-BRANCH (WS-DF-IDX)
                               TO WS-ITEM-BRANCH
                   END-SEARCH
               END-IF
           END-IF.

       2980-FIND-BRANCH.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-BRANCH-COUNT > ZERO
               SET WS-BR-IDX TO 1
               SEARCH WS-BRANCH-ENTRY
                   AT END
                       MOVE 'N' TO WS-FOUND-SWITCH
                   WHEN WS-BR-BRANCH (WS-BR-IDX) = WS-ITEM-BRANCH
                       MOVE 'Y' TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-BRANCH-COUNT < WS-MAX-BRANCHES
                   ADD 1 TO WS-BRANCH-COUNT
                   SET WS-BR-IDX TO WS-BRANCH-COUNT
                   INITIALIZE WS-BRANCH-ENTRY (WS-BR-IDX)
                   MOVE WS-ITEM-BRANCH TO WS-BR-BRANCH (WS-BR-IDX)
               ELSE
                   SET WS-BR-IDX TO WS-MAX-BRANCHES
               END-IF
           END-IF.

      * EACH CUSTOMER'S ITEMS ARRIVE TOGETHER IN QUEUE ORDER.  AT
      * THE CUSTOMER BREAK, ITEMS PAST SLA GO TO BKLGWORK FOR THE
      * ESCALATION LIST, AND EVERY ITEM OF A CUSTOMER IN TWO OR
      * MORE QUEUES GOES THERE FOR THE MULTI-QUEUE LIST.
       3000-FIND-MULTI-QUEUE.
           OPEN OUTPUT LIST-WORK-FILE
           PERFORM 3100-RETURN-SORT-RECORD
           PERFORM 3200-PROCESS-CUSTOMER UNTIL WS-SORT-EOF
           CLOSE LIST-WORK-FILE.

       3100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       3200-PROCESS-CUSTOMER.
           MOVE SR-CUST-ID TO WS-GROUP-CUST-ID
           MOVE ZERO TO WS-GROUP-LAST-QUEUE
           MOVE ZERO TO WS-GROUP-QUEUES
           MOVE ZERO TO WS-GROUP-ITEM-COUNT
           PERFORM 3300-HOLD-ITEM
               UNTIL WS-SORT-EOF
                  OR SR-CUST-ID NOT = WS-GROUP-CUST-ID
           MOVE 'N' TO WS-LI-MULTI-QUEUE-SW
           IF WS-GROUP-QUEUES > 1
               MOVE 'Y' TO WS-LI-MULTI-QUEUE-SW
               ADD 1 TO WS-MULTI-QUEUE-CUSTS
           END-IF
           IF WS-GROUP-ITEM-COUNT > ZERO
               SET WS-GI-IDX TO 1
               PERFORM 3400-WRITE-LIST-ITEMS WS-GROUP-ITEM-COUNT TIMES
           END-IF.

       3300-HOLD-ITEM.
           IF SR-QUEUE-NO NOT = WS-GROUP-LAST-QUEUE
               ADD 1 TO WS-GROUP-QUEUES
               MOVE SR-QUEUE-NO TO WS-GROUP-LAST-QUEUE
           END-IF
           IF WS-GROUP-ITEM-COUNT < WS-MAX-GROUP-ITEMS
               ADD 1 TO WS-GROUP-ITEM-COUNT
               SET WS-GI-IDX TO WS-GROUP-ITEM-COUNT
               MOVE SORT-WORK-RECORD TO WS-GI-ITEM (WS-GI-IDX)
           ELSE
               DISPLAY 'ZCNCBKLG - ITEM TABLE FULL, NOT LISTED: '
                       SR-CUST-ID ' QUEUE ' SR-QUEUE-NO
           END-IF
           PERFORM 3100-RETURN-SORT-RECORD.

       3400-WRITE-LIST-ITEMS.
           MOVE WS-GI-ITEM (WS-GI-IDX) TO WS-LI-ITEM
           IF WS-LI-PAST-SLA
               MOVE 'E'             TO WS-LI-SECTION
               MOVE WS-LI-QUEUE-NO  TO WS-LI-SORT-QUEUE
               MOVE WS-LI-AGE-DAYS  TO WS-LI-SORT-AGE
               WRITE LIST-WORK-RECORD FROM WS-LIST-ITEM
           END-IF
           IF WS-LI-MULTI-QUEUE-SW = 'Y'
               MOVE 'M'  TO WS-LI-SECTION
               MOVE ZERO TO WS-LI-SORT-QUEUE
               MOVE ZERO TO WS-LI-SORT-AGE
               WRITE LIST-WORK-RECORD FROM WS-LIST-ITEM
           END-IF
           SET WS-GI-IDX UP BY 1.

      * THE ESCALATION LIST COMES FIRST, THEN THE MULTI-QUEUE LIST,
      * EACH UNDER ITS OWN HEADING EVEN WHEN IT IS EMPTY.
       6000-PRINT-LISTS.
           WRITE BACKLOG-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'ITEMS PAST SLA - ESCALATION:' TO BACKLOG-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-LIST-HEADING
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM 6100-RETURN-LIST-RECORD
           PERFORM 6200-PRINT-LIST-ITEM UNTIL WS-SORT-EOF
           IF WS-ESCALATIONS-LISTED = ZERO
               MOVE '  NONE' TO BACKLOG-REPORT-LINE
               WRITE BACKLOG-REPORT-LINE
           END-IF
           IF NOT WS-MULTI-HEADING-DONE
               PERFORM 6300-PRINT-MULTI-HEADING
               MOVE '  NONE' TO BACKLOG-REPORT-LINE
               WRITE BACKLOG-REPORT-LINE
           END-IF.

       6100-RETURN-LIST-RECORD.
           RETURN LIST-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       6200-PRINT-LIST-ITEM.
           IF LS-SECTION = 'M'
               IF NOT WS-MULTI-HEADING-DONE
                   IF WS-ESCALATIONS-LISTED = ZERO
                       MOVE '  NONE' TO BACKLOG-REPORT-LINE
                       WRITE BACKLOG-REPORT-LINE
                   END-IF
                   PERFORM 6300-PRINT-MULTI-HEADING
               END-IF
               IF LS-CUST-ID NOT = WS-LAST-LIST-CUST-ID
                   AND WS-MULTI-ITEMS-LISTED > ZERO
                   WRITE BACKLOG-REPORT-LINE FROM WS-BLANK-LINE
               END-IF
               MOVE LS-CUST-ID TO WS-LAST-LIST-CUST-ID
               ADD 1 TO WS-MULTI-ITEMS-LISTED
           ELSE
               ADD 1 TO WS-ESCALATIONS-LISTED
           END-IF
           SET WS-QT-IDX TO LS-QUEUE-NO
           MOVE WS-QT-NAME (WS-QT-IDX)     TO WS-LD-QUEUE
           MOVE LS-CUST-ID                 TO WS-LD-CUST-ID
           MOVE LS-BRANCH                  TO WS-LD-BRANCH
           MOVE WS-QT-SLA-DAYS (WS-QT-IDX) TO WS-LD-SLA
           IF LS-UNDATED
               MOVE 'UNDATED' TO WS-LD-SINCE-DATE
               MOVE '  N/A'   TO WS-LD-AGE
           ELSE
               MOVE LS-SINCE-DATE TO WS-LD-SINCE-DATE
               MOVE LS-AGE-DAYS   TO WS-LD-AGE-EDIT
               MOVE WS-LD-AGE-EDIT TO WS-LD-AGE
           END-IF
           MOVE SPACES TO WS-LD-FLAG
           IF LS-SECTION = 'M'
               IF LS-PAST-SLA
                   MOVE 'PAST SLA' TO WS-LD-FLAG
               END-IF
           ELSE
               IF LS-MULTI-QUEUE
                   MOVE 'MULTI-QUEUE' TO WS-LD-FLAG
               END-IF
           END-IF
           MOVE LS-DETAIL TO WS-LD-DETAIL
           WRITE BACKLOG-REPORT-LINE FROM WS-LIST-DETAIL-LINE
           PERFORM 6100-RETURN-LIST-RECORD.

       6300-PRINT-MULTI-HEADING.
           MOVE 'Y' TO WS-MULTI-HEADING-SW
           WRITE BACKLOG-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'CUSTOMERS IN MORE THAN ONE QUEUE:'
               TO BACKLOG-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-LIST-HEADING.

       7000-PRINT-SUMMARY.
           OPEN OUTPUT BACKLOG-REPORT-FILE
           MOVE WS-CYCLE-DATE TO WS-HDR-CYCLE-DATE
           WRITE BACKLOG-REPORT-LINE FROM WS-HEADING-LINE
           IF WS-PRIOR-RUN-ON-FILE
               MOVE WS-PRIOR-RUN-DATE TO WS-TH-PRIOR-DATE
               WRITE BACKLOG-REPORT-LINE FROM WS-TREND-HEADING
           ELSE
               MOVE 'NO PRIOR RUN ON FILE - NO TREND'
                   TO BACKLOG-REPORT-LINE
               WRITE BACKLOG-REPORT-LINE
           END-IF
           WRITE BACKLOG-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'OPEN ITEMS BY QUEUE AND AGE IN BUSINESS DAYS:'
               TO BACKLOG-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-QUEUE-HEADING
           SET WS-QT-IDX TO 1
           PERFORM 7100-PRINT-QUEUE-ROW WS-MAX-QUEUES TIMES
           MOVE SPACES TO WS-QUEUE-DETAIL-LINE
           MOVE 'ALL'  TO WS-QL-QUEUE
           MOVE 1 TO WS-BUCKET-SUB
           PERFORM 7150-EDIT-TOTAL-BUCKET 4 TIMES
           MOVE WS-TOTAL-OPEN     TO WS-QL-OPEN
           MOVE WS-ITEMS-PAST-SLA TO WS-QL-PAST-SLA
           IF WS-PRIOR-RUN-ON-FILE
               MOVE WS-TOTAL-PRIOR-OPEN TO WS-QL-PRIOR-OPEN
               COMPUTE WS-TREND-DELTA =
                   WS-TOTAL-OPEN - WS-TOTAL-PRIOR-OPEN
               MOVE WS-TREND-DELTA TO WS-QL-OPEN-TREND
               MOVE WS-TOTAL-PRIOR-PAST-SLA TO WS-QL-PRIOR-PAST-SLA
               COMPUTE WS-TREND-DELTA =
                   WS-ITEMS-PAST-SLA - WS-TOTAL-PRIOR-PAST-SLA
               MOVE WS-TREND-DELTA TO WS-QL-PAST-SLA-TREND
           END-IF
           WRITE BACKLOG-REPORT-LINE FROM WS-QUEUE-DETAIL-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-MULTI-QUEUE-CUSTS TO WS-MC-COUNT
           MOVE ZERO TO WS-MC-PRIOR
           MOVE ZERO TO WS-MC-TREND
           IF WS-PRIOR-RUN-ON-FILE
               MOVE WS-PRIOR-MULTI-QUEUE TO WS-MC-PRIOR
               COMPUTE WS-TREND-DELTA =
                   WS-MULTI-QUEUE-CUSTS - WS-PRIOR-MULTI-QUEUE
               MOVE WS-TREND-DELTA TO WS-MC-TREND
           END-IF
           WRITE BACKLOG-REPORT-LINE FROM WS-MULTI-COUNT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'OPEN ITEMS BY OWNING BRANCH:' TO BACKLOG-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE
           SET WS-QT-IDX TO 1
           PERFORM 7200-SET-BRANCH-HEADING WS-MAX-QUEUES TIMES
           WRITE BACKLOG-REPORT-LINE FROM WS-BRANCH-HEADING
           IF WS-BRANCH-COUNT > ZERO
               SET WS-BR-IDX TO 1
               PERFORM 7300-PRINT-BRANCH-ROW WS-BRANCH-COUNT TIMES
           END-IF.

      * THE TREND COLUMNS ARE LEFT BLANK WHEN THERE IS NO PRIOR RUN.
       7100-PRINT-QUEUE-ROW.
           MOVE SPACES TO WS-QUEUE-DETAIL-LINE
           MOVE WS-QT-NAME (WS-QT-IDX)     TO WS-QL-QUEUE
           MOVE WS-QT-SLA-DAYS (WS-QT-IDX) TO WS-QL-SLA
           MOVE 1 TO WS-BUCKET-SUB
           PERFORM 7110-EDIT-QUEUE-BUCKET 4 TIMES
           MOVE WS-QT-OPEN (WS-QT-IDX)     TO WS-QL-OPEN
           MOVE WS-QT-PAST-SLA (WS-QT-IDX) TO WS-QL-PAST-SLA
           IF WS-PRIOR-RUN-ON-FILE
               MOVE WS-QT-PRIOR-OPEN (WS-QT-IDX) TO WS-QL-PRIOR-OPEN
               COMPUTE WS-TREND-DELTA =
                   WS-QT-OPEN (WS-QT-IDX)
                   - WS-QT-PRIOR-OPEN (WS-QT-IDX)
               MOVE WS-TREND-DELTA TO WS-QL-OPEN-TREND
               MOVE WS-QT-PRIOR-PAST-SLA (WS-QT-IDX)
                   TO WS-QL-PRIOR-PAST-SLA
               COMPUTE WS-TREND-DELTA =
                   WS-QT-PAST-SLA (WS-QT-IDX)
                   - WS-QT-PRIOR-PAST-SLA (WS-QT-IDX)
               MOVE WS-TREND-DELTA TO WS-QL-PAST-SLA-TREND
           END-IF
           IF NOT WS-QT-AVAILABLE (WS-QT-IDX)
               MOVE 'NOT AVAILABLE' TO WS-QL-NOTE
           END-IF
           WRITE BACKLOG-REPORT-LINE FROM WS-QUEUE-DETAIL-LINE
           SET WS-QT-IDX UP BY 1.

       7110-EDIT-QUEUE-BUCKET.
           MOVE WS-QT-BUCKET (WS-QT-IDX, WS-BUCKET-SUB)
               TO WS-QL-BUCKET-COUNT (WS-BUCKET-SUB)
           ADD 1 TO WS-BUCKET-SUB.

       7150-EDIT-TOTAL-BUCKET.
           MOVE WS-TB-BUCKET (WS-BUCKET-SUB)
               TO WS-QL-BUCKET-COUNT (WS-BUCKET-SUB)
           ADD 1 TO WS-BUCKET-SUB.

       7200-SET-BRANCH-HEADING.
           MOVE SPACES TO WS-BH-QUEUE-NAME (WS-QT-IDX)
           MOVE WS-QT-NAME (WS-QT-IDX)
               TO WS-BH-QUEUE-NAME (WS-QT-IDX) (2:8)
           SET WS-QT-IDX UP BY 1.

       7300-PRINT-BRANCH-ROW.
           MOVE SPACES TO WS-BRANCH-DETAIL-LINE
           MOVE WS-BR-BRANCH (WS-BR-IDX) TO WS-BL-BRANCH
           SET WS-QT-IDX TO 1
           PERFORM 7310-EDIT-BRANCH-QUEUE WS-MAX-QUEUES TIMES
           MOVE WS-BR-OPEN (WS-BR-IDX)     TO WS-BL-OPEN
           MOVE WS-BR-PAST-SLA (WS-BR-IDX) TO WS-BL-PAST-SLA
           WRITE BACKLOG-REPORT-LINE FROM WS-BRANCH-DETAIL-LINE
           SET WS-BR-IDX UP BY 1.

       7310-EDIT-BRANCH-QUEUE.
           MOVE WS-BR-QUEUE-OPEN (WS-BR-IDX, WS-QT-IDX)
               TO WS-BL-QUEUE-OPEN (WS-QT-IDX)
           SET WS-QT-IDX UP BY 1.

      * THIS RUN BECOMES TOMORROW'S PRIOR RUN.
       7500-REWRITE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           MOVE WS-CYCLE-DATE        TO BKH-RUN-DATE
           MOVE WS-MULTI-QUEUE-CUSTS TO BKH-MULTI-QUEUE
           SET WS-QT-IDX TO 1
           PERFORM 7550-SAVE-QUEUE-COUNTS WS-MAX-QUEUES TIMES
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

       7550-SAVE-QUEUE-COUNTS.
           MOVE WS-QT-NAME (WS-QT-IDX)     TO BKH-QUEUE-NAME (WS-QT-IDX)
           MOVE WS-QT-OPEN (WS-QT-IDX)     TO BKH-OPEN (WS-QT-IDX)
           MOVE WS-QT-PAST-SLA (WS-QT-IDX) TO BKH-PAST-SLA (WS-QT-IDX)
           SET WS-QT-IDX UP BY 1.

       9000-TERMINATE.
           IF WS-CUSTBRCH-AVAILABLE
               CLOSE CUST-BRANCH-FILE
           END-IF
           CLOSE BACKLOG-REPORT-FILE
           IF WS-QUEUE-MISSING
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCBKLG - OPEN ITEMS READ       : '
                   WS-ITEMS-READ
           DISPLAY 'ZCNCBKLG - ITEMS PAST SLA        : '
                   WS-ITEMS-PAST-SLA
           DISPLAY 'ZCNCBKLG - MULTI-QUEUE CUSTOMERS : '
                   WS-MULTI-QUEUE-CUSTS.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-ITEMS-READ TO WS-RH-RECORDS-READ
           MOVE WS-ITEMS-READ TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
