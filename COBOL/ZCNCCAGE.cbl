       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCCAGE                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       WEEKLY COMPLAINT CASE AGING REPORT.  LISTS   *
      *       EVERY CASE ON CMPLCASE THAT IS NOT YET       *
      *       RESOLVED, BY CATEGORY AND OLDEST FIRST, WITH *
      *       ITS DAYS OPEN AND THE ACKNOWLEDGE-BY AND     *
      *       RESOLVE-BY DATES SET BY THE CMPLCAT          *
      *       DEADLINES FOR ITS CATEGORY.  A CASE NOT      *
      *       ACKNOWLEDGED BY ITS DEADLINE, OR PAST ITS    *
      *       RESOLUTION DEADLINE, IS FLAGGED OVERDUE; ONE *
      *       DUE FOR RESOLUTION WITHIN SEVEN DAYS IS      *
      *       FLAGGED DUE SOON.  EACH CATEGORY IS TOTALLED *
      *       AND THE REPORT ENDS WITH OVERALL COUNTS ON   *
      *       CAGERPT.                                     *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCCAGE.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-CASE-FILE ASSIGN TO "CMPLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CCS-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK11".

           SELECT AGING-REPORT-FILE  ASSIGN TO "CAGERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-CASE-FILE
           RECORDING MODE IS F.
           COPY CMPLCASE.

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-CATEGORY              PIC X(04).
           05  SR-DAYS-OPEN             PIC 9(05).
           05  SR-CUST-ID               PIC X(10).
           05  SR-CASE-NO               PIC 9(08).
           05  SR-DATE-RECEIVED         PIC 9(08).
           05  SR-STATUS                PIC X(01).
           05  SR-SEVERITY              PIC X(01).
           05  SR-BRANCH-CODE           PIC X(04).
           05  SR-ASSIGNED-USER         PIC X(08).
           05  SR-ACK-DATE              PIC 9(08).
           05  SR-ACK-DUE-DATE          PIC 9(08).
           05  SR-RESOLVE-DUE-DATE      PIC 9(08).

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CASE-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CASE-EOF          VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-MASTER-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-MASTER-AVAILABLE  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CASES-READ            PIC 9(07) VALUE ZERO.
           05  WS-CASES-OPEN            PIC 9(07) VALUE ZERO.
           05  WS-ACK-OVERDUE           PIC 9(07) VALUE ZERO.
           05  WS-RESOLVE-OVERDUE       PIC 9(07) VALUE ZERO.
           05  WS-RESOLVE-DUE-SOON      PIC 9(07) VALUE ZERO.

      * PER-CATEGORY TOTALS, RESET AT EACH CATEGORY BREAK.
       01  WS-CATEGORY-TOTALS.
           05  WS-CAT-OPEN              PIC 9(07) VALUE ZERO.
           05  WS-CAT-ACK-OVERDUE       PIC 9(07) VALUE ZERO.
           05  WS-CAT-RESOLVE-OVERDUE   PIC 9(07) VALUE ZERO.
           05  WS-CAT-RESOLVE-DUE-SOON  PIC 9(07) VALUE ZERO.
       01  WS-PREV-CATEGORY             PIC X(04) VALUE SPACES.

      * BUSINESS-DATE CONTROL - CASES ARE AGED AS AT THE ZCNCBDAT
      * CYCLE DATE.  A CASE DUE WITHIN THE NEXT SEVEN DAYS IS
      * FLAGGED, SINCE IT WILL BE OVERDUE BEFORE NEXT WEEK'S RUN.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-DUE-SOON-DAYS             PIC 9(03) VALUE 7.
       01  WS-CYCLE-INTEGER             PIC 9(08) VALUE ZERO.
       01  WS-RECEIVED-INTEGER          PIC 9(08) VALUE ZERO.
       01  WS-WORK-INTEGER              PIC 9(08) VALUE ZERO.
       01  WS-DAYS-LEFT                 PIC S9(05) VALUE ZERO.

           COPY CMPLCAT.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'COMPLAINT CASE AGING REPORT'.
           05  FILLER                   PIC X(12) VALUE
               'CYCLE DATE: '.
           05  WS-HD-CYCLE-DATE         PIC 9(08).

       01  WS-CATEGORY-HEADING.
           05  FILLER                   PIC X(10) VALUE
               'CATEGORY: '.
           05  WS-CH-CATEGORY           PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CH-DESCRIPTION        PIC X(20).
           05  FILLER                   PIC X(15) VALUE
               '  ACKNOWLEDGE: '.
           05  WS-CH-ACK-DAYS           PIC ZZ9.
           05  FILLER                   PIC X(16) VALUE
               ' DAYS  RESOLVE: '.
           05  WS-CH-RESOLVE-DAYS       PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(10) VALUE 'CASE'.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(17) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(10) VALUE 'RECEIVED'.
           05  FILLER                   PIC X(06) VALUE 'DAYS'.
           05  FILLER                   PIC X(14) VALUE 'STATUS'.
           05  FILLER                   PIC X(04) VALUE 'SV'.
           05  FILLER                   PIC X(06) VALUE 'BRCH'.
           05  FILLER                   PIC X(10) VALUE 'OWNER'.
           05  FILLER                   PIC X(20) VALUE
               'ACKNOWLEDGE BY'.
           05  FILLER                   PIC X(20) VALUE
               'RESOLVE BY'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CASE-NO           PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-LAST-NAME         PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DATE-RECEIVED     PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DAYS-OPEN         PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-STATUS            PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-SEVERITY          PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-DET-BRANCH-CODE       PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-ASSIGNED-USER     PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-ACK-DUE-DATE      PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-ACK-FLAG          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-RESOLVE-DUE-DATE  PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-RESOLVE-FLAG      PIC X(10).

       01  WS-CATEGORY-TOTAL-LINE.
           05  FILLER                   PIC X(14) VALUE
               '  OPEN CASES: '.
           05  WS-CT-OPEN               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(17) VALUE
               '  ACK OVERDUE:   '.
           05  WS-CT-ACK-OVERDUE        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(21) VALUE
               '  RESOLVE OVERDUE:   '.
           05  WS-CT-RESOLVE-OVERDUE    PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(20) VALUE
               '  DUE IN 7 DAYS:    '.
           05  WS-CT-RESOLVE-DUE-SOON   PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(26) VALUE
               'CASES ON FILE:            '.
           05  WS-TOT-READ              PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(26) VALUE
               'OPEN CASES:               '.
           05  WS-TOT-OPEN              PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(26) VALUE
               'NOT ACKNOWLEDGED IN TIME: '.
           05  WS-TOT-ACK-OVERDUE       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(26) VALUE
               'PAST RESOLUTION DEADLINE: '.
           05  WS-TOT-RESOLVE-OVERDUE   PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                   PIC X(26) VALUE
               'RESOLUTION DUE IN 7 DAYS: '.
           05  WS-TOT-RESOLVE-DUE-SOON  PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCCAGE'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CATEGORY
               ON DESCENDING KEY SR-DAYS-OPEN
               ON ASCENDING KEY SR-CUST-ID
               ON ASCENDING KEY SR-CASE-NO
               INPUT PROCEDURE 2000-SELECT-OPEN-CASES
               OUTPUT PROCEDURE 3000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-MASTER-FILE
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           COMPUTE WS-CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
           MOVE WS-CYCLE-DATE TO WS-HD-CYCLE-DATE
           WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE-1
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCCAGE - MASTER NOT AVAILABLE, NAMES '
                       'LEFT BLANK: ' WS-MASTER-STATUS
           END-IF.

      * NO CMPLCASE FILE YET MEANS NO COMPLAINTS - THE REPORT STILL
      * PRINTS WITH ZERO COUNTS.
       2000-SELECT-OPEN-CASES.
           OPEN INPUT COMPLAINT-CASE-FILE
           IF WS-CASE-STATUS = '00'
               PERFORM 2100-READ-CASE
               PERFORM 2200-CHECK-CASE UNTIL WS-CASE-EOF
               CLOSE COMPLAINT-CASE-FILE
           ELSE
               DISPLAY 'ZCNCCAGE - NO CMPLCASE FILE: '
                       WS-CASE-STATUS
           END-IF.

       2100-READ-CASE.
           READ COMPLAINT-CASE-FILE
               AT END
                   MOVE 'Y' TO WS-CASE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CASES-READ
           END-READ.

      * THE DEADLINES RUN IN CALENDAR DAYS FROM THE DATE RECEIVED.
      * A CATEGORY NO LONGER IN CMPLCAT IS AGED ON THE LAST (OTHER)
      * ENTRY'S DEADLINES RATHER THAN DROPPED FROM THE REPORT.
       2200-CHECK-CASE.
           IF CCS-CASE-OUTSTANDING
               SET CMC-IDX TO 1
               SEARCH CMC-ENTRY
                   AT END
                       SET CMC-IDX TO CMPL-CATEGORY-COUNT
                   WHEN CMC-CATEGORY (CMC-IDX) = CCS-CATEGORY
                       CONTINUE
               END-SEARCH
               COMPUTE WS-RECEIVED-INTEGER =
                   FUNCTION INTEGER-OF-DATE (CCS-DATE-RECEIVED)
               MOVE ZERO TO SR-DAYS-OPEN
               IF WS-CYCLE-INTEGER > WS-RECEIVED-INTEGER
                   COMPUTE SR-DAYS-OPEN =
                       WS-CYCLE-INTEGER - WS-RECEIVED-INTEGER
               END-IF
               COMPUTE WS-WORK-INTEGER =
                   WS-RECEIVED-INTEGER + CMC-ACK-DAYS (CMC-IDX)
               COMPUTE SR-ACK-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
               COMPUTE WS-WORK-INTEGER =
                   WS-RECEIVED-INTEGER + CMC-RESOLVE-DAYS (CMC-IDX)
               COMPUTE SR-RESOLVE-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
               MOVE CCS-CATEGORY        TO SR-CATEGORY
               MOVE CCS-CUST-ID         TO SR-CUST-ID
               MOVE CCS-CASE-NO         TO SR-CASE-NO
               MOVE CCS-DATE-RECEIVED   TO SR-DATE-RECEIVED
               MOVE CCS-STATUS          TO SR-STATUS
               MOVE CCS-SEVERITY        TO SR-SEVERITY
               MOVE CCS-BRANCH-CODE     TO SR-BRANCH-CODE
               MOVE CCS-ASSIGNED-USER   TO SR-ASSIGNED-USER
               MOVE CCS-ACK-DATE        TO SR-ACK-DATE
               RELEASE SORT-WORK-RECORD
           END-IF
           PERFORM 2100-READ-CASE.

       3000-PRINT-REPORT.
           PERFORM 3100-RETURN-SORT-RECORD
           PERFORM 3200-WRITE-DETAIL UNTIL WS-SORT-EOF
           IF WS-CASES-OPEN > ZERO
               PERFORM 3400-WRITE-CATEGORY-TOTAL
           END-IF.

       3100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

      * AN UNACKNOWLEDGED CASE PAST ITS ACKNOWLEDGE-BY DATE AND ANY
      * CASE PAST ITS RESOLVE-BY DATE IS OVERDUE; ONE ACKNOWLEDGED
      * AFTER THE DEADLINE SHOWS AS LATE SO THE BREACH STAYS VISIBLE.
       3200-WRITE-DETAIL.
           IF NOT SR-CATEGORY = WS-PREV-CATEGORY
               IF WS-CASES-OPEN > ZERO
                   PERFORM 3400-WRITE-CATEGORY-TOTAL
               END-IF
               PERFORM 3300-WRITE-CATEGORY-HEADING
           END-IF
           ADD 1 TO WS-CASES-OPEN
           ADD 1 TO WS-CAT-OPEN
           MOVE SPACES TO WS-DET-LAST-NAME
           IF WS-MASTER-AVAILABLE
               MOVE SR-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                           TO WS-DET-LAST-NAME
               END-READ
           END-IF
           MOVE SR-CASE-NO          TO WS-DET-CASE-NO
           MOVE SR-CUST-ID          TO WS-DET-CUST-ID
           MOVE SR-DATE-RECEIVED    TO WS-DET-DATE-RECEIVED
           MOVE SR-DAYS-OPEN        TO WS-DET-DAYS-OPEN
           EVALUATE SR-STATUS
               WHEN 'O'
                   MOVE 'OPEN'         TO WS-DET-STATUS
               WHEN 'A'
                   MOVE 'ACKNOWLEDGED' TO WS-DET-STATUS
               WHEN 'E'
                   MOVE 'ESCALATED'    TO WS-DET-STATUS
               WHEN OTHER
                   MOVE SR-STATUS      TO WS-DET-STATUS
           END-EVALUATE
           MOVE SR-SEVERITY         TO WS-DET-SEVERITY
           MOVE SR-BRANCH-CODE      TO WS-DET-BRANCH-CODE
           MOVE SR-ASSIGNED-USER    TO WS-DET-ASSIGNED-USER
           MOVE SR-ACK-DUE-DATE     TO WS-DET-ACK-DUE-DATE
           MOVE SR-RESOLVE-DUE-DATE TO WS-DET-RESOLVE-DUE-DATE
           EVALUATE TRUE
               WHEN SR-ACK-DATE = ZERO
                AND WS-CYCLE-DATE > SR-ACK-DUE-DATE
                   MOVE 'OVERDUE'  TO WS-DET-ACK-FLAG
                   ADD 1 TO WS-ACK-OVERDUE
                   ADD 1 TO WS-CAT-ACK-OVERDUE
               WHEN SR-ACK-DATE = ZERO
                   MOVE 'DUE'      TO WS-DET-ACK-FLAG
               WHEN SR-ACK-DATE > SR-ACK-DUE-DATE
                   MOVE 'MET LATE' TO WS-DET-ACK-FLAG
               WHEN OTHER
                   MOVE 'MET'      TO WS-DET-ACK-FLAG
           END-EVALUATE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (SR-RESOLVE-DUE-DATE)
               - WS-CYCLE-INTEGER
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE 'OVERDUE'  TO WS-DET-RESOLVE-FLAG
                   ADD 1 TO WS-RESOLVE-OVERDUE
                   ADD 1 TO WS-CAT-RESOLVE-OVERDUE
               WHEN WS-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
                   MOVE 'DUE SOON' TO WS-DET-RESOLVE-FLAG
                   ADD 1 TO WS-RESOLVE-DUE-SOON
                   ADD 1 TO WS-CAT-RESOLVE-DUE-SOON
               WHEN OTHER
                   MOVE SPACES     TO WS-DET-RESOLVE-FLAG
           END-EVALUATE
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 3100-RETURN-SORT-RECORD.

       3300-WRITE-CATEGORY-HEADING.
           MOVE SR-CATEGORY TO WS-PREV-CATEGORY
           MOVE SR-CATEGORY TO WS-CH-CATEGORY
           SET CMC-IDX TO 1
           SEARCH CMC-ENTRY
               AT END
                   SET CMC-IDX TO CMPL-CATEGORY-COUNT
                   MOVE 'NOT IN CMPLCAT' TO WS-CH-DESCRIPTION
               WHEN CMC-CATEGORY (CMC-IDX) = SR-CATEGORY
                   MOVE CMC-DESCRIPTION (CMC-IDX)
                       TO WS-CH-DESCRIPTION
           END-SEARCH
           MOVE CMC-ACK-DAYS (CMC-IDX)     TO WS-CH-ACK-DAYS
           MOVE CMC-RESOLVE-DAYS (CMC-IDX) TO WS-CH-RESOLVE-DAYS
           WRITE AGING-REPORT-LINE FROM WS-BLANK-LINE
           WRITE AGING-REPORT-LINE FROM WS-CATEGORY-HEADING
           WRITE AGING-REPORT-LINE FROM WS-COLUMN-HEADING.

       3400-WRITE-CATEGORY-TOTAL.
           MOVE WS-CAT-OPEN             TO WS-CT-OPEN
           MOVE WS-CAT-ACK-OVERDUE      TO WS-CT-ACK-OVERDUE
           MOVE WS-CAT-RESOLVE-OVERDUE  TO WS-CT-RESOLVE-OVERDUE
           MOVE WS-CAT-RESOLVE-DUE-SOON TO WS-CT-RESOLVE-DUE-SOON
           WRITE AGING-REPORT-LINE FROM WS-CATEGORY-TOTAL-LINE
           MOVE ZERO TO WS-CAT-OPEN
           MOVE ZERO TO WS-CAT-ACK-OVERDUE
           MOVE ZERO TO WS-CAT-RESOLVE-OVERDUE
           MOVE ZERO TO WS-CAT-RESOLVE-DUE-SOON.

       9000-TERMINATE.
           WRITE AGING-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-CASES-READ       TO WS-TOT-READ
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-CASES-OPEN       TO WS-TOT-OPEN
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-ACK-OVERDUE      TO WS-TOT-ACK-OVERDUE
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-RESOLVE-OVERDUE  TO WS-TOT-RESOLVE-OVERDUE
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-RESOLVE-DUE-SOON TO WS-TOT-RESOLVE-DUE-SOON
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE-5
           IF WS-MASTER-AVAILABLE
               CLOSE CUST-MASTER-FILE
           END-IF
           CLOSE AGING-REPORT-FILE
           DISPLAY 'ZCNCCAGE - CASES READ      : ' WS-CASES-READ
           DISPLAY 'ZCNCCAGE - OPEN CASES      : ' WS-CASES-OPEN
           DISPLAY 'ZCNCCAGE - ACK OVERDUE     : ' WS-ACK-OVERDUE
           DISPLAY 'ZCNCCAGE - RESOLVE OVERDUE : '
                   WS-RESOLVE-OVERDUE.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-CASES-READ TO WS-RH-RECORDS-READ
           MOVE WS-CASES-OPEN TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
