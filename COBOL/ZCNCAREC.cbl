       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCAREC                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       NIGHTLY AUDIT-TRAIL RECONCILIATION.          *
      *       COMPARES TODAY'S CUSTBKP GENERATION WITH     *
      *       YESTERDAY'S FIELD BY FIELD AND LISTS ON      *
      *       ARECDIFF EVERY CUSTOMER ADDED, DELETED OR    *
      *       CHANGED, WITH THE OLD AND NEW VALUES.  EACH  *
      *       DIFFERENCE IS THEN MATCHED TO A CUSTAUDT     *
      *       RECORD FOR THE SAME CUST-ID AND FIELD        *
      *       STAMPED WITHIN THE CYCLE.  A DIFFERENCE NO   *
      *       AUDIT RECORD ACCOUNTS FOR, AND AN AUDIT      *
      *       RECORD CLAIMING A CHANGE THE BACKUPS DO NOT  *
      *       SHOW, GO ON THE ARECEXCP EXCEPTION REPORT    *
      *       AND END THE STEP RC 8, SO THE RUN HISTORY    *
      *       AND ZCNCSTAT SHOW A FAILURE.  THIS IS THE    *
      *       PROOF THAT NOTHING TOUCHES CUSTMAST OUTSIDE  *
      *       THE AUDITED PROGRAMS, AND THAT ZCNCREST CAN  *
      *       RELY ON THE AUDIT TRAIL.                     *
      *                                                    *
      *       THE CYCLE RUNS FROM THE DAY AFTER THE PRIOR  *
      *       BUSINESS DAY THROUGH THE ZCNCBDAT CYCLE DATE *
      *       (SO WEEKEND AND HOLIDAY AUDITS FALL IN THE   *
      *       NEXT BUSINESS DAY'S CYCLE); ARECPARM MAY     *
      *       NAME OTHER FROM/TO DATES FOR A RERUN.        *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCAREC.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-BACKUP-FILE  ASSIGN TO "BKPPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT CURRENT-BACKUP-FILE ASSIGN TO "BKPCURR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

           SELECT AUDIT-FILE         ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AREC-PARM-FILE     ASSIGN TO "ARECPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK10".

           SELECT DIFF-REPORT-FILE   ASSIGN TO "ARECDIFF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIFF-STATUS.

           SELECT EXCP-REPORT-FILE   ASSIGN TO "ARECEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-BACKUP-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==PRIOR-CUSTOMER-REC==.

       FD  CURRENT-BACKUP-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==CURRENT-CUSTOMER-REC==.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  AREC-PARM-FILE
           RECORDING MODE IS F.
       01  AREC-PARM-RECORD.
           05  ARP-FROM-DATE            PIC X(08).
           05  ARP-TO-DATE              PIC X(08).
           05  FILLER                   PIC X(64).

      * BACKUP DIFFERENCES AND CYCLE AUDIT RECORDS MEET HERE, IN
      * CUST-ID / CLASS / FIELD ORDER, WITH THE AUDITS IN THE ORDER
      * THEY WERE WRITTEN.  CLASS 1 IS THE RECORD ITSELF (ADD OR
      * DELETE) AND SORTS AHEAD OF THE FIELD-LEVEL CLASS 2.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-CUST-ID               PIC X(10).
           05  SR-CLASS                 PIC X(01).
               88  SR-EXISTENCE         VALUE '1'.
               88  SR-FIELD-CHANGE      VALUE '2'.
           05  SR-FIELD-NAME            PIC X(15).
           05  SR-TIMESTAMP             PIC 9(14).
           05  SR-AUDIT-SEQ-NO          PIC 9(06).
           05  SR-SOURCE                PIC X(01).
               88  SR-FROM-BACKUP       VALUE 'B'.
               88  SR-FROM-AUDIT        VALUE 'A'.
           05  SR-PROGRAM-ID            PIC X(08).
           05  SR-USER-ID               PIC X(08).
           05  SR-OLD-VALUE             PIC X(100).
           05  SR-NEW-VALUE             PIC X(100).

       FD  DIFF-REPORT-FILE
           RECORDING MODE IS F.
       01  DIFF-REPORT-LINE             PIC X(132).

       FD  EXCP-REPORT-FILE
           RECORDING MODE IS F.
       01  EXCP-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRIOR-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CURRENT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-DIFF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EXCP-STATUS               PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PRIOR-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRIOR-EOF         VALUE 'Y'.
           05  WS-CURRENT-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CURRENT-EOF       VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-AUDIT-EOF         VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-PARM-AVAIL-SW         PIC X(01) VALUE 'N'.
               88  WS-PARM-AVAILABLE    VALUE 'Y'.
           05  WS-PRIOR-DAY-SW          PIC X(01) VALUE 'N'.
               88  WS-PRIOR-DAY-FOUND   VALUE 'Y'.
           05  WS-GROUP-BREAK-SW        PIC X(01) VALUE 'N'.
               88  WS-GROUP-BREAK       VALUE 'Y'.
           05  WS-EXISTENCE-ACTIVITY-SW PIC X(01) VALUE 'N'.
               88  WS-EXISTENCE-ACTIVITY VALUE 'Y'.
           05  WS-CUST-CHANGED-SW       PIC X(01) VALUE 'N'.
               88  WS-CUST-CHANGED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PRIOR-READ            PIC 9(07) VALUE ZERO.
           05  WS-CURRENT-READ          PIC 9(07) VALUE ZERO.
           05  WS-CUSTOMERS-ADDED       PIC 9(07) VALUE ZERO.
           05  WS-CUSTOMERS-DELETED     PIC 9(07) VALUE ZERO.
           05  WS-CUSTOMERS-CHANGED     PIC 9(07) VALUE ZERO.
           05  WS-FIELDS-CHANGED        PIC 9(07) VALUE ZERO.
           05  WS-AUDITS-READ           PIC 9(07) VALUE ZERO.
           05  WS-AUDITS-IN-CYCLE       PIC 9(07) VALUE ZERO.
           05  WS-AUDITS-NOT-MASTER     PIC 9(07) VALUE ZERO.
           05  WS-DIFFS-AUDITED         PIC 9(07) VALUE ZERO.
           05  WS-DIFFS-COVERED         PIC 9(07) VALUE ZERO.
           05  WS-DIFFS-UNAUDITED       PIC 9(07) VALUE ZERO.
           05  WS-AUDITS-UNMATCHED      PIC 9(07) VALUE ZERO.
           05  WS-AUDITS-REVERSED       PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTIONS            PIC 9(07) VALUE ZERO.

       01  WS-PRIOR-KEY                 PIC X(10) VALUE SPACES.
       01  WS-CURRENT-KEY               PIC X(10) VALUE SPACES.

      * BUSINESS-DATE CONTROL - THE AUDIT WINDOW IS BUILT FROM THE
      * ZCNCBDAT CYCLE DATE, STEPPING BACK OVER NON-BUSINESS DAYS
      * ('N' RETURNS A DIFFERENT DATE FOR A WEEKEND OR HOLIDAY).
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-BDAT-DATE-OUT             PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.
       01  WS-WORK-INTEGER              PIC 9(08) VALUE ZERO.
       01  WS-STEP-BACK-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-WINDOW-FROM-DATE          PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-TO-DATE            PIC 9(08) VALUE ZERO.

      * AUDIT FIELD NAME MAPPED ONTO THE DIFFERENCE IT DESCRIBES.
       01  WS-MAP-CLASS                 PIC X(01) VALUE SPACE.
           88  WS-MAP-IGNORE            VALUE 'X'.
       01  WS-MAP-FIELD-NAME            PIC X(15) VALUE SPACES.

      * ONE FIELD DIFFERENCE BEING RELEASED.
       01  WS-DIFF-FIELD-NAME           PIC X(15) VALUE SPACES.
       01  WS-DIFF-OLD-VALUE            PIC X(100) VALUE SPACES.
       01  WS-DIFF-NEW-VALUE            PIC X(100) VALUE SPACES.

      * MATCHING GROUP - ONE CUSTOMER'S ADD/DELETE ACTIVITY, OR ONE
      * FIELD OF ONE CUSTOMER.
       01  WS-GRP-CUST-ID               PIC X(10) VALUE SPACES.
       01  WS-GRP-CLASS                 PIC X(01) VALUE SPACE.
           88  WS-GRP-EXISTENCE         VALUE '1'.
       01  WS-GRP-FIELD-NAME            PIC X(15) VALUE SPACES.
       01  WS-GRP-DIFF-TYPE             PIC X(01) VALUE SPACE.
           88  WS-GRP-NO-DIFF           VALUE SPACE.
           88  WS-GRP-DIFF-ADD          VALUE 'A'.
           88  WS-GRP-DIFF-DELETE       VALUE 'D'.
           88  WS-GRP-DIFF-CHANGE       VALUE 'C'.
       01  WS-GRP-DIFF-OLD              PIC X(100) VALUE SPACES.
       01  WS-GRP-DIFF-NEW              PIC X(100) VALUE SPACES.
       01  WS-GRP-AUDITS                PIC 9(05) VALUE ZERO.
       01  WS-GRP-AUDIT-ADDS            PIC 9(05) VALUE ZERO.
       01  WS-GRP-AUDIT-DELETES         PIC 9(05) VALUE ZERO.
       01  WS-GRP-FIRST-OLD             PIC X(100) VALUE SPACES.
       01  WS-GRP-LAST-NEW              PIC X(100) VALUE SPACES.
       01  WS-GRP-LAST-PROGRAM          PIC X(08) VALUE SPACES.
       01  WS-GRP-LAST-USER             PIC X(08) VALUE SPACES.

       01  WS-DIFF-HEADING-1.
           05  FILLER                   PIC X(44) VALUE
               'CUSTOMER MASTER CHANGES - BACKUP COMPARISON'.
           05  FILLER                   PIC X(15) VALUE
               'AUDIT WINDOW: '.
           05  WS-DH-FROM-DATE          PIC 9(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  WS-DH-TO-DATE            PIC 9(08).

       01  WS-DIFF-HEADING-2.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(10) VALUE 'ACTION'.
           05  FILLER                   PIC X(17) VALUE 'FIELD'.
           05  FILLER                   PIC X(40) VALUE 'OLD VALUE'.
           05  FILLER                   PIC X(40) VALUE 'NEW VALUE'.
           05  FILLER                   PIC X(12) VALUE 'AUDIT'.

       01  WS-DIFF-LINE.
           05  WS-DL-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-ACTION             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-FIELD-NAME         PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-OLD-VALUE          PIC X(38).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-NEW-VALUE          PIC X(38).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-AUDIT-STATUS       PIC X(12).

       01  WS-EXCP-HEADING-1.
           05  FILLER                   PIC X(44) VALUE
               'CUSTOMER MASTER CHANGES - AUDIT EXCEPTIONS'.
           05  FILLER                   PIC X(15) VALUE
               'AUDIT WINDOW: '.
           05  WS-EH-FROM-DATE          PIC 9(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  WS-EH-TO-DATE            PIC 9(08).

       01  WS-EXCP-HEADING-2.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(34) VALUE 'EXCEPTION'.
           05  FILLER                   PIC X(17) VALUE 'FIELD'.
           05  FILLER                   PIC X(26) VALUE 'OLD VALUE'.
           05  FILLER                   PIC X(26) VALUE 'NEW VALUE'.
           05  FILLER                   PIC X(17) VALUE
               'PROGRAM  USER'.

       01  WS-EXCP-LINE.
           05  WS-EL-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EL-EXCEPTION          PIC X(32).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EL-FIELD-NAME         PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EL-OLD-VALUE          PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EL-NEW-VALUE          PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EL-PROGRAM-ID         PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-EL-USER-ID            PIC X(08).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL              PIC X(40).
           05  WS-TL-COUNT              PIC ZZZ,ZZ9.

       01  WS-CERTIFY-PASS-LINE.
           05  FILLER                   PIC X(50) VALUE
               'EVERY MASTER CHANGE IN THE CYCLE IS ACCOUNTED FOR '.
           05  FILLER                   PIC X(50) VALUE
               'ON CUSTAUDT'.
       01  WS-CERTIFY-FAIL-LINE.
           05  FILLER                   PIC X(50) VALUE
               '*** MASTER CHANGES NOT ACCOUNTED FOR ON CUSTAUDT '.
           05  FILLER                   PIC X(50) VALUE
               '- SEE EXCEPTIONS ABOVE ***'.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCAREC'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE < 8
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-CUST-ID
                   ON ASCENDING KEY SR-CLASS
                   ON ASCENDING KEY SR-FIELD-NAME
                   ON ASCENDING KEY SR-TIMESTAMP
                   ON ASCENDING KEY SR-AUDIT-SEQ-NO
                   INPUT PROCEDURE 2000-COLLECT-CHANGES
                   OUTPUT PROCEDURE 3000-MATCH-CHANGES
               PERFORM 8000-WRITE-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  PRIOR-BACKUP-FILE
           OPEN INPUT  CURRENT-BACKUP-FILE
           OPEN INPUT  AREC-PARM-FILE
           OPEN OUTPUT DIFF-REPORT-FILE
           OPEN OUTPUT EXCP-REPORT-FILE
           PERFORM 1100-SET-AUDIT-WINDOW
           IF WS-PARM-STATUS = '00'
               MOVE 'Y' TO WS-PARM-AVAIL-SW
               PERFORM 1200-READ-WINDOW-PARM
           END-IF
           DISPLAY 'ZCNCAREC - AUDIT WINDOW: ' WS-WINDOW-FROM-DATE
                   ' TO ' WS-WINDOW-TO-DATE
           MOVE WS-WINDOW-FROM-DATE TO WS-DH-FROM-DATE
           MOVE WS-WINDOW-TO-DATE   TO WS-DH-TO-DATE
           MOVE WS-WINDOW-FROM-DATE TO WS-EH-FROM-DATE
           MOVE WS-WINDOW-TO-DATE   TO WS-EH-TO-DATE
           WRITE DIFF-REPORT-LINE FROM WS-DIFF-HEADING-1
           WRITE DIFF-REPORT-LINE FROM WS-BLANK-LINE
           WRITE DIFF-REPORT-LINE FROM WS-DIFF-HEADING-2
           WRITE EXCP-REPORT-LINE FROM WS-EXCP-HEADING-1
           WRITE EXCP-REPORT-LINE FROM WS-BLANK-LINE
           WRITE EXCP-REPORT-LINE FROM WS-EXCP-HEADING-2
           IF NOT WS-PRIOR-STATUS = '00'
               DISPLAY 'ZCNCAREC - ERROR OPENING PRIOR BACKUP: '
                       WS-PRIOR-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT WS-CURRENT-STATUS = '00'
               DISPLAY 'ZCNCAREC - ERROR OPENING CURRENT BACKUP: '
                       WS-CURRENT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * WINDOW = DAY AFTER THE PRIOR BUSINESS DAY THROUGH THE CYCLE
      * DATE.  THE STEP-BACK IS CAPPED IN CASE THE CALENDAR IS BAD.
       1100-SET-AUDIT-WINDOW.
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           MOVE WS-CYCLE-DATE TO WS-WINDOW-TO-DATE
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE) - 1
           MOVE 'N' TO WS-PRIOR-DAY-SW
           MOVE ZERO TO WS-STEP-BACK-COUNT
           PERFORM 1110-STEP-BACK-ONE-DAY
               UNTIL WS-PRIOR-DAY-FOUND
                  OR WS-STEP-BACK-COUNT > 14
           COMPUTE WS-WINDOW-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER + 1).

       1110-STEP-BACK-ONE-DAY.
           ADD 1 TO WS-STEP-BACK-COUNT
           COMPUTE WS-BDAT-DATE-IN =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE 'N' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-BDAT-DATE-OUT
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF WS-BDAT-DATE-OUT = WS-BDAT-DATE-IN
               MOVE 'Y' TO WS-PRIOR-DAY-SW
           ELSE
               SUBTRACT 1 FROM WS-WORK-INTEGER
           END-IF.

      * A RERUN FOR AN EARLIER PAIR OF GENERATIONS NAMES ITS OWN
      * WINDOW; A BLANK OR NON-NUMERIC DATE KEEPS THE DEFAULT.
       1200-READ-WINDOW-PARM.
           READ AREC-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ARP-FROM-DATE IS NUMERIC
                       MOVE ARP-FROM-DATE TO WS-WINDOW-FROM-DATE
                   ELSE
                       IF NOT ARP-FROM-DATE = SPACES
                           DISPLAY 'ZCNCAREC - NON-NUMERIC FROM DATE, '
                                   'DEFAULT USED'
                       END-IF
                   END-IF
                   IF ARP-TO-DATE IS NUMERIC
                       MOVE ARP-TO-DATE TO WS-WINDOW-TO-DATE
                   ELSE
                       IF NOT ARP-TO-DATE = SPACES
                           DISPLAY 'ZCNCAREC - NON-NUMERIC TO DATE, '
                                   'DEFAULT USED'
                       END-IF
                   END-IF
           END-READ.

      * INPUT SIDE: BACKUP DIFFERENCES, THEN CYCLE AUDITS.
       2000-COLLECT-CHANGES.
           PERFORM 2010-READ-PRIOR
           PERFORM 2020-READ-CURRENT
           PERFORM 2100-MATCH-BACKUPS
               UNTIL WS-PRIOR-EOF AND WS-CURRENT-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM 2500-READ-AUDIT
               PERFORM 2600-SELECT-AUDIT UNTIL WS-AUDIT-EOF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'ZCNCAREC - NO AUDIT FILE: ' WS-AUDIT-STATUS
           END-IF.

       2010-READ-PRIOR.
           READ PRIOR-BACKUP-FILE
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
               NOT AT END
                   ADD 1 TO WS-PRIOR-READ
                   MOVE CUST-ID OF PRIOR-CUSTOMER-REC TO WS-PRIOR-KEY
           END-READ.

       2020-READ-CURRENT.
           READ CURRENT-BACKUP-FILE
               AT END
                   MOVE 'Y' TO WS-CURRENT-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-CURRENT-KEY
               NOT AT END
                   ADD 1 TO WS-CURRENT-READ
                   MOVE CUST-ID OF CURRENT-CUSTOMER-REC
                       TO WS-CURRENT-KEY
           END-READ.

      * BOTH GENERATIONS ARE ZCNCBKUP UNLOADS IN CUST-ID ORDER.
       2100-MATCH-BACKUPS.
           EVALUATE TRUE
               WHEN WS-PRIOR-KEY < WS-CURRENT-KEY
                   PERFORM 2200-RELEASE-DELETE
                   PERFORM 2010-READ-PRIOR
               WHEN WS-PRIOR-KEY > WS-CURRENT-KEY
                   PERFORM 2300-RELEASE-ADD
                   PERFORM 2020-READ-CURRENT
               WHEN OTHER
                   PERFORM 2400-COMPARE-FIELDS
                   PERFORM 2010-READ-PRIOR
                   PERFORM 2020-READ-CURRENT
           END-EVALUATE.

       2200-RELEASE-DELETE.
           ADD 1 TO WS-CUSTOMERS-DELETED
           MOVE SPACES TO SORT-WORK-RECORD
           MOVE WS-PRIOR-KEY TO SR-CUST-ID
           MOVE '1' TO SR-CLASS
           MOVE 'CUST-DELETE' TO SR-FIELD-NAME
           MOVE ZERO TO SR-TIMESTAMP
           MOVE ZERO TO SR-AUDIT-SEQ-NO
           MOVE 'B' TO SR-SOURCE
           STRING CUST-LAST-NAME OF PRIOR-CUSTOMER-REC
                      DELIMITED BY SPACE
                  ', ' DELIMITED BY SIZE
                  CUST-FIRST-NAME OF PRIOR-CUSTOMER-REC
                      DELIMITED BY SPACE
               INTO SR-OLD-VALUE
           END-STRING
           RELEASE SORT-WORK-RECORD.

       2300-RELEASE-ADD.
           ADD 1 TO WS-CUSTOMERS-ADDED
           MOVE SPACES TO SORT-WORK-RECORD
           MOVE WS-CURRENT-KEY TO SR-CUST-ID
           MOVE '1' TO SR-CLASS
           MOVE 'CUST-ADD' TO SR-FIELD-NAME
           MOVE ZERO TO SR-TIMESTAMP
           MOVE ZERO TO SR-AUDIT-SEQ-NO
           MOVE 'B' TO SR-SOURCE
           STRING CUST-LAST-NAME OF CURRENT-CUSTOMER-REC
                      DELIMITED BY SPACE
                  ', ' DELIMITED BY SIZE
                  CUST-FIRST-NAME OF CURRENT-CUSTOMER-REC
                      DELIMITED BY SPACE
               INTO SR-NEW-VALUE
           END-STRING
           RELEASE SORT-WORK-RECORD.

      * FIELD NAMES ARE THE ONES THE MAINTENANCE PROGRAMS PASS TO
      * ZCNCAUDT, SO A DIFFERENCE AND ITS AUDIT RECORD SORT TOGETHER.
       2400-COMPARE-FIELDS.
           MOVE 'N' TO WS-CUST-CHANGED-SW
           IF NOT CUST-FIRST-NAME OF PRIOR-CUSTOMER-REC =
                  CUST-FIRST-NAME OF CURRENT-CUSTOMER-REC
               MOVE 'CUST-FIRST-NAME' TO WS-DIFF-FIELD-NAME
               MOVE CUST-FIRST-NAME OF PRIOR-CUSTOMER-REC
                   TO WS-DIFF-OLD-VALUE
               MOVE CUST-FIRST-NAME OF CURRENT-CUSTOMER-REC
                   TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF NOT CUST-LAST-NAME OF PRIOR-CUSTOMER-REC =
                  CUST-LAST-NAME OF CURRENT-CUSTOMER-REC
               MOVE 'CUST-LAST-NAME' TO WS-DIFF-FIELD-NAME
               MOVE CUST-LAST-NAME OF PRIOR-CUSTOMER-REC
                   TO WS-DIFF-OLD-VALUE
               MOVE CUST-LAST-NAME OF CURRENT-CUSTOMER-REC
                   TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF NOT CITY OF PRIOR-CUSTOMER-REC =
                  CITY OF CURRENT-CUSTOMER-REC
               MOVE 'CITY' TO WS-DIFF-FIELD-NAME
               MOVE CITY OF PRIOR-CUSTOMER-REC TO WS-DIFF-OLD-VALUE
               MOVE CITY OF CURRENT-CUSTOMER-REC TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF NOT US-STATE OF PRIOR-CUSTOMER-REC =
                  US-STATE OF CURRENT-CUSTOMER-REC
               MOVE 'US-STATE' TO WS-DIFF-FIELD-NAME
               MOVE US-STATE OF PRIOR-CUSTOMER-REC
                   TO WS-DIFF-OLD-VALUE
               MOVE US-STATE OF CURRENT-CUSTOMER-REC
                   TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF NOT COUNTRY-CODE OF PRIOR-CUSTOMER-REC =
                  COUNTRY-CODE OF CURRENT-CUSTOMER-REC
               MOVE 'COUNTRY-CODE' TO WS-DIFF-FIELD-NAME
               MOVE COUNTRY-CODE OF PRIOR-CUSTOMER-REC
                   TO WS-DIFF-OLD-VALUE
               MOVE COUNTRY-CODE OF CURRENT-CUSTOMER-REC
                   TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF NOT POSTAL-CODE OF PRIOR-CUSTOMER-REC =
                  POSTAL-CODE OF CURRENT-CUSTOMER-REC
               MOVE 'POSTAL-CODE' TO WS-DIFF-FIELD-NAME
               MOVE POSTAL-CODE OF PRIOR-CUSTOMER-REC
                   TO WS-DIFF-OLD-VALUE
               MOVE POSTAL-CODE OF CURRENT-CUSTOMER-REC
                   TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF NOT CUST-VIP-FLAG OF PRIOR-CUSTOMER-REC =
                  CUST-VIP-FLAG OF CURRENT-CUSTOMER-REC
               MOVE 'CUST-VIP-FLAG' TO WS-DIFF-FIELD-NAME
               MOVE CUST-VIP-FLAG OF PRIOR-CUSTOMER-REC
                   TO WS-DIFF-OLD-VALUE
               MOVE CUST-VIP-FLAG OF CURRENT-CUSTOMER-REC
                   TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF NOT CUST-DO-NOT-CALL-FLAG OF PRIOR-CUSTOMER-REC =
                  CUST-DO-NOT-CALL-FLAG OF CURRENT-CUSTOMER-REC
               MOVE 'CUST-DNC-FLAG' TO WS-DIFF-FIELD-NAME
               MOVE CUST-DO-NOT-CALL-FLAG OF PRIOR-CUSTOMER-REC
                   TO WS-DIFF-OLD-VALUE
               MOVE CUST-DO-NOT-CALL-FLAG OF CURRENT-CUSTOMER-REC
                   TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF NOT CUST-INACTIVE-FLAG OF PRIOR-CUSTOMER-REC =
                  CUST-INACTIVE-FLAG OF CURRENT-CUSTOMER-REC
               MOVE 'CUST-INACTIVE' TO WS-DIFF-FIELD-NAME
               MOVE CUST-INACTIVE-FLAG OF PRIOR-CUSTOMER-REC
                   TO WS-DIFF-OLD-VALUE
               MOVE CUST-INACTIVE-FLAG OF CURRENT-CUSTOMER-REC
                   TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF NOT CUST-MISS-CALL-FLAG OF PRIOR-CUSTOMER-REC =
                  CUST-MISS-CALL-FLAG OF CURRENT-CUSTOMER-REC
               MOVE 'CUST-MISS-CALL' TO WS-DIFF-FIELD-NAME
               MOVE CUST-MISS-CALL-FLAG OF PRIOR-CUSTOMER-REC
                   TO WS-DIFF-OLD-VALUE
               MOVE CUST-MISS-CALL-FLAG OF CURRENT-CUSTOMER-REC
                   TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF NOT NOTES OF PRIOR-CUSTOMER-REC =
                  NOTES OF CURRENT-CUSTOMER-REC
               MOVE 'NOTES' TO WS-DIFF-FIELD-NAME
               MOVE NOTES OF PRIOR-CUSTOMER-REC TO WS-DIFF-OLD-VALUE
               MOVE NOTES OF CURRENT-CUSTOMER-REC TO WS-DIFF-NEW-VALUE
               PERFORM 2450-RELEASE-FIELD-DIFF
           END-IF
           IF WS-CUST-CHANGED
               ADD 1 TO WS-CUSTOMERS-CHANGED
           END-IF.

       2450-RELEASE-FIELD-DIFF.
           MOVE 'Y' TO WS-CUST-CHANGED-SW
           ADD 1 TO WS-FIELDS-CHANGED
           MOVE SPACES TO SORT-WORK-RECORD
           MOVE WS-CURRENT-KEY TO SR-CUST-ID
           MOVE '2' TO SR-CLASS
           MOVE WS-DIFF-FIELD-NAME TO SR-FIELD-NAME
           MOVE ZERO TO SR-TIMESTAMP
           MOVE ZERO TO SR-AUDIT-SEQ-NO
           MOVE 'B' TO SR-SOURCE
           MOVE WS-DIFF-OLD-VALUE TO SR-OLD-VALUE
           MOVE WS-DIFF-NEW-VALUE TO SR-NEW-VALUE
           RELEASE SORT-WORK-RECORD
           MOVE SPACES TO WS-DIFF-OLD-VALUE
           MOVE SPACES TO WS-DIFF-NEW-VALUE.

       2500-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-AUDITS-READ
           END-READ.

       2600-SELECT-AUDIT.
           IF AUD-DATE NOT < WS-WINDOW-FROM-DATE
              AND AUD-DATE NOT > WS-WINDOW-TO-DATE
               ADD 1 TO WS-AUDITS-IN-CYCLE
               PERFORM 2650-MAP-AUDIT-FIELD
               IF WS-MAP-IGNORE
                   ADD 1 TO WS-AUDITS-NOT-MASTER
               ELSE
                   MOVE SPACES TO SORT-WORK-RECORD
                   MOVE AUD-CUST-ID TO SR-CUST-ID
                   MOVE WS-MAP-CLASS TO SR-CLASS
                   MOVE WS-MAP-FIELD-NAME TO SR-FIELD-NAME
                   MOVE AUD-TIMESTAMP TO SR-TIMESTAMP
                   MOVE AUD-SEQ-NO TO SR-AUDIT-SEQ-NO
                   MOVE 'A' TO SR-SOURCE
                   MOVE AUD-PROGRAM-ID TO SR-PROGRAM-ID
                   MOVE AUD-USER-ID TO SR-USER-ID
                   MOVE AUD-OLD-VALUE TO SR-OLD-VALUE
                   MOVE AUD-NEW-VALUE TO SR-NEW-VALUE
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF
           PERFORM 2500-READ-AUDIT.

      * MERGES, ERASURES AND PURGES ALL TAKE THE RECORD OFF THE
      * MASTER, SO THEY ACCOUNT FOR A DELETE.  AUDIT RECORDS FOR THE
      * SATELLITE FILES (CONSENT, PHONE, BRANCH, ORPHANS AND SO ON)
      * DESCRIBE NO MASTER FIELD AND TAKE NO PART.
       2650-MAP-AUDIT-FIELD.
           MOVE AUD-FIELD-NAME TO WS-MAP-FIELD-NAME
           EVALUATE AUD-FIELD-NAME
               WHEN 'CUST-ADD'
                   MOVE '1' TO WS-MAP-CLASS
               WHEN 'CUST-DELETE'
               WHEN 'CUST-MERGED'
               WHEN 'CUST-ERASED'
                   MOVE '1' TO WS-MAP-CLASS
                   MOVE 'CUST-DELETE' TO WS-MAP-FIELD-NAME
               WHEN 'CUST-FIRST-NAME'
               WHEN 'CUST-LAST-NAME'
               WHEN 'CITY'
               WHEN 'US-STATE'
               WHEN 'COUNTRY-CODE'
               WHEN 'POSTAL-CODE'
               WHEN 'CUST-VIP-FLAG'
               WHEN 'CUST-DNC-FLAG'
               WHEN 'CUST-INACTIVE'
               WHEN 'CUST-MISS-CALL'
               WHEN 'NOTES'
                   MOVE '2' TO WS-MAP-CLASS
               WHEN OTHER
                   MOVE 'X' TO WS-MAP-CLASS
           END-EVALUATE.

      * OUTPUT SIDE: MATCH EACH GROUP AND REPORT.
       3000-MATCH-CHANGES.
           PERFORM 3010-RETURN-SORT-RECORD
           PERFORM 3100-PROCESS-CUSTOMER UNTIL WS-SORT-EOF.

       3010-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       3100-PROCESS-CUSTOMER.
           MOVE SR-CUST-ID TO WS-GRP-CUST-ID
           MOVE 'N' TO WS-EXISTENCE-ACTIVITY-SW
           PERFORM 3200-PROCESS-GROUP
               UNTIL WS-SORT-EOF
                  OR NOT SR-CUST-ID = WS-GRP-CUST-ID.

       3200-PROCESS-GROUP.
           MOVE SR-CLASS TO WS-GRP-CLASS
           MOVE SR-FIELD-NAME TO WS-GRP-FIELD-NAME
           MOVE SPACE TO WS-GRP-DIFF-TYPE
           MOVE SPACES TO WS-GRP-DIFF-OLD WS-GRP-DIFF-NEW
           MOVE SPACES TO WS-GRP-FIRST-OLD WS-GRP-LAST-NEW
           MOVE SPACES TO WS-GRP-LAST-PROGRAM WS-GRP-LAST-USER
           MOVE ZERO TO WS-GRP-AUDITS
           MOVE ZERO TO WS-GRP-AUDIT-ADDS
           MOVE ZERO TO WS-GRP-AUDIT-DELETES
           MOVE 'N' TO WS-GROUP-BREAK-SW
           PERFORM 3300-ACCUMULATE-GROUP UNTIL WS-GROUP-BREAK
           IF WS-GRP-EXISTENCE
               PERFORM 3400-CLOSE-EXISTENCE-GROUP
           ELSE
               PERFORM 3500-CLOSE-FIELD-GROUP
           END-IF.

       3300-ACCUMULATE-GROUP.
           IF SR-FROM-BACKUP
               MOVE SR-OLD-VALUE TO WS-GRP-DIFF-OLD
               MOVE SR-NEW-VALUE TO WS-GRP-DIFF-NEW
               EVALUATE SR-FIELD-NAME
                   WHEN 'CUST-ADD'
                       MOVE 'A' TO WS-GRP-DIFF-TYPE
                   WHEN 'CUST-DELETE'
                       MOVE 'D' TO WS-GRP-DIFF-TYPE
                   WHEN OTHER
                       MOVE 'C' TO WS-GRP-DIFF-TYPE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-GRP-AUDITS
               IF WS-GRP-AUDITS = 1
                   MOVE SR-OLD-VALUE TO WS-GRP-FIRST-OLD
               END-IF
               MOVE SR-NEW-VALUE TO WS-GRP-LAST-NEW
               MOVE SR-PROGRAM-ID TO WS-GRP-LAST-PROGRAM
               MOVE SR-USER-ID TO WS-GRP-LAST-USER
               IF SR-FIELD-NAME = 'CUST-ADD'
                   ADD 1 TO WS-GRP-AUDIT-ADDS
               END-IF
               IF SR-FIELD-NAME = 'CUST-DELETE'
                   ADD 1 TO WS-GRP-AUDIT-DELETES
               END-IF
           END-IF
           PERFORM 3010-RETURN-SORT-RECORD
           IF WS-SORT-EOF
              OR NOT SR-CUST-ID = WS-GRP-CUST-ID
              OR NOT SR-CLASS = WS-GRP-CLASS
               MOVE 'Y' TO WS-GROUP-BREAK-SW
           ELSE
               IF NOT WS-GRP-EXISTENCE
                  AND NOT SR-FIELD-NAME = WS-GRP-FIELD-NAME
                   MOVE 'Y' TO WS-GROUP-BREAK-SW
               END-IF
           END-IF.

      * A CUSTOMER ADDED AND DELETED (OR DELETED AND RESTORED)
      * WITHIN THE CYCLE LEAVES NO DIFFERENCE, AND NEEDS NONE.
       3400-CLOSE-EXISTENCE-GROUP.
           IF WS-GRP-AUDITS > ZERO
               MOVE 'Y' TO WS-EXISTENCE-ACTIVITY-SW
           END-IF
           EVALUATE TRUE
               WHEN WS-GRP-DIFF-ADD
                   MOVE 'ADDED' TO WS-DL-ACTION
                   IF WS-GRP-AUDIT-ADDS > ZERO
                       PERFORM 3600-COUNT-AUDITED
                   ELSE
                       MOVE 'UNAUDITED ADD' TO WS-EL-EXCEPTION
                       PERFORM 3700-COUNT-UNAUDITED
                   END-IF
               WHEN WS-GRP-DIFF-DELETE
                   MOVE 'DELETED' TO WS-DL-ACTION
                   IF WS-GRP-AUDIT-DELETES > ZERO
                       PERFORM 3600-COUNT-AUDITED
                   ELSE
                       MOVE 'UNAUDITED DELETE' TO WS-EL-EXCEPTION
                       PERFORM 3700-COUNT-UNAUDITED
                   END-IF
               WHEN OTHER
                   IF WS-GRP-AUDIT-ADDS = WS-GRP-AUDIT-DELETES
                       ADD WS-GRP-AUDITS TO WS-AUDITS-REVERSED
                   ELSE
                       MOVE 'AUDITED ADD/DELETE NOT ON BACKUP'
                           TO WS-EL-EXCEPTION
                       PERFORM 3800-COUNT-UNMATCHED-AUDIT
                   END-IF
           END-EVALUATE.

      * A NOTES AUDIT RECORD USUALLY DESCRIBES A CUSTNOTE ENTRY, NOT
      * THE MASTER'S OWN NOTES FIELD, SO IT CAN MATCH A NOTES
      * DIFFERENCE BUT IS NEVER AN EXCEPTION ON ITS OWN.  FIELD
      * AUDITS FOR A CUSTOMER ADDED OR DELETED IN THE CYCLE ARE
      * COVERED BY THE ADD/DELETE AUDIT.
       3500-CLOSE-FIELD-GROUP.
           IF WS-GRP-DIFF-CHANGE
               MOVE 'CHANGED' TO WS-DL-ACTION
               EVALUATE TRUE
                   WHEN WS-GRP-AUDITS > ZERO
                       PERFORM 3600-COUNT-AUDITED
                   WHEN WS-EXISTENCE-ACTIVITY
                       ADD 1 TO WS-DIFFS-COVERED
                       MOVE 'COVERED' TO WS-DL-AUDIT-STATUS
                       PERFORM 3900-WRITE-DIFF-LINE
                   WHEN OTHER
                       MOVE 'UNAUDITED CHANGE' TO WS-EL-EXCEPTION
                       PERFORM 3700-COUNT-UNAUDITED
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-GRP-FIELD-NAME = 'NOTES'
                   WHEN WS-EXISTENCE-ACTIVITY
                       CONTINUE
                   WHEN WS-GRP-FIRST-OLD = WS-GRP-LAST-NEW
                       ADD WS-GRP-AUDITS TO WS-AUDITS-REVERSED
                   WHEN OTHER
                       MOVE 'AUDITED CHANGE NOT ON BACKUP'
                           TO WS-EL-EXCEPTION
                       PERFORM 3800-COUNT-UNMATCHED-AUDIT
               END-EVALUATE
           END-IF.

       3600-COUNT-AUDITED.
           ADD 1 TO WS-DIFFS-AUDITED
           MOVE 'AUDITED' TO WS-DL-AUDIT-STATUS
           PERFORM 3900-WRITE-DIFF-LINE.

       3700-COUNT-UNAUDITED.
           ADD 1 TO WS-DIFFS-UNAUDITED
           ADD 1 TO WS-EXCEPTIONS
           MOVE 'NOT AUDITED' TO WS-DL-AUDIT-STATUS
           PERFORM 3900-WRITE-DIFF-LINE
           MOVE WS-GRP-CUST-ID TO WS-EL-CUST-ID
           MOVE WS-GRP-FIELD-NAME TO WS-EL-FIELD-NAME
           MOVE WS-GRP-DIFF-OLD TO WS-EL-OLD-VALUE
           MOVE WS-GRP-DIFF-NEW TO WS-EL-NEW-VALUE
           MOVE SPACES TO WS-EL-PROGRAM-ID
           MOVE SPACES TO WS-EL-USER-ID
           WRITE EXCP-REPORT-LINE FROM WS-EXCP-LINE.

       3800-COUNT-UNMATCHED-AUDIT.
           ADD 1 TO WS-AUDITS-UNMATCHED
           ADD 1 TO WS-EXCEPTIONS
           MOVE WS-GRP-CUST-ID TO WS-EL-CUST-ID
           MOVE WS-GRP-FIELD-NAME TO WS-EL-FIELD-NAME
           MOVE WS-GRP-FIRST-OLD TO WS-EL-OLD-VALUE
           MOVE WS-GRP-LAST-NEW TO WS-EL-NEW-VALUE
           MOVE WS-GRP-LAST-PROGRAM TO WS-EL-PROGRAM-ID
           MOVE WS-GRP-LAST-USER TO WS-EL-USER-ID
           WRITE EXCP-REPORT-LINE FROM WS-EXCP-LINE.

       3900-WRITE-DIFF-LINE.
           MOVE WS-GRP-CUST-ID TO WS-DL-CUST-ID
           MOVE WS-GRP-FIELD-NAME TO WS-DL-FIELD-NAME
           MOVE WS-GRP-DIFF-OLD TO WS-DL-OLD-VALUE
           MOVE WS-GRP-DIFF-NEW TO WS-DL-NEW-VALUE
           WRITE DIFF-REPORT-LINE FROM WS-DIFF-LINE.

       8000-WRITE-TOTALS.
           WRITE DIFF-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'CUSTOMERS ON PRIOR BACKUP:' TO WS-TL-LABEL
           MOVE WS-PRIOR-READ TO WS-TL-COUNT
           WRITE DIFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CUSTOMERS ON CURRENT BACKUP:' TO WS-TL-LABEL
           MOVE WS-CURRENT-READ TO WS-TL-COUNT
           WRITE DIFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CUSTOMERS ADDED:' TO WS-TL-LABEL
           MOVE WS-CUSTOMERS-ADDED TO WS-TL-COUNT
           WRITE DIFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CUSTOMERS DELETED:' TO WS-TL-LABEL
           MOVE WS-CUSTOMERS-DELETED TO WS-TL-COUNT
           WRITE DIFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CUSTOMERS CHANGED:' TO WS-TL-LABEL
           MOVE WS-CUSTOMERS-CHANGED TO WS-TL-COUNT
           WRITE DIFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'FIELDS CHANGED:' TO WS-TL-LABEL
           MOVE WS-FIELDS-CHANGED TO WS-TL-COUNT
           WRITE DIFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DIFFERENCES MATCHED TO AN AUDIT:' TO WS-TL-LABEL
           MOVE WS-DIFFS-AUDITED TO WS-TL-COUNT
           WRITE DIFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DIFFERENCES COVERED BY ADD/DELETE:' TO WS-TL-LABEL
           MOVE WS-DIFFS-COVERED TO WS-TL-COUNT
           WRITE DIFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DIFFERENCES NOT AUDITED:' TO WS-TL-LABEL
           MOVE WS-DIFFS-UNAUDITED TO WS-TL-COUNT
           WRITE DIFF-REPORT-LINE FROM WS-TOTAL-LINE
           WRITE EXCP-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'AUDIT RECORDS READ:' TO WS-TL-LABEL
           MOVE WS-AUDITS-READ TO WS-TL-COUNT
           WRITE EXCP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AUDIT RECORDS IN WINDOW:' TO WS-TL-LABEL
           MOVE WS-AUDITS-IN-CYCLE TO WS-TL-COUNT
           WRITE EXCP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AUDITS FOR OTHER FILES (NOT CHECKED):'
               TO WS-TL-LABEL
           MOVE WS-AUDITS-NOT-MASTER TO WS-TL-COUNT
           WRITE EXCP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AUDITS REVERSED WITHIN THE CYCLE:' TO WS-TL-LABEL
           MOVE WS-AUDITS-REVERSED TO WS-TL-COUNT
           WRITE EXCP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CHANGES WITH NO AUDIT RECORD:' TO WS-TL-LABEL
           MOVE WS-DIFFS-UNAUDITED TO WS-TL-COUNT
           WRITE EXCP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AUDITS NOT SHOWN BY THE BACKUPS:' TO WS-TL-LABEL
           MOVE WS-AUDITS-UNMATCHED TO WS-TL-COUNT
           WRITE EXCP-REPORT-LINE FROM WS-TOTAL-LINE
           WRITE EXCP-REPORT-LINE FROM WS-BLANK-LINE
           IF WS-EXCEPTIONS = ZERO
               WRITE EXCP-REPORT-LINE FROM WS-CERTIFY-PASS-LINE
           ELSE
               WRITE EXCP-REPORT-LINE FROM WS-CERTIFY-FAIL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE PRIOR-BACKUP-FILE
           CLOSE CURRENT-BACKUP-FILE
           CLOSE AREC-PARM-FILE
           CLOSE DIFF-REPORT-FILE
           CLOSE EXCP-REPORT-FILE
           DISPLAY 'ZCNCAREC - CUSTOMERS ADDED    : '
                   WS-CUSTOMERS-ADDED
           DISPLAY 'ZCNCAREC - CUSTOMERS DELETED  : '
                   WS-CUSTOMERS-DELETED
           DISPLAY 'ZCNCAREC - CUSTOMERS CHANGED  : '
                   WS-CUSTOMERS-CHANGED
           DISPLAY 'ZCNCAREC - NOT AUDITED        : '
                   WS-DIFFS-UNAUDITED
           DISPLAY 'ZCNCAREC - AUDITS NOT MATCHED : '
                   WS-AUDITS-UNMATCHED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-CURRENT-READ TO WS-RH-RECORDS-READ
           COMPUTE WS-RH-RECORDS-APPLIED =
               WS-DIFFS-AUDITED + WS-DIFFS-COVERED
           MOVE WS-EXCEPTIONS TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
