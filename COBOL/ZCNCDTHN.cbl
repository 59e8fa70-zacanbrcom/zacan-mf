       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCDTHN                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       DEATH-NOTIFICATION FEED.  READS THE DTHNOTE  *
      *       FILE - THE DEATH-NOTIFICATION VENDOR'S       *
      *       RECORDS AND THE BRANCHES' OWN CUST-ID-KEYED  *
      *       NOTICES - AND MATCHES EACH AGAINST THE       *
      *       MASTER ON NAME AND LOCATION THROUGH THE      *
      *       CUSTXREF BROWSE ZCNCMOVE USES (A BRANCH      *
      *       NOTICE IS PROVED AGAINST THE FILED LAST      *
      *       NAME).  EXACTLY ONE FULL NAME-AND-LOCATION   *
      *       MATCH IS A CONFIRMED DEATH: THE CUSTOMER IS  *
      *       RECORDED ON THE DECEASED SATELLITE WITH THE  *
      *       DATE OF DEATH, AN ESTATE CASE IS OPENED,     *
      *       CUST-INACTIVE-FLAG IS SET, AND BOTH ARE      *
      *       AUDITED AND NOTED.  FROM THAT POINT EVERY    *
      *       OUTBOUND STEP SUPPRESSES THE CUSTOMER.  A    *
      *       PROBABLE MATCH (SEVERAL CANDIDATES, OR       *
      *       AGREEMENT ON PART OF THE NAME OR LOCATION    *
      *       ONLY) IS QUEUED ON DECEASED FOR ZCNCDREV     *
      *       REVIEW AND CHANGES NOTHING ELSE.  THE        *
      *       DTHNRPT REPORT LISTS EVERY NOTICE AND WHAT   *
      *       BECAME OF IT.                                *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCDTHN.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEATH-NOTICE-FILE  ASSIGN TO "DTHNOTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NAME-XREF-FILE     ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT DECEASED-FILE      ASSIGN TO "DECEASED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DECEASED-STATUS.

           SELECT NOTICE-REPORT-FILE ASSIGN TO "DTHNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE LAYOUT FOR BOTH SOURCES.  THE VENDOR FILE CARRIES NAME,
      * LOCATION AND (USUALLY) DATE OF BIRTH; A BRANCH NOTICE IS
      * KEYED BY THE BRANCH WITH THE CUST-ID THE FAMILY GAVE THEM.
       FD  DEATH-NOTICE-FILE
           RECORDING MODE IS F.
       01  DEATH-NOTICE-RECORD.
           05  DNF-SOURCE               PIC X(01).
               88  DNF-FROM-VENDOR      VALUE 'V'.
               88  DNF-FROM-BRANCH      VALUE 'B'.
           05  DNF-BRANCH-CODE          PIC X(04).
           05  DNF-CUST-ID              PIC X(10).
           05  DNF-LAST-NAME            PIC X(30).
           05  DNF-FIRST-NAME           PIC X(30).
           05  DNF-CITY                 PIC X(20).
           05  DNF-US-STATE             PIC X(02).
           05  DNF-POSTAL-CODE          PIC X(15).
           05  DNF-DATE-OF-BIRTH        PIC 9(08).
           05  DNF-DATE-OF-DEATH        PIC 9(08).

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  NAME-XREF-FILE
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  DECEASED-FILE
           RECORDING MODE IS F.
           COPY DECEASED.

       FD  NOTICE-REPORT-FILE
           RECORDING MODE IS F.
       01  NOTICE-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-NOTICE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-DECEASED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-BROWSE-DONE-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-BROWSE-DONE       VALUE 'Y'.
           05  WS-FIRST-OK-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-FIRST-NAME-AGREES VALUE 'Y'.
           05  WS-LOCATION-OK-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-LOCATION-AGREES   VALUE 'Y'.
           05  WS-DECEASED-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-DECEASED-FOUND    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-NOTICES-READ          PIC 9(07) VALUE ZERO.
           05  WS-DEATHS-CONFIRMED      PIC 9(07) VALUE ZERO.
           05  WS-PROBABLES-QUEUED      PIC 9(07) VALUE ZERO.
           05  WS-NOTICES-UNMATCHED     PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-RECORDED      PIC 9(07) VALUE ZERO.

      * CANDIDATES FOUND FOR ONE NOTICE.  A STRONG CANDIDATE AGREES
      * ON FULL NAME AND LOCATION; A WEAK ONE ON THE NAME AND STATE
      * ONLY, OR ON LOCATION WHEN THE NOTICE HAS NO FIRST NAME.
       01  WS-CANDIDATE-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-STRONG-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-MAX-CANDIDATES            PIC 9(02) VALUE 10.
       01  WS-CANDIDATE-TABLE.
           05  WS-CANDIDATE-ENTRY       OCCURS 10 TIMES
                                        INDEXED BY WS-CAND-IDX.
               10  WS-CAND-CUST-ID      PIC X(10).
               10  WS-CAND-STRENGTH     PIC X(01).
                   88  WS-CAND-STRONG   VALUE 'S'.
                   88  WS-CAND-WEAK     VALUE 'W'.
               10  WS-CAND-REASON       PIC X(20).
       01  WS-NEW-STRENGTH              PIC X(01) VALUE SPACES.
       01  WS-MATCH-REASON              PIC X(20) VALUE SPACES.
       01  WS-NOTICE-RESULT             PIC X(24) VALUE SPACES.
       01  WS-RESULT-CUST-ID            PIC X(10) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-AUDIT-SEQ-NO              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE 'ZCNCDTHN'.
       01  WS-AUDIT-USER-ID             PIC X(08) VALUE 'DTHNOTE '.
       01  WS-AUDIT-FIELD-NAME          PIC X(15) VALUE SPACES.
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

       01  WS-NOTE-TEXT                 PIC X(100) VALUE SPACES.
       01  WS-NOTE-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(100) VALUE
           'DEATH NOTIFICATION MATCH REPORT'.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(04) VALUE 'SRC'.
           05  FILLER                   PIC X(32) VALUE 'NAME'.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(10) VALUE 'DIED'.
           05  FILLER                   PIC X(22) VALUE 'MATCH'.
           05  FILLER                   PIC X(20) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-SOURCE            PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-DET-LAST-NAME         PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-FIRST-NAME        PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DATE-OF-DEATH     PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-MATCH-REASON      PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(20).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(26) VALUE
               'DEATHS CONFIRMED:         '.
           05  WS-TOT-CONFIRMED         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(26) VALUE
               'PROBABLES QUEUED:         '.
           05  WS-TOT-PROBABLE          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(26) VALUE
               'NOTICES UNMATCHED:        '.
           05  WS-TOT-UNMATCHED         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(26) VALUE
               'ALREADY RECORDED:         '.
           05  WS-TOT-ALREADY           PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCDTHN'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-NOTICES UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  DEATH-NOTICE-FILE
           OPEN I-O    CUST-MASTER-FILE
           OPEN INPUT  NAME-XREF-FILE
           OPEN I-O    DECEASED-FILE
           IF WS-DECEASED-STATUS = '35'
               OPEN OUTPUT DECEASED-FILE
               CLOSE DECEASED-FILE
               OPEN I-O DECEASED-FILE
           END-IF
           OPEN OUTPUT NOTICE-REPORT-FILE
           WRITE NOTICE-REPORT-LINE FROM WS-HEADING-LINE
           WRITE NOTICE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE NOTICE-REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCDTHN - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-XREF-STATUS = '00'
                   DISPLAY 'ZCNCDTHN - ERROR OPENING XREF FILE: '
                           WS-XREF-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT WS-DECEASED-STATUS = '00'
                       DISPLAY 'ZCNCDTHN - ERROR OPENING DECEASED: '
                               WS-DECEASED-STATUS
                       MOVE 'Y' TO WS-EOF-SWITCH
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 3000-READ-NOTICE
                   END-IF
               END-IF
           END-IF.

      * EXACTLY ONE STRONG CANDIDATE IS A CONFIRMED DEATH AND IS
      * APPLIED.  ANYTHING LESS CERTAIN - SEVERAL STRONG CANDIDATES,
      * OR ONLY WEAK ONES - GOES TO THE ZCNCDREV REVIEW QUEUE AND
      * THE CUSTOMER IS LEFT UNTOUCHED UNTIL A PERSON DECIDES.
       2000-PROCESS-NOTICES.
           ADD 1 TO WS-NOTICES-READ
           MOVE SPACES TO WS-RESULT-CUST-ID
           MOVE SPACES TO WS-MATCH-REASON
           PERFORM 2100-FIND-CANDIDATES
           EVALUATE TRUE
               WHEN WS-CANDIDATE-COUNT = ZERO
                   ADD 1 TO WS-NOTICES-UNMATCHED
                   MOVE 'UNMATCHED' TO WS-NOTICE-RESULT
                   PERFORM 2900-WRITE-NOTICE-DETAIL
               WHEN WS-STRONG-COUNT = 1
                   SET WS-CAND-IDX TO 1
                   SEARCH WS-CANDIDATE-ENTRY
                       WHEN WS-CAND-STRONG (WS-CAND-IDX)
                           PERFORM 2400-CONFIRM-DEATH
                   END-SEARCH
                   PERFORM 2900-WRITE-NOTICE-DETAIL
               WHEN WS-STRONG-COUNT > 1
                   PERFORM 2500-QUEUE-STRONG-CANDIDATE
                       VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CANDIDATE-COUNT
               WHEN OTHER
                   PERFORM 2550-QUEUE-CANDIDATE
                       VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CANDIDATE-COUNT
           END-EVALUATE
           PERFORM 3000-READ-NOTICE.

       2100-FIND-CANDIDATES.
           MOVE ZERO TO WS-CANDIDATE-COUNT
           MOVE ZERO TO WS-STRONG-COUNT
           IF DNF-CUST-ID NOT = SPACES
               PERFORM 2150-CHECK-KEYED-NOTICE
           ELSE
               PERFORM 2200-BROWSE-XREF
           END-IF.

      * A BRANCH NOTICE NAMES THE CUSTOMER OUTRIGHT.  IT IS STILL
      * PROVED AGAINST THE FILED LAST NAME SO A MIS-KEYED ID LANDS
      * IN REVIEW INSTEAD OF MARKING THE WRONG PERSON DEAD.
       2150-CHECK-KEYED-NOTICE.
           MOVE DNF-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DNF-LAST-NAME (1:10) =
                       CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                       MOVE 'S' TO WS-NEW-STRENGTH
                       MOVE 'BRANCH - NAME AGREES' TO WS-MATCH-REASON
                   ELSE
                       MOVE 'W' TO WS-NEW-STRENGTH
                       MOVE 'BRANCH - NAME DIFFERS'
                           TO WS-MATCH-REASON
                   END-IF
                   PERFORM 2350-ADD-CANDIDATE
           END-READ.

      * NAME MATCH THROUGH THE XREF THE WAY ZCNCMOVE DOES IT:
      * POSITION AT THE NOTICE'S LAST NAME AND WALK FORWARD WHILE
      * THE TEN-BYTE NAMES STILL AGREE, PROVING EACH CANDIDATE'S
      * LOCATION ON THE MASTER.
       2200-BROWSE-XREF.
           MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           IF DNF-LAST-NAME NOT = SPACES
               MOVE 'N' TO WS-BROWSE-DONE-SWITCH
               MOVE SPACES TO XRF-XREF-KEY
               MOVE DNF-LAST-NAME TO XRF-LAST-NAME
               START NAME-XREF-FILE KEY IS NOT LESS THAN XRF-XREF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
               END-START
           END-IF
           PERFORM 2250-CHECK-XREF-CANDIDATE UNTIL WS-BROWSE-DONE.

       2250-CHECK-XREF-CANDIDATE.
           READ NAME-XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
               NOT AT END
                   IF XRF-LAST-NAME (1:10) NOT =
                       DNF-LAST-NAME (1:10)
                       MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
                   ELSE
                       MOVE 'N' TO WS-FIRST-OK-SWITCH
                       IF DNF-FIRST-NAME NOT = SPACES
                           AND XRF-FIRST-NAME (1:10) =
                               DNF-FIRST-NAME (1:10)
                           MOVE 'Y' TO WS-FIRST-OK-SWITCH
                       END-IF
                       IF WS-FIRST-NAME-AGREES
                           OR DNF-FIRST-NAME = SPACES
                           PERFORM 2300-PROVE-LOCATION
                       END-IF
                   END-IF
           END-READ.

      * THE POSTAL CODE DECIDES LOCATION WHEN THE NOTICE HAS ONE;
      * OTHERWISE CITY AND STATE MUST BOTH AGREE.
       2300-PROVE-LOCATION.
           MOVE XRF-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-LOCATION-OK-SWITCH
                   IF DNF-POSTAL-CODE NOT = SPACES
                       IF DNF-POSTAL-CODE =
                           POSTAL-CODE OF MASTER-CUSTOMER-REC
                           MOVE 'Y' TO WS-LOCATION-OK-SWITCH
                       END-IF
                   ELSE
                       IF DNF-CITY = CITY OF MASTER-CUSTOMER-REC
                           AND DNF-US-STATE =
                               US-STATE OF MASTER-CUSTOMER-REC
                           MOVE 'Y' TO WS-LOCATION-OK-SWITCH
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-NEW-STRENGTH
                   EVALUATE TRUE
                       WHEN WS-FIRST-NAME-AGREES
                        AND WS-LOCATION-AGREES
                           MOVE 'S' TO WS-NEW-STRENGTH
                           MOVE 'NAME AND LOCATION'
                               TO WS-MATCH-REASON
                       WHEN WS-FIRST-NAME-AGREES
                        AND DNF-US-STATE =
                            US-STATE OF MASTER-CUSTOMER-REC
                           MOVE 'W' TO WS-NEW-STRENGTH
                           MOVE 'NAME AND STATE ONLY'
                               TO WS-MATCH-REASON
                       WHEN WS-LOCATION-AGREES
                           MOVE 'W' TO WS-NEW-STRENGTH
                           MOVE 'NO FIRST NAME'
                               TO WS-MATCH-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-NEW-STRENGTH NOT = SPACES
                       PERFORM 2350-ADD-CANDIDATE
                   END-IF
           END-READ.

      * A NAME COMMON ENOUGH TO OVERFLOW THE TABLE IS REVIEW WORK
      * ANYWAY; THE EXTRA CANDIDATES ARE DROPPED.
       2350-ADD-CANDIDATE.
           IF WS-CANDIDATE-COUNT < WS-MAX-CANDIDATES
               ADD 1 TO WS-CANDIDATE-COUNT
               SET WS-CAND-IDX TO WS-CANDIDATE-COUNT
               MOVE CUST-ID OF MASTER-CUSTOMER-REC
                   TO WS-CAND-CUST-ID (WS-CAND-IDX)
               MOVE WS-NEW-STRENGTH TO WS-CAND-STRENGTH (WS-CAND-IDX)
               MOVE WS-MATCH-REASON TO WS-CAND-REASON (WS-CAND-IDX)
               IF WS-NEW-STRENGTH = 'S'
                   ADD 1 TO WS-STRONG-COUNT
               END-IF
           END-IF.

       2400-CONFIRM-DEATH.
           MOVE WS-CAND-CUST-ID (WS-CAND-IDX) TO WS-RESULT-CUST-ID
           MOVE WS-CAND-REASON (WS-CAND-IDX) TO WS-MATCH-REASON
           PERFORM 2600-READ-DECEASED
           IF WS-DECEASED-FOUND AND DCD-CONFIRMED
               ADD 1 TO WS-ALREADY-RECORDED
               MOVE 'ALREADY RECORDED' TO WS-NOTICE-RESULT
           ELSE
               MOVE DCD-STATUS TO WS-AUDIT-OLD-VALUE
               IF NOT WS-DECEASED-FOUND
                   MOVE 'N' TO WS-AUDIT-OLD-VALUE
               END-IF
               PERFORM 2650-FILL-DECEASED-RECORD
               SET DCD-CONFIRMED TO TRUE
               MOVE WS-CYCLE-DATE TO DCD-CONFIRMED-DATE
               MOVE 'DTHNOTE ' TO DCD-REVIEWER-ID
               SET DCD-ESTATE-OPEN TO TRUE
               MOVE ZERO TO DCD-ESTATE-CLOSED-DATE
               PERFORM 2700-STORE-DECEASED
               MOVE 'DECEASED' TO WS-AUDIT-FIELD-NAME
               STRING 'C DIED ' DELIMITED BY SIZE
                      DCD-DATE-OF-DEATH DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUE
               END-STRING
               PERFORM 2800-WRITE-AUDIT
               PERFORM 2750-SET-INACTIVE
               STRING 'DECEASED - CONFIRMED FROM NOTICE, DIED '
                          DELIMITED BY SIZE
                      DCD-DATE-OF-DEATH DELIMITED BY SIZE
                      ' - ESTATE CASE OPENED' DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               END-STRING
               PERFORM 2850-WRITE-NOTE
               ADD 1 TO WS-DEATHS-CONFIRMED
               MOVE 'CONFIRMED' TO WS-NOTICE-RESULT
           END-IF.

      * SEVERAL CUSTOMERS FIT THE NOTICE EQUALLY WELL - ONLY THE
      * STRONG ONES ARE WORTH A REVIEWER'S TIME.
       2500-QUEUE-STRONG-CANDIDATE.
           IF WS-CAND-STRONG (WS-CAND-IDX)
               MOVE 'MULTIPLE MATCHES' TO WS-CAND-REASON (WS-CAND-IDX)
               PERFORM 2550-QUEUE-CANDIDATE
           END-IF.

      * A PROBABLE MATCH IS QUEUED FOR REVIEW ONLY - NO MASTER
      * CHANGE, NO SUPPRESSION.  A CUSTOMER ALREADY CONFIRMED DEAD
      * IS LEFT AS RECORDED; A PREVIOUSLY REJECTED MATCH REOPENS.
       2550-QUEUE-CANDIDATE.
           MOVE WS-CAND-CUST-ID (WS-CAND-IDX) TO WS-RESULT-CUST-ID
           MOVE WS-CAND-REASON (WS-CAND-IDX) TO WS-MATCH-REASON
           PERFORM 2600-READ-DECEASED
           IF WS-DECEASED-FOUND AND DCD-CONFIRMED
               ADD 1 TO WS-ALREADY-RECORDED
               MOVE 'ALREADY RECORDED' TO WS-NOTICE-RESULT
           ELSE
               PERFORM 2650-FILL-DECEASED-RECORD
               SET DCD-PROBABLE TO TRUE
               MOVE ZERO TO DCD-CONFIRMED-DATE
               MOVE SPACES TO DCD-REVIEWER-ID
               MOVE SPACES TO DCD-ESTATE-STATUS
               MOVE ZERO TO DCD-ESTATE-CLOSED-DATE
               PERFORM 2700-STORE-DECEASED
               ADD 1 TO WS-PROBABLES-QUEUED
               MOVE 'PROBABLE - REVIEW' TO WS-NOTICE-RESULT
           END-IF
           PERFORM 2900-WRITE-NOTICE-DETAIL.

       2600-READ-DECEASED.
           MOVE WS-RESULT-CUST-ID TO DCD-CUST-ID
           MOVE 'N' TO WS-DECEASED-FOUND-SW
           READ DECEASED-FILE
               INVALID KEY
                   MOVE SPACES TO DECEASED-RECORD
                   MOVE WS-RESULT-CUST-ID TO DCD-CUST-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DECEASED-FOUND-SW
           END-READ.

       2650-FILL-DECEASED-RECORD.
           MOVE DNF-DATE-OF-DEATH   TO DCD-DATE-OF-DEATH
           MOVE DNF-DATE-OF-BIRTH   TO DCD-DATE-OF-BIRTH
           MOVE DNF-SOURCE          TO DCD-NOTICE-SOURCE
           MOVE DNF-BRANCH-CODE     TO DCD-NOTICE-BRANCH
           MOVE DNF-LAST-NAME       TO DCD-NOTICE-LAST-NAME
           MOVE DNF-FIRST-NAME      TO DCD-NOTICE-FIRST-NAME
           MOVE WS-MATCH-REASON     TO DCD-MATCH-REASON
           MOVE WS-CYCLE-DATE       TO DCD-NOTIFIED-DATE.

       2700-STORE-DECEASED.
           IF WS-DECEASED-FOUND
               REWRITE DECEASED-RECORD
                   INVALID KEY
                       DISPLAY 'ZCNCDTHN - DECEASED REWRITE FAILED: '
                               DCD-CUST-ID
               END-REWRITE
           ELSE
               WRITE DECEASED-RECORD
                   INVALID KEY
                       DISPLAY 'ZCNCDTHN - DECEASED WRITE FAILED: '
                               DCD-CUST-ID
               END-WRITE
           END-IF.

      * THE INACTIVE FLAG IS SET TOO, SO EVERY STEP THAT ALREADY
      * HONORS IT STOPS AT ONCE.  THE MASTER RECORD WAS READ FOR THE
      * MATCH BUT MAY HAVE MOVED ON SINCE, SO IT IS READ AGAIN.
       2750-SET-INACTIVE.
           MOVE WS-RESULT-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CUST-INACTIVE OF MASTER-CUSTOMER-REC
                       MOVE 'Y' TO CUST-INACTIVE-FLAG
                                   OF MASTER-CUSTOMER-REC
                       REWRITE MASTER-CUSTOMER-REC
                       MOVE 'CUST-INACTIVE' TO WS-AUDIT-FIELD-NAME
                       MOVE 'N' TO WS-AUDIT-OLD-VALUE
                       MOVE 'Y' TO WS-AUDIT-NEW-VALUE
                       PERFORM 2800-WRITE-AUDIT
                   END-IF
           END-READ.

       2800-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           CALL 'ZCNCAUDT' USING WS-RESULT-CUST-ID
                                 WS-AUDIT-SEQ-NO
                                 WS-CURR-DATE
                                 WS-CURR-TIME
                                 WS-AUDIT-PROGRAM-ID
                                 WS-AUDIT-USER-ID
                                 WS-AUDIT-FIELD-NAME
                                 WS-AUDIT-OLD-VALUE
                                 WS-AUDIT-NEW-VALUE
                                 WS-AUDIT-RETURN-CODE
           END-CALL
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
           MOVE SPACES TO WS-AUDIT-NEW-VALUE.

       2850-WRITE-NOTE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'ZCNCNOTA' USING WS-RESULT-CUST-ID
                                 WS-NOTE-TEXT
                                 WS-AUDIT-USER-ID
                                 WS-CURR-DATE
                                 WS-CURR-TIME
                                 WS-NOTE-RETURN-CODE
           END-CALL
           IF WS-NOTE-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCDTHN - DECEASED NOTE NOT WRITTEN FOR: '
                       WS-RESULT-CUST-ID
           END-IF
           MOVE SPACES TO WS-NOTE-TEXT.

       2900-WRITE-NOTICE-DETAIL.
           MOVE DNF-SOURCE          TO WS-DET-SOURCE
           MOVE DNF-LAST-NAME       TO WS-DET-LAST-NAME
           MOVE DNF-FIRST-NAME      TO WS-DET-FIRST-NAME
           MOVE WS-RESULT-CUST-ID   TO WS-DET-CUST-ID
           MOVE DNF-DATE-OF-DEATH   TO WS-DET-DATE-OF-DEATH
           MOVE WS-MATCH-REASON     TO WS-DET-MATCH-REASON
           MOVE WS-NOTICE-RESULT    TO WS-DET-RESULT
           WRITE NOTICE-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-NOTICE.
           READ DEATH-NOTICE-FILE INTO DEATH-NOTICE-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       9000-TERMINATE.
           WRITE NOTICE-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-DEATHS-CONFIRMED  TO WS-TOT-CONFIRMED
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-PROBABLES-QUEUED  TO WS-TOT-PROBABLE
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-NOTICES-UNMATCHED TO WS-TOT-UNMATCHED
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-ALREADY-RECORDED  TO WS-TOT-ALREADY
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE-4
           CLOSE DEATH-NOTICE-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE NAME-XREF-FILE
           CLOSE DECEASED-FILE
           CLOSE NOTICE-REPORT-FILE
           DISPLAY 'ZCNCDTHN - NOTICES READ     : ' WS-NOTICES-READ
           DISPLAY 'ZCNCDTHN - DEATHS CONFIRMED : '
                   WS-DEATHS-CONFIRMED
           DISPLAY 'ZCNCDTHN - PROBABLES QUEUED : '
                   WS-PROBABLES-QUEUED
           DISPLAY 'ZCNCDTHN - UNMATCHED        : '
                   WS-NOTICES-UNMATCHED
           DISPLAY 'ZCNCDTHN - ALREADY RECORDED : '
                   WS-ALREADY-RECORDED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-NOTICES-READ TO WS-RH-RECORDS-READ
           MOVE WS-DEATHS-CONFIRMED TO WS-RH-RECORDS-APPLIED
           MOVE WS-NOTICES-UNMATCHED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
