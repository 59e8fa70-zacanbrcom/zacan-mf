       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCESTW                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       WEEKLY ESTATE FOLLOW-UP WORKLIST.  LISTS     *
      *       EVERY CONFIRMED DEATH ON THE DECEASED FILE   *
      *       WHOSE ESTATE CASE IS STILL OPEN, GROUPED BY  *
      *       THE CUSTOMER'S SERVICING BRANCH ON CUSTBRCH  *
      *       AND OLDEST FIRST, WITH THE DATE OF DEATH,    *
      *       THE DATE IT WAS CONFIRMED, DAYS OPEN AND     *
      *       WHETHER AN EXECUTOR IS ON THIRDPTY.  A CASE  *
      *       WITH NO EXECUTOR IS FLAGGED FOR THE BRANCH   *
      *       TO OBTAIN ONE.  EACH BRANCH IS TOTALLED AND  *
      *       THE REPORT ENDS WITH OVERALL COUNTS,         *
      *       INCLUDING PROBABLE MATCHES STILL AWAITING    *
      *       REVIEW, ON ESTWRPT.                          *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCESTW.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEASED-FILE      ASSIGN TO "DECEASED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DECEASED-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-BRANCH-FILE   ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CUST-ID
               FILE STATUS IS WS-CUSTBRCH-STATUS.

           SELECT BRANCH-REF-FILE    ASSIGN TO "BRCHREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRC-BRANCH-CODE
               FILE STATUS IS WS-BRCHREF-STATUS.

           SELECT THIRD-PARTY-FILE   ASSIGN TO "THIRDPTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-KEY
               FILE STATUS IS WS-THIRDPTY-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK13".

           SELECT ESTATE-REPORT-FILE ASSIGN TO "ESTWRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECEASED-FILE
           RECORDING MODE IS F.
           COPY DECEASED.

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  CUST-BRANCH-FILE
           RECORDING MODE IS F.
           COPY CUSTBRCH.

       FD  BRANCH-REF-FILE
           RECORDING MODE IS F.
           COPY BRCHREF.

       FD  THIRD-PARTY-FILE
           RECORDING MODE IS F.
           COPY THIRDPTY.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-BRANCH-CODE           PIC X(04).
           05  SR-DAYS-OPEN             PIC 9(05).
           05  SR-CUST-ID               PIC X(10).
           05  SR-DATE-OF-DEATH         PIC 9(08).
           05  SR-CONFIRMED-DATE        PIC 9(08).
           05  SR-NOTICE-SOURCE         PIC X(01).

       FD  ESTATE-REPORT-FILE
           RECORDING MODE IS F.
       01  ESTATE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DECEASED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CUSTBRCH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BRCHREF-STATUS            PIC X(02) VALUE SPACES.
       01  WS-THIRDPTY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DECEASED-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-DECEASED-EOF      VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-MASTER-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-MASTER-AVAILABLE  VALUE 'Y'.
           05  WS-CUSTBRCH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CUSTBRCH-AVAILABLE VALUE 'Y'.
           05  WS-BRCHREF-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-BRCHREF-AVAILABLE VALUE 'Y'.
           05  WS-THIRDPTY-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-THIRDPTY-AVAILABLE VALUE 'Y'.
           05  WS-TPA-SWEEP-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-TPA-SWEEP-DONE    VALUE 'Y'.
           05  WS-EXECUTOR-SW           PIC X(01) VALUE 'N'.
               88  WS-EXECUTOR-ON-FILE  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(07) VALUE ZERO.
           05  WS-ESTATES-OPEN          PIC 9(07) VALUE ZERO.
           05  WS-NO-EXECUTOR           PIC 9(07) VALUE ZERO.
           05  WS-PROBABLES-WAITING     PIC 9(07) VALUE ZERO.
           05  WS-ESTATES-CLOSED        PIC 9(07) VALUE ZERO.

       01  WS-BRANCH-TOTALS.
           05  WS-BR-OPEN               PIC 9(07) VALUE ZERO.
           05  WS-BR-NO-EXECUTOR        PIC 9(07) VALUE ZERO.
       01  WS-PREV-BRANCH               PIC X(04) VALUE SPACES.

      * BUSINESS-DATE CONTROL - AN ESTATE CASE IS AGED FROM THE DAY
      * THE DEATH WAS CONFIRMED TO THE ZCNCBDAT CYCLE DATE.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-CYCLE-INTEGER             PIC 9(08) VALUE ZERO.
       01  WS-CONFIRMED-INTEGER         PIC 9(08) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'ESTATE FOLLOW-UP WORKLIST BY BRANCH'.
           05  FILLER                   PIC X(12) VALUE
               'CYCLE DATE: '.
           05  WS-HD-CYCLE-DATE         PIC 9(08).

       01  WS-BRANCH-HEADING.
           05  FILLER                   PIC X(08) VALUE 'BRANCH: '.
           05  WS-BH-BRANCH-CODE        PIC X(06).
           05  WS-BH-BRANCH-NAME        PIC X(20).

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(23) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(10) VALUE 'DIED'.
           05  FILLER                   PIC X(10) VALUE 'CONFIRMED'.
           05  FILLER                   PIC X(07) VALUE 'DAYS'.
           05  FILLER                   PIC X(08) VALUE 'SOURCE'.
           05  FILLER                   PIC X(20) VALUE 'FOLLOW-UP'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-NAME              PIC X(21).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DATE-OF-DEATH     PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CONFIRMED-DATE    PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DAYS-OPEN         PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-SOURCE            PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-FOLLOW-UP         PIC X(30).

       01  WS-BRANCH-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
               '  OPEN ESTATES:     '.
           05  WS-BT-OPEN               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(26) VALUE
               '    NO EXECUTOR ON FILE: '.
           05  WS-BT-NO-EXECUTOR        PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(34) VALUE
               'OPEN ESTATE CASES:                '.
           05  WS-TOT-OPEN              PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(34) VALUE
               'WITH NO EXECUTOR ON FILE:         '.
           05  WS-TOT-NO-EXECUTOR       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(34) VALUE
               'PROBABLE MATCHES AWAITING REVIEW: '.
           05  WS-TOT-PROBABLE          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(34) VALUE
               'ESTATE CASES CLOSED TO DATE:      '.
           05  WS-TOT-CLOSED            PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCESTW'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-BRANCH-CODE
               ON DESCENDING KEY SR-DAYS-OPEN
               ON ASCENDING KEY SR-CUST-ID
               INPUT PROCEDURE 2000-SELECT-OPEN-ESTATES
               OUTPUT PROCEDURE 3000-PRINT-WORKLIST
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCESTW - MASTER NOT AVAILABLE, NAMES '
                       'LEFT BLANK: ' WS-MASTER-STATUS
           END-IF
           OPEN INPUT  CUST-BRANCH-FILE
           IF WS-CUSTBRCH-STATUS = '00'
               MOVE 'Y' TO WS-CUSTBRCH-AVAIL-SW
           END-IF
           OPEN INPUT  BRANCH-REF-FILE
           IF WS-BRCHREF-STATUS = '00'
               MOVE 'Y' TO WS-BRCHREF-AVAIL-SW
           END-IF
           OPEN INPUT  THIRD-PARTY-FILE
           IF WS-THIRDPTY-STATUS = '00'
               MOVE 'Y' TO WS-THIRDPTY-AVAIL-SW
           END-IF
           OPEN OUTPUT ESTATE-REPORT-FILE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           COMPUTE WS-CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
           MOVE WS-CYCLE-DATE TO WS-HD-CYCLE-DATE
           WRITE ESTATE-REPORT-LINE FROM WS-HEADING-LINE-1.

      * NO DECEASED FILE YET MEANS NO ESTATES - THE WORKLIST STILL
      * PRINTS WITH ZERO COUNTS.
       2000-SELECT-OPEN-ESTATES.
           OPEN INPUT DECEASED-FILE
           IF WS-DECEASED-STATUS = '00'
               PERFORM 2100-READ-DECEASED
               PERFORM 2200-CHECK-DECEASED UNTIL WS-DECEASED-EOF
               CLOSE DECEASED-FILE
           ELSE
               DISPLAY 'ZCNCESTW - NO DECEASED FILE: '
                       WS-DECEASED-STATUS
           END-IF.

       2100-READ-DECEASED.
           READ DECEASED-FILE
               AT END
                   MOVE 'Y' TO WS-DECEASED-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      * THE WORKLIST GOES TO THE CUSTOMER'S SERVICING BRANCH ON
      * CUSTBRCH, WHICHEVER BRANCH HAPPENED TO HEAR OF THE DEATH.
       2200-CHECK-DECEASED.
           EVALUATE TRUE
               WHEN DCD-PROBABLE
                   ADD 1 TO WS-PROBABLES-WAITING
               WHEN DCD-CONFIRMED AND DCD-ESTATE-CLOSED
                   ADD 1 TO WS-ESTATES-CLOSED
               WHEN DCD-CONFIRMED
                   MOVE SPACES TO SR-BRANCH-CODE
                   IF WS-CUSTBRCH-AVAILABLE
                       MOVE DCD-CUST-ID TO CBR-CUST-ID
                       READ CUST-BRANCH-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CBR-BRANCH-CODE TO SR-BRANCH-CODE
                       END-READ
                   END-IF
                   COMPUTE WS-CONFIRMED-INTEGER =
                       FUNCTION INTEGER-OF-DATE (DCD-CONFIRMED-DATE)
                   MOVE ZERO TO SR-DAYS-OPEN
                   IF WS-CYCLE-INTEGER > WS-CONFIRMED-INTEGER
                       COMPUTE SR-DAYS-OPEN =
                           WS-CYCLE-INTEGER - WS-CONFIRMED-INTEGER
                   END-IF
                   MOVE DCD-CUST-ID        TO SR-CUST-ID
                   MOVE DCD-DATE-OF-DEATH  TO SR-DATE-OF-DEATH
                   MOVE DCD-CONFIRMED-DATE TO SR-CONFIRMED-DATE
                   MOVE DCD-NOTICE-SOURCE  TO SR-NOTICE-SOURCE
                   RELEASE SORT-WORK-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-DECEASED.

       3000-PRINT-WORKLIST.
           PERFORM 3100-RETURN-SORT-RECORD
           PERFORM 3200-WRITE-DETAIL UNTIL WS-SORT-EOF
           IF WS-ESTATES-OPEN > ZERO
               PERFORM 3400-WRITE-BRANCH-TOTAL
           END-IF.

       3100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       3200-WRITE-DETAIL.
           IF WS-ESTATES-OPEN = ZERO
               OR NOT SR-BRANCH-CODE = WS-PREV-BRANCH
               IF WS-ESTATES-OPEN > ZERO
                   PERFORM 3400-WRITE-BRANCH-TOTAL
               END-IF
               PERFORM 3300-WRITE-BRANCH-HEADING
           END-IF
           ADD 1 TO WS-ESTATES-OPEN
           ADD 1 TO WS-BR-OPEN
           MOVE SPACES TO WS-DET-NAME
           IF WS-MASTER-AVAILABLE
               MOVE SR-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                                  DELIMITED BY '  '
                              ' '  DELIMITED BY SIZE
                              CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                                  DELIMITED BY '  '
                           INTO WS-DET-NAME
                       END-STRING
               END-READ
           END-IF
           MOVE SR-CUST-ID          TO WS-DET-CUST-ID
           MOVE SR-DATE-OF-DEATH    TO WS-DET-DATE-OF-DEATH
           MOVE SR-CONFIRMED-DATE   TO WS-DET-CONFIRMED-DATE
           MOVE SR-DAYS-OPEN        TO WS-DET-DAYS-OPEN
           IF SR-NOTICE-SOURCE = 'V'
               MOVE 'VENDOR' TO WS-DET-SOURCE
           ELSE
               MOVE 'BRANCH' TO WS-DET-SOURCE
           END-IF
           PERFORM 3500-FIND-EXECUTOR
           IF WS-EXECUTOR-ON-FILE
               MOVE 'EXECUTOR ON FILE' TO WS-DET-FOLLOW-UP
           ELSE
               MOVE 'OBTAIN EXECUTOR / PROBATE' TO WS-DET-FOLLOW-UP
               ADD 1 TO WS-NO-EXECUTOR
               ADD 1 TO WS-BR-NO-EXECUTOR
           END-IF
           WRITE ESTATE-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 3100-RETURN-SORT-RECORD.

      * A CUSTOMER WITH NO SERVICING BRANCH STILL NEEDS FOLLOW-UP,
      * SO THEY ARE GROUPED UNDER (NONE) FOR HEAD OFFICE.
       3300-WRITE-BRANCH-HEADING.
           MOVE SR-BRANCH-CODE TO WS-PREV-BRANCH
           MOVE SPACES TO WS-BH-BRANCH-NAME
           IF SR-BRANCH-CODE = SPACES
               MOVE '(NONE)' TO WS-BH-BRANCH-CODE
           ELSE
               MOVE SR-BRANCH-CODE TO WS-BH-BRANCH-CODE
               IF WS-BRCHREF-AVAILABLE
                   MOVE SR-BRANCH-CODE TO BRC-BRANCH-CODE
                   READ BRANCH-REF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BRC-BRANCH-NAME TO WS-BH-BRANCH-NAME
                   END-READ
               END-IF
           END-IF
           WRITE ESTATE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE ESTATE-REPORT-LINE FROM WS-BRANCH-HEADING
           WRITE ESTATE-REPORT-LINE FROM WS-COLUMN-HEADING.

       3400-WRITE-BRANCH-TOTAL.
           MOVE WS-BR-OPEN         TO WS-BT-OPEN
           MOVE WS-BR-NO-EXECUTOR  TO WS-BT-NO-EXECUTOR
           WRITE ESTATE-REPORT-LINE FROM WS-BRANCH-TOTAL-LINE
           MOVE ZERO TO WS-BR-OPEN
           MOVE ZERO TO WS-BR-NO-EXECUTOR.

      * AN EXECUTOR ENTRY ON THIRDPTY MEANS THE BRANCH HAS SOMEONE
      * TO DEAL WITH; WITHOUT ONE THE FIRST JOB IS TO GET ONE.
       3500-FIND-EXECUTOR.
           MOVE 'N' TO WS-EXECUTOR-SW
           IF WS-THIRDPTY-AVAILABLE
               MOVE 'N' TO WS-TPA-SWEEP-DONE-SW
               MOVE SR-CUST-ID TO TPA-CUST-ID
               MOVE ZERO TO TPA-SEQ-NO
               START THIRD-PARTY-FILE KEY IS NOT LESS THAN TPA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
               END-START
               PERFORM 3510-CHECK-NEXT-THIRD-PARTY
                   UNTIL WS-TPA-SWEEP-DONE
           END-IF.

       3510-CHECK-NEXT-THIRD-PARTY.
           READ THIRD-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
               NOT AT END
                   IF TPA-CUST-ID NOT = SR-CUST-ID
                       MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
                   ELSE
                       IF TPA-EXECUTOR
                           MOVE 'Y' TO WS-EXECUTOR-SW
                           MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
                       END-IF
                   END-IF
           END-READ.

       9000-TERMINATE.
           WRITE ESTATE-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-ESTATES-OPEN      TO WS-TOT-OPEN
           WRITE ESTATE-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-NO-EXECUTOR       TO WS-TOT-NO-EXECUTOR
           WRITE ESTATE-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-PROBABLES-WAITING TO WS-TOT-PROBABLE
           WRITE ESTATE-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-ESTATES-CLOSED    TO WS-TOT-CLOSED
           WRITE ESTATE-REPORT-LINE FROM WS-TOTAL-LINE-4
           IF WS-MASTER-AVAILABLE
               CLOSE CUST-MASTER-FILE
           END-IF
           IF WS-CUSTBRCH-AVAILABLE
               CLOSE CUST-BRANCH-FILE
           END-IF
           IF WS-BRCHREF-AVAILABLE
               CLOSE BRANCH-REF-FILE
           END-IF
           IF WS-THIRDPTY-AVAILABLE
               CLOSE THIRD-PARTY-FILE
           END-IF
           CLOSE ESTATE-REPORT-FILE
           DISPLAY 'ZCNCESTW - RECORDS READ     : ' WS-RECORDS-READ
           DISPLAY 'ZCNCESTW - OPEN ESTATES     : ' WS-ESTATES-OPEN
           DISPLAY 'ZCNCESTW - NO EXECUTOR      : ' WS-NO-EXECUTOR
           DISPLAY 'ZCNCESTW - PROBABLES WAITING: '
                   WS-PROBABLES-WAITING.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-RECORDS-READ TO WS-RH-RECORDS-READ
           MOVE WS-ESTATES-OPEN TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
