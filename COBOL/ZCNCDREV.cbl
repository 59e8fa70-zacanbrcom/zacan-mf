       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCDREV                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       DECEASED REVIEW AND ESTATE DISPOSITION.      *
      *       READS THE DESK-KEYED DTHDISP FILE (CUST-ID,  *
      *       ACTION, OPTIONAL DATE OF DEATH, REVIEWER).   *
      *       'C' CONFIRMS A PROBABLE MATCH QUEUED BY      *
      *       ZCNCDTHN - OR A DEATH A BRANCH HAS PROOF OF  *
      *       WITH NO NOTICE AT ALL - EXACTLY AS A         *
      *       CONFIRMED NOTICE WOULD: DECEASED RECORD,     *
      *       ESTATE CASE OPENED, CUST-INACTIVE-FLAG SET.  *
      *       'R' REJECTS A PROBABLE MATCH AND LEAVES THE  *
      *       CUSTOMER UNTOUCHED.  'E' CLOSES THE ESTATE   *
      *       CASE ONCE THE BRANCH HAS FINISHED FOLLOW-UP, *
      *       WHICH RELEASES THE CUSTOMER TO THE ORDINARY  *
      *       ZCNCPURG CYCLE.  EVERY DISPOSITION IS        *
      *       AUDITED AND NOTED, AND ANY THAT IS REFUSED   *
      *       ENDS THE STEP WITH CC 4.                     *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCDREV.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSITION-FILE   ASSIGN TO "DTHDISP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DECEASED-FILE      ASSIGN TO "DECEASED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DECEASED-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "DREVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * DDR-DATE-OF-DEATH MAY CORRECT THE NOTICE'S DATE ON A CONFIRM
      * (ZERO KEEPS IT).  A BRANCH CAN CONFIRM A CUSTOMER THAT NO
      * NOTICE REACHED - THE DEATH CERTIFICATE IS ENOUGH.
       FD  DISPOSITION-FILE
           RECORDING MODE IS F.
       01  DISPOSITION-RECORD.
           05  DDR-CUST-ID              PIC X(10).
           05  DDR-ACTION-CODE          PIC X(01).
               88  DDR-CONFIRM          VALUE 'C'.
               88  DDR-REJECT           VALUE 'R'.
               88  DDR-CLOSE-ESTATE     VALUE 'E'.
           05  DDR-DATE-OF-DEATH        PIC 9(08).
           05  DDR-REVIEWER-ID          PIC X(08).

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  DECEASED-FILE
           RECORDING MODE IS F.
           COPY DECEASED.

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F.
       01  REVIEW-REPORT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-DISP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-DECEASED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DISP-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-DISP-EOF          VALUE 'Y'.
           05  WS-DECEASED-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-DECEASED-FOUND    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DISPOSITIONS-READ     PIC 9(07) VALUE ZERO.
           05  WS-DEATHS-CONFIRMED      PIC 9(07) VALUE ZERO.
           05  WS-MATCHES-REJECTED      PIC 9(07) VALUE ZERO.
           05  WS-ESTATES-CLOSED        PIC 9(07) VALUE ZERO.
           05  WS-DISPOSITIONS-REJECTED PIC 9(07) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-AUDIT-SEQ-NO              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE 'ZCNCDREV'.
       01  WS-AUDIT-USER-ID             PIC X(08) VALUE 'ESTATES '.
       01  WS-AUDIT-FIELD-NAME          PIC X(15) VALUE SPACES.
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

       01  WS-NOTE-TEXT                 PIC X(100) VALUE SPACES.
       01  WS-NOTE-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(90) VALUE
           'DECEASED REVIEW AND ESTATE DISPOSITION REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-ACTION            PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-NOTICE-NAME       PIC X(21).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DATE-OF-DEATH     PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(30).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(24) VALUE
               'DEATHS CONFIRMED:       '.
           05  WS-TOT-CONFIRMED         PIC ZZZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(24) VALUE
               'MATCHES REJECTED:       '.
           05  WS-TOT-MATCH-REJECTED    PIC ZZZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(24) VALUE
               'ESTATES CLOSED:         '.
           05  WS-TOT-CLOSED            PIC ZZZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(24) VALUE
               'DISPOSITIONS REJECTED:  '.
           05  WS-TOT-REJECTED          PIC ZZZZ9.

       01  WS-BLANK-LINE                PIC X(90) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCDREV'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DISPOSITIONS UNTIL WS-DISP-EOF
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  DISPOSITION-FILE
           OPEN I-O    CUST-MASTER-FILE
           OPEN I-O    DECEASED-FILE
           IF WS-DECEASED-STATUS = '35'
               OPEN OUTPUT DECEASED-FILE
               CLOSE DECEASED-FILE
               OPEN I-O DECEASED-FILE
           END-IF
           OPEN OUTPUT REVIEW-REPORT-FILE
           WRITE REVIEW-REPORT-LINE FROM WS-HEADING-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCDREV - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 'Y' TO WS-DISP-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-DECEASED-STATUS = '00'
                   DISPLAY 'ZCNCDREV - ERROR OPENING DECEASED: '
                           WS-DECEASED-STATUS
                   MOVE 'Y' TO WS-DISP-EOF-SWITCH
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-DISP-STATUS = '00'
                       PERFORM 3000-READ-DISPOSITION
                   ELSE
                       MOVE 'Y' TO WS-DISP-EOF-SWITCH
                   END-IF
               END-IF
           END-IF.

      * A CONFIRMED DEATH IS NOT UNDONE HERE - REVERSING ONE IS
      * NOT A KEYING CORRECTION.  AN ESTATE CLOSES ONLY ONCE.
       2000-PROCESS-DISPOSITIONS.
           ADD 1 TO WS-DISPOSITIONS-READ
           MOVE DDR-REVIEWER-ID TO WS-AUDIT-USER-ID
           IF DDR-REVIEWER-ID = SPACES
               MOVE 'ESTATES ' TO WS-AUDIT-USER-ID
           END-IF
           PERFORM 2050-READ-DECEASED
           EVALUATE TRUE
               WHEN DDR-CONFIRM
                   PERFORM 2100-CONFIRM-DEATH
               WHEN DDR-REJECT
                   PERFORM 2200-REJECT-MATCH
               WHEN DDR-CLOSE-ESTATE
                   PERFORM 2300-CLOSE-ESTATE
               WHEN OTHER
                   ADD 1 TO WS-DISPOSITIONS-REJECTED
                   MOVE 'INVALID ACTION CODE' TO WS-DET-RESULT
           END-EVALUATE
           PERFORM 2900-WRITE-REVIEW-DETAIL
           PERFORM 3000-READ-DISPOSITION.

       2050-READ-DECEASED.
           MOVE 'N' TO WS-DECEASED-FOUND-SW
           MOVE DDR-CUST-ID TO DCD-CUST-ID
           READ DECEASED-FILE
               INVALID KEY
                   MOVE SPACES TO DECEASED-RECORD
                   MOVE DDR-CUST-ID TO DCD-CUST-ID
                   MOVE ZERO TO DCD-DATE-OF-DEATH
                                DCD-DATE-OF-BIRTH
                                DCD-NOTIFIED-DATE
                                DCD-CONFIRMED-DATE
                                DCD-ESTATE-CLOSED-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DECEASED-FOUND-SW
           END-READ.

       2100-CONFIRM-DEATH.
           MOVE DDR-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-DISPOSITIONS-REJECTED
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-DET-RESULT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-DECEASED-FOUND AND DCD-CONFIRMED
                           ADD 1 TO WS-DISPOSITIONS-REJECTED
                           MOVE 'DEATH ALREADY CONFIRMED'
                               TO WS-DET-RESULT
                       WHEN DDR-DATE-OF-DEATH = ZERO
                        AND DCD-DATE-OF-DEATH = ZERO
                           ADD 1 TO WS-DISPOSITIONS-REJECTED
                           MOVE 'NO DATE OF DEATH' TO WS-DET-RESULT
                       WHEN OTHER
                           PERFORM 2150-APPLY-CONFIRMATION
                   END-EVALUATE
           END-READ.

       2150-APPLY-CONFIRMATION.
           IF WS-DECEASED-FOUND
               MOVE DCD-STATUS TO WS-AUDIT-OLD-VALUE
           ELSE
               MOVE 'N' TO WS-AUDIT-OLD-VALUE
               SET DCD-FROM-BRANCH TO TRUE
               MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                   TO DCD-NOTICE-LAST-NAME
               MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                   TO DCD-NOTICE-FIRST-NAME
               MOVE 'BRANCH CONFIRMATION' TO DCD-MATCH-REASON
               MOVE WS-CYCLE-DATE TO DCD-NOTIFIED-DATE
           END-IF
           IF DDR-DATE-OF-DEATH NOT = ZERO
               MOVE DDR-DATE-OF-DEATH TO DCD-DATE-OF-DEATH
           END-IF
           SET DCD-CONFIRMED TO TRUE
           MOVE WS-CYCLE-DATE TO DCD-CONFIRMED-DATE
           MOVE WS-AUDIT-USER-ID TO DCD-REVIEWER-ID
           SET DCD-ESTATE-OPEN TO TRUE
           MOVE ZERO TO DCD-ESTATE-CLOSED-DATE
           PERFORM 2700-STORE-DECEASED
           MOVE 'DECEASED' TO WS-AUDIT-FIELD-NAME
           STRING 'C DIED ' DELIMITED BY SIZE
                  DCD-DATE-OF-DEATH DELIMITED BY SIZE
               INTO WS-AUDIT-NEW-VALUE
           END-STRING
           PERFORM 2800-WRITE-AUDIT
           IF NOT CUST-INACTIVE OF MASTER-CUSTOMER-REC
               MOVE 'Y' TO CUST-INACTIVE-FLAG OF MASTER-CUSTOMER-REC
               REWRITE MASTER-CUSTOMER-REC
               MOVE 'CUST-INACTIVE' TO WS-AUDIT-FIELD-NAME
               MOVE 'N' TO WS-AUDIT-OLD-VALUE
               MOVE 'Y' TO WS-AUDIT-NEW-VALUE
               PERFORM 2800-WRITE-AUDIT
           END-IF
           STRING 'DECEASED - CONFIRMED ON REVIEW, DIED '
                      DELIMITED BY SIZE
                  DCD-DATE-OF-DEATH DELIMITED BY SIZE
                  ' - ESTATE CASE OPENED' DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           END-STRING
           PERFORM 2850-WRITE-NOTE
           ADD 1 TO WS-DEATHS-CONFIRMED
           MOVE 'CONFIRMED - ESTATE OPENED' TO WS-DET-RESULT.

       2200-REJECT-MATCH.
           IF NOT WS-DECEASED-FOUND OR NOT DCD-PROBABLE
               ADD 1 TO WS-DISPOSITIONS-REJECTED
               MOVE 'NO PROBABLE MATCH ON FILE' TO WS-DET-RESULT
           ELSE
               MOVE DCD-STATUS TO WS-AUDIT-OLD-VALUE
               SET DCD-REJECTED TO TRUE
               MOVE WS-AUDIT-USER-ID TO DCD-REVIEWER-ID
               PERFORM 2700-STORE-DECEASED
               MOVE 'DECEASED' TO WS-AUDIT-FIELD-NAME
               MOVE DCD-STATUS TO WS-AUDIT-NEW-VALUE
               PERFORM 2800-WRITE-AUDIT
               MOVE 'DEATH NOTICE REVIEWED - NOT THIS CUSTOMER'
                   TO WS-NOTE-TEXT
               PERFORM 2850-WRITE-NOTE
               ADD 1 TO WS-MATCHES-REJECTED
               MOVE 'REJECTED - NOT THIS CUSTOMER' TO WS-DET-RESULT
           END-IF.

      * CLOSING THE ESTATE RELEASES THE CUSTOMER TO THE ORDINARY
      * PURGE CYCLE.  THE DECEASED RECORD ITSELF STAYS, SO OUTBOUND
      * WORK STAYS SUPPRESSED FOR AS LONG AS THE CUSTOMER IS ON FILE.
       2300-CLOSE-ESTATE.
           IF NOT WS-DECEASED-FOUND OR NOT DCD-CONFIRMED
               ADD 1 TO WS-DISPOSITIONS-REJECTED
               MOVE 'NO CONFIRMED DEATH ON FILE' TO WS-DET-RESULT
           ELSE
               IF DCD-ESTATE-CLOSED
                   ADD 1 TO WS-DISPOSITIONS-REJECTED
                   MOVE 'ESTATE ALREADY CLOSED' TO WS-DET-RESULT
               ELSE
                   MOVE DCD-ESTATE-STATUS TO WS-AUDIT-OLD-VALUE
                   SET DCD-ESTATE-CLOSED TO TRUE
                   MOVE WS-CYCLE-DATE TO DCD-ESTATE-CLOSED-DATE
                   PERFORM 2700-STORE-DECEASED
                   MOVE 'ESTATE-CASE' TO WS-AUDIT-FIELD-NAME
                   MOVE DCD-ESTATE-STATUS TO WS-AUDIT-NEW-VALUE
                   PERFORM 2800-WRITE-AUDIT
                   MOVE 'ESTATE CASE CLOSED - FOLLOW-UP COMPLETE'
                       TO WS-NOTE-TEXT
                   PERFORM 2850-WRITE-NOTE
                   ADD 1 TO WS-ESTATES-CLOSED
                   MOVE 'ESTATE CLOSED' TO WS-DET-RESULT
               END-IF
           END-IF.

       2700-STORE-DECEASED.
           IF WS-DECEASED-FOUND
               REWRITE DECEASED-RECORD
                   INVALID KEY
                       DISPLAY 'ZCNCDREV - DECEASED REWRITE FAILED: '
                               DCD-CUST-ID
               END-REWRITE
           ELSE
               WRITE DECEASED-RECORD
                   INVALID KEY
                       DISPLAY 'ZCNCDREV - DECEASED WRITE FAILED: '
                               DCD-CUST-ID
               END-WRITE
               MOVE 'Y' TO WS-DECEASED-FOUND-SW
           END-IF.

       2800-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           CALL 'ZCNCAUDT' USING DDR-CUST-ID
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
           CALL 'ZCNCNOTA' USING DDR-CUST-ID
                                 WS-NOTE-TEXT
                                 WS-AUDIT-USER-ID
                                 WS-CURR-DATE
                                 WS-CURR-TIME
                                 WS-NOTE-RETURN-CODE
           END-CALL
           IF WS-NOTE-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCDREV - DISPOSITION NOTE NOT WRITTEN FOR: '
                       DDR-CUST-ID
           END-IF
           MOVE SPACES TO WS-NOTE-TEXT.

       2900-WRITE-REVIEW-DETAIL.
           MOVE DDR-CUST-ID     TO WS-DET-CUST-ID
           MOVE DDR-ACTION-CODE TO WS-DET-ACTION
           MOVE SPACES TO WS-DET-NOTICE-NAME
           STRING DCD-NOTICE-LAST-NAME  DELIMITED BY '  '
                  ' '                   DELIMITED BY SIZE
                  DCD-NOTICE-FIRST-NAME DELIMITED BY '  '
               INTO WS-DET-NOTICE-NAME
           END-STRING
           MOVE DCD-DATE-OF-DEATH TO WS-DET-DATE-OF-DEATH
           WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-DISPOSITION.
           READ DISPOSITION-FILE INTO DISPOSITION-RECORD
               AT END
                   MOVE 'Y' TO WS-DISP-EOF-SWITCH
           END-READ.

       9000-TERMINATE.
           WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-DEATHS-CONFIRMED      TO WS-TOT-CONFIRMED
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-MATCHES-REJECTED      TO WS-TOT-MATCH-REJECTED
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-ESTATES-CLOSED        TO WS-TOT-CLOSED
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-DISPOSITIONS-REJECTED TO WS-TOT-REJECTED
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE-4
           CLOSE DISPOSITION-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE DECEASED-FILE
           CLOSE REVIEW-REPORT-FILE
           DISPLAY 'ZCNCDREV - DISPOSITIONS READ : '
                   WS-DISPOSITIONS-READ
           DISPLAY 'ZCNCDREV - DEATHS CONFIRMED  : '
                   WS-DEATHS-CONFIRMED
           DISPLAY 'ZCNCDREV - MATCHES REJECTED  : '
                   WS-MATCHES-REJECTED
           DISPLAY 'ZCNCDREV - ESTATES CLOSED    : '
                   WS-ESTATES-CLOSED
           DISPLAY 'ZCNCDREV - REJECTED          : '
                   WS-DISPOSITIONS-REJECTED
           IF WS-DISPOSITIONS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-DISPOSITIONS-READ TO WS-RH-RECORDS-READ
           MOVE WS-DEATHS-CONFIRMED TO WS-RH-RECORDS-APPLIED
           ADD WS-MATCHES-REJECTED TO WS-RH-RECORDS-APPLIED
           ADD WS-ESTATES-CLOSED TO WS-RH-RECORDS-APPLIED
           MOVE WS-DISPOSITIONS-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
