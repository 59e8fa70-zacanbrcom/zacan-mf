       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCCREV                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       COMPLIANCE HOLD DISPOSITION FOR EXISTING     *
      *       CUSTOMERS.  READS THE COMPLIANCE-KEYED       *
      *       CMPLDISP FILE (CUST-ID PLUS CLEAR OR         *
      *       CONFIRM) AND APPLIES IT TO THE CMPLHOLD      *
      *       HOLDS RAISED BY THE ZCNCWUPD RETRO-SCREEN.   *
      *       A CLEARED CUSTOMER GOES BACK INTO OUTBOUND   *
      *       WORK; A CONFIRMED MATCH STAYS SUPPRESSED.    *
      *       EACH DISPOSITION IS AUDITED AND NOTED IN THE *
      *       CUSTOMER'S CONTACT HISTORY.  HOLDS WITH NO   *
      *       DISPOSITION SIMPLY STAY OPEN ON CMPLHOLD.    *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCCREV.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSITION-FILE   ASSIGN TO "CMPLDISP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT COMPLIANCE-HOLD-FILE ASSIGN TO "CMPLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMH-CUST-ID
               FILE STATUS IS WS-CMPLHOLD-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "CREVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSITION-FILE
           RECORDING MODE IS F.
       01  DISPOSITION-RECORD.
           05  CDR-CUST-ID              PIC X(10).
           05  CDR-ACTION-CODE          PIC X(01).
               88  CDR-CLEAR            VALUE 'C'.
               88  CDR-CONFIRM          VALUE 'X'.
           05  CDR-REVIEWER-ID          PIC X(08).

       FD  COMPLIANCE-HOLD-FILE
           RECORDING MODE IS F.
           COPY CMPLHOLD.

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F.
       01  REVIEW-REPORT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-DISP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CMPLHOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DISP-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-DISP-EOF          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DISPOSITIONS-READ     PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-CLEARED         PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-CONFIRMED       PIC 9(07) VALUE ZERO.
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
       01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE 'ZCNCCREV'.
       01  WS-AUDIT-USER-ID             PIC X(08) VALUE 'COMPLNCE'.
       01  WS-AUDIT-FIELD-NAME          PIC X(15) VALUE 'COMPL-HOLD'.
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

       01  WS-NOTE-TEXT                 PIC X(100) VALUE SPACES.
       01  WS-NOTE-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(90) VALUE
           'COMPLIANCE HOLD DISPOSITION REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-MATCHED-NAME      PIC X(21).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-LIST-SOURCE       PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DATE-HELD         PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(30).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(24) VALUE
               'HOLDS CLEARED:          '.
           05  WS-TOT-CLEARED           PIC ZZZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(24) VALUE
               'MATCHES CONFIRMED:      '.
           05  WS-TOT-CONFIRMED         PIC ZZZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(24) VALUE
               'DISPOSITIONS REJECTED:  '.
           05  WS-TOT-REJECTED          PIC ZZZZ9.

       01  WS-BLANK-LINE                PIC X(90) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCCREV'.
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
           OPEN I-O    COMPLIANCE-HOLD-FILE
           OPEN OUTPUT REVIEW-REPORT-FILE
           WRITE REVIEW-REPORT-LINE FROM WS-HEADING-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-CMPLHOLD-STATUS = '00'
               DISPLAY 'ZCNCCREV - ERROR OPENING CMPLHOLD: '
                       WS-CMPLHOLD-STATUS
               MOVE 'Y' TO WS-DISP-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DISP-STATUS = '00'
                   PERFORM 3000-READ-DISPOSITION
               ELSE
                   MOVE 'Y' TO WS-DISP-EOF-SWITCH
               END-IF
           END-IF.

      * ONLY AN OPEN HOLD TAKES A DISPOSITION.  ONE ALREADY CLEARED
      * OR CONFIRMED IS LEFT AS RECORDED - REVERSING A CONFIRMED
      * MATCH IS A COMPLIANCE DECISION, NOT A KEYING CORRECTION.
       2000-PROCESS-DISPOSITIONS.
           ADD 1 TO WS-DISPOSITIONS-READ
           MOVE CDR-CUST-ID TO CMH-CUST-ID
           READ COMPLIANCE-HOLD-FILE
               INVALID KEY
                   ADD 1 TO WS-DISPOSITIONS-REJECTED
                   MOVE SPACES TO COMPLIANCE-HOLD-RECORD
                   MOVE ZERO TO CMH-DATE-HELD
                   MOVE 'NO COMPLIANCE HOLD ON FILE' TO WS-DET-RESULT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CMH-OPEN
                           ADD 1 TO WS-DISPOSITIONS-REJECTED
                           MOVE 'HOLD ALREADY DISPOSITIONED'
                               TO WS-DET-RESULT
                       WHEN CDR-CLEAR
                           PERFORM 2100-APPLY-DISPOSITION
                           ADD 1 TO WS-HOLDS-CLEARED
                           MOVE 'CLEARED - OUTREACH RESUMES'
                               TO WS-DET-RESULT
                       WHEN CDR-CONFIRM
                           PERFORM 2100-APPLY-DISPOSITION
                           ADD 1 TO WS-HOLDS-CONFIRMED
                           MOVE 'CONFIRMED - STAYS SUPPRESSED'
                               TO WS-DET-RESULT
                       WHEN OTHER
                           ADD 1 TO WS-DISPOSITIONS-REJECTED
                           MOVE 'INVALID ACTION CODE'
                               TO WS-DET-RESULT
                   END-EVALUATE
           END-READ
           PERFORM 2900-WRITE-REVIEW-DETAIL
           PERFORM 3000-READ-DISPOSITION.

       2100-APPLY-DISPOSITION.
           MOVE CMH-HOLD-STATUS TO WS-AUDIT-OLD-VALUE
           MOVE CDR-ACTION-CODE TO CMH-HOLD-STATUS
           MOVE WS-CYCLE-DATE   TO CMH-DISPOSITION-DATE
           MOVE CDR-REVIEWER-ID TO CMH-REVIEWER-ID
           REWRITE COMPLIANCE-HOLD-RECORD
           MOVE 'COMPLNCE' TO WS-AUDIT-USER-ID
           IF CDR-REVIEWER-ID NOT = SPACES
               MOVE CDR-REVIEWER-ID TO WS-AUDIT-USER-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           MOVE CMH-HOLD-STATUS TO WS-AUDIT-NEW-VALUE
           CALL 'ZCNCAUDT' USING CMH-CUST-ID
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
           IF CMH-CLEARED
               MOVE 'COMPLIANCE HOLD CLEARED - OUTREACH RESUMES'
                   TO WS-NOTE-TEXT
           ELSE
               MOVE 'COMPLIANCE HOLD CONFIRMED - OUTREACH STAYS OFF'
                   TO WS-NOTE-TEXT
           END-IF
           CALL 'ZCNCNOTA' USING CMH-CUST-ID
                                 WS-NOTE-TEXT
                                 WS-AUDIT-USER-ID
                                 WS-CURR-DATE
                                 WS-CURR-TIME
                                 WS-NOTE-RETURN-CODE
           END-CALL
           IF WS-NOTE-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCCREV - DISPOSITION NOTE NOT WRITTEN FOR: '
                       CMH-CUST-ID
           END-IF.

       2900-WRITE-REVIEW-DETAIL.
           MOVE CDR-CUST-ID TO WS-DET-CUST-ID
           MOVE SPACES TO WS-DET-MATCHED-NAME
           STRING CMH-MATCHED-LAST-NAME  DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CMH-MATCHED-FIRST-NAME DELIMITED BY SIZE
               INTO WS-DET-MATCHED-NAME
           END-STRING
           MOVE CMH-LIST-SOURCE TO WS-DET-LIST-SOURCE
           MOVE CMH-DATE-HELD   TO WS-DET-DATE-HELD
           WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-DISPOSITION.
           READ DISPOSITION-FILE INTO DISPOSITION-RECORD
               AT END
                   MOVE 'Y' TO WS-DISP-EOF-SWITCH
           END-READ.

       9000-TERMINATE.
           WRITE REVIEW-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-HOLDS-CLEARED         TO WS-TOT-CLEARED
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-HOLDS-CONFIRMED       TO WS-TOT-CONFIRMED
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-DISPOSITIONS-REJECTED TO WS-TOT-REJECTED
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE-3
           CLOSE DISPOSITION-FILE
           CLOSE COMPLIANCE-HOLD-FILE
           CLOSE REVIEW-REPORT-FILE
           DISPLAY 'ZCNCCREV - DISPOSITIONS READ : '
                   WS-DISPOSITIONS-READ
           DISPLAY 'ZCNCCREV - HOLDS CLEARED     : '
                   WS-HOLDS-CLEARED
           DISPLAY 'ZCNCCREV - MATCHES CONFIRMED : '
                   WS-HOLDS-CONFIRMED
           DISPLAY 'ZCNCCREV - REJECTED          : '
                   WS-DISPOSITIONS-REJECTED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-DISPOSITIONS-READ TO WS-RH-RECORDS-READ
           MOVE WS-HOLDS-CLEARED TO WS-RH-RECORDS-APPLIED
           ADD WS-HOLDS-CONFIRMED TO WS-RH-RECORDS-APPLIED
           MOVE WS-DISPOSITIONS-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
