      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       MONTHLY DATA-QUALITY SCORECARD.  SCANS THE   *
      *       NIGHTLY CUSTSNAP SNAPSHOT (ZCNCSNAP), WHICH  *
      *       CARRIES THE CUSTMAST RECORD WITH ITS         *
      *       CUSTEXPF, INTLCNT AND ALTREF SATELLITES, AND *
      *       MEASURES COMPLETENESS AND VALIDITY PER FIELD *
      *       - BLANK CITY AND POSTAL CODE, US-STATE       *
      *       FAILING THE STCNREF EDIT, CUSTEXPF RECORDS   *
      *       STILL CARRYING THE BLANK PHONE/EMAIL THE     *
      *       MIGRATION CREATED, INTLCNT ROWS WITH         *
      *       UNRECOGNIZED LANGUAGE CODES.  THE RATES ARE  *
      *       BROKEN DOWN BY US-STATE AND BY THE           *
      *       ONBOARDING SOURCE CHANNEL CARRIED ON ALTREF, *
      *       WITH A TREND AGAINST THE PRIOR RUN KEPT ON   *
      *       DQSCHIST - SO THE SHOP CAN LEAN ON THE       *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SC-REFERENCE-FILE  ASSIGN TO "STCNREF"
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       FD  SC-REFERENCE-FILE
           RECORDING MODE IS F.
       01  SCORECARD-LINE               PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-REFERENCE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

      * THE NIGHTLY CUSTSNAP SNAPSHOT (ZCNCSNAP) IS READ INSTEAD OF
      * THE LIVE MASTER AND ITS SATELLITES, SO THIS JOB CAN RUN
      * WHILE THE MASTER IS OPEN FOR MAINTENANCE.  ZCNCSNPV REFUSES
      * A SNAPSHOT THAT IS NOT BALANCED OR NOT FOR TODAY'S BUSINESS
      * DATE.
       01  WS-SNAPSHOT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SNPV-RESULT-CODE          PIC 9(02) VALUE ZERO.
       01  WS-SNAPSHOT-SW               PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-USABLE       VALUE 'Y'.

           COPY SNAPCTL.

           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.


      * THE LANGUAGE CODE CARRIED ON THE SNAPSHOT IS EDITED AGAINST
      * THE INTLCNT CODE LIST.
           COPY INTLCNT.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-REFERENCE-AVAIL-SW    PIC X(01) VALUE 'N'.
               88  WS-REFERENCE-AVAILABLE VALUE 'Y'.
           05  WS-PRIOR-RUN-SWITCH      PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1050-VERIFY-SNAPSHOT
           IF WS-SNAPSHOT-USABLE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-MEASURE-RECORDS UNTIL WS-END-OF-FILE
               IF WS-SNAPSHOT-USABLE
                   PERFORM 7000-PRINT-SCORECARD
                   PERFORM 7500-REWRITE-HISTORY
               END-IF
               PERFORM 9000-TERMINATE
           END-IF
           IF NOT WS-SNAPSHOT-USABLE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CUST-SNAPSHOT-FILE
           OPEN INPUT SC-REFERENCE-FILE
           IF WS-REFERENCE-STATUS = '00'
               MOVE 'Y' TO WS-REFERENCE-AVAIL-SW
           MOVE WS-CYCLE-DATE TO WS-HDR-CYCLE-DATE
           WRITE SCORECARD-LINE FROM WS-HEADING-LINE
           WRITE SCORECARD-LINE FROM WS-BLANK-LINE
           IF NOT WS-SNAPSHOT-STATUS = '00'
               DISPLAY 'ZCNCDQSC - ERROR OPENING SNAPSHOT FILE: '
                       WS-SNAPSHOT-STATUS
               MOVE 'N' TO WS-SNAPSHOT-SW
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 3000-READ-MASTER
           END-IF.

       1050-VERIFY-SNAPSHOT.
           CALL 'ZCNCSNPV' USING SNAPSHOT-CONTROL-RECORD
                                 WS-SNPV-RESULT-CODE
           END-CALL
           IF WS-SNPV-RESULT-CODE = ZERO
               MOVE 'Y' TO WS-SNAPSHOT-SW
           ELSE
               DISPLAY 'ZCNCDQSC - SNAPSHOT REFUSED, ZCNCSNPV CODE: '
                       WS-SNPV-RESULT-CODE
           END-IF.

       1100-READ-PRIOR-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
           END-IF.

      * A CUSTOMER MISSING FROM CUSTEXPF IS COUNTED AS BLANK PHONE
      * AND EMAIL - THE EXTRACT WOULD SEND NOTHING EITHER WAY.  A
      * CUSTEXPF THAT WAS NOT ON HAND WHEN THE SNAPSHOT WAS BUILT
      * IS NOT MEASURED AT ALL.
       2200-CHECK-EXPANDED-FIELDS.
           IF SNP-EXPANDED-NOT-ON-FILE
               MOVE 'Y' TO WS-PHONE-BLANK-FLAG
               MOVE 'Y' TO WS-EMAIL-BLANK-FLAG
           END-IF
           IF SNP-EXPANDED-ON-FILE
               IF SNP-PHONE-NUMBER = SPACES
                   MOVE 'Y' TO WS-PHONE-BLANK-FLAG
               END-IF
               IF SNP-EMAIL-ADDRESS = SPACES
                   MOVE 'Y' TO WS-EMAIL-BLANK-FLAG
               END-IF
           END-IF.

       2300-CHECK-INTL-FIELDS.
           IF SNP-INTL-ON-FILE
               AND COUNTRY-CODE OF MASTER-CUSTOMER-REC NOT = 'USA'
               MOVE SNP-LANGUAGE-CODE TO IC-LANGUAGE-CODE
               IF NOT IC-LANG-ENGLISH
                   AND NOT IC-LANG-FRENCH
                   AND NOT IC-LANG-GERMAN
                   AND NOT IC-LANG-SPANISH
                   AND NOT IC-LANG-JAPANESE
                   AND NOT IC-LANG-PORTUGUESE
                   MOVE 'Y' TO WS-LANGUAGE-INVALID-FLAG
               END-IF
           END-IF.

       2400-RESOLVE-DIMENSIONS.
               MOVE '--' TO WS-DIM-STATE
           END-IF
           MOVE 'UNKNOWN' TO WS-DIM-CHANNEL
           IF SNP-ALTREF-ON-FILE
               AND SNP-SOURCE-CHANNEL NOT = SPACES
               MOVE SNP-SOURCE-CHANNEL TO WS-DIM-CHANNEL
           END-IF.

       2500-TALLY-TOTALS.
           END-IF.

       3000-READ-MASTER.
           READ CUST-SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   PERFORM 3900-PROVE-SNAPSHOT-COUNT
               NOT AT END
                   MOVE SNP-MASTER-DATA TO MASTER-CUSTOMER-REC
           END-READ.

      * A SNAPSHOT CUT SHORT SINCE ZCNCSNAP PROVED IT IS CAUGHT HERE;
      * THE RUN ENDS WITH CONDITION CODE 8.
       3900-PROVE-SNAPSHOT-COUNT.
           IF WS-TOT-RECORDS NOT = SNC-SNAPSHOT-COUNT
               DISPLAY 'ZCNCDQSC - SNAPSHOT COUNT MISMATCH, READ: '
                       WS-TOT-RECORDS ' CONTROL: '
                       SNC-SNAPSHOT-COUNT
               MOVE 'N' TO WS-SNAPSHOT-SW
           END-IF.

       7000-PRINT-SCORECARD.
           MOVE 'OVERALL RATES AND TREND VS PRIOR RUN:'
               TO SCORECARD-LINE
           CLOSE HISTORY-FILE.

       9000-TERMINATE.
           CLOSE CUST-SNAPSHOT-FILE
           CLOSE SC-REFERENCE-FILE
           CLOSE SCORECARD-FILE
           DISPLAY 'ZCNCDQSC - RECORDS MEASURED : ' WS-TOT-RECORDS
