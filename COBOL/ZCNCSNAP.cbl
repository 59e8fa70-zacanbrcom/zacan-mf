       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCSNAP                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       NIGHTLY CUSTOMER SNAPSHOT.  RUNS IN ZCNCB234 *
      *       RIGHT AFTER THE ZCNCBAL TRUE-UP AND JOINS    *
      *       THE CUSTOMER MASTER WITH ITS SATELLITES      *
      *       (CUSTBRCH, BADADDR, CONSENT, INTLCNT,        *
      *       CUSTEXPF, ALTREF, CMPLHOLD, DECEASED,        *
      *       ORGCUST) IN ONE PASS INTO THE WIDE CUSTSNAP  *
      *       FILE, IN CUST-ID ORDER.                      *
      *                                                    *
      *       THE SNAPCTL CONTROL RECORD IS WRITTEN AS     *
      *       BUILDING FIRST AND REWRITTEN AT THE END WITH *
      *       THE BUSINESS DATE, THE SNAPSHOT COUNT AND    *
      *       THE MSTRCNT COUNT IT MUST MATCH.  OUT OF     *
      *       BALANCE ENDS WITH CONDITION CODE 8 AND       *
      *       LEAVES A SNAPSHOT NO READER WILL USE.        *
      *                                                    *
      *       THE DIRECTORY, WORK-QUEUE, HOUSEHOLD,        *
      *       LANGUAGE, POPULATION, DUPLICATE,             *
      *       DATA-QUALITY, VIP AND CRM JOBS READ THE      *
      *       SNAPSHOT INSTEAD OF THE LIVE FILES, SO THEY  *
      *       CAN RUN WHILE THE MASTER IS OPEN FOR DAYTIME *
      *       MAINTENANCE.                                 *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCSNAP.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-BRANCH-FILE   ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CUST-ID
               FILE STATUS IS WS-CUSTBRCH-STATUS.

           SELECT BAD-ADDRESS-FILE   ASSIGN TO "BADADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAD-CUST-ID
               FILE STATUS IS WS-BADADDR-STATUS.

           SELECT CONSENT-FILE       ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-KEY
               FILE STATUS IS WS-CONSENT-STATUS.

           SELECT INTL-CONTACT-FILE  ASSIGN TO "INTLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-CUST-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT CUST-EXPANDED-FILE ASSIGN TO "CUSTEXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF CUSTOMER-EXPANDED-REC
               FILE STATUS IS WS-EXPANDED-STATUS.

           SELECT ALT-REFERENCE-FILE ASSIGN TO "ALTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARF-CUST-ID
               FILE STATUS IS WS-ALTREF-STATUS.

           SELECT COMPLIANCE-HOLD-FILE ASSIGN TO "CMPLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMH-CUST-ID
               FILE STATUS IS WS-CMPLHOLD-STATUS.

           SELECT DECEASED-FILE      ASSIGN TO "DECEASED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DECEASED-STATUS.

           SELECT ORGANIZATION-FILE  ASSIGN TO "ORGCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CUST-ID
               FILE STATUS IS WS-ORGCUST-STATUS.

           SELECT CUST-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SNAPSHOT-CONTROL-FILE ASSIGN TO "SNAPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  CUST-BRANCH-FILE
           RECORDING MODE IS F.
           COPY CUSTBRCH.

       FD  BAD-ADDRESS-FILE
           RECORDING MODE IS F.
           COPY BADADDR.

       FD  CONSENT-FILE
           RECORDING MODE IS F.
           COPY CONSENT.

       FD  INTL-CONTACT-FILE
           RECORDING MODE IS F.
           COPY INTLCNT.

       FD  CUST-EXPANDED-FILE
           RECORDING MODE IS F.
           COPY CUSTEXP REPLACING ==CUSTOMER-EXPANDED-RECORD== BY
                                   ==CUSTOMER-EXPANDED-REC==.

       FD  ALT-REFERENCE-FILE
           RECORDING MODE IS F.
           COPY ALTREF.

       FD  COMPLIANCE-HOLD-FILE
           RECORDING MODE IS F.
           COPY CMPLHOLD.

       FD  DECEASED-FILE
           RECORDING MODE IS F.
           COPY DECEASED.

       FD  ORGANIZATION-FILE
           RECORDING MODE IS F.
           COPY ORGCUST.

       FD  CUST-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       FD  SNAPSHOT-CONTROL-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-CONTROL-LINE        PIC X(37).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CUSTBRCH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BADADDR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONSENT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONTACT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EXPANDED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ALTREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CMPLHOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DECEASED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ORGCUST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SNAPSHOT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SNAPCTL-STATUS            PIC X(02) VALUE SPACES.

      * EVERY SATELLITE IS OPTIONAL - ONE NOT ON HAND TONIGHT LEAVES
      * ITS SNAPSHOT FIELDS EMPTY, EXACTLY AS THE REPORTS TREATED A
      * MISSING FILE WHEN THEY READ IT THEMSELVES.  ONLY THE MASTER,
      * THE SNAPSHOT AND ITS CONTROL RECORD ARE REQUIRED.
       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF        VALUE 'Y'.
           05  WS-BALANCE-SWITCH        PIC X(01) VALUE 'Y'.
               88  WS-IN-BALANCE        VALUE 'Y'.
           05  WS-CUSTBRCH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CUSTBRCH-AVAILABLE VALUE 'Y'.
           05  WS-BADADDR-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-BADADDR-AVAILABLE VALUE 'Y'.
           05  WS-CONSENT-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-CONSENT-AVAILABLE VALUE 'Y'.
           05  WS-CONTACT-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-CONTACT-AVAILABLE VALUE 'Y'.
           05  WS-EXPANDED-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-EXPANDED-AVAILABLE VALUE 'Y'.
           05  WS-ALTREF-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-ALTREF-AVAILABLE  VALUE 'Y'.
           05  WS-CMPLHOLD-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CMPLHOLD-AVAILABLE VALUE 'Y'.
           05  WS-DECEASED-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-DECEASED-AVAILABLE VALUE 'Y'.
           05  WS-ORGCUST-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-ORGCUST-AVAILABLE VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-READ           PIC 9(07) VALUE ZERO.
           05  WS-SNAPSHOT-WRITTEN      PIC 9(07) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

      * THE SNAPSHOT IS STAMPED WITH THE ZCNCBDAT CYCLE DATE; A
      * READER RUN ON ANY OTHER BUSINESS DATE REFUSES IT.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * THE MSTRCNT CONTROL RECORD, JUST RE-TRUED BY ZCNCBAL, IS THE
      * COUNT THE SNAPSHOT MUST MATCH.
       01  WS-MCNT-FUNCTION             PIC X(01) VALUE 'G'.
       01  WS-MCNT-COUNT-VALUE          PIC 9(07) VALUE ZERO.
       01  WS-MCNT-ADJUSTMENT           PIC S9(07) VALUE ZERO.
       01  WS-MCNT-RESULT-CODE          PIC 9(02) VALUE ZERO.

           COPY SNAPCTL.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCSNAP'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-SNAPSHOT UNTIL WS-MASTER-EOF
           PERFORM 6000-PROVE-SNAPSHOT
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
      * THE CONTROL RECORD GOES OUT AS 'BUILDING' BEFORE THE FIRST
      * SNAPSHOT RECORD IS WRITTEN, SO AN ABEND PART-WAY THROUGH
      * LEAVES A SNAPSHOT NO READER WILL ACCEPT.
           INITIALIZE SNAPSHOT-CONTROL-RECORD
           MOVE WS-CYCLE-DATE TO SNC-BUSINESS-DATE
           MOVE 'B'           TO SNC-SNAPSHOT-STATUS
           MOVE WS-CURR-DATE  TO SNC-CREATED-DATE
           MOVE WS-CURR-TIME  TO SNC-CREATED-TIME
           PERFORM 6200-WRITE-CONTROL-RECORD
           OPEN INPUT  CUST-MASTER-FILE
           OPEN OUTPUT CUST-SNAPSHOT-FILE
           OPEN INPUT CUST-BRANCH-FILE
           IF WS-CUSTBRCH-STATUS = '00'
               MOVE 'Y' TO WS-CUSTBRCH-AVAIL-SW
           END-IF
           OPEN INPUT BAD-ADDRESS-FILE
           IF WS-BADADDR-STATUS = '00'
               MOVE 'Y' TO WS-BADADDR-AVAIL-SW
           END-IF
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS = '00'
               MOVE 'Y' TO WS-CONSENT-AVAIL-SW
           END-IF
           OPEN INPUT INTL-CONTACT-FILE
           IF WS-CONTACT-STATUS = '00'
               MOVE 'Y' TO WS-CONTACT-AVAIL-SW
           END-IF
           OPEN INPUT CUST-EXPANDED-FILE
           IF WS-EXPANDED-STATUS = '00'
               MOVE 'Y' TO WS-EXPANDED-AVAIL-SW
           END-IF
           OPEN INPUT ALT-REFERENCE-FILE
           IF WS-ALTREF-STATUS = '00'
               MOVE 'Y' TO WS-ALTREF-AVAIL-SW
           END-IF
           OPEN INPUT COMPLIANCE-HOLD-FILE
           IF WS-CMPLHOLD-STATUS = '00'
               MOVE 'Y' TO WS-CMPLHOLD-AVAIL-SW
           END-IF
           OPEN INPUT DECEASED-FILE
           IF WS-DECEASED-STATUS = '00'
               MOVE 'Y' TO WS-DECEASED-AVAIL-SW
           END-IF
           OPEN INPUT ORGANIZATION-FILE
           IF WS-ORGCUST-STATUS = '00'
               MOVE 'Y' TO WS-ORGCUST-AVAIL-SW
           END-IF
           IF NOT WS-SNAPSHOT-STATUS = '00'
               DISPLAY 'ZCNCSNAP - ERROR OPENING SNAPSHOT FILE: '
                       WS-SNAPSHOT-STATUS
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCSNAP - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           IF NOT WS-MASTER-EOF
               PERFORM 2100-READ-MASTER
           END-IF.

       2000-BUILD-SNAPSHOT.
           INITIALIZE CUSTOMER-SNAPSHOT-RECORD
           MOVE MASTER-CUSTOMER-REC TO SNP-MASTER-DATA
           PERFORM 2300-JOIN-BRANCH
           PERFORM 2310-JOIN-BAD-ADDRESS
           PERFORM 2320-JOIN-CONSENT
           PERFORM 2330-JOIN-INTL-CONTACT
           PERFORM 2340-JOIN-EXPANDED
           PERFORM 2350-JOIN-ALT-REFERENCE
           PERFORM 2360-JOIN-COMPLIANCE-HOLD
           PERFORM 2370-JOIN-DECEASED
           PERFORM 2380-JOIN-ORGANIZATION
           WRITE CUSTOMER-SNAPSHOT-RECORD
           IF WS-SNAPSHOT-STATUS = '00'
               ADD 1 TO WS-SNAPSHOT-WRITTEN
           ELSE
               DISPLAY 'ZCNCSNAP - SNAPSHOT WRITE ERROR: '
                       WS-SNAPSHOT-STATUS ' CUST-ID: '
                       SNP-CUST-ID
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           PERFORM 2100-READ-MASTER.

       2100-READ-MASTER.
           READ CUST-MASTER-FILE INTO MASTER-CUSTOMER-REC
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
           END-READ.

       2300-JOIN-BRANCH.
           IF WS-CUSTBRCH-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CBR-CUST-ID
               READ CUST-BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CBR-BRANCH-CODE TO SNP-BRANCH-CODE
                       MOVE CBR-ASSIGN-DATE TO SNP-BRANCH-ASSIGN-DATE
               END-READ
           END-IF.

       2310-JOIN-BAD-ADDRESS.
           IF WS-BADADDR-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO BAD-CUST-ID
               READ BAD-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BAD-ADDR-FLAG   TO SNP-BAD-ADDR-FLAG
                       MOVE BAD-RETURN-DATE TO SNP-BAD-RETURN-DATE
                       MOVE BAD-REASON-CODE TO SNP-BAD-REASON-CODE
               END-READ
           END-IF.

      * BOTH CHANNELS ARE CARRIED - POSTAL FOR THE MAILINGS, EMAIL
      * FOR THE CRM FEED.
       2320-JOIN-CONSENT.
           IF WS-CONSENT-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CNS-CUST-ID
               MOVE 'P' TO CNS-CHANNEL
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CNS-OPT-FLAG TO SNP-POSTAL-CONSENT
               END-READ
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CNS-CUST-ID
               MOVE 'E' TO CNS-CHANNEL
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CNS-OPT-FLAG TO SNP-EMAIL-CONSENT
               END-READ
           END-IF.

       2330-JOIN-INTL-CONTACT.
           IF WS-CONTACT-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO IC-CUST-ID
               READ INTL-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SNP-INTL-FLAG
                       MOVE IC-COUNTRY-DIAL-CODE
                                         TO SNP-COUNTRY-DIAL-CODE
                       MOVE IC-SUBSCRIBER-NUMBER
                                         TO SNP-SUBSCRIBER-NUMBER
                       MOVE IC-LANGUAGE-CODE TO SNP-LANGUAGE-CODE
               END-READ
           END-IF.

      * ZCNCDQSC SCORES A MISSING EXPANDED RECORD AS BLANK PHONE AND
      * EMAIL BUT SCORES NOTHING WHEN THE FILE ITSELF IS NOT ON
      * HAND, SO THE TWO CASES ARE KEPT APART.
       2340-JOIN-EXPANDED.
           IF WS-EXPANDED-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC
                   TO CUST-ID OF CUSTOMER-EXPANDED-REC
               READ CUST-EXPANDED-FILE
                   INVALID KEY
                       MOVE 'N' TO SNP-EXPANDED-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO SNP-EXPANDED-FLAG
                       MOVE CUST-PHONE-NUMBER  TO SNP-PHONE-NUMBER
                       MOVE CUST-EMAIL-ADDRESS TO SNP-EMAIL-ADDRESS
               END-READ
           ELSE
               MOVE 'U' TO SNP-EXPANDED-FLAG
           END-IF.

       2350-JOIN-ALT-REFERENCE.
           IF WS-ALTREF-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO ARF-CUST-ID
               READ ALT-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SNP-ALTREF-FLAG
                       MOVE ARF-SOURCE-CUST-ID TO SNP-SOURCE-CUST-ID
                       MOVE ARF-SOURCE-CHANNEL TO SNP-SOURCE-CHANNEL
                       MOVE ARF-APPLICATION-DATE
                                         TO SNP-APPLICATION-DATE
               END-READ
           END-IF.

       2360-JOIN-COMPLIANCE-HOLD.
           IF WS-CMPLHOLD-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CMH-CUST-ID
               READ COMPLIANCE-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CMH-HOLD-STATUS TO SNP-CMPL-HOLD-STATUS
               END-READ
           END-IF.

       2370-JOIN-DECEASED.
           IF WS-DECEASED-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO DCD-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DCD-STATUS TO SNP-DECEASED-STATUS
               END-READ
           END-IF.

      * EVERYONE IS AN INDIVIDUAL UNLESS ORGCUST SAYS OTHERWISE.
       2380-JOIN-ORGANIZATION.
           MOVE 'I' TO SNP-CUSTOMER-TYPE
           IF WS-ORGCUST-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO ORG-CUST-ID
               READ ORGANIZATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'B' TO SNP-CUSTOMER-TYPE
               END-READ
           END-IF.

      * THE SNAPSHOT IS ONLY MARKED USABLE WHEN EVERY MASTER RECORD
      * MADE IT OUT AND THE TOTAL AGREES WITH MSTRCNT.
       6000-PROVE-SNAPSHOT.
           MOVE 'G' TO WS-MCNT-FUNCTION
           CALL 'ZCNCMCNT' USING WS-MCNT-FUNCTION
                                 WS-MCNT-COUNT-VALUE
                                 WS-MCNT-ADJUSTMENT
                                 WS-MCNT-RESULT-CODE
           END-CALL
           IF WS-MCNT-RESULT-CODE NOT = ZERO
               DISPLAY 'ZCNCSNAP - MSTRCNT NOT AVAILABLE, CODE: '
                       WS-MCNT-RESULT-CODE
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           IF WS-SNAPSHOT-WRITTEN NOT = WS-MCNT-COUNT-VALUE
               OR WS-SNAPSHOT-WRITTEN NOT = WS-MASTER-READ
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           MOVE WS-SNAPSHOT-WRITTEN TO SNC-SNAPSHOT-COUNT
           MOVE WS-MCNT-COUNT-VALUE TO SNC-MASTER-COUNT
           IF WS-IN-BALANCE
               MOVE 'Y' TO SNC-SNAPSHOT-STATUS
           ELSE
               MOVE 'N' TO SNC-SNAPSHOT-STATUS
           END-IF
           PERFORM 6200-WRITE-CONTROL-RECORD.

       6200-WRITE-CONTROL-RECORD.
           OPEN OUTPUT SNAPSHOT-CONTROL-FILE
           IF NOT WS-SNAPCTL-STATUS = '00'
               DISPLAY 'ZCNCSNAP - ERROR OPENING SNAPCTL FILE: '
                       WS-SNAPCTL-STATUS
               MOVE 'N' TO WS-BALANCE-SWITCH
           ELSE
               WRITE SNAPSHOT-CONTROL-LINE FROM SNAPSHOT-CONTROL-RECORD
               CLOSE SNAPSHOT-CONTROL-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-SNAPSHOT-FILE
           IF WS-CUSTBRCH-AVAILABLE
               CLOSE CUST-BRANCH-FILE
           END-IF
           IF WS-BADADDR-AVAILABLE
               CLOSE BAD-ADDRESS-FILE
           END-IF
           IF WS-CONSENT-AVAILABLE
               CLOSE CONSENT-FILE
           END-IF
           IF WS-CONTACT-AVAILABLE
               CLOSE INTL-CONTACT-FILE
           END-IF
           IF WS-EXPANDED-AVAILABLE
               CLOSE CUST-EXPANDED-FILE
           END-IF
           IF WS-ALTREF-AVAILABLE
               CLOSE ALT-REFERENCE-FILE
           END-IF
           IF WS-CMPLHOLD-AVAILABLE
               CLOSE COMPLIANCE-HOLD-FILE
           END-IF
           IF WS-DECEASED-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF
           IF WS-ORGCUST-AVAILABLE
               CLOSE ORGANIZATION-FILE
           END-IF
           DISPLAY 'ZCNCSNAP - BUSINESS DATE       : ' WS-CYCLE-DATE
           DISPLAY 'ZCNCSNAP - MASTER RECORDS READ : ' WS-MASTER-READ
           DISPLAY 'ZCNCSNAP - SNAPSHOT WRITTEN    : '
                   WS-SNAPSHOT-WRITTEN
           DISPLAY 'ZCNCSNAP - MSTRCNT COUNT       : '
                   WS-MCNT-COUNT-VALUE
           IF WS-IN-BALANCE
               DISPLAY 'ZCNCSNAP - SNAPSHOT IS IN BALANCE'
           ELSE
               DISPLAY 'ZCNCSNAP - SNAPSHOT IS OUT OF BALANCE'
               MOVE 8 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-MASTER-READ      TO WS-RH-RECORDS-READ
           MOVE WS-SNAPSHOT-WRITTEN TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
