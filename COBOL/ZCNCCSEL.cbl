       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCCSEL                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       CAMPAIGN LIST SELECTION.  PULLS THE LIST FOR  *
      *       EVERY CAMPAIGN ON CAMPMAST STILL PENDING      *
      *       SELECTION, IN ONE PASS OF THE CUSTOMER        *
      *       MASTER.  EACH CUSTOMER IS MATCHED AGAINST     *
      *       THE CAMPAIGN CRITERIA (BRANCH FROM CUSTBRCH,  *
      *       VIP FLAG, STATE, COUNTRY, LANGUAGE FROM       *
      *       INTLCNT) AND THEN SCRUBBED AGAINST EVERY      *
      *       SUPPRESSION WE KEEP - A CONFIRMED DEATH ON    *
      *       THE DECEASED FILE, DO-NOT-CALL, INACTIVE,     *
      *       CMPLHOLD COMPLIANCE HOLDS, A CONSENT OPT-OUT  *
      *       ON THE CAMPAIGN'S CHANNEL, AND BADADDR FOR    *
      *       POSTAL CAMPAIGNS.  SURVIVORS ARE SORTED BY    *
      *       CAMPAIGN AND HOUSEHOLD (THE ZCNCHHLD POSTAL   *
      *       CODE / CITY / LAST NAME GROUPING) SO A        *
      *       ONE-PER-HOUSEHOLD CAMPAIGN KEEPS ONE MEMBER,  *
      *       THEN WRITTEN TO THE CAMPLIST EXTRACT, THE     *
      *       CAMPMBR MEMBER FILE ZCNCCRES MATCHES          *
      *       RESPONSES TO, AND THE CONTEVT HISTORY.  THE   *
      *       CSELRPT SCRUB REPORT SHOWS, PER CAMPAIGN,     *
      *       HOW MANY MATCHED AND WHAT TOOK EACH ONE OFF.  *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCCSEL.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE      ASSIGN TO "CAMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CAMPAIGN-ID
               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK05".

           SELECT CUST-BRANCH-FILE   ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CUST-ID
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT INTL-CONTACT-FILE  ASSIGN TO "INTLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-CUST-ID
               FILE STATUS IS WS-CONTACT-STATUS.

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

           SELECT CAMPAIGN-LIST-FILE ASSIGN TO "CAMPLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT CAMPAIGN-MEMBER-FILE ASSIGN TO "CAMPMBR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMB-KEY
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT CONTACT-EVENT-FILE ASSIGN TO "CONTEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT SELECTION-REPORT-FILE ASSIGN TO "CSELRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE
           RECORDING MODE IS F.
           COPY CAMPMAST.

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-CAMPAIGN-ID           PIC X(08).
           05  SR-POSTAL-CODE           PIC X(15).
           05  SR-CITY                  PIC X(20).
           05  SR-LAST-NAME             PIC X(10).
           05  SR-CUST-ID               PIC X(10).
           05  SR-CAMPAIGN-SUB          PIC 9(02).
           05  SR-FIRST-NAME            PIC X(10).
           05  SR-US-STATE              PIC X(02).
           05  SR-COUNTRY-CODE          PIC X(03).
           05  SR-CHANNEL               PIC X(01).
           05  SR-BRANCH-CODE           PIC X(04).
           05  SR-LANGUAGE-CODE         PIC X(02).
           05  SR-VIP-FLAG              PIC X(01).

       FD  CUST-BRANCH-FILE
           RECORDING MODE IS F.
           COPY CUSTBRCH.

       FD  INTL-CONTACT-FILE
           RECORDING MODE IS F.
           COPY INTLCNT.

       FD  BAD-ADDRESS-FILE
           RECORDING MODE IS F.
           COPY BADADDR.

       FD  CONSENT-FILE
           RECORDING MODE IS F.
           COPY CONSENT.

       FD  COMPLIANCE-HOLD-FILE
           RECORDING MODE IS F.
           COPY CMPLHOLD.

       FD  DECEASED-FILE
           RECORDING MODE IS F.
           COPY DECEASED.

       FD  CAMPAIGN-LIST-FILE
           RECORDING MODE IS F.
       01  CAMPAIGN-LIST-RECORD         PIC X(107).

       FD  CAMPAIGN-MEMBER-FILE
           RECORDING MODE IS F.
           COPY CAMPMBR.

       FD  CONTACT-EVENT-FILE
           RECORDING MODE IS F.
           COPY CONTEVT.

       FD  SELECTION-REPORT-FILE
           RECORDING MODE IS F.
       01  SELECTION-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CAMPAIGN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MEMBER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

      * THE SATELLITES ARE ALL OPTIONAL.  NO CUSTBRCH FILE MEANS NO
      * CUSTOMER CAN MATCH A BRANCH CRITERION; NO INTLCNT FILE
      * MEANS EVERYONE IS TAKEN AS ENGLISH; NO BADADDR, CONSENT,
      * CMPLHOLD, OR DECEASED FILE MEANS NOTHING OF THAT KIND TO
      * SUPPRESS.
       01  WS-BRANCH-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BRANCH-AVAIL-SW           PIC X(01) VALUE 'N'.
           88  WS-BRANCH-AVAILABLE      VALUE 'Y'.
       01  WS-CONTACT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONTACT-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-CONTACT-AVAILABLE     VALUE 'Y'.
       01  WS-BADADDR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BADADDR-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-BADADDR-AVAILABLE     VALUE 'Y'.
       01  WS-CONSENT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONSENT-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-CONSENT-AVAILABLE     VALUE 'Y'.
       01  WS-CMPLHOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CMPLHOLD-AVAIL-SW         PIC X(01) VALUE 'N'.
           88  WS-CMPLHOLD-AVAILABLE    VALUE 'Y'.
       01  WS-DECEASED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DECEASED-AVAIL-SW         PIC X(01) VALUE 'N'.
           88  WS-DECEASED-AVAILABLE    VALUE 'Y'.

       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-CAMPAIGN-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-CAMPAIGN-EOF      VALUE 'Y'.
           05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF        VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-CRITERIA-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CRITERIA-MET      VALUE 'Y'.
      * SET ONLY ONCE THE MASTER WAS READ AND CAMPMBR OPENED; A RUN
      * THAT COULD NOT BUILD THE LISTS LEAVES EVERY CAMPAIGN PENDING.
           05  WS-LISTS-BUILT-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-LISTS-BUILT       VALUE 'Y'.

      * WHAT THE SATELLITES SAY ABOUT THE CURRENT CUSTOMER, LOOKED
      * UP ONCE AND THEN TESTED AGAINST EVERY CAMPAIGN.
       01  WS-CUSTOMER-FACTS.
           05  WS-CF-BRANCH-CODE        PIC X(04) VALUE SPACES.
           05  WS-CF-LANGUAGE-CODE      PIC X(02) VALUE SPACES.
           05  WS-CF-BAD-ADDRESS-SW     PIC X(01) VALUE 'N'.
               88  WS-CF-BAD-ADDRESS    VALUE 'Y'.
           05  WS-CF-HOLD-SW            PIC X(01) VALUE 'N'.
               88  WS-CF-HELD           VALUE 'Y'.
           05  WS-CF-DECEASED-SW        PIC X(01) VALUE 'N'.
               88  WS-CF-DECEASED       VALUE 'Y'.
           05  WS-CF-EMAIL-OPTOUT-SW    PIC X(01) VALUE 'N'.
               88  WS-CF-EMAIL-OPTED-OUT VALUE 'Y'.
           05  WS-CF-POSTAL-OPTOUT-SW   PIC X(01) VALUE 'N'.
               88  WS-CF-POSTAL-OPTED-OUT VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ        PIC 9(07) VALUE ZERO.
           05  WS-CAMPAIGNS-READ        PIC 9(07) VALUE ZERO.
           05  WS-CAMPAIGNS-EXPIRED     PIC 9(07) VALUE ZERO.
           05  WS-CAMPAIGNS-DEFERRED    PIC 9(07) VALUE ZERO.
           05  WS-MEMBERS-WRITTEN       PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-SUPPRESSED      PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-LISTED        PIC 9(07) VALUE ZERO.

      * THE CAMPAIGNS BEING SELECTED THIS RUN, WITH THEIR SCRUB
      * COUNTS.  MARKETING RUNS A HANDFUL AT A TIME; ANY PAST THE
      * CAP STAY PENDING AND ARE PICKED UP BY THE NEXT RUN.
       01  WS-MAX-CAMPAIGNS             PIC 9(02) VALUE 20.
       01  WS-CAMPAIGN-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-CAMPAIGN-TABLE.
           05  WS-CAMPAIGN-ENTRY OCCURS 20 TIMES
                                INDEXED BY WS-CT-IDX.
               10  WS-CT-CAMPAIGN-ID    PIC X(08).
               10  WS-CT-CAMPAIGN-NAME  PIC X(30).
               10  WS-CT-CHANNEL        PIC X(01).
                   88  WS-CT-EMAIL      VALUE 'E'.
                   88  WS-CT-POSTAL     VALUE 'P'.
               10  WS-CT-CRITERIA.
                   15  WS-CT-SEL-BRANCH-CODE  PIC X(04).
                   15  WS-CT-SEL-VIP          PIC X(01).
                       88  WS-CT-VIP-ONLY     VALUE 'Y'.
                       88  WS-CT-NON-VIP-ONLY VALUE 'N'.
                   15  WS-CT-SEL-US-STATE     PIC X(02).
                   15  WS-CT-SEL-COUNTRY-CODE PIC X(03).
                   15  WS-CT-SEL-LANGUAGE-CODE PIC X(02).
                   15  WS-CT-SEL-HOUSEHOLD    PIC X(01).
                       88  WS-CT-ONE-PER-HOUSEHOLD VALUE 'O'.
               10  WS-CT-MATCHED        PIC 9(07).
               10  WS-CT-SUP-DECEASED   PIC 9(07).
               10  WS-CT-SUP-DNC        PIC 9(07).
               10  WS-CT-SUP-INACTIVE   PIC 9(07).
               10  WS-CT-SUP-HOLD       PIC 9(07).
               10  WS-CT-SUP-CONSENT    PIC 9(07).
               10  WS-CT-SUP-BADADDR    PIC 9(07).
               10  WS-CT-HH-DUPLICATES  PIC 9(07).
               10  WS-CT-SELECTED       PIC 9(07).

      * HOUSEHOLD BREAK CONTROL FOR THE OUTPUT PROCEDURE - THE SORT
      * KEY RUNS CAMPAIGN, THEN THE HOUSEHOLD GROUPING, THEN
      * CUST-ID, SO THE LOWEST CUST-ID SPEAKS FOR ITS HOUSEHOLD.
       01  WS-PRIOR-KEY.
           05  WS-PK-CAMPAIGN-ID        PIC X(08) VALUE LOW-VALUES.
           05  WS-PK-POSTAL-CODE        PIC X(15) VALUE LOW-VALUES.
           05  WS-PK-CITY               PIC X(20) VALUE LOW-VALUES.
           05  WS-PK-LAST-NAME          PIC X(10) VALUE LOW-VALUES.

       01  WS-CURRENT-KEY.
           05  WS-CK-CAMPAIGN-ID        PIC X(08) VALUE SPACES.
           05  WS-CK-POSTAL-CODE        PIC X(15) VALUE SPACES.
           05  WS-CK-CITY               PIC X(20) VALUE SPACES.
           05  WS-CK-LAST-NAME          PIC X(10) VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER                   PIC X(38) VALUE
               'CAMPAIGN SELECTION SCRUB REPORT  DATE '.
           05  WS-HD-CYCLE-DATE         PIC 9(08).

       01  WS-CAMPAIGN-LINE.
           05  FILLER                   PIC X(10) VALUE 'CAMPAIGN: '.
           05  WS-CL-CAMPAIGN-ID        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CL-CAMPAIGN-NAME      PIC X(30).
           05  FILLER                   PIC X(10) VALUE ' CHANNEL: '.
           05  WS-CL-CHANNEL            PIC X(01).

       01  WS-CRITERIA-LINE.
           05  FILLER                   PIC X(12) VALUE
               '  CRITERIA: '.
           05  FILLER                   PIC X(07) VALUE 'BRANCH '.
           05  WS-CR-BRANCH-CODE        PIC X(04).
           05  FILLER                   PIC X(05) VALUE ' VIP '.
           05  WS-CR-VIP                PIC X(01).
           05  FILLER                   PIC X(07) VALUE ' STATE '.
           05  WS-CR-US-STATE           PIC X(02).
           05  FILLER                   PIC X(09) VALUE ' COUNTRY '.
           05  WS-CR-COUNTRY-CODE       PIC X(03).
           05  FILLER                   PIC X(06) VALUE ' LANG '.
           05  WS-CR-LANGUAGE-CODE      PIC X(02).
           05  FILLER                   PIC X(04) VALUE ' HH '.
           05  WS-CR-HOUSEHOLD          PIC X(01).

       01  WS-COUNT-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-CNT-LABEL             PIC X(34).
           05  WS-CNT-VALUE             PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCCSEL'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-CAMPAIGN-COUNT > ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-CAMPAIGN-ID
                   ON ASCENDING KEY SR-POSTAL-CODE
                   ON ASCENDING KEY SR-CITY
                   ON ASCENDING KEY SR-LAST-NAME
                   ON ASCENDING KEY SR-CUST-ID
                   INPUT PROCEDURE 2000-SELECT-CUSTOMERS
                   OUTPUT PROCEDURE 3000-WRITE-CAMPAIGN-LISTS
               IF WS-LISTS-BUILT
                   PERFORM 4000-MARK-CAMPAIGNS-SELECTED
                       VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CAMPAIGN-COUNT
               ELSE
                   DISPLAY 'ZCNCCSEL - LISTS NOT BUILT, CAMPAIGNS '
                           'LEFT PENDING'
               END-IF
           END-IF
           PERFORM 7000-PRINT-SCRUB-REPORT
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

      * LOAD THE CAMPAIGNS STILL WAITING FOR A LIST.  ONE WHOSE END
      * DATE HAS ALREADY PASSED IS LEFT ALONE - A LIST FOR A
      * CAMPAIGN THAT IS OVER WOULD NEVER BE WORKED.
       1000-INITIALIZE.
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           OPEN OUTPUT SELECTION-REPORT-FILE
           OPEN I-O CAMPAIGN-FILE
           IF NOT WS-CAMPAIGN-STATUS = '00'
               DISPLAY 'ZCNCCSEL - CAMPAIGN MASTER NOT AVAILABLE: '
                       WS-CAMPAIGN-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO CMP-CAMPAIGN-ID
               START CAMPAIGN-FILE KEY IS NOT LESS THAN
                       CMP-CAMPAIGN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-CAMPAIGN-EOF-SWITCH
               END-START
               PERFORM 1100-READ-CAMPAIGN
               PERFORM 1200-LOAD-CAMPAIGN UNTIL WS-CAMPAIGN-EOF
           END-IF.

       1100-READ-CAMPAIGN.
           IF NOT WS-CAMPAIGN-EOF
               READ CAMPAIGN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAMPAIGN-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CAMPAIGNS-READ
               END-READ
           END-IF.

       1200-LOAD-CAMPAIGN.
           EVALUATE TRUE
               WHEN NOT CMP-PENDING-SELECTION
                   CONTINUE
               WHEN CMP-END-DATE < WS-CYCLE-DATE
                   ADD 1 TO WS-CAMPAIGNS-EXPIRED
                   DISPLAY 'ZCNCCSEL - CAMPAIGN ENDED BEFORE '
                           'SELECTION: ' CMP-CAMPAIGN-ID
               WHEN WS-CAMPAIGN-COUNT >= WS-MAX-CAMPAIGNS
                   ADD 1 TO WS-CAMPAIGNS-DEFERRED
                   DISPLAY 'ZCNCCSEL - CAMPAIGN TABLE FULL, '
                           'DEFERRED: ' CMP-CAMPAIGN-ID
               WHEN OTHER
                   ADD 1 TO WS-CAMPAIGN-COUNT
                   SET WS-CT-IDX TO WS-CAMPAIGN-COUNT
                   MOVE CMP-CAMPAIGN-ID
                       TO WS-CT-CAMPAIGN-ID (WS-CT-IDX)
                   MOVE CMP-CAMPAIGN-NAME
                       TO WS-CT-CAMPAIGN-NAME (WS-CT-IDX)
                   MOVE CMP-CHANNEL TO WS-CT-CHANNEL (WS-CT-IDX)
                   MOVE CMP-CRITERIA TO WS-CT-CRITERIA (WS-CT-IDX)
                   MOVE ZERO TO WS-CT-MATCHED (WS-CT-IDX)
                                WS-CT-SUP-DECEASED (WS-CT-IDX)
                                WS-CT-SUP-DNC (WS-CT-IDX)
                                WS-CT-SUP-INACTIVE (WS-CT-IDX)
                                WS-CT-SUP-HOLD (WS-CT-IDX)
                                WS-CT-SUP-CONSENT (WS-CT-IDX)
                                WS-CT-SUP-BADADDR (WS-CT-IDX)
                                WS-CT-HH-DUPLICATES (WS-CT-IDX)
                                WS-CT-SELECTED (WS-CT-IDX)
           END-EVALUATE
           PERFORM 1100-READ-CAMPAIGN.

       2000-SELECT-CUSTOMERS.
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT CUST-BRANCH-FILE
           IF WS-BRANCH-STATUS = '00'
               MOVE 'Y' TO WS-BRANCH-AVAIL-SW
           END-IF
           OPEN INPUT INTL-CONTACT-FILE
           IF WS-CONTACT-STATUS = '00'
               MOVE 'Y' TO WS-CONTACT-AVAIL-SW
           END-IF
           OPEN INPUT BAD-ADDRESS-FILE
           IF WS-BADADDR-STATUS = '00'
               MOVE 'Y' TO WS-BADADDR-AVAIL-SW
           END-IF
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS = '00'
               MOVE 'Y' TO WS-CONSENT-AVAIL-SW
           END-IF
           OPEN INPUT COMPLIANCE-HOLD-FILE
           IF WS-CMPLHOLD-STATUS = '00'
               MOVE 'Y' TO WS-CMPLHOLD-AVAIL-SW
           END-IF
           OPEN INPUT DECEASED-FILE
           IF WS-DECEASED-STATUS = '00'
               MOVE 'Y' TO WS-DECEASED-AVAIL-SW
           END-IF
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCCSEL - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-LISTS-BUILT-SWITCH
               PERFORM 2100-READ-MASTER
           END-IF
           PERFORM 2200-SCREEN-CUSTOMER UNTIL WS-MASTER-EOF
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-BRANCH-FILE
           CLOSE INTL-CONTACT-FILE
           CLOSE BAD-ADDRESS-FILE
           CLOSE CONSENT-FILE
           CLOSE COMPLIANCE-HOLD-FILE
           IF WS-DECEASED-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF.

       2100-READ-MASTER.
           READ CUST-MASTER-FILE INTO MASTER-CUSTOMER-REC
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
           END-READ.

       2200-SCREEN-CUSTOMER.
           PERFORM 2300-GATHER-CUSTOMER-FACTS
           PERFORM 2400-SCREEN-FOR-CAMPAIGN
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CAMPAIGN-COUNT
           PERFORM 2100-READ-MASTER.

       2300-GATHER-CUSTOMER-FACTS.
           MOVE SPACES TO WS-CF-BRANCH-CODE
           MOVE 'EN'   TO WS-CF-LANGUAGE-CODE
           MOVE 'N'    TO WS-CF-BAD-ADDRESS-SW
                          WS-CF-HOLD-SW
                          WS-CF-DECEASED-SW
                          WS-CF-EMAIL-OPTOUT-SW
                          WS-CF-POSTAL-OPTOUT-SW
           IF WS-BRANCH-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CBR-CUST-ID
               READ CUST-BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CBR-BRANCH-CODE TO WS-CF-BRANCH-CODE
               END-READ
           END-IF
           IF WS-CONTACT-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO IC-CUST-ID
               READ INTL-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IC-LANGUAGE-CODE NOT = SPACES
                           MOVE IC-LANGUAGE-CODE
                               TO WS-CF-LANGUAGE-CODE
                       END-IF
               END-READ
           END-IF
           IF WS-BADADDR-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO BAD-CUST-ID
               READ BAD-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAD-ADDRESS
                           MOVE 'Y' TO WS-CF-BAD-ADDRESS-SW
                       END-IF
               END-READ
           END-IF
           IF WS-CMPLHOLD-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CMH-CUST-ID
               READ COMPLIANCE-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CMH-SUPPRESSED
                           MOVE 'Y' TO WS-CF-HOLD-SW
                       END-IF
               END-READ
           END-IF
           IF WS-DECEASED-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO DCD-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DCD-CONFIRMED
                           MOVE 'Y' TO WS-CF-DECEASED-SW
                       END-IF
               END-READ
           END-IF
           IF WS-CONSENT-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CNS-CUST-ID
               MOVE 'E' TO CNS-CHANNEL
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-OPTED-OUT
                           MOVE 'Y' TO WS-CF-EMAIL-OPTOUT-SW
                       END-IF
               END-READ
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CNS-CUST-ID
               MOVE 'P' TO CNS-CHANNEL
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-OPTED-OUT
                           MOVE 'Y' TO WS-CF-POSTAL-OPTOUT-SW
                       END-IF
               END-READ
           END-IF.

      * CRITERIA FIRST, THEN THE SCRUB.  A CUSTOMER CAUGHT BY MORE
      * THAN ONE SUPPRESSION IS COUNTED UNDER THE FIRST THAT APPLIES
      * SO THE SCRUB COUNTS ADD BACK UP TO THE MATCHED TOTAL.  A
      * CONFIRMED DEATH COMES FIRST - IT IS ALSO INACTIVE, BUT IS
      * COUNTED FOR WHAT IT IS.  DNC STOPS EVERY CHANNEL, AS IT
      * DOES ON THE ZCNCCRM EXTRACT;
      * CONSENT IS HONORED ON THE CAMPAIGN'S OWN CHANNEL; A BAD
      * ADDRESS ONLY MATTERS TO A POSTAL CAMPAIGN.
       2400-SCREEN-FOR-CAMPAIGN.
           PERFORM 2450-CHECK-CRITERIA
           IF WS-CRITERIA-MET
               ADD 1 TO WS-CT-MATCHED (WS-CT-IDX)
               EVALUATE TRUE
                   WHEN WS-CF-DECEASED
                       ADD 1 TO WS-CT-SUP-DECEASED (WS-CT-IDX)
                       ADD 1 TO WS-TOTAL-SUPPRESSED
                   WHEN DO-NOT-CALL OF MASTER-CUSTOMER-REC
                       ADD 1 TO WS-CT-SUP-DNC (WS-CT-IDX)
                       ADD 1 TO WS-TOTAL-SUPPRESSED
                   WHEN CUST-INACTIVE OF MASTER-CUSTOMER-REC
                       ADD 1 TO WS-CT-SUP-INACTIVE (WS-CT-IDX)
                       ADD 1 TO WS-TOTAL-SUPPRESSED
                   WHEN WS-CF-HELD
                       ADD 1 TO WS-CT-SUP-HOLD (WS-CT-IDX)
                       ADD 1 TO WS-TOTAL-SUPPRESSED
                   WHEN WS-CT-EMAIL (WS-CT-IDX)
                       AND WS-CF-EMAIL-OPTED-OUT
                       ADD 1 TO WS-CT-SUP-CONSENT (WS-CT-IDX)
                       ADD 1 TO WS-TOTAL-SUPPRESSED
                   WHEN WS-CT-POSTAL (WS-CT-IDX)
                       AND WS-CF-POSTAL-OPTED-OUT
                       ADD 1 TO WS-CT-SUP-CONSENT (WS-CT-IDX)
                       ADD 1 TO WS-TOTAL-SUPPRESSED
                   WHEN WS-CT-POSTAL (WS-CT-IDX)
                       AND WS-CF-BAD-ADDRESS
                       ADD 1 TO WS-CT-SUP-BADADDR (WS-CT-IDX)
                       ADD 1 TO WS-TOTAL-SUPPRESSED
                   WHEN OTHER
                       PERFORM 2500-RELEASE-CANDIDATE
               END-EVALUATE
           END-IF.

      * A BLANK CRITERION MATCHES EVERY CUSTOMER.
       2450-CHECK-CRITERIA.
           MOVE 'Y' TO WS-CRITERIA-SWITCH
           IF WS-CT-SEL-BRANCH-CODE (WS-CT-IDX) NOT = SPACES
               AND WS-CT-SEL-BRANCH-CODE (WS-CT-IDX)
                   NOT = WS-CF-BRANCH-CODE
               MOVE 'N' TO WS-CRITERIA-SWITCH
           END-IF
           IF WS-CT-VIP-ONLY (WS-CT-IDX)
               AND NOT VIP-CUSTOMER OF MASTER-CUSTOMER-REC
               MOVE 'N' TO WS-CRITERIA-SWITCH
           END-IF
           IF WS-CT-NON-VIP-ONLY (WS-CT-IDX)
               AND VIP-CUSTOMER OF MASTER-CUSTOMER-REC
               MOVE 'N' TO WS-CRITERIA-SWITCH
           END-IF
           IF WS-CT-SEL-US-STATE (WS-CT-IDX) NOT = SPACES
               AND WS-CT-SEL-US-STATE (WS-CT-IDX)
                   NOT = US-STATE OF MASTER-CUSTOMER-REC
               MOVE 'N' TO WS-CRITERIA-SWITCH
           END-IF
           IF WS-CT-SEL-COUNTRY-CODE (WS-CT-IDX) NOT = SPACES
               AND WS-CT-SEL-COUNTRY-CODE (WS-CT-IDX)
                   NOT = COUNTRY-CODE OF MASTER-CUSTOMER-REC
               MOVE 'N' TO WS-CRITERIA-SWITCH
           END-IF
           IF WS-CT-SEL-LANGUAGE-CODE (WS-CT-IDX) NOT = SPACES
               AND WS-CT-SEL-LANGUAGE-CODE (WS-CT-IDX)
                   NOT = WS-CF-LANGUAGE-CODE
               MOVE 'N' TO WS-CRITERIA-SWITCH
           END-IF.

       2500-RELEASE-CANDIDATE.
           MOVE WS-CT-CAMPAIGN-ID (WS-CT-IDX) TO SR-CAMPAIGN-ID
           SET SR-CAMPAIGN-SUB TO WS-CT-IDX
           MOVE POSTAL-CODE OF MASTER-CUSTOMER-REC
               TO SR-POSTAL-CODE
           MOVE CITY OF MASTER-CUSTOMER-REC        TO SR-CITY
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO SR-LAST-NAME
           MOVE CUST-ID OF MASTER-CUSTOMER-REC     TO SR-CUST-ID
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               TO SR-FIRST-NAME
           MOVE US-STATE OF MASTER-CUSTOMER-REC    TO SR-US-STATE
           MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
               TO SR-COUNTRY-CODE
           MOVE WS-CT-CHANNEL (WS-CT-IDX)          TO SR-CHANNEL
           MOVE WS-CF-BRANCH-CODE                  TO SR-BRANCH-CODE
           MOVE WS-CF-LANGUAGE-CODE                TO SR-LANGUAGE-CODE
           MOVE CUST-VIP-FLAG OF MASTER-CUSTOMER-REC
               TO SR-VIP-FLAG
           RELEASE SORT-WORK-RECORD.

       3000-WRITE-CAMPAIGN-LISTS.
           OPEN OUTPUT CAMPAIGN-LIST-FILE
           OPEN I-O CAMPAIGN-MEMBER-FILE
           IF WS-MEMBER-STATUS = '35'
               OPEN OUTPUT CAMPAIGN-MEMBER-FILE
               CLOSE CAMPAIGN-MEMBER-FILE
               OPEN I-O CAMPAIGN-MEMBER-FILE
           END-IF
           IF NOT WS-MEMBER-STATUS = '00'
               DISPLAY 'ZCNCCSEL - ERROR OPENING CAMPMBR: '
                       WS-MEMBER-STATUS
               MOVE 'N' TO WS-LISTS-BUILT-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN EXTEND CONTACT-EVENT-FILE
           IF WS-EVENT-STATUS = '35'
               OPEN OUTPUT CONTACT-EVENT-FILE
           END-IF
           IF WS-LISTS-BUILT
               PERFORM 3100-RETURN-SORT-RECORD
               PERFORM 3200-PROCESS-CANDIDATE UNTIL WS-SORT-EOF
               CLOSE CAMPAIGN-MEMBER-FILE
           END-IF
           CLOSE CAMPAIGN-LIST-FILE
           CLOSE CONTACT-EVENT-FILE.

       3100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       3200-PROCESS-CANDIDATE.
           SET WS-CT-IDX TO SR-CAMPAIGN-SUB
           MOVE SR-CAMPAIGN-ID TO WS-CK-CAMPAIGN-ID
           MOVE SR-POSTAL-CODE TO WS-CK-POSTAL-CODE
           MOVE SR-CITY        TO WS-CK-CITY
           MOVE SR-LAST-NAME   TO WS-CK-LAST-NAME
           IF WS-CT-ONE-PER-HOUSEHOLD (WS-CT-IDX)
               AND WS-CURRENT-KEY = WS-PRIOR-KEY
               ADD 1 TO WS-CT-HH-DUPLICATES (WS-CT-IDX)
           ELSE
               PERFORM 3300-WRITE-LIST-MEMBER
           END-IF
           MOVE WS-CURRENT-KEY TO WS-PRIOR-KEY
           PERFORM 3100-RETURN-SORT-RECORD.

      * A MEMBER ALREADY ON CAMPMBR CAN ONLY MEAN A RERUN AFTER A
      * FAILURE BEFORE CAMPMAST WAS STAMPED - THE CUSTOMER IS STILL
      * COUNTED ON THE LIST BUT NOT EXTRACTED OR CONTACTED TWICE.
       3300-WRITE-LIST-MEMBER.
           MOVE SPACES TO CAMPAIGN-MEMBER-RECORD
           MOVE SR-CAMPAIGN-ID   TO CMB-CAMPAIGN-ID
           MOVE SR-CUST-ID       TO CMB-CUST-ID
           MOVE SR-FIRST-NAME    TO CMB-FIRST-NAME
           MOVE SR-LAST-NAME     TO CMB-LAST-NAME
           MOVE SR-CITY          TO CMB-CITY
           MOVE SR-US-STATE      TO CMB-US-STATE
           MOVE SR-COUNTRY-CODE  TO CMB-COUNTRY-CODE
           MOVE SR-POSTAL-CODE   TO CMB-POSTAL-CODE
           MOVE SR-CHANNEL       TO CMB-CHANNEL
           MOVE SR-BRANCH-CODE   TO CMB-BRANCH-CODE
           MOVE SR-LANGUAGE-CODE TO CMB-LANGUAGE-CODE
           MOVE SR-VIP-FLAG      TO CMB-VIP-FLAG
           MOVE WS-CYCLE-DATE    TO CMB-SELECTED-DATE
           MOVE 'N'              TO CMB-RESPONSE-FLAG
           MOVE ZERO             TO CMB-RESPONSE-DATE
           ADD 1 TO WS-CT-SELECTED (WS-CT-IDX)
           WRITE CAMPAIGN-MEMBER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-LISTED
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBERS-WRITTEN
                   WRITE CAMPAIGN-LIST-RECORD
                       FROM CAMPAIGN-MEMBER-RECORD
                   MOVE SR-CUST-ID    TO CEV-CUST-ID
                   MOVE WS-CYCLE-DATE TO CEV-EVENT-DATE
                   MOVE 'CAMPAIGN'    TO CEV-EVENT-TYPE
                   MOVE 'ZCNCCSEL'    TO CEV-SOURCE-PROGRAM
                   WRITE CONTACT-EVENT-RECORD
           END-WRITE.

      * STAMPING THE CAMPAIGN IS WHAT STOPS IT BEING SELECTED AGAIN.
       4000-MARK-CAMPAIGNS-SELECTED.
           MOVE WS-CT-CAMPAIGN-ID (WS-CT-IDX) TO CMP-CAMPAIGN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   DISPLAY 'ZCNCCSEL - CAMPAIGN VANISHED: '
                           CMP-CAMPAIGN-ID
               NOT INVALID KEY
                   SET CMP-LIST-SELECTED TO TRUE
                   MOVE WS-CYCLE-DATE TO CMP-SELECTION-DATE
                   MOVE WS-CT-SELECTED (WS-CT-IDX) TO CMP-LIST-COUNT
                   REWRITE CAMPAIGN-MASTER-RECORD
           END-READ.

       7000-PRINT-SCRUB-REPORT.
           MOVE WS-CYCLE-DATE TO WS-HD-CYCLE-DATE
           WRITE SELECTION-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE SELECTION-REPORT-LINE FROM WS-BLANK-LINE
           PERFORM 7100-PRINT-CAMPAIGN
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CAMPAIGN-COUNT
           MOVE 'CUSTOMERS READ' TO WS-CNT-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CAMPAIGNS SELECTED' TO WS-CNT-LABEL
           MOVE WS-CAMPAIGN-COUNT TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CAMPAIGNS ENDED BEFORE SELECTION' TO WS-CNT-LABEL
           MOVE WS-CAMPAIGNS-EXPIRED TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CAMPAIGNS DEFERRED TO NEXT RUN' TO WS-CNT-LABEL
           MOVE WS-CAMPAIGNS-DEFERRED TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LIST MEMBERS WRITTEN' TO WS-CNT-LABEL
           MOVE WS-MEMBERS-WRITTEN TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ALREADY ON LIST FROM A PRIOR RUN' TO WS-CNT-LABEL
           MOVE WS-ALREADY-LISTED TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE.

       7100-PRINT-CAMPAIGN.
           MOVE WS-CT-CAMPAIGN-ID (WS-CT-IDX)   TO WS-CL-CAMPAIGN-ID
           MOVE WS-CT-CAMPAIGN-NAME (WS-CT-IDX) TO WS-CL-CAMPAIGN-NAME
           MOVE WS-CT-CHANNEL (WS-CT-IDX)       TO WS-CL-CHANNEL
           WRITE SELECTION-REPORT-LINE FROM WS-CAMPAIGN-LINE
           MOVE WS-CT-SEL-BRANCH-CODE (WS-CT-IDX) TO WS-CR-BRANCH-CODE
           MOVE WS-CT-SEL-VIP (WS-CT-IDX)         TO WS-CR-VIP
           MOVE WS-CT-SEL-US-STATE (WS-CT-IDX)    TO WS-CR-US-STATE
           MOVE WS-CT-SEL-COUNTRY-CODE (WS-CT-IDX)
               TO WS-CR-COUNTRY-CODE
           MOVE WS-CT-SEL-LANGUAGE-CODE (WS-CT-IDX)
               TO WS-CR-LANGUAGE-CODE
           MOVE WS-CT-SEL-HOUSEHOLD (WS-CT-IDX)   TO WS-CR-HOUSEHOLD
           WRITE SELECTION-REPORT-LINE FROM WS-CRITERIA-LINE
           MOVE 'MATCHED SELECTION CRITERIA' TO WS-CNT-LABEL
           MOVE WS-CT-MATCHED (WS-CT-IDX) TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SUPPRESSED - DECEASED' TO WS-CNT-LABEL
           MOVE WS-CT-SUP-DECEASED (WS-CT-IDX) TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SUPPRESSED - DO NOT CALL' TO WS-CNT-LABEL
           MOVE WS-CT-SUP-DNC (WS-CT-IDX) TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SUPPRESSED - INACTIVE' TO WS-CNT-LABEL
           MOVE WS-CT-SUP-INACTIVE (WS-CT-IDX) TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SUPPRESSED - COMPLIANCE HOLD' TO WS-CNT-LABEL
           MOVE WS-CT-SUP-HOLD (WS-CT-IDX) TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SUPPRESSED - CONSENT OPT-OUT' TO WS-CNT-LABEL
           MOVE WS-CT-SUP-CONSENT (WS-CT-IDX) TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SUPPRESSED - BAD ADDRESS' TO WS-CNT-LABEL
           MOVE WS-CT-SUP-BADADDR (WS-CT-IDX) TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DROPPED - SAME HOUSEHOLD' TO WS-CNT-LABEL
           MOVE WS-CT-HH-DUPLICATES (WS-CT-IDX) TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SELECTED FOR CAMPAIGN LIST' TO WS-CNT-LABEL
           MOVE WS-CT-SELECTED (WS-CT-IDX) TO WS-CNT-VALUE
           WRITE SELECTION-REPORT-LINE FROM WS-COUNT-LINE
           WRITE SELECTION-REPORT-LINE FROM WS-BLANK-LINE.

       9000-TERMINATE.
           CLOSE CAMPAIGN-FILE
           CLOSE SELECTION-REPORT-FILE
           IF (WS-CAMPAIGNS-DEFERRED > ZERO
               OR WS-ALREADY-LISTED > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCCSEL - CUSTOMERS READ   : ' WS-CUSTOMERS-READ
           DISPLAY 'ZCNCCSEL - CAMPAIGNS        : ' WS-CAMPAIGN-COUNT
           DISPLAY 'ZCNCCSEL - MEMBERS WRITTEN  : ' WS-MEMBERS-WRITTEN
           DISPLAY 'ZCNCCSEL - SUPPRESSED       : '
                   WS-TOTAL-SUPPRESSED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-CUSTOMERS-READ TO WS-RH-RECORDS-READ
           MOVE WS-MEMBERS-WRITTEN TO WS-RH-RECORDS-APPLIED
           MOVE WS-TOTAL-SUPPRESSED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
