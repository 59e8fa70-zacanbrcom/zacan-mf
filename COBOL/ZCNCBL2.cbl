               RECORD KEY IS XRF-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NAME-HISTORY-FILE  ASSIGN TO "NAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMH-KEY
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT INTAKE-REJECT-FILE ASSIGN TO "BL2REJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
               RECORD KEY IS BCH-KEY
               FILE STATUS IS WS-BATCHLOG-STATUS.

           SELECT NAME-SUFFIX-FILE   ASSIGN TO "NAMESFX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSX-CUST-ID
               FILE STATUS IS WS-NAMESFX-STATUS.

           SELECT RETIRED-ID-FILE    ASSIGN TO "RETIRIDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RET-OLD-CUST-ID
               FILE STATUS IS WS-RETIRED-STATUS.

           SELECT ORGANIZATION-FILE  ASSIGN TO "ORGCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CUST-ID
               FILE STATUS IS WS-ORGCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONBOARD-INTAKE-FILE
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  NAME-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NAMEHIST.

       FD  INTAKE-REJECT-FILE
           RECORDING MODE IS F.
           COPY REJECREC.
           RECORDING MODE IS F.
           COPY BATCHCTL.

       FD  NAME-SUFFIX-FILE
           RECORDING MODE IS F.
           COPY NAMESFX.

       FD  RETIRED-ID-FILE
           RECORDING MODE IS F.
           COPY RETIRED.

       FD  ORGANIZATION-FILE
           RECORDING MODE IS F.
           COPY ORGCUST.

       WORKING-STORAGE SECTION.
       01  WS-INTAKE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-TOTALS-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NAMEHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DUPHOLD-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ALTREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BATCHLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SCRNHOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BRANCH-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CUSTBRCH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-NAMESFX-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RETIRED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ORGCUST-STATUS            PIC X(02) VALUE SPACES.

      * SERVICING-BRANCH DEFAULTING - THE NEW CUSTOMER IS ASSIGNED
      * TO THE BRANCH WHOSE BRCHREF ENTRY NAMES THE APPLICATION'S
           05  WS-INTAKE-SUSPENDED      PIC 9(07) VALUE ZERO.
           05  WS-INTAKE-DUP-HELD       PIC 9(07) VALUE ZERO.
           05  WS-INTAKE-SCREEN-HELD    PIC 9(07) VALUE ZERO.
           05  WS-INTAKE-STANDARDIZED   PIC 9(07) VALUE ZERO.
           05  WS-MASTER-OPEN-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-MASTER-END-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-REFERRALS-VALID       PIC 9(07) VALUE ZERO.
           05  WS-REFERRALS-QUEUED      PIC 9(07) VALUE ZERO.
           05  WS-REFERRALS-REJECTED    PIC 9(07) VALUE ZERO.
           05  WS-REFERRALS-NO-REFERRER PIC 9(07) VALUE ZERO.
           05  WS-BUSINESS-ADDED        PIC 9(07) VALUE ZERO.
           05  WS-PRINCIPALS-DROPPED    PIC 9(07) VALUE ZERO.

      * THE MASTER RECORD COUNT IS CARRIED ON THE MSTRCNT CONTROL
      * RECORD (ZCNCMCNT) INSTEAD OF BEING RE-COUNTED BY READING
       01  WS-DUP-BROWSE-DONE-SW        PIC X(01) VALUE 'N'.
           88  WS-DUP-BROWSE-DONE       VALUE 'Y'.
       01  WS-DUP-MATCHED-ID            PIC X(10) VALUE SPACES.
       01  WS-NAMEHIST-AVAIL-SW         PIC X(01) VALUE 'N'.
           88  WS-NAMEHIST-AVAILABLE    VALUE 'Y'.

      * CUST-IDS ARE STAMPED CENTRALLY BY ZCNCNXID, NOT TAKEN FROM
      * THE CHANNEL - THE CHANNEL-SUPPLIED ID IS KEPT ON THE ALTREF
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

      * NAMES AND CITY ARE STANDARDIZED (ZCNCNSTD) BEFORE ANY SCREEN
      * OR FILE SEES THEM; THE RAW VALUES ARE KEPT FOR THE AUDIT.
           COPY NAMESTD.
       01  WS-NSTD-RETURN-CODE          PIC 9(02) VALUE ZERO.
       01  WS-RAW-FIRST-NAME            PIC X(10) VALUE SPACES.
       01  WS-RAW-LAST-NAME             PIC X(10) VALUE SPACES.
       01  WS-RAW-CITY                  PIC X(20) VALUE SPACES.

      * EVERY APPLICATION GETS ONE RESPONSE BACK TO ITS SOURCE
      * CHANNEL (ZCNCRESP) - ACCEPTED WITH THE ASSIGNED CUST-ID,
      * REJECTED WITH THE REJECT REASON, OR HELD FOR REVIEW.
           COPY CHANRESP.
       01  WS-RESP-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * EVERY NEW CUSTOMER IS OWED A WELCOME LETTER - THE TRIGGER
      * GOES TO LETRTRIG (ZCNCLTRG) FOR ZCNCLETR TO PRINT.
           COPY LETRTRIG.
       01  WS-LTRG-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * REFERRAL CAPTURE - A CHANNEL-REFERRAL APPLICATION QUOTING A
      * REFERRER IS FILED ON THE REFERRAL SATELLITE (ZCNCREFU) WITH
      * THE VERDICT ON THE REFERRER: VALID, QUEUED WHILE THE
      * REFERRER IS INACTIVE, OR REJECTED FOR A REFERRER NOT ON
      * FILE, RETIRED ON RETIRIDS, OR THE APPLICANT THEMSELVES.
      * THE APPLICATION ITSELF GOES ON EITHER WAY.
           COPY REFERRAL.
       01  WS-REFU-FUNCTION             PIC X(01) VALUE 'A'.
       01  WS-REFU-RETURN-CODE          PIC 9(02) VALUE ZERO.
       01  WS-REFERRAL-TAKEN-SW         PIC X(01) VALUE 'N'.
           88  WS-REFERRAL-TAKEN        VALUE 'Y'.
       01  WS-RETIRED-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-RETIRED-AVAILABLE     VALUE 'Y'.

      * BUSINESS APPLICATIONS (CUSTOMER-TYPE B).  THE NAME FIELDS ARE
      * REBUILT FROM THE LEGAL NAME (BYTES 1-10 LAST, 11-20 FIRST) SO
      * EVERY SCREEN, QUEUE AND FILE SEES THE NAME THE MASTER WILL
      * CARRY.  A BAD ORGANIZATION BLOCK REJECTS THE APPLICATION; A
      * BAD PRINCIPAL IS REPORTED AND DROPPED.  THE WATCHLIST SCREEN
      * COVERS THE LEGAL NAME, THE TRADING NAME AND EACH PRINCIPAL
      * (BY THE NAME AND COUNTRY ON THEIR MASTER RECORD); THE
      * DUPLICATE SCREEN ONLY COMPARES LIKE WITH LIKE - A PERSON
      * WITH PERSONS, A BUSINESS WITH BUSINESSES OF THE SAME FULL
      * LEGAL NAME.  THE REJECT REASON IS SET ONLY WHERE A RECORD IS
      * ACTUALLY REJECTED; THE EDITS KEEP THEIR OWN MESSAGES.
       01  WS-REJECT-REASON-CODE        PIC X(04) VALUE SPACES.
       01  WS-REJECT-REASON-TEXT        PIC X(40) VALUE SPACES.
       01  WS-ORG-EDIT-MESSAGE          PIC X(40) VALUE SPACES.
       01  WS-PRINCIPAL-MESSAGE         PIC X(40) VALUE SPACES.
       01  WS-ORG-INVALID-SW            PIC X(01) VALUE 'N'.
           88  WS-ORG-INVALID           VALUE 'Y'.
       01  WS-PRINCIPAL-SUB             PIC 9(02) VALUE ZERO.
       01  WS-PRINCIPAL-NAMES.
           05  WS-PRINCIPAL-NAME        OCCURS 4 TIMES.
               10  WS-PRN-LAST-NAME     PIC X(10).
               10  WS-PRN-FIRST-NAME    PIC X(10).
               10  WS-PRN-COUNTRY-CODE  PIC X(03).
       01  WS-SCREEN-LAST-NAME          PIC X(10) VALUE SPACES.
       01  WS-SCREEN-FIRST-NAME         PIC X(10) VALUE SPACES.
       01  WS-SCREEN-COUNTRY-CODE       PIC X(03) VALUE SPACES.
       01  WS-CANDIDATE-ID              PIC X(10) VALUE SPACES.
       01  WS-CANDIDATE-ALIAS-SW        PIC X(01) VALUE 'N'.
           88  WS-CANDIDATE-ALIAS       VALUE 'Y'.
       01  WS-CANDIDATE-MATCH-SW        PIC X(01) VALUE 'N'.
           88  WS-CANDIDATE-MATCH       VALUE 'Y'.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCBL2 '.
               CLOSE ALT-REFERENCE-FILE
               OPEN I-O ALT-REFERENCE-FILE
           END-IF
           OPEN INPUT NAME-HISTORY-FILE
           IF WS-NAMEHIST-STATUS = '00'
               MOVE 'Y' TO WS-NAMEHIST-AVAIL-SW
           END-IF
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS = '00'
               MOVE 'Y' TO WS-WATCHLIST-AVAIL-SW
           IF WS-SCRNHOLD-STATUS = '35'
               OPEN OUTPUT SCREEN-HOLD-FILE
           END-IF
           OPEN I-O   NAME-SUFFIX-FILE
           IF WS-NAMESFX-STATUS = '35'
               OPEN OUTPUT NAME-SUFFIX-FILE
               CLOSE NAME-SUFFIX-FILE
               OPEN I-O NAME-SUFFIX-FILE
           END-IF
           OPEN INPUT RETIRED-ID-FILE
           IF WS-RETIRED-STATUS = '00'
               MOVE 'Y' TO WS-RETIRED-AVAIL-SW
           END-IF
           OPEN I-O   ORGANIZATION-FILE
           IF WS-ORGCUST-STATUS = '35'
               OPEN OUTPUT ORGANIZATION-FILE
               CLOSE ORGANIZATION-FILE
               OPEN I-O ORGANIZATION-FILE
           END-IF
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
           END-IF.

       2005-APPLY-INTAKE-RECORD.
           MOVE 'N' TO WS-ORG-INVALID-SW
           MOVE SPACES TO WS-ORG-EDIT-MESSAGE
           MOVE SPACES TO WS-PRINCIPAL-NAMES
           IF CUSTOMER-BUSINESS
               MOVE SPACES TO CUST-NAME OF CUSTOMER-NEW-RECORD
               MOVE LEGAL-NAME (1:10)
                   TO CUST-LAST-NAME OF CUSTOMER-NEW-RECORD
               MOVE LEGAL-NAME (11:10)
                   TO CUST-FIRST-NAME OF CUSTOMER-NEW-RECORD
           END-IF
           PERFORM 2050-STANDARDIZE-INTAKE
           MOVE 'N' TO WS-REFERRAL-TAKEN-SW
           IF CHANNEL-REFERRAL
               PERFORM 2060-VALIDATE-REFERRAL
           END-IF
           IF CUSTOMER-BUSINESS
               PERFORM 2030-EDIT-ORGANIZATION
           END-IF
           EVALUATE TRUE
               WHEN WS-ORG-INVALID
                   ADD 1 TO WS-INTAKE-REJECTED
                   MOVE 'OR01' TO WS-REJECT-REASON-CODE
                   MOVE WS-ORG-EDIT-MESSAGE TO WS-REJECT-REASON-TEXT
                   PERFORM 2400-WRITE-INTAKE-REJECT
                   DISPLAY 'ZCNCBL2 - BUSINESS APPLICATION REJECTED: '
                           CUST-ID OF CUSTOMER-NEW-RECORD ' '
                           WS-REJECT-REASON-TEXT
               WHEN CREDIT-CHECK-PASSED
                   PERFORM 2140-SCREEN-WATCHLIST
                   PERFORM 2150-SCREEN-FOR-DUPLICATE
                   PERFORM 2100-BUILD-MASTER-RECORD
                   EVALUATE TRUE
                       WHEN WS-WATCH-HIT
                           PERFORM 2180-WRITE-SCREEN-HOLD
                       WHEN WS-DUP-SUSPECT
                           PERFORM 2170-WRITE-DUP-HOLD
                       WHEN OTHER
                           PERFORM 2200-ADD-TO-MASTER
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 2300-WRITE-TO-SUSPENSE
           END-EVALUATE
           IF WS-REFERRAL-TAKEN
               PERFORM 2090-FILE-REFERRAL
           END-IF
           PERFORM 3000-READ-INTAKE.

      * THE STANDARDIZED SPELLING REPLACES THE FEED'S IN THE INTAKE
      * RECORD ITSELF, SO THE WATCHLIST AND DUPLICATE SCREENS, THE
      * HOLD AND SUSPENSE QUEUES, THE MASTER AND THE XREF ALL SEE
      * THE SAME NAME THE SWEEP (ZCNCNSWP) WOULD HAVE FILED.
       2050-STANDARDIZE-INTAKE.
           MOVE CUST-FIRST-NAME OF CUSTOMER-NEW-RECORD
               TO WS-RAW-FIRST-NAME
           MOVE CUST-LAST-NAME OF CUSTOMER-NEW-RECORD
               TO WS-RAW-LAST-NAME
           MOVE CITY OF CUSTOMER-NEW-RECORD TO WS-RAW-CITY
           MOVE SPACES TO NAME-STANDARD-AREA
           MOVE WS-RAW-FIRST-NAME TO NST-FIRST-NAME
           MOVE WS-RAW-LAST-NAME  TO NST-LAST-NAME
           MOVE WS-RAW-CITY       TO NST-CITY
           MOVE US-STATE OF CUSTOMER-NEW-RECORD TO NST-US-STATE
           CALL 'ZCNCNSTD' USING NAME-STANDARD-AREA
                                 WS-NSTD-RETURN-CODE
           END-CALL
      * A LEGAL NAME IS FILED AS REGISTERED - NO TITLE OR SUFFIX IS
      * SPLIT FROM A COMPANY NAME; ONLY ITS CITY IS STANDARDIZED.
           IF CUSTOMER-BUSINESS
               MOVE SPACES TO NST-TITLE NST-SUFFIX
           ELSE
               MOVE NST-FIRST-NAME
                   TO CUST-FIRST-NAME OF CUSTOMER-NEW-RECORD
               MOVE NST-LAST-NAME
                   TO CUST-LAST-NAME OF CUSTOMER-NEW-RECORD
           END-IF
           MOVE NST-CITY       TO CITY OF CUSTOMER-NEW-RECORD.

      * RUN AFTER THE REFERRER CHECK AND BEFORE THE SCREENS, FOR THE
      * SAME REASON: THE PRINCIPALS' MASTER READS LAND IN THE FD
      * RECORD 2100 BUILDS THE NEW CUSTOMER IN.
       2030-EDIT-ORGANIZATION.
           EVALUATE TRUE
               WHEN LEGAL-NAME = SPACES
                   MOVE 'Y' TO WS-ORG-INVALID-SW
                   MOVE 'LEGAL NAME MISSING' TO WS-ORG-EDIT-MESSAGE
               WHEN NOT (LEGAL-FORM = 'CORP' OR 'LLC ' OR 'PART'
                         OR 'SOLE' OR 'TRST' OR 'NPO ' OR 'OTHR')
                   MOVE 'Y' TO WS-ORG-INVALID-SW
                   MOVE 'INVALID LEGAL FORM' TO WS-ORG-EDIT-MESSAGE
               WHEN INDUSTRY-CODE (1:2) IS NOT NUMERIC
                   MOVE 'Y' TO WS-ORG-INVALID-SW
                   MOVE 'INVALID INDUSTRY CODE' TO WS-ORG-EDIT-MESSAGE
               WHEN OTHER
                   PERFORM 2035-EDIT-PRINCIPAL
                       VARYING WS-PRINCIPAL-SUB FROM 1 BY 1
                       UNTIL WS-PRINCIPAL-SUB > 4
           END-EVALUATE.

      * A PRINCIPAL MUST BE AN INDIVIDUAL ALREADY ON THE MASTER WITH
      * A KNOWN ROLE.  ANYTHING ELSE IS DROPPED FROM THE APPLICATION
      * AND LISTED FOR THE DESK TO KEY THROUGH ZCNCMAINT.
       2035-EDIT-PRINCIPAL.
           IF PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB) NOT = SPACES
               MOVE PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
                   TO CUST-ID OF MASTER-CUSTOMER-REC
               MOVE SPACES TO WS-PRINCIPAL-MESSAGE
               READ CUST-MASTER-FILE
                   INVALID KEY
                       MOVE 'PRINCIPAL NOT ON FILE'
                           TO WS-PRINCIPAL-MESSAGE
               END-READ
               IF WS-PRINCIPAL-MESSAGE = SPACES
                   MOVE PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
                       TO ORG-CUST-ID
                   READ ORGANIZATION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'PRINCIPAL IS A BUSINESS'
                               TO WS-PRINCIPAL-MESSAGE
                   END-READ
               END-IF
               IF WS-PRINCIPAL-MESSAGE = SPACES
                   AND NOT (PRINCIPAL-ROLE (WS-PRINCIPAL-SUB) = 'OW'
                            OR 'DR' OR 'SG' OR 'BO')
                   MOVE 'INVALID PRINCIPAL ROLE'
                       TO WS-PRINCIPAL-MESSAGE
               END-IF
               IF WS-PRINCIPAL-MESSAGE = SPACES
                   MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                       TO WS-PRN-LAST-NAME (WS-PRINCIPAL-SUB)
                   MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                       TO WS-PRN-FIRST-NAME (WS-PRINCIPAL-SUB)
                   MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
                       TO WS-PRN-COUNTRY-CODE (WS-PRINCIPAL-SUB)
               ELSE
                   ADD 1 TO WS-PRINCIPALS-DROPPED
                   DISPLAY 'ZCNCBL2 - PRINCIPAL DROPPED: '
                           CUST-ID OF CUSTOMER-NEW-RECORD ' '
                           PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB) ' '
                           WS-PRINCIPAL-MESSAGE
                   MOVE SPACES TO PRINCIPAL (WS-PRINCIPAL-SUB)
               END-IF
           END-IF.

      * THE REFERRER IS CHECKED BEFORE THE SCREENS AND 2100 BUILD
      * THE MASTER IMAGE, BECAUSE THE REFERRER'S MASTER READ LANDS
      * IN THE SAME FD RECORD.  AN ID RETIRED BY A MERGE OR AN
      * ERASURE IS NOT FOLLOWED TO ITS SURVIVOR - THE REFERRAL IS
      * REJECTED AND THE BRANCH CAN RE-KEY THE APPLICATION.
       2060-VALIDATE-REFERRAL.
           IF REFERRER-ID = SPACES
               ADD 1 TO WS-REFERRALS-NO-REFERRER
               DISPLAY 'ZCNCBL2 - REFERRAL CHANNEL, NO REFERRER '
                       'QUOTED: ' CUST-ID OF CUSTOMER-NEW-RECORD
           ELSE
               MOVE 'Y' TO WS-REFERRAL-TAKEN-SW
               MOVE SPACES TO REFERRAL-RECORD
               MOVE CUST-ID OF CUSTOMER-NEW-RECORD
                   TO RFL-SOURCE-CUST-ID
               MOVE SOURCE-CHANNEL OF CUSTOMER-NEW-RECORD
                   TO RFL-SOURCE-CHANNEL
               MOVE APPLICATION-DATE OF CUSTOMER-NEW-RECORD
                   TO RFL-APPLICATION-DATE
               MOVE CUST-FIRST-NAME OF CUSTOMER-NEW-RECORD
                   TO RFL-APPLICANT-FIRST-NAME
               MOVE CUST-LAST-NAME OF CUSTOMER-NEW-RECORD
                   TO RFL-APPLICANT-LAST-NAME
               MOVE REFERRER-ID   TO RFL-REFERRER-ID
               SET RFL-APPLICANT-PENDING TO TRUE
               MOVE WS-CYCLE-DATE TO RFL-CAPTURE-DATE
               MOVE ZERO          TO RFL-ONBOARDED-DATE
               MOVE ZERO          TO RFL-CREDIT-DATE
               MOVE WS-CYCLE-DATE TO RFL-LAST-CHANGED-DATE
               MOVE WS-AUDIT-PROGRAM-ID TO RFL-CHANGED-BY
               SET RFL-VALID TO TRUE
               IF REFERRER-ID = CUST-ID OF CUSTOMER-NEW-RECORD
                   SET RFL-REJECTED TO TRUE
                   MOVE 'REFERRER IS THE APPLICANT' TO RFL-REASON-TEXT
               ELSE
                   PERFORM 2065-CHECK-REFERRER-RETIRED
               END-IF
               IF RFL-VALID
                   PERFORM 2070-CHECK-REFERRER-MASTER
               END-IF
           END-IF.

       2065-CHECK-REFERRER-RETIRED.
           IF WS-RETIRED-AVAILABLE
               MOVE REFERRER-ID TO RET-OLD-CUST-ID
               READ RETIRED-ID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RFL-REJECTED TO TRUE
                       MOVE 'REFERRER CUST-ID RETIRED'
                           TO RFL-REASON-TEXT
               END-READ
           END-IF.

      * A REFERRER WITH THE APPLICANT'S OWN NAME AND POSTAL CODE IS
      * THE APPLICANT REFERRING THEMSELVES UNDER AN OLDER CUST-ID.
      * AN INACTIVE REFERRER IS QUEUED, NOT REJECTED - ZCNCREFR
      * RELEASES THE REFERRAL IF THE CUSTOMER IS REACTIVATED.
       2070-CHECK-REFERRER-MASTER.
           MOVE REFERRER-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   SET RFL-REJECTED TO TRUE
                   MOVE 'REFERRER NOT ON FILE' TO RFL-REASON-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-LAST-NAME OF MASTER-CUSTOMER-REC =
                               CUST-LAST-NAME OF CUSTOMER-NEW-RECORD
                           AND CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                               = CUST-FIRST-NAME
                                   OF CUSTOMER-NEW-RECORD
                           AND POSTAL-CODE OF MASTER-CUSTOMER-REC =
                               POSTAL-CODE OF CUSTOMER-NEW-RECORD
                           SET RFL-REJECTED TO TRUE
                           MOVE 'REFERRER IS THE APPLICANT'
                               TO RFL-REASON-TEXT
                       WHEN CUST-INACTIVE OF MASTER-CUSTOMER-REC
                           SET RFL-QUEUED TO TRUE
                           MOVE 'REFERRER INACTIVE'
                               TO RFL-REASON-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * BY NOW THE APPLICANT WAS ADDED (2200 MARKED THE REFERRAL
      * ONBOARDED), REJECTED (2400 MARKED IT DROPPED), OR IS HELD
      * OR SUSPENDED AND STILL PENDING - ZCNCCRED, ZCNCDUPR OR
      * ZCNCSCRN SETTLE IT LATER.
       2090-FILE-REFERRAL.
           MOVE 'A' TO WS-REFU-FUNCTION
           CALL 'ZCNCREFU' USING WS-REFU-FUNCTION
                                 REFERRAL-RECORD
                                 WS-REFU-RETURN-CODE
           END-CALL
           EVALUATE TRUE
               WHEN WS-REFU-RETURN-CODE = 08
                   DISPLAY 'ZCNCBL2 - REFERRAL ALREADY ON FILE FOR: '
                           RFL-SOURCE-CUST-ID
               WHEN WS-REFU-RETURN-CODE NOT = ZERO
                   DISPLAY 'ZCNCBL2 - REFERRAL NOT WRITTEN FOR: '
                           RFL-SOURCE-CUST-ID
               WHEN RFL-VALID
                   ADD 1 TO WS-REFERRALS-VALID
               WHEN RFL-QUEUED
                   ADD 1 TO WS-REFERRALS-QUEUED
                   DISPLAY 'ZCNCBL2 - REFERRAL QUEUED: '
                           RFL-SOURCE-CUST-ID ' REFERRER '
                           RFL-REFERRER-ID ' ' RFL-REASON-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REFERRALS-REJECTED
                   DISPLAY 'ZCNCBL2 - REFERRAL REJECTED: '
                           RFL-SOURCE-CUST-ID ' REFERRER '
                           RFL-REFERRER-ID ' ' RFL-REASON-TEXT
           END-EVALUATE.

      * COMPLIANCE SCREEN: AN APPLICANT WHOSE NAME MATCHES THE
      * WATCHLIST IS HELD FOR DISPOSITION (ZCNCSCRN), NEVER ADDED
      * STRAIGHT TO THE MASTER.  COMPLIANCE OUTRANKS THE DUPLICATE
      * SCREEN, SO THE WATCHLIST IS CHECKED FIRST.
      * A BUSINESS IS SCREENED AS AN ENTITY (LEGAL NAME, THEN
      * TRADING NAME) AND THROUGH ITS PRINCIPALS; THE FIRST HIT
      * STOPS THE SCREEN SO THE HOLD NAMES THE ENTRY THAT MATCHED.
       2140-SCREEN-WATCHLIST.
           MOVE 'N' TO WS-WATCH-HIT-SWITCH
           IF WS-WATCHLIST-AVAILABLE
               MOVE CUST-LAST-NAME OF CUSTOMER-NEW-RECORD
                   TO WS-SCREEN-LAST-NAME
               MOVE CUST-FIRST-NAME OF CUSTOMER-NEW-RECORD
                   TO WS-SCREEN-FIRST-NAME
               MOVE COUNTRY-CODE OF CUSTOMER-NEW-RECORD
                   TO WS-SCREEN-COUNTRY-CODE
               PERFORM 2145-CHECK-WATCHLIST-NAME
               IF CUSTOMER-BUSINESS
                   AND NOT WS-WATCH-HIT
                   AND TRADING-NAME NOT = SPACES
                   MOVE TRADING-NAME (1:10)  TO WS-SCREEN-LAST-NAME
                   MOVE TRADING-NAME (11:10) TO WS-SCREEN-FIRST-NAME
                   PERFORM 2145-CHECK-WATCHLIST-NAME
               END-IF
               IF CUSTOMER-BUSINESS
                   PERFORM 2146-SCREEN-PRINCIPAL
                       VARYING WS-PRINCIPAL-SUB FROM 1 BY 1
                       UNTIL WS-PRINCIPAL-SUB > 4
                          OR WS-WATCH-HIT
               END-IF
           END-IF.

       2145-CHECK-WATCHLIST-NAME.
           MOVE WS-SCREEN-LAST-NAME  TO WLS-LAST-NAME
           MOVE WS-SCREEN-FIRST-NAME TO WLS-FIRST-NAME
           READ WATCHLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WLS-COUNTRY-CODE = SPACES
                       OR WLS-COUNTRY-CODE = WS-SCREEN-COUNTRY-CODE
                       MOVE 'Y' TO WS-WATCH-HIT-SWITCH
                   END-IF
           END-READ.

       2146-SCREEN-PRINCIPAL.
           IF WS-PRN-LAST-NAME (WS-PRINCIPAL-SUB) NOT = SPACES
               MOVE WS-PRN-LAST-NAME (WS-PRINCIPAL-SUB)
                   TO WS-SCREEN-LAST-NAME
               MOVE WS-PRN-FIRST-NAME (WS-PRINCIPAL-SUB)
                   TO WS-SCREEN-FIRST-NAME
               MOVE WS-PRN-COUNTRY-CODE (WS-PRINCIPAL-SUB)
                   TO WS-SCREEN-COUNTRY-CODE
               PERFORM 2145-CHECK-WATCHLIST-NAME
           END-IF.

       2180-WRITE-SCREEN-HOLD.
               TO SCH-APPLICATION-DATE
           WRITE SCREEN-HOLD-RECORD
           ADD 1 TO WS-INTAKE-SCREEN-HELD
           IF CUSTOMER-BUSINESS
               PERFORM 2650-WRITE-ORGANIZATION
           END-IF
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RSP-CUST-ID
           SET RSP-HELD TO TRUE
           SET RSP-HELD-COMPLIANCE TO TRUE
           MOVE 'HELD PENDING REVIEW' TO RSP-REASON-TEXT
           PERFORM 2800-WRITE-CHANNEL-RESPONSE
           DISPLAY 'ZCNCBL2 - WATCHLIST HOLD: '
                   CUST-ID OF MASTER-CUSTOMER-REC
                   ' MATCHES ' SCH-MATCHED-LAST-NAME.
                       MOVE 'Y' TO WS-DUP-BROWSE-DONE-SW
               END-START
           END-IF
           PERFORM 2160-SCAN-XREF-CANDIDATE UNTIL WS-DUP-BROWSE-DONE
           IF NOT WS-DUP-SUSPECT
               AND WS-NAMEHIST-AVAILABLE
               PERFORM 2165-SCREEN-PRIOR-NAMES
           END-IF.

       2160-SCAN-XREF-CANDIDATE.
           READ NAME-XREF-FILE NEXT RECORD
                               IF POSTAL-CODE OF MASTER-CUSTOMER-REC
                                   = POSTAL-CODE
                                       OF CUSTOMER-NEW-RECORD
                                   MOVE XRF-CUST-ID TO WS-CANDIDATE-ID
                                   MOVE 'N' TO WS-CANDIDATE-ALIAS-SW
                                   PERFORM 2168-CHECK-CANDIDATE-TYPE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      * AN APPLICANT GIVING A NAME AN EXISTING CUSTOMER HAS SINCE
      * CHANGED AWAY FROM IS STILL THE SAME PERSON.  THE NAMEHIST
      * ALIASES ARE BROWSED THE SAME WAY AS THE XREF, UNDER THE
      * SAME LAST NAME PLUS POSTAL CODE RULE.
       2165-SCREEN-PRIOR-NAMES.
           MOVE 'Y' TO WS-DUP-BROWSE-DONE-SW
           IF CUST-LAST-NAME OF CUSTOMER-NEW-RECORD NOT = SPACES
               AND POSTAL-CODE OF CUSTOMER-NEW-RECORD NOT = SPACES
               MOVE 'N' TO WS-DUP-BROWSE-DONE-SW
               MOVE SPACES TO NMH-KEY
               MOVE CUST-LAST-NAME OF CUSTOMER-NEW-RECORD
                   TO NMH-LAST-NAME
               START NAME-HISTORY-FILE KEY IS NOT LESS THAN NMH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DUP-BROWSE-DONE-SW
               END-START
           END-IF
           PERFORM 2166-SCAN-ALIAS-CANDIDATE UNTIL WS-DUP-BROWSE-DONE.

       2166-SCAN-ALIAS-CANDIDATE.
           READ NAME-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DUP-BROWSE-DONE-SW
               NOT AT END
                   IF NMH-LAST-NAME (1:10) NOT =
                       CUST-LAST-NAME OF CUSTOMER-NEW-RECORD
                       MOVE 'Y' TO WS-DUP-BROWSE-DONE-SW
                   ELSE
                       MOVE NMH-CUST-ID
                           TO CUST-ID OF MASTER-CUSTOMER-REC
                       READ CUST-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF POSTAL-CODE OF MASTER-CUSTOMER-REC
                                   = POSTAL-CODE
                                       OF CUSTOMER-NEW-RECORD
                                   MOVE NMH-CUST-ID TO WS-CANDIDATE-ID
                                   MOVE 'Y' TO WS-CANDIDATE-ALIAS-SW
                                   PERFORM 2168-CHECK-CANDIDATE-TYPE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      * A PERSON IS NEVER A DUPLICATE OF A BUSINESS OR THE REVERSE.
      * TWO BUSINESSES ARE ONLY THE SAME WITH THE SAME FULL LEGAL
      * NAME - OR, ON THE ALIAS PASS, THE SAME FORMER SHORT NAME -
      * SINCE THE TEN-BYTE LAST NAME IS ONLY THE FIRST WORD OR SO.
       2168-CHECK-CANDIDATE-TYPE.
           MOVE 'N' TO WS-CANDIDATE-MATCH-SW
           MOVE WS-CANDIDATE-ID TO ORG-CUST-ID
           READ ORGANIZATION-FILE
               INVALID KEY
                   IF NOT CUSTOMER-BUSINESS
                       MOVE 'Y' TO WS-CANDIDATE-MATCH-SW
                   END-IF
               NOT INVALID KEY
                   IF CUSTOMER-BUSINESS
                       IF WS-CANDIDATE-ALIAS
                           IF NMH-FIRST-NAME (1:10) =
                               CUST-FIRST-NAME OF CUSTOMER-NEW-RECORD
                               MOVE 'Y' TO WS-CANDIDATE-MATCH-SW
                           END-IF
                       ELSE
                           IF ORG-LEGAL-NAME = LEGAL-NAME
                               MOVE 'Y' TO WS-CANDIDATE-MATCH-SW
                           END-IF
                       END-IF
                   END-IF
           END-READ
           IF WS-CANDIDATE-MATCH
               MOVE 'Y' TO WS-DUP-SUSPECT-SWITCH
               MOVE WS-CANDIDATE-ID TO WS-DUP-MATCHED-ID
               MOVE 'Y' TO WS-DUP-BROWSE-DONE-SW
           END-IF.

      * SUSPECTED DUPLICATES NEVER REACH THE MASTER - THEY GO TO THE
      * DUPHOLD QUEUE WITH BOTH CUST-IDS FOR THE CLERK REVIEW STEP
      * (ZCNCDUPR) TO RELEASE OR REJECT.
               TO DUP-APPLICATION-DATE
           WRITE DUP-HOLD-RECORD
           ADD 1 TO WS-INTAKE-DUP-HELD
           IF CUSTOMER-BUSINESS
               PERFORM 2650-WRITE-ORGANIZATION
           END-IF
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RSP-CUST-ID
           SET RSP-HELD TO TRUE
           SET RSP-HELD-DUPLICATE TO TRUE
           MOVE 'HELD PENDING DUPLICATE REVIEW' TO RSP-REASON-TEXT
           PERFORM 2800-WRITE-CHANNEL-RESPONSE
           DISPLAY 'ZCNCBL2 - DUPLICATE SUSPECT HELD: '
                   CUST-ID OF MASTER-CUSTOMER-REC
                   ' MATCHES ' WS-DUP-MATCHED-ID.
           WRITE MASTER-CUSTOMER-REC
               INVALID KEY
                   ADD 1 TO WS-INTAKE-REJECTED
                   MOVE 'DK01' TO WS-REJECT-REASON-CODE
                   MOVE 'CUST-ID ALREADY ON FILE'
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 2400-WRITE-INTAKE-REJECT
                   DISPLAY 'ZCNCBL2 - CUST-ID ALREADY ON MASTER: '
                           CUST-ID OF MASTER-CUSTOMER-REC
               NOT INVALID KEY
                   ADD 1 TO WS-INTAKE-ADDED
                   SET RFL-APPLICANT-ONBOARDED TO TRUE
                   MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RFL-CUST-ID
                   MOVE WS-CYCLE-DATE TO RFL-ONBOARDED-DATE
                   PERFORM 2500-AUDIT-MASTER-ADD
                   PERFORM 2550-AUDIT-STANDARDIZATION
                   PERFORM 2600-WRITE-XREF-ENTRY
                   PERFORM 2700-WRITE-ALT-REFERENCE
                   PERFORM 2750-ASSIGN-SERVICE-BRANCH
                   IF CUSTOMER-BUSINESS
                       PERFORM 2650-WRITE-ORGANIZATION
                       PERFORM 2660-AUDIT-ORGANIZATION
                       ADD 1 TO WS-BUSINESS-ADDED
                   END-IF
                   MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RSP-CUST-ID
                   SET RSP-ACCEPTED TO TRUE
                   MOVE SPACES TO RSP-REASON-CODE
                   MOVE 'APPLICATION ACCEPTED' TO RSP-REASON-TEXT
                   PERFORM 2800-WRITE-CHANNEL-RESPONSE
                   PERFORM 2850-WRITE-WELCOME-TRIGGER
                   DISPLAY 'ZCNCBL2 - ONBOARDED CUST-ID: '
                           CUST-ID OF MASTER-CUSTOMER-REC
                           ' CHANNEL: ' SOURCE-CHANNEL
               TO SUS-CREDIT-STATUS
           MOVE NOTES OF CUSTOMER-NEW-RECORD        TO SUS-NOTES
           MOVE WS-CYCLE-DATE TO SUS-DATE-QUEUED
           MOVE CUSTOMER-TYPE TO SUS-CUSTOMER-TYPE
           IF CUSTOMER-BUSINESS
               MOVE ORGANIZATION-DETAIL TO SUS-ORGANIZATION
           ELSE
               MOVE SPACES TO SUS-ORGANIZATION
           END-IF
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   ADD 1 TO WS-INTAKE-REJECTED
                   MOVE 'DK01' TO WS-REJECT-REASON-CODE
                   MOVE 'CUST-ID ALREADY ON FILE'
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 2400-WRITE-INTAKE-REJECT
                   DISPLAY 'ZCNCBL2 - CUST-ID ALREADY IN SUSPENSE: '
                           SUS-CUST-ID
               NOT INVALID KEY
                   ADD 1 TO WS-INTAKE-SUSPENDED
                   MOVE SPACES TO RSP-CUST-ID
                   SET RSP-HELD TO TRUE
                   SET RSP-HELD-CREDIT TO TRUE
                   MOVE 'HELD PENDING CREDIT DECISION'
                       TO RSP-REASON-TEXT
                   PERFORM 2800-WRITE-CHANNEL-RESPONSE
                   DISPLAY 'ZCNCBL2 - SUSPENDED CUST-ID: '
                           SUS-CUST-ID
                           ' CREDIT-CHECK: ' SUS-CREDIT-STATUS
               TO REJ-COUNTRY-CODE
           MOVE POSTAL-CODE OF CUSTOMER-NEW-RECORD
               TO REJ-POSTAL-CODE
           MOVE WS-REJECT-REASON-CODE TO REJ-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO REJ-REASON-TEXT
           MOVE WS-CYCLE-DATE TO REJ-DATE-REJECTED
           WRITE REJECT-RECORD
           SET RFL-APPLICANT-DROPPED TO TRUE
           MOVE SPACES          TO RSP-CUST-ID
           SET RSP-REJECTED TO TRUE
           MOVE REJ-REASON-CODE TO RSP-REASON-CODE
           MOVE REJ-REASON-TEXT TO RSP-REASON-TEXT
           PERFORM 2800-WRITE-CHANNEL-RESPONSE.


      * EVERY MASTER ADD IS STAMPED ON THE AUDIT TRAIL SO THE
                                 WS-AUDIT-RETURN-CODE
           END-CALL.

      * EACH FIELD ZCNCNSTD CHANGED IS AUDITED FROM THE FEED'S
      * SPELLING, AND A SPLIT TITLE OR SUFFIX IS KEPT ON NAMESFX.
      * ONLY ADDED CUSTOMERS ARE AUDITED - A HELD OR SUSPENDED
      * APPLICANT HAS NO MASTER RECORD YET.
       2550-AUDIT-STANDARDIZATION.
           IF CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               NOT = WS-RAW-FIRST-NAME
               OR CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               NOT = WS-RAW-LAST-NAME
               OR CITY OF MASTER-CUSTOMER-REC NOT = WS-RAW-CITY
               OR NST-TITLE NOT = SPACES
               OR NST-SUFFIX NOT = SPACES
               ADD 1 TO WS-INTAKE-STANDARDIZED
           END-IF
           IF CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               NOT = WS-RAW-FIRST-NAME
               MOVE 'CUST-FIRST-NAME' TO WS-AUDIT-FIELD-NAME
               MOVE WS-RAW-FIRST-NAME TO WS-AUDIT-OLD-VALUE
               MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                   TO WS-AUDIT-NEW-VALUE
               PERFORM 2590-WRITE-STANDARD-AUDIT
           END-IF
           IF CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               NOT = WS-RAW-LAST-NAME
               MOVE 'CUST-LAST-NAME' TO WS-AUDIT-FIELD-NAME
               MOVE WS-RAW-LAST-NAME TO WS-AUDIT-OLD-VALUE
               MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                   TO WS-AUDIT-NEW-VALUE
               PERFORM 2590-WRITE-STANDARD-AUDIT
           END-IF
           IF CITY OF MASTER-CUSTOMER-REC NOT = WS-RAW-CITY
               MOVE 'CITY' TO WS-AUDIT-FIELD-NAME
               MOVE WS-RAW-CITY TO WS-AUDIT-OLD-VALUE
               MOVE CITY OF MASTER-CUSTOMER-REC TO WS-AUDIT-NEW-VALUE
               PERFORM 2590-WRITE-STANDARD-AUDIT
           END-IF
           IF NST-TITLE NOT = SPACES
               MOVE 'NAME-TITLE' TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE
               MOVE NST-TITLE TO WS-AUDIT-NEW-VALUE
               PERFORM 2590-WRITE-STANDARD-AUDIT
           END-IF
           IF NST-SUFFIX NOT = SPACES
               MOVE 'NAME-SUFFIX' TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE
               MOVE NST-SUFFIX TO WS-AUDIT-NEW-VALUE
               PERFORM 2590-WRITE-STANDARD-AUDIT
           END-IF
           IF NST-TITLE NOT = SPACES
               OR NST-SUFFIX NOT = SPACES
               MOVE SPACES TO NAME-SUFFIX-RECORD
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO NSX-CUST-ID
               MOVE NST-TITLE      TO NSX-TITLE
               MOVE NST-SUFFIX     TO NSX-SUFFIX
               MOVE WS-CYCLE-DATE  TO NSX-SET-DATE
               MOVE WS-AUDIT-PROGRAM-ID TO NSX-SOURCE-PROGRAM
               WRITE NAME-SUFFIX-RECORD
                   INVALID KEY
                       REWRITE NAME-SUFFIX-RECORD
               END-WRITE
           END-IF.

       2590-WRITE-STANDARD-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           CALL 'ZCNCAUDT' USING CUST-ID OF MASTER-CUSTOMER-REC
                                 WS-AUDIT-SEQ-NO
                                 WS-CURR-DATE
                                 WS-CURR-TIME
                                 WS-AUDIT-PROGRAM-ID
                                 WS-AUDIT-USER-ID
                                 WS-AUDIT-FIELD-NAME
                                 WS-AUDIT-OLD-VALUE
                                 WS-AUDIT-NEW-VALUE
                                 WS-AUDIT-RETURN-CODE
           END-CALL.

      * THE NAME CROSS-REFERENCE IS KEPT IN STEP WITH EVERY MASTER
      * ADD (REQUEST OF THE OPERATIONS DESK SEARCH), USING THE
      * TEN-BYTE MASTER NAMES THE SAME WAY ZCNCXBLD DOES WHEN NO
                   REWRITE NAME-XREF-RECORD
           END-WRITE.

      * THE ORGANIZATION DETAIL IS FILED UNDER THE ASSIGNED CUST-ID,
      * FOR A HELD APPLICANT TOO, SO ZCNCDUPR OR ZCNCSCRN RELEASING
      * THE HELD MASTER IMAGE LEAVES A COMPLETE BUSINESS CUSTOMER.
       2650-WRITE-ORGANIZATION.
           MOVE SPACES TO ORGANIZATION-CUSTOMER-RECORD
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO ORG-CUST-ID
           MOVE LEGAL-NAME          TO ORG-LEGAL-NAME
           MOVE TRADING-NAME        TO ORG-TRADING-NAME
           MOVE REGISTRATION-ID     TO ORG-REGISTRATION-ID
           MOVE LEGAL-FORM          TO ORG-LEGAL-FORM
           MOVE INDUSTRY-CODE       TO ORG-INDUSTRY-CODE
           PERFORM 2655-MOVE-PRINCIPAL
               VARYING WS-PRINCIPAL-SUB FROM 1 BY 1
               UNTIL WS-PRINCIPAL-SUB > 4
           MOVE WS-CYCLE-DATE       TO ORG-LAST-CHANGED-DATE
           MOVE WS-AUDIT-PROGRAM-ID TO ORG-CHANGED-BY
           WRITE ORGANIZATION-CUSTOMER-RECORD
               INVALID KEY
                   REWRITE ORGANIZATION-CUSTOMER-RECORD
           END-WRITE.

       2655-MOVE-PRINCIPAL.
           MOVE PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
               TO ORG-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
           MOVE PRINCIPAL-ROLE (WS-PRINCIPAL-SUB)
               TO ORG-PRINCIPAL-ROLE (WS-PRINCIPAL-SUB).

      * AUDITED THE WAY ZCNCMAINT AUDITS IT: LEGAL NAME,
      * REGISTRATION ID, LEGAL FORM AND INDUSTRY CODE AS ONE VALUE.
       2660-AUDIT-ORGANIZATION.
           MOVE 'ORGANIZATION' TO WS-AUDIT-FIELD-NAME
           MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
           MOVE ORG-LEGAL-NAME      TO WS-AUDIT-NEW-VALUE (1:60)
           MOVE ORG-REGISTRATION-ID TO WS-AUDIT-NEW-VALUE (61:20)
           MOVE ORG-LEGAL-FORM      TO WS-AUDIT-NEW-VALUE (81:4)
           MOVE ORG-INDUSTRY-CODE   TO WS-AUDIT-NEW-VALUE (85:6)
           PERFORM 2590-WRITE-STANDARD-AUDIT.

      * THE CHANNEL-SUPPLIED ID, CHANNEL, AND APPLICATION DATE ARE
      * KEPT ON THE ALTREF SATELLITE SO THE DESK CAN TRACE THE NEW
      * CUSTOMER BACK TO THE SOURCE SYSTEM THAT SENT IT.
                   END-IF
           END-READ.

      * THE RESPONSE GOES BACK UNDER THE ID THE CHANNEL SENT, SO THE
      * SOURCE SYSTEM CAN MATCH IT WITHOUT KNOWING OUR CUST-IDS.  THE
      * CALLER HAS ALREADY SET THE STATUS, REASON, AND ASSIGNED ID.
       2800-WRITE-CHANNEL-RESPONSE.
           MOVE SOURCE-CHANNEL OF CUSTOMER-NEW-RECORD
               TO RSP-SOURCE-CHANNEL
           MOVE CUST-ID OF CUSTOMER-NEW-RECORD TO RSP-SOURCE-CUST-ID
           SET RSP-ACKNOWLEDGMENT TO TRUE
           MOVE APPLICATION-DATE OF CUSTOMER-NEW-RECORD
               TO RSP-APPLICATION-DATE
           MOVE WS-CYCLE-DATE TO RSP-RESPONSE-DATE
           MOVE 'ZCNCBL2 '    TO RSP-SOURCE-PROGRAM
           CALL 'ZCNCRESP' USING CHANNEL-RESPONSE-RECORD
                                 WS-RESP-RETURN-CODE
           END-CALL
           IF WS-RESP-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCBL2 - CHANNEL RESPONSE NOT WRITTEN FOR: '
                       RSP-SOURCE-CUST-ID
           END-IF.

      * THE WELCOME LETTER IS ADDRESSED FROM THE MASTER RECORD JUST
      * ADDED.  NO LANGUAGE IS CAPTURED ON THIS FEED, SO
      * ZCNCLETR FALLS BACK TO ENGLISH.
       2850-WRITE-WELCOME-TRIGGER.
           MOVE SPACES TO LETTER-TRIGGER-RECORD
           SET LTG-WELCOME TO TRUE
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO LTG-CUST-ID
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               TO LTG-FIRST-NAME
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO LTG-LAST-NAME
           MOVE CITY OF MASTER-CUSTOMER-REC     TO LTG-CITY
           MOVE US-STATE OF MASTER-CUSTOMER-REC TO LTG-US-STATE
           MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
               TO LTG-COUNTRY-CODE
           MOVE POSTAL-CODE OF MASTER-CUSTOMER-REC
               TO LTG-POSTAL-CODE
           MOVE SPACES TO LTG-LANGUAGE-CODE
           MOVE 'N' TO LTG-BAD-ADDRESS-FLAG
           MOVE 'NEW CUSTOMER' TO LTG-DETAIL-TEXT
           MOVE WS-CYCLE-DATE TO LTG-EVENT-DATE
           MOVE 'ZCNCBL2 ' TO LTG-SOURCE-PROGRAM
           PERFORM 2860-CALL-LETTER-TRIGGER.

       2860-CALL-LETTER-TRIGGER.
           CALL 'ZCNCLTRG' USING LETTER-TRIGGER-RECORD
                                 WS-LTRG-RETURN-CODE
           END-CALL
           IF WS-LTRG-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCBL2 - LETTER TRIGGER NOT WRITTEN FOR: '
                       LTG-CUST-ID
           END-IF.

       3000-READ-INTAKE.
           READ ONBOARD-INTAKE-FILE INTO CUSTOMER-NEW-RECORD
               AT END
           CLOSE BRANCH-REF-FILE
           CLOSE CUST-BRANCH-FILE
           CLOSE NAME-XREF-FILE
           CLOSE NAME-SUFFIX-FILE
           IF WS-NAMEHIST-AVAILABLE
               CLOSE NAME-HISTORY-FILE
           END-IF
           IF WS-RETIRED-AVAILABLE
               CLOSE RETIRED-ID-FILE
           END-IF
           CLOSE ORGANIZATION-FILE
           DISPLAY 'ZCNCBL2 - RECORDS READ   : ' WS-INTAKE-READ
           DISPLAY 'ZCNCBL2 - RECORDS ADDED  : ' WS-INTAKE-ADDED
           DISPLAY 'ZCNCBL2 - RECORDS REJECTED: ' WS-INTAKE-REJECTED
           DISPLAY 'ZCNCBL2 - DUP SUSPECTS HELD: ' WS-INTAKE-DUP-HELD
           DISPLAY 'ZCNCBL2 - WATCHLIST HELD   : '
                   WS-INTAKE-SCREEN-HELD
           DISPLAY 'ZCNCBL2 - NAMES STANDARDIZED: '
                   WS-INTAKE-STANDARDIZED
           DISPLAY 'ZCNCBL2 - REFERRALS VALID  : ' WS-REFERRALS-VALID
           DISPLAY 'ZCNCBL2 - REFERRALS QUEUED : ' WS-REFERRALS-QUEUED
           DISPLAY 'ZCNCBL2 - REFERRALS REJECTED: '
                   WS-REFERRALS-REJECTED
           DISPLAY 'ZCNCBL2 - REFERRALS NO REFERRER: '
                   WS-REFERRALS-NO-REFERRER
           DISPLAY 'ZCNCBL2 - BUSINESSES ADDED : ' WS-BUSINESS-ADDED
           DISPLAY 'ZCNCBL2 - PRINCIPALS DROPPED: '
                   WS-PRINCIPALS-DROPPED
           IF WS-INTAKE-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
