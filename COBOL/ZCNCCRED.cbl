               RECORD KEY IS XRF-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NAME-HISTORY-FILE  ASSIGN TO "NAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMH-KEY
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT AGING-REPORT-FILE  ASSIGN TO "AGERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               RECORD KEY IS CBR-CUST-ID
               FILE STATUS IS WS-CUSTBRCH-STATUS.

           SELECT ORGANIZATION-FILE  ASSIGN TO "ORGCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CUST-ID
               FILE STATUS IS WS-ORGCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-RESPONSE-FILE
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  NAME-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NAMEHIST.

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-LINE            PIC X(80).
           RECORDING MODE IS F.
           COPY CUSTBRCH.

       FD  ORGANIZATION-FILE
           RECORDING MODE IS F.
           COPY ORGCUST.

       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NAMEHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ALTREF-STATUS             PIC X(02) VALUE SPACES.

      * PROMOTED APPLICATIONS ARE STAMPED WITH A CENTRALLY ASSIGNED
       01  WS-WATCHLIST-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SCRNHOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DUPHOLD-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ORGCUST-STATUS            PIC X(02) VALUE SPACES.

      * PROMOTION IS STILL ONBOARDING, SO THE SAME FRONT-DOOR
      * SCREENS ZCNCBL2/ZCNCBL3 RUN APPLY HERE TOO: AN APPLICATION
           88  WS-DUP-BROWSE-DONE       VALUE 'Y'.
       01  WS-DUP-MATCHED-ID            PIC X(10) VALUE SPACES.

      * A BUSINESS APPLICATION WAS EDITED BY ZCNCBL2 BEFORE IT WAS
      * QUEUED AND ITS SUSPENSE NAMES ARE ALREADY THE LEGAL NAME CUT
      * IN TWO; ON PROMOTION IT IS SCREENED AS AN ENTITY, BY TRADING
      * NAME AND THROUGH ITS PRINCIPALS, AND DUPLICATE-CHECKED ONLY
      * AGAINST BUSINESSES - THE SAME RULES ZCNCBL2 APPLIES.
       01  WS-PRINCIPAL-SUB             PIC 9(02) VALUE ZERO.
       01  WS-SCREEN-LAST-NAME          PIC X(10) VALUE SPACES.
       01  WS-SCREEN-FIRST-NAME         PIC X(10) VALUE SPACES.
       01  WS-SCREEN-COUNTRY-CODE       PIC X(03) VALUE SPACES.
       01  WS-CANDIDATE-ID              PIC X(10) VALUE SPACES.
       01  WS-CANDIDATE-ALIAS-SW        PIC X(01) VALUE 'N'.
           88  WS-CANDIDATE-ALIAS       VALUE 'Y'.
       01  WS-CANDIDATE-MATCH-SW        PIC X(01) VALUE 'N'.
           88  WS-CANDIDATE-MATCH       VALUE 'Y'.
       01  WS-NAMEHIST-AVAIL-SW         PIC X(01) VALUE 'N'.
           88  WS-NAMEHIST-AVAILABLE    VALUE 'Y'.

      * SERVICING-BRANCH DEFAULTING - THE PROMOTED CUSTOMER GOES TO
      * THE BRANCH WHOSE BRCHREF ENTRY NAMES THE APPLICATION'S
      * SOURCE CHANNEL, FALLING BACK TO HEAD OFFICE.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

      * THE CHANNEL WAS TOLD AT INTAKE THAT THE APPLICATION WAS HELD
      * FOR CREDIT; EVERY DECISION HERE SENDS THE FOLLOW-UP RESPONSE
      * (ZCNCRESP) UNDER THE ID THE CHANNEL ORIGINALLY SENT.
           COPY CHANRESP.
       01  WS-RESP-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * A PROMOTED APPLICANT IS OWED A WELCOME LETTER AND A DECLINED
      * ONE AN ADVERSE-ACTION NOTICE - THE TRIGGER GOES TO LETRTRIG
      * (ZCNCLTRG) FOR ZCNCLETR TO PRINT.
           COPY LETRTRIG.
       01  WS-LTRG-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * A REFERRED APPLICANT'S REFERRAL IS SETTLED WITH THE DECISION
      * (ZCNCREFU) - ONBOARDED ON PROMOTION, DROPPED ON A DECLINE
      * OR AN AGE-OUT.  MOST APPLICANTS WERE NEVER REFERRED AND
      * COME BACK RC 04.
           COPY REFERRAL.
       01  WS-REFU-FUNCTION             PIC X(01) VALUE 'O'.
       01  WS-REFU-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-CURR-DATE-INTEGER         PIC 9(08).
       01  WS-QUEUED-DATE-INTEGER       PIC 9(08).
       01  WS-APP-AGE-DAYS              PIC S9(05).
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
               CLOSE CUST-BRANCH-FILE
               OPEN I-O CUST-BRANCH-FILE
           END-IF
           OPEN I-O   ORGANIZATION-FILE
           IF WS-ORGCUST-STATUS = '35'
               OPEN OUTPUT ORGANIZATION-FILE
               CLOSE ORGANIZATION-FILE
               OPEN I-O ORGANIZATION-FILE
           END-IF
           IF NOT WS-SUSPENSE-STATUS = '00'
               DISPLAY 'ZCNCCRED - ERROR OPENING SUSPENSE FILE: '
                       WS-SUSPENSE-STATUS
           EVALUATE TRUE
               WHEN WS-WATCH-HIT
                   PERFORM 2180-WRITE-SCREEN-HOLD
                   IF SUS-BUSINESS
                       PERFORM 2490-WRITE-ORGANIZATION
                   END-IF
                   PERFORM 4000-DELETE-FROM-SUSPENSE
                   MOVE 'HELD-SCRN' TO WS-DET-DECISION
                   PERFORM 4100-WRITE-DETAIL
                   MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RSP-CUST-ID
                   SET RSP-HELD TO TRUE
                   SET RSP-HELD-COMPLIANCE TO TRUE
                   MOVE 'HELD PENDING REVIEW' TO RSP-REASON-TEXT
                   PERFORM 4300-WRITE-CHANNEL-RESPONSE
               WHEN WS-DUP-SUSPECT
                   PERFORM 2170-WRITE-DUP-HOLD
                   IF SUS-BUSINESS
                       PERFORM 2490-WRITE-ORGANIZATION
                   END-IF
                   PERFORM 4000-DELETE-FROM-SUSPENSE
                   MOVE 'HELD-DUP' TO WS-DET-DECISION
                   PERFORM 4100-WRITE-DETAIL
                   MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RSP-CUST-ID
                   SET RSP-HELD TO TRUE
                   SET RSP-HELD-DUPLICATE TO TRUE
                   MOVE 'HELD PENDING DUPLICATE REVIEW'
                       TO RSP-REASON-TEXT
                   PERFORM 4300-WRITE-CHANNEL-RESPONSE
               WHEN OTHER
                   PERFORM 2270-WRITE-PROMOTED-MASTER
           END-EVALUATE.
       2140-SCREEN-WATCHLIST.
           MOVE 'N' TO WS-WATCH-HIT-SWITCH
           IF WS-WATCHLIST-AVAILABLE
               MOVE SUS-LAST-NAME    TO WS-SCREEN-LAST-NAME
               MOVE SUS-FIRST-NAME   TO WS-SCREEN-FIRST-NAME
               MOVE SUS-COUNTRY-CODE TO WS-SCREEN-COUNTRY-CODE
               PERFORM 2145-CHECK-WATCHLIST-NAME
               IF SUS-BUSINESS
                   AND NOT WS-WATCH-HIT
                   AND SUS-TRADING-NAME NOT = SPACES
                   MOVE SUS-TRADING-NAME (1:10)
                       TO WS-SCREEN-LAST-NAME
                   MOVE SUS-TRADING-NAME (11:10)
                       TO WS-SCREEN-FIRST-NAME
                   PERFORM 2145-CHECK-WATCHLIST-NAME
               END-IF
               IF SUS-BUSINESS
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

      * THE PRINCIPAL IS SCREENED UNDER THE NAME AND COUNTRY ON
      * THEIR OWN MASTER RECORD AS IT STANDS TODAY.
       2146-SCREEN-PRINCIPAL.
           IF SUS-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB) NOT = SPACES
               MOVE SUS-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
                   TO CUST-ID OF MASTER-CUSTOMER-REC
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                           TO WS-SCREEN-LAST-NAME
                       MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                           TO WS-SCREEN-FIRST-NAME
                       MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
                           TO WS-SCREEN-COUNTRY-CODE
                       PERFORM 2145-CHECK-WATCHLIST-NAME
               END-READ
           END-IF.

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
                           NOT INVALID KEY
                               IF POSTAL-CODE OF MASTER-CUSTOMER-REC
                                   = SUS-POSTAL-CODE
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
           IF SUS-LAST-NAME NOT = SPACES
               AND SUS-POSTAL-CODE NOT = SPACES
               MOVE 'N' TO WS-DUP-BROWSE-DONE-SW
               MOVE SPACES TO NMH-KEY
               MOVE SUS-LAST-NAME TO NMH-LAST-NAME
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
                   IF NMH-LAST-NAME (1:10) NOT = SUS-LAST-NAME
                       MOVE 'Y' TO WS-DUP-BROWSE-DONE-SW
                   ELSE
                       MOVE NMH-CUST-ID
                           TO CUST-ID OF MASTER-CUSTOMER-REC
                       READ CUST-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF POSTAL-CODE OF MASTER-CUSTOMER-REC
                                   = SUS-POSTAL-CODE
                                   MOVE NMH-CUST-ID TO WS-CANDIDATE-ID
                                   MOVE 'Y' TO WS-CANDIDATE-ALIAS-SW
                                   PERFORM 2168-CHECK-CANDIDATE-TYPE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      * A PERSON IS NEVER A DUPLICATE OF A BUSINESS OR THE REVERSE;
      * TWO BUSINESSES ONLY WITH THE SAME FULL LEGAL NAME (OR, ON THE
      * ALIAS PASS, THE SAME FORMER SHORT NAME).
       2168-CHECK-CANDIDATE-TYPE.
           MOVE 'N' TO WS-CANDIDATE-MATCH-SW
           MOVE WS-CANDIDATE-ID TO ORG-CUST-ID
           READ ORGANIZATION-FILE
               INVALID KEY
                   IF NOT SUS-BUSINESS
                       MOVE 'Y' TO WS-CANDIDATE-MATCH-SW
                   END-IF
               NOT INVALID KEY
                   IF SUS-BUSINESS
                       IF WS-CANDIDATE-ALIAS
                           IF NMH-FIRST-NAME (1:10) = SUS-FIRST-NAME
                               MOVE 'Y' TO WS-CANDIDATE-MATCH-SW
                           END-IF
                       ELSE
                           IF ORG-LEGAL-NAME = SUS-LEGAL-NAME
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

       2170-WRITE-DUP-HOLD.
           MOVE SPACES TO DUP-HOLD-RECORD
           MOVE WS-DUP-MATCHED-ID TO DUP-MATCHED-CUST-ID
                   PERFORM 2450-WRITE-XREF-ENTRY
                   PERFORM 2460-WRITE-ALT-REFERENCE
                   PERFORM 2470-ASSIGN-SERVICE-BRANCH
                   IF SUS-BUSINESS
                       PERFORM 2490-WRITE-ORGANIZATION
                       PERFORM 2495-AUDIT-ORGANIZATION
                   END-IF
                   PERFORM 4000-DELETE-FROM-SUSPENSE
                   MOVE 'PROMOTED' TO WS-DET-DECISION
                   PERFORM 4100-WRITE-DETAIL
                   MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RSP-CUST-ID
                   SET RSP-ACCEPTED TO TRUE
                   MOVE SPACES TO RSP-REASON-CODE
                   MOVE 'APPLICATION ACCEPTED' TO RSP-REASON-TEXT
                   PERFORM 4300-WRITE-CHANNEL-RESPONSE
                   PERFORM 4350-WRITE-WELCOME-TRIGGER
                   MOVE 'O' TO WS-REFU-FUNCTION
                   PERFORM 4380-SETTLE-REFERRAL
           END-WRITE.

      * A FAILED ASSIGNMENT FALLS BACK TO THE CHANNEL-SUPPLIED ID
           PERFORM 4000-DELETE-FROM-SUSPENSE
           ADD 1 TO WS-APPS-DECLINED
           MOVE 'DECLINED' TO WS-DET-DECISION
           PERFORM 4100-WRITE-DETAIL
           MOVE SPACES TO RSP-CUST-ID
           SET RSP-REJECTED TO TRUE
           SET RSP-CREDIT-DECLINED TO TRUE
           MOVE 'CREDIT CHECK DECLINED' TO RSP-REASON-TEXT
           PERFORM 4300-WRITE-CHANNEL-RESPONSE
           PERFORM 4370-WRITE-ADVERSE-TRIGGER
           MOVE 'N' TO WS-REFU-FUNCTION
           PERFORM 4380-SETTLE-REFERRAL.


      * EVERY MASTER ADD IS STAMPED ON THE AUDIT TRAIL SO THE
      * INCREMENTAL CRM EXTRACT (ZCNCCRM DELTA MODE) CAN PICK UP NEW
      * CUSTOMERS WITHOUT RE-READING THE WHOLE BASE.
       2400-AUDIT-MASTER-ADD.
           MOVE 'CUST-ADD' TO WS-AUDIT-FIELD-NAME
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO WS-AUDIT-NEW-VALUE
           PERFORM 2410-WRITE-AUDIT.

       2410-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           CALL 'ZCNCAUDT' USING CUST-ID OF MASTER-CUSTOMER-REC
                                 WS-AUDIT-SEQ-NO
                                 WS-CURR-DATE
                   END-IF
           END-READ.

      * THE ORGANIZATION DETAIL IS FILED UNDER THE ASSIGNED CUST-ID,
      * FOR A HELD APPLICANT TOO, SO A RELEASED HOLD IS A COMPLETE
      * BUSINESS CUSTOMER.
       2490-WRITE-ORGANIZATION.
           MOVE SPACES TO ORGANIZATION-CUSTOMER-RECORD
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO ORG-CUST-ID
           MOVE SUS-LEGAL-NAME      TO ORG-LEGAL-NAME
           MOVE SUS-TRADING-NAME    TO ORG-TRADING-NAME
           MOVE SUS-REGISTRATION-ID TO ORG-REGISTRATION-ID
           MOVE SUS-LEGAL-FORM      TO ORG-LEGAL-FORM
           MOVE SUS-INDUSTRY-CODE   TO ORG-INDUSTRY-CODE
           PERFORM 2492-MOVE-PRINCIPAL
               VARYING WS-PRINCIPAL-SUB FROM 1 BY 1
               UNTIL WS-PRINCIPAL-SUB > 4
           MOVE WS-CYCLE-DATE       TO ORG-LAST-CHANGED-DATE
           MOVE WS-AUDIT-PROGRAM-ID TO ORG-CHANGED-BY
           WRITE ORGANIZATION-CUSTOMER-RECORD
               INVALID KEY
                   REWRITE ORGANIZATION-CUSTOMER-RECORD
           END-WRITE.

       2492-MOVE-PRINCIPAL.
           MOVE SUS-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
               TO ORG-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
           MOVE SUS-PRINCIPAL-ROLE (WS-PRINCIPAL-SUB)
               TO ORG-PRINCIPAL-ROLE (WS-PRINCIPAL-SUB).

       2495-AUDIT-ORGANIZATION.
           MOVE 'ORGANIZATION' TO WS-AUDIT-FIELD-NAME
           MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
           MOVE ORG-LEGAL-NAME      TO WS-AUDIT-NEW-VALUE (1:60)
           MOVE ORG-REGISTRATION-ID TO WS-AUDIT-NEW-VALUE (61:20)
           MOVE ORG-LEGAL-FORM      TO WS-AUDIT-NEW-VALUE (81:4)
           MOVE ORG-INDUSTRY-CODE   TO WS-AUDIT-NEW-VALUE (85:6)
           PERFORM 2410-WRITE-AUDIT.

       3000-READ-RESPONSE.
           READ CREDIT-RESPONSE-FILE INTO CREDIT-RESPONSE-RECORD
               AT END
           COMPUTE WS-APP-AGE-DAYS =
               WS-CURR-DATE-INTEGER - WS-QUEUED-DATE-INTEGER.

       4300-WRITE-CHANNEL-RESPONSE.
           MOVE SUS-SOURCE-CHANNEL   TO RSP-SOURCE-CHANNEL
           MOVE SUS-CUST-ID          TO RSP-SOURCE-CUST-ID
           SET RSP-FOLLOW-UP TO TRUE
           MOVE SUS-APPLICATION-DATE TO RSP-APPLICATION-DATE
           MOVE WS-CYCLE-DATE        TO RSP-RESPONSE-DATE
           MOVE 'ZCNCCRED'           TO RSP-SOURCE-PROGRAM
           CALL 'ZCNCRESP' USING CHANNEL-RESPONSE-RECORD
                                 WS-RESP-RETURN-CODE
           END-CALL
           IF WS-RESP-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCCRED - CHANNEL RESPONSE NOT WRITTEN FOR: '
                       SUS-CUST-ID
           END-IF.

      * THE WELCOME LETTER IS ADDRESSED FROM THE MASTER RECORD JUST
      * ADDED.  A CREDIT-APPROVED APPLICANT IS WELCOMED
      * THE SAME AS ONE ADDED STRAIGHT FROM INTAKE.
       4350-WRITE-WELCOME-TRIGGER.
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
           MOVE 'ZCNCCRED' TO LTG-SOURCE-PROGRAM
           PERFORM 4360-CALL-LETTER-TRIGGER.

       4360-CALL-LETTER-TRIGGER.
           CALL 'ZCNCLTRG' USING LETTER-TRIGGER-RECORD
                                 WS-LTRG-RETURN-CODE
           END-CALL
           IF WS-LTRG-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCCRED - LETTER TRIGGER NOT WRITTEN FOR: '
                       LTG-CUST-ID
           END-IF.

      * A DECLINED APPLICANT IS OWED AN ADVERSE-ACTION NOTICE.  THEY
      * NEVER REACHED THE MASTER, SO THE NOTICE IS ADDRESSED FROM THE
      * SUSPENSE RECORD UNDER THE ID THE CHANNEL SENT.
       4370-WRITE-ADVERSE-TRIGGER.
           MOVE SPACES TO LETTER-TRIGGER-RECORD
           SET LTG-ADVERSE-ACTION TO TRUE
           MOVE SUS-CUST-ID      TO LTG-CUST-ID
           MOVE SUS-FIRST-NAME   TO LTG-FIRST-NAME
           MOVE SUS-LAST-NAME    TO LTG-LAST-NAME
           MOVE SUS-CITY         TO LTG-CITY
           MOVE SUS-US-STATE     TO LTG-US-STATE
           MOVE SUS-COUNTRY-CODE TO LTG-COUNTRY-CODE
           MOVE SUS-POSTAL-CODE  TO LTG-POSTAL-CODE
           MOVE 'N' TO LTG-BAD-ADDRESS-FLAG
           MOVE 'CREDIT CHECK DECLINED' TO LTG-DETAIL-TEXT
           MOVE WS-CYCLE-DATE    TO LTG-EVENT-DATE
           MOVE 'ZCNCCRED'       TO LTG-SOURCE-PROGRAM
           PERFORM 4360-CALL-LETTER-TRIGGER.

      * THE REFERRAL IS FILED UNDER THE ID THE CHANNEL SENT; ON
      * PROMOTION IT ALSO LEARNS THE CUST-ID THE APPLICANT WAS GIVEN.
       4380-SETTLE-REFERRAL.
           MOVE SPACES TO REFERRAL-RECORD
           MOVE SUS-CUST-ID TO RFL-SOURCE-CUST-ID
           IF WS-REFU-FUNCTION = 'O'
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RFL-CUST-ID
               MOVE WS-CYCLE-DATE TO RFL-ONBOARDED-DATE
           END-IF
           MOVE WS-CYCLE-DATE       TO RFL-LAST-CHANGED-DATE
           MOVE WS-AUDIT-PROGRAM-ID TO RFL-CHANGED-BY
           CALL 'ZCNCREFU' USING WS-REFU-FUNCTION
                                 REFERRAL-RECORD
                                 WS-REFU-RETURN-CODE
           END-CALL
           IF WS-REFU-RETURN-CODE NOT = ZERO
               AND WS-REFU-RETURN-CODE NOT = 04
               DISPLAY 'ZCNCCRED - REFERRAL NOT UPDATED FOR: '
                       SUS-CUST-ID
           END-IF.

      * AFTER THE BUREAU RESPONSES ARE WORKED, SWEEP WHAT IS LEFT IN
      * SUSPENSE: ANYTHING QUEUED MORE THAN WS-AGE-LIMIT-DAYS AGO IS
      * AGED OFF THE FILE SO THE QUEUE CANNOT GROW FOREVER, AND THE
               ADD 1 TO WS-APPS-AGED-OUT
               MOVE 'AGED OUT' TO WS-DET-DECISION
               PERFORM 4100-WRITE-DETAIL
               MOVE SPACES TO RSP-CUST-ID
               SET RSP-REJECTED TO TRUE
               SET RSP-CREDIT-EXPIRED TO TRUE
               MOVE 'NO CREDIT DECISION WITHIN TIME LIMIT'
                   TO RSP-REASON-TEXT
               PERFORM 4300-WRITE-CHANNEL-RESPONSE
               MOVE 'N' TO WS-REFU-FUNCTION
               PERFORM 4380-SETTLE-REFERRAL
           ELSE
               ADD 1 TO WS-APPS-STILL-PENDING
           END-IF.
           CLOSE CUST-MASTER-FILE
           CLOSE AGING-REPORT-FILE
           CLOSE NAME-XREF-FILE
           IF WS-NAMEHIST-AVAILABLE
               CLOSE NAME-HISTORY-FILE
           END-IF
           CLOSE ALT-REFERENCE-FILE
           CLOSE WATCHLIST-FILE
           CLOSE SCREEN-HOLD-FILE
           CLOSE DUP-HOLD-FILE
           CLOSE BRANCH-REF-FILE
           CLOSE CUST-BRANCH-FILE
           CLOSE ORGANIZATION-FILE
           DISPLAY 'ZCNCCRED - RESPONSES READ     : '
                   WS-RESPONSES-READ
           DISPLAY 'ZCNCCRED - APPS PROMOTED      : '
