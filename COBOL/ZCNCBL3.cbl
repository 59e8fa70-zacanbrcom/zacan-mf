               RECORD KEY IS XRF-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NAME-HISTORY-FILE  ASSIGN TO "NAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMH-KEY
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT INTAKE-REJECT-FILE ASSIGN TO "BL3REJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
               RECORD KEY IS BCH-KEY
               FILE STATUS IS WS-BATCHLOG-STATUS.

           SELECT NAME-SUFFIX-FILE   ASSIGN TO "NAMESFX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSX-CUST-ID
               FILE STATUS IS WS-NAMESFX-STATUS.

           SELECT ID-DOCUMENT-FILE   ASSIGN TO "IDDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDD-KEY
               FILE STATUS IS WS-IDDOC-STATUS.

           SELECT ORGANIZATION-FILE  ASSIGN TO "ORGCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CUST-ID
               FILE STATUS IS WS-ORGCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTL-INTAKE-FILE
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

       FD  ID-DOCUMENT-FILE
           RECORDING MODE IS F.
           COPY IDDOC.

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
       01  WS-IDDOC-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ORGCUST-STATUS            PIC X(02) VALUE SPACES.

      * SERVICING-BRANCH DEFAULTING - INTERNATIONAL CUSTOMERS GO TO
      * THE BRANCH WHOSE BRCHREF ENTRY CLAIMS THE INTL CHANNEL,
           05  WS-INTAKE-REJECTED       PIC 9(07) VALUE ZERO.
           05  WS-INTAKE-DUP-HELD       PIC 9(07) VALUE ZERO.
           05  WS-INTAKE-SCREEN-HELD    PIC 9(07) VALUE ZERO.
           05  WS-INTAKE-STANDARDIZED   PIC 9(07) VALUE ZERO.
           05  WS-INTAKE-DOCS-CAPTURED  PIC 9(07) VALUE ZERO.
           05  WS-INTAKE-DOCS-UNUSABLE  PIC 9(07) VALUE ZERO.
           05  WS-MASTER-OPEN-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-MASTER-END-COUNT      PIC 9(07) VALUE ZERO.

       01  WS-DUP-BROWSE-DONE-SW        PIC X(01) VALUE 'N'.
           88  WS-DUP-BROWSE-DONE       VALUE 'Y'.
       01  WS-DUP-MATCHED-ID            PIC X(10) VALUE SPACES.
       01  WS-NAMEHIST-AVAIL-SW         PIC X(01) VALUE 'N'.
           88  WS-NAMEHIST-AVAILABLE    VALUE 'Y'.
      * EVERY APPLICANT ON THIS FEED IS A PERSON, SO A CANDIDATE
      * FILED ON ORGCUST AS A BUSINESS IS NEVER ITS DUPLICATE.  NO
      * ORGCUST FILE MEANS NO BUSINESS HAS BEEN ADDED YET.
       01  WS-ORGCUST-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-ORGCUST-AVAILABLE     VALUE 'Y'.
       01  WS-CANDIDATE-ID              PIC X(10) VALUE SPACES.
       01  WS-CANDIDATE-MATCH-SW        PIC X(01) VALUE 'N'.
           88  WS-CANDIDATE-MATCH       VALUE 'Y'.

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

      * IDENTITY-DOCUMENT CAPTURE.  THE DOCUMENT THE CHANNEL SAW IS
      * FILED ON IDDOC FOR EACH CUSTOMER ADDED, WITH THE NUMBER
      * MASKED BY ZCNCIDMK.  A DOCUMENT THAT FAILS THE EDIT DOES NOT
      * STOP THE ADD - THE CUSTOMER SIMPLY HAS NO DOCUMENT ON FILE
      * AND APPEARS ON THE ZCNCIDRV NO-VERIFIED-DOCUMENT REPORT.
       01  WS-DOC-VALID-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-DOC-VALID             VALUE 'Y'.
       01  WS-MASKED-NUMBER             PIC X(20) VALUE SPACES.
       01  WS-IDMK-RETURN-CODE          PIC 9(02) VALUE ZERO.
       01  WS-AUDIT-DOC-VALUE.
           05  WS-ADV-DOC-TYPE          PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ADV-ISSUING-COUNTRY   PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ADV-DOC-NUMBER        PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ADV-ISSUE-DATE        PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-ADV-EXPIRY-DATE       PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ADV-VERIFIED-BY       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ADV-VERIFIED-DATE     PIC 9(08).

      * EVERY APPLICATION GETS ONE RESPONSE BACK TO THE INTL FEED
      * (ZCNCRESP) - ACCEPTED WITH THE ASSIGNED CUST-ID, REJECTED
      * WITH THE REJECT REASON, OR HELD FOR REVIEW.
           COPY CHANRESP.
       01  WS-RESP-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * EVERY NEW CUSTOMER IS OWED A WELCOME LETTER - THE TRIGGER
      * GOES TO LETRTRIG (ZCNCLTRG) FOR ZCNCLETR TO PRINT.
           COPY LETRTRIG.
       01  WS-LTRG-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCBL3 '.
               CLOSE ALT-REFERENCE-FILE
               OPEN I-O ALT-REFERENCE-FILE
           END-IF
           OPEN INPUT NAME-HISTORY-FILE
           IF WS-NAMEHIST-STATUS = '00'
               MOVE 'Y' TO WS-NAMEHIST-AVAIL-SW
           END-IF
           OPEN INPUT ORGANIZATION-FILE
           IF WS-ORGCUST-STATUS = '00'
               MOVE 'Y' TO WS-ORGCUST-AVAIL-SW
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
           OPEN I-O   ID-DOCUMENT-FILE
           IF WS-IDDOC-STATUS = '35'
               OPEN OUTPUT ID-DOCUMENT-FILE
               CLOSE ID-DOCUMENT-FILE
               OPEN I-O ID-DOCUMENT-FILE
           END-IF
           OPEN INPUT POSTAL-FORMAT-FILE
           IF WS-PSTLREF-STATUS = '00'
               MOVE 'Y' TO WS-PSTLREF-AVAIL-SW
           END-IF.

       2005-APPLY-INTAKE-RECORD.
           PERFORM 2050-STANDARDIZE-INTAKE
           PERFORM 2130-EDIT-POSTAL-FORMAT
           IF NOT WS-POSTAL-VALID
               ADD 1 TO WS-INTAKE-REJECTED
           END-IF
           PERFORM 3000-READ-INTAKE.

      * THE STANDARDIZED SPELLING REPLACES THE FEED'S IN THE INTAKE
      * RECORD ITSELF, SO THE WATCHLIST AND DUPLICATE SCREENS, THE
      * HOLD QUEUES AND REJECTS, THE MASTER AND THE XREF ALL SEE
      * THE SAME NAME THE SWEEP (ZCNCNSWP) WOULD HAVE FILED.
       2050-STANDARDIZE-INTAKE.
           MOVE CUST-FIRST-NAME OF CUSTREC3-RECORD
               TO WS-RAW-FIRST-NAME
           MOVE CUST-LAST-NAME OF CUSTREC3-RECORD
               TO WS-RAW-LAST-NAME
           MOVE CITY OF CUSTREC3-RECORD TO WS-RAW-CITY
           MOVE SPACES TO NAME-STANDARD-AREA
           MOVE WS-RAW-FIRST-NAME TO NST-FIRST-NAME
           MOVE WS-RAW-LAST-NAME  TO NST-LAST-NAME
           MOVE WS-RAW-CITY       TO NST-CITY
           CALL 'ZCNCNSTD' USING NAME-STANDARD-AREA
                                 WS-NSTD-RETURN-CODE
           END-CALL
           MOVE NST-FIRST-NAME TO CUST-FIRST-NAME OF CUSTREC3-RECORD
           MOVE NST-LAST-NAME  TO CUST-LAST-NAME OF CUSTREC3-RECORD
           MOVE NST-CITY       TO CITY OF CUSTREC3-RECORD.

       2130-EDIT-POSTAL-FORMAT.
           MOVE 'Y' TO WS-POSTAL-VALID-SWITCH
           IF WS-PSTLREF-AVAILABLE
           SET REJ-BAD-POSTAL-FORMAT TO TRUE
           MOVE 'POSTAL CODE FAILS COUNTRY FORMAT'
               TO REJ-REASON-TEXT
           MOVE WS-CYCLE-DATE TO REJ-DATE-REJECTED
           WRITE REJECT-RECORD
           PERFORM 2410-RESPOND-REJECTED
           DISPLAY 'ZCNCBL3 - BAD POSTAL FORMAT REJECTED: '
                   CUST-ID OF CUSTREC3-RECORD.

           MOVE CUST-ID OF CUSTREC3-RECORD TO SCH-SOURCE-CUST-ID
           MOVE WS-INTL-CHANNEL TO SCH-SOURCE-CHANNEL
           MOVE WS-CYCLE-DATE TO SCH-APPLICATION-DATE
           IF NOT INTL-DOC-TYPE OF CUSTREC3-RECORD = SPACES
               PERFORM 2760-EDIT-ID-DOCUMENT
               IF WS-DOC-VALID
                   MOVE IDD-DOC-TYPE          TO SCH-DOC-TYPE
                   MOVE IDD-ISSUING-COUNTRY   TO SCH-DOC-ISSUING-COUNTRY
                   MOVE IDD-DOC-NUMBER-MASKED TO SCH-DOC-NUMBER-MASKED
                   MOVE IDD-ISSUE-DATE        TO SCH-DOC-ISSUE-DATE
                   MOVE IDD-EXPIRY-DATE       TO SCH-DOC-EXPIRY-DATE
                   MOVE IDD-VERIFIED-BY       TO SCH-DOC-VERIFIED-BY
                   MOVE IDD-VERIFIED-DATE     TO SCH-DOC-VERIFIED-DATE
               ELSE
                   ADD 1 TO WS-INTAKE-DOCS-UNUSABLE
                   DISPLAY 'ZCNCBL3 - ID DOCUMENT NOT USABLE, NOT HELD '
                           'FOR: ' CUST-ID OF MASTER-CUSTOMER-REC
               END-IF
           END-IF
           WRITE SCREEN-HOLD-RECORD
           ADD 1 TO WS-INTAKE-SCREEN-HELD
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RSP-CUST-ID
           SET RSP-HELD TO TRUE
           SET RSP-HELD-COMPLIANCE TO TRUE
           MOVE 'HELD PENDING REVIEW' TO RSP-REASON-TEXT
           PERFORM 2800-WRITE-CHANNEL-RESPONSE
           DISPLAY 'ZCNCBL3 - WATCHLIST HOLD: '
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
                                   = INTL-POSTAL-FORMAT
                                       OF CUSTREC3-RECORD
                                   MOVE XRF-CUST-ID TO WS-CANDIDATE-ID
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
           IF CUST-LAST-NAME OF CUSTREC3-RECORD NOT = SPACES
               AND INTL-POSTAL-FORMAT OF CUSTREC3-RECORD NOT = SPACES
               MOVE 'N' TO WS-DUP-BROWSE-DONE-SW
               MOVE SPACES TO NMH-KEY
               MOVE CUST-LAST-NAME OF CUSTREC3-RECORD
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
                       CUST-LAST-NAME OF CUSTREC3-RECORD
                       MOVE 'Y' TO WS-DUP-BROWSE-DONE-SW
                   ELSE
                       MOVE NMH-CUST-ID
                           TO CUST-ID OF MASTER-CUSTOMER-REC
                       READ CUST-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF POSTAL-CODE OF MASTER-CUSTOMER-REC
                                   = INTL-POSTAL-FORMAT
                                       OF CUSTREC3-RECORD
                                   MOVE NMH-CUST-ID TO WS-CANDIDATE-ID
                                   PERFORM 2168-CHECK-CANDIDATE-TYPE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      * A PERSON IS NEVER A DUPLICATE OF A BUSINESS, SO A CANDIDATE
      * WITH AN ORGCUST RECORD IS PASSED OVER AND THE BROWSE GOES ON.
       2168-CHECK-CANDIDATE-TYPE.
           MOVE 'Y' TO WS-CANDIDATE-MATCH-SW
           IF WS-ORGCUST-AVAILABLE
               MOVE WS-CANDIDATE-ID TO ORG-CUST-ID
               READ ORGANIZATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-CANDIDATE-MATCH-SW
               END-READ
           END-IF
           IF WS-CANDIDATE-MATCH
               MOVE 'Y' TO WS-DUP-SUSPECT-SWITCH
               MOVE WS-CANDIDATE-ID TO WS-DUP-MATCHED-ID
               MOVE 'Y' TO WS-DUP-BROWSE-DONE-SW
           END-IF.

      * SUSPECTED DUPLICATES NEVER REACH THE MASTER - THEY GO TO THE
      * DUPHOLD QUEUE WITH BOTH CUST-IDS FOR THE CLERK REVIEW STEP
      * (ZCNCDUPR) TO RELEASE OR REJECT.  THE INTERNATIONAL CONTACT
      * DETAIL AND THE EDITED, MASKED IDENTITY DOCUMENT RIDE ALONG SO
      * A RELEASE STILL BUILDS INTLCNT AND IDDOC.
       2170-WRITE-DUP-HOLD.
           MOVE SPACES TO DUP-HOLD-RECORD
           MOVE WS-DUP-MATCHED-ID TO DUP-MATCHED-CUST-ID
               TO DUP-INTL-SUBSCRIBER
           MOVE PREFERRED-LANGUAGE-CODE OF CUSTREC3-RECORD
               TO DUP-INTL-LANGUAGE
           IF NOT INTL-DOC-TYPE OF CUSTREC3-RECORD = SPACES
               PERFORM 2760-EDIT-ID-DOCUMENT
               IF WS-DOC-VALID
                   MOVE IDD-DOC-TYPE          TO DUP-DOC-TYPE
                   MOVE IDD-ISSUING-COUNTRY   TO DUP-DOC-ISSUING-COUNTRY
                   MOVE IDD-DOC-NUMBER-MASKED TO DUP-DOC-NUMBER-MASKED
                   MOVE IDD-ISSUE-DATE        TO DUP-DOC-ISSUE-DATE
                   MOVE IDD-EXPIRY-DATE       TO DUP-DOC-EXPIRY-DATE
                   MOVE IDD-VERIFIED-BY       TO DUP-DOC-VERIFIED-BY
                   MOVE IDD-VERIFIED-DATE     TO DUP-DOC-VERIFIED-DATE
               ELSE
                   ADD 1 TO WS-INTAKE-DOCS-UNUSABLE
                   DISPLAY 'ZCNCBL3 - ID DOCUMENT NOT USABLE, NOT HELD '
                           'FOR: ' CUST-ID OF MASTER-CUSTOMER-REC
               END-IF
           END-IF
           WRITE DUP-HOLD-RECORD
           ADD 1 TO WS-INTAKE-DUP-HELD
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RSP-CUST-ID
           SET RSP-HELD TO TRUE
           SET RSP-HELD-DUPLICATE TO TRUE
           MOVE 'HELD PENDING DUPLICATE REVIEW' TO RSP-REASON-TEXT
           PERFORM 2800-WRITE-CHANNEL-RESPONSE
           DISPLAY 'ZCNCBL3 - DUPLICATE SUSPECT HELD: '
                   CUST-ID OF MASTER-CUSTOMER-REC
                   ' MATCHES ' WS-DUP-MATCHED-ID.
                   ADD 1 TO WS-INTAKE-ADDED
                   PERFORM 2300-WRITE-CONTACT-DETAIL
                   PERFORM 2500-AUDIT-MASTER-ADD
                   PERFORM 2550-AUDIT-STANDARDIZATION
                   PERFORM 2600-WRITE-XREF-ENTRY
                   PERFORM 2700-WRITE-ALT-REFERENCE
                   PERFORM 2750-ASSIGN-SERVICE-BRANCH
                   IF NOT INTL-DOC-TYPE OF CUSTREC3-RECORD = SPACES
                       PERFORM 2770-CAPTURE-ID-DOCUMENT
                   END-IF
                   MOVE CUST-ID OF MASTER-CUSTOMER-REC TO RSP-CUST-ID
                   SET RSP-ACCEPTED TO TRUE
                   MOVE SPACES TO RSP-REASON-CODE
                   MOVE 'APPLICATION ACCEPTED' TO RSP-REASON-TEXT
                   PERFORM 2800-WRITE-CHANNEL-RESPONSE
                   PERFORM 2850-WRITE-WELCOME-TRIGGER
                   DISPLAY 'ZCNCBL3 - ADDED INTL CUST-ID: '
                           CUST-ID OF MASTER-CUSTOMER-REC
                           ' COUNTRY: '
               TO REJ-POSTAL-CODE
           SET REJ-DUP-CUST-ID TO TRUE
           MOVE 'CUST-ID ALREADY ON FILE' TO REJ-REASON-TEXT
           MOVE WS-CYCLE-DATE TO REJ-DATE-REJECTED
           WRITE REJECT-RECORD
           PERFORM 2410-RESPOND-REJECTED.

       2410-RESPOND-REJECTED.
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
      * ONLY ADDED CUSTOMERS ARE AUDITED - A HELD OR REJECTED
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
                   END-IF
           END-READ.

       2770-CAPTURE-ID-DOCUMENT.
           PERFORM 2760-EDIT-ID-DOCUMENT
           IF WS-DOC-VALID
               PERFORM 2780-WRITE-ID-DOCUMENT
           ELSE
               ADD 1 TO WS-INTAKE-DOCS-UNUSABLE
               DISPLAY 'ZCNCBL3 - ID DOCUMENT NOT USABLE, NOT FILED '
                       'FOR: ' CUST-ID OF MASTER-CUSTOMER-REC
           END-IF.

      * THE SAME EDIT ZCNCIDDM APPLIES TO A KEYED DOCUMENT.  THE
      * NUMBER IS MASKED AND CLEARED FROM THE INPUT FIRST; A USABLE
      * DOCUMENT IS LEFT BUILT IN THE IDDOC RECORD AREA FOR THE
      * CALLER TO FILE OR TO CARRY ON A HOLD.
       2760-EDIT-ID-DOCUMENT.
           MOVE SPACES TO WS-MASKED-NUMBER
           IF NOT INTL-DOC-NUMBER OF CUSTREC3-RECORD = SPACES
               CALL 'ZCNCIDMK' USING INTL-DOC-NUMBER OF CUSTREC3-RECORD
                                     WS-MASKED-NUMBER
                                     WS-IDMK-RETURN-CODE
               END-CALL
               MOVE SPACES TO INTL-DOC-NUMBER OF CUSTREC3-RECORD
           END-IF
           MOVE SPACES TO IDENTITY-DOCUMENT-RECORD
           MOVE INTL-DOC-TYPE OF CUSTREC3-RECORD TO IDD-DOC-TYPE
           MOVE 'Y' TO WS-DOC-VALID-SWITCH
           EVALUATE TRUE
               WHEN NOT IDD-VALID-DOC-TYPE
                   MOVE 'N' TO WS-DOC-VALID-SWITCH
               WHEN WS-MASKED-NUMBER = SPACES
                   MOVE 'N' TO WS-DOC-VALID-SWITCH
               WHEN INTL-DOC-ISSUE-DATE OF CUSTREC3-RECORD
                       NOT NUMERIC
                   OR INTL-DOC-ISSUE-DATE OF CUSTREC3-RECORD
                       < 10000101
                   OR INTL-DOC-EXPIRY-DATE OF CUSTREC3-RECORD
                       NOT NUMERIC
                   MOVE 'N' TO WS-DOC-VALID-SWITCH
               WHEN (IDD-PASSPORT OR IDD-RESIDENCE-PERMIT)
                AND INTL-DOC-EXPIRY-DATE OF CUSTREC3-RECORD = ZERO
                   MOVE 'N' TO WS-DOC-VALID-SWITCH
               WHEN INTL-DOC-EXPIRY-DATE OF CUSTREC3-RECORD
                       NOT = ZERO
                AND INTL-DOC-EXPIRY-DATE OF CUSTREC3-RECORD
                       < INTL-DOC-ISSUE-DATE OF CUSTREC3-RECORD
                   MOVE 'N' TO WS-DOC-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DOC-VALID
               PERFORM 2775-BUILD-ID-DOCUMENT
           END-IF.

      * A BLANK ISSUING COUNTRY IS TAKEN AS THE APPLICANT'S OWN, AND A
      * DOCUMENT WITHOUT BOTH A VERIFYING USER AND A VALID DATE IS
      * FILED AS NOT YET VERIFIED.
       2775-BUILD-ID-DOCUMENT.
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO IDD-CUST-ID
           IF INTL-DOC-ISSUING-COUNTRY OF CUSTREC3-RECORD = SPACES
               MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
                   TO IDD-ISSUING-COUNTRY
           ELSE
               MOVE INTL-DOC-ISSUING-COUNTRY OF CUSTREC3-RECORD
                   TO IDD-ISSUING-COUNTRY
           END-IF
           MOVE WS-MASKED-NUMBER TO IDD-DOC-NUMBER-MASKED
           MOVE INTL-DOC-ISSUE-DATE OF CUSTREC3-RECORD
               TO IDD-ISSUE-DATE
           MOVE INTL-DOC-EXPIRY-DATE OF CUSTREC3-RECORD
               TO IDD-EXPIRY-DATE
           IF INTL-DOC-VERIFIED-BY OF CUSTREC3-RECORD NOT = SPACES
              AND INTL-DOC-VERIFIED-DATE OF CUSTREC3-RECORD NUMERIC
              AND INTL-DOC-VERIFIED-DATE OF CUSTREC3-RECORD
                  NOT = ZERO
              AND INTL-DOC-VERIFIED-DATE OF CUSTREC3-RECORD
                  NOT > WS-CYCLE-DATE
               MOVE INTL-DOC-VERIFIED-BY OF CUSTREC3-RECORD
                   TO IDD-VERIFIED-BY
               MOVE INTL-DOC-VERIFIED-DATE OF CUSTREC3-RECORD
                   TO IDD-VERIFIED-DATE
           ELSE
               MOVE SPACES TO IDD-VERIFIED-BY
               MOVE ZERO   TO IDD-VERIFIED-DATE
           END-IF.

       2780-WRITE-ID-DOCUMENT.
           SET IDD-FROM-INTAKE TO TRUE
           MOVE WS-CYCLE-DATE       TO IDD-LAST-CHANGED-DATE
           MOVE WS-AUDIT-USER-ID    TO IDD-CHANGED-BY
           WRITE IDENTITY-DOCUMENT-RECORD
               INVALID KEY
                   REWRITE IDENTITY-DOCUMENT-RECORD
           END-WRITE
           ADD 1 TO WS-INTAKE-DOCS-CAPTURED
           MOVE IDD-DOC-TYPE          TO WS-ADV-DOC-TYPE
           MOVE IDD-ISSUING-COUNTRY   TO WS-ADV-ISSUING-COUNTRY
           MOVE IDD-DOC-NUMBER-MASKED TO WS-ADV-DOC-NUMBER
           MOVE IDD-ISSUE-DATE        TO WS-ADV-ISSUE-DATE
           MOVE IDD-EXPIRY-DATE       TO WS-ADV-EXPIRY-DATE
           MOVE IDD-VERIFIED-BY       TO WS-ADV-VERIFIED-BY
           MOVE IDD-VERIFIED-DATE     TO WS-ADV-VERIFIED-DATE
           MOVE 'ID-DOCUMENT' TO WS-AUDIT-FIELD-NAME
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
           MOVE WS-AUDIT-DOC-VALUE TO WS-AUDIT-NEW-VALUE
           PERFORM 2590-WRITE-STANDARD-AUDIT.

      * THE RESPONSE GOES BACK UNDER THE ID THE FEED SENT, SO THE
      * SOURCE SYSTEM CAN MATCH IT WITHOUT KNOWING OUR CUST-IDS.  THE
      * CALLER HAS ALREADY SET THE STATUS, REASON, AND ASSIGNED ID.
       2800-WRITE-CHANNEL-RESPONSE.
           MOVE WS-INTL-CHANNEL TO RSP-SOURCE-CHANNEL
           MOVE CUST-ID OF CUSTREC3-RECORD TO RSP-SOURCE-CUST-ID
           SET RSP-ACKNOWLEDGMENT TO TRUE
           MOVE WS-CYCLE-DATE TO RSP-APPLICATION-DATE
           MOVE WS-CYCLE-DATE TO RSP-RESPONSE-DATE
           MOVE 'ZCNCBL3 '    TO RSP-SOURCE-PROGRAM
           CALL 'ZCNCRESP' USING CHANNEL-RESPONSE-RECORD
                                 WS-RESP-RETURN-CODE
           END-CALL
           IF WS-RESP-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCBL3 - CHANNEL RESPONSE NOT WRITTEN FOR: '
                       RSP-SOURCE-CUST-ID
           END-IF.

      * THE WELCOME LETTER IS ADDRESSED FROM THE MASTER RECORD JUST
      * ADDED.  THE APPLICANT'S PREFERRED LANGUAGE RIDES
      * ALONG SO THE LETTER IS PRINTED IN IT.
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
           MOVE PREFERRED-LANGUAGE-CODE OF CUSTREC3-RECORD
               TO LTG-LANGUAGE-CODE
           MOVE 'N' TO LTG-BAD-ADDRESS-FLAG
           MOVE 'NEW CUSTOMER' TO LTG-DETAIL-TEXT
           MOVE WS-CYCLE-DATE TO LTG-EVENT-DATE
           MOVE 'ZCNCBL3 ' TO LTG-SOURCE-PROGRAM
           PERFORM 2860-CALL-LETTER-TRIGGER.

       2860-CALL-LETTER-TRIGGER.
           CALL 'ZCNCLTRG' USING LETTER-TRIGGER-RECORD
                                 WS-LTRG-RETURN-CODE
           END-CALL
           IF WS-LTRG-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCBL3 - LETTER TRIGGER NOT WRITTEN FOR: '
                       LTG-CUST-ID
           END-IF.

       3000-READ-INTAKE.
           READ INTL-INTAKE-FILE INTO CUSTREC3-RECORD
               AT END
           CLOSE BRANCH-REF-FILE
           CLOSE CUST-BRANCH-FILE
           CLOSE NAME-XREF-FILE
           CLOSE NAME-SUFFIX-FILE
           CLOSE ID-DOCUMENT-FILE
           IF WS-NAMEHIST-AVAILABLE
               CLOSE NAME-HISTORY-FILE
           END-IF
           IF WS-ORGCUST-AVAILABLE
               CLOSE ORGANIZATION-FILE
           END-IF
           DISPLAY 'ZCNCBL3 - RECORDS READ   : ' WS-INTAKE-READ
           DISPLAY 'ZCNCBL3 - RECORDS ADDED  : ' WS-INTAKE-ADDED
           DISPLAY 'ZCNCBL3 - RECORDS REJECTED: ' WS-INTAKE-REJECTED
           DISPLAY 'ZCNCBL3 - DUP SUSPECTS HELD: ' WS-INTAKE-DUP-HELD
           DISPLAY 'ZCNCBL3 - WATCHLIST HELD   : '
                   WS-INTAKE-SCREEN-HELD
           DISPLAY 'ZCNCBL3 - NAMES STANDARDIZED: '
                   WS-INTAKE-STANDARDIZED
           DISPLAY 'ZCNCBL3 - ID DOCUMENTS FILED: '
                   WS-INTAKE-DOCS-CAPTURED
           DISPLAY 'ZCNCBL3 - ID DOCUMENTS UNUSABLE: '
                   WS-INTAKE-DOCS-UNUSABLE
           IF WS-INTAKE-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
