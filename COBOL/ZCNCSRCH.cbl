      *       STATE, AND STATUS FLAGS SO THE CLERK CAN      *
      *       RUN THE NORMAL ZCNCMAINT INQUIRY ON THE       *
      *       RIGHT CUSTOMER INSTEAD OF LEAFING THROUGH     *
      *       THE BOOTLEG PRINTED DIRECTORY.  PRIOR NAMES   *
      *       ON THE NAMEHIST ALIAS FILE ARE SEARCHED TOO,  *
      *       AND AN ALIAS HIT PRINTS THE CURRENT NAME      *
      *       WITH A FORMERLY-KNOWN-AS LINE UNDER IT.       *
      *       EVERY HIT ALSO LISTS THE THIRD PARTIES        *
      *       AUTHORIZED ON THE CYCLE DATE (THIRDPTY) SO    *
      *       THE CLERK KNOWS WHO ELSE MAY SPEAK FOR THE    *
      *       CUSTOMER.                                     *
      *       EVERY CUSTOMER SHOWN - AND EVERY SEARCH       *
      *       THAT FOUND NOBODY - IS LOGGED TO ACCESLOG     *
      *       UNDER THE REQUESTING USER ON SRCHTRAN.        *
      *       A REQUEST FLAGGED AS A COMPANY SEARCH IS      *
      *       MATCHED AGAINST THE LEGAL AND TRADING NAMES   *
      *       ON THE ORGCUST BUSINESS-CUSTOMER FILE         *
      *       INSTEAD, SINCE A COMPANY NAME IS ONLY FILED   *
      *       CUT IN TWO ON THE MASTER AND CUSTXREF.        *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCSRCH.
               RECORD KEY IS XRF-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NAME-HISTORY-FILE  ASSIGN TO "NAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMH-KEY
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT THIRD-PARTY-FILE   ASSIGN TO "THIRDPTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-KEY
               FILE STATUS IS WS-THIRDPTY-STATUS.

           SELECT ORGANIZATION-FILE  ASSIGN TO "ORGCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORG-CUST-ID
               FILE STATUS IS WS-ORGCUST-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01  SEARCH-REQUEST-RECORD.
           05  SRQ-LAST-NAME            PIC X(30).
           05  SRQ-US-STATE             PIC X(02).
           05  SRQ-USER-ID              PIC X(08).
           05  SRQ-SEARCH-TYPE          PIC X(01).
               88  SRQ-COMPANY-SEARCH   VALUE 'B'.

       FD  NAME-XREF-FILE
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  NAME-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NAMEHIST.

       FD  THIRD-PARTY-FILE
           RECORDING MODE IS F.
           COPY THIRDPTY.

       FD  ORGANIZATION-FILE
           RECORDING MODE IS F.
           COPY ORGCUST.

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NAMEHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-THIRDPTY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ORGCUST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

               88  WS-REQUEST-EOF       VALUE 'Y'.
           05  WS-BROWSE-DONE-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-BROWSE-DONE       VALUE 'Y'.
           05  WS-NAMEHIST-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-NAMEHIST-AVAILABLE VALUE 'Y'.
           05  WS-THIRDPTY-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-THIRDPTY-AVAILABLE VALUE 'Y'.
           05  WS-TPA-BROWSE-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-TPA-BROWSE-DONE   VALUE 'Y'.
           05  WS-ORGCUST-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-ORGCUST-AVAILABLE VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ         PIC 9(05) VALUE ZERO.
           05  WS-MATCHES-PRINTED       PIC 9(07) VALUE ZERO.
           05  WS-REQUEST-MATCHES       PIC 9(05) VALUE ZERO.
           05  WS-ALIAS-MATCHES         PIC 9(07) VALUE ZERO.
           05  WS-AUTHS-PRINTED         PIC 9(07) VALUE ZERO.
           05  WS-COMPANY-MATCHES       PIC 9(07) VALUE ZERO.

       01  WS-PREFIX-LENGTH             PIC 9(02) VALUE ZERO.
       01  WS-SCAN-POSITION             PIC 9(02) VALUE ZERO.

      * THE REQUESTED NAME IS STANDARDIZED (ZCNCNSTD) THE SAME WAY
      * THE XREF KEYS ARE, SO "O'BRIEN" FINDS OBRIEN.
           COPY NAMESTD.
       01  WS-NSTD-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * A COMPANY NAME IS NOT RUN THROUGH ZCNCNSTD - ITS PUNCTUATION
      * IS PART OF THE NAME - BUT THE ARGUMENT AND THE FILED NAMES
      * ARE BOTH FOLDED TO UPPER CASE BEFORE THEY ARE COMPARED.
       01  WS-LOWER-CASE                PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE                PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-COMPARE-LEGAL-NAME        PIC X(30) VALUE SPACES.
       01  WS-COMPARE-TRADING-NAME      PIC X(30) VALUE SPACES.

      * BUSINESS-DATE CONTROL - ONLY AUTHORIZATIONS IN EFFECT ON THE
      * ZCNCBDAT CYCLE DATE ARE LISTED UNDER A HIT.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-REQUEST-HEADING.
           05  FILLER                   PIC X(09) VALUE 'SEARCH:  '.
           05  WS-RH-LAST-NAME          PIC X(30).
           05  FILLER                   PIC X(06) VALUE 'STATE'.
           05  FILLER                   PIC X(08) VALUE 'FLAGS'.

       01  WS-COMPANY-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(32) VALUE 'LEGAL NAME'.
           05  FILLER                   PIC X(32) VALUE 'TRADING NAME'.
           05  FILLER                   PIC X(22) VALUE 'CITY'.
           05  FILLER                   PIC X(06) VALUE 'STATE'.
           05  FILLER                   PIC X(08) VALUE 'FLAGS'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-DET-STATUS-FLAGS      PIC X(04).

       01  WS-ALIAS-LINE.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'FORMERLY KNOWN AS:  '.
           05  WS-AKA-LAST-NAME         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-AKA-FIRST-NAME        PIC X(30).
           05  FILLER                   PIC X(08) VALUE ' UNTIL  '.
           05  WS-AKA-END-DATE          PIC 9(08).

       01  WS-AUTH-LINE.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE
               'AUTHORIZED: '.
           05  WS-AUTH-RELATIONSHIP     PIC X(02).
           05  FILLER                   PIC X(07) VALUE ' SCOPE '.
           05  WS-AUTH-SCOPE            PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-AUTH-REP-LAST-NAME    PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AUTH-REP-FIRST-NAME   PIC X(30).
           05  FILLER                   PIC X(06) VALUE ' CUST '.
           05  WS-AUTH-REP-CUST-ID      PIC X(10).
           05  FILLER                   PIC X(08) VALUE ' UNTIL  '.
           05  WS-AUTH-EXPIRY-DATE      PIC X(08).

      * READ-ACCESS LOGGING - EVERY CUSTOMER PRINTED FOR A REQUEST
      * IS LOGGED THROUGH ZCNCACLG UNDER THE REQUESTING USER, WITH
      * THE NAME AND STATE AS KEYED (BEFORE STANDARDIZATION); A
      * REQUEST THAT FINDS NOBODY IS LOGGED ONCE WITH NO CUST-ID.
           COPY ACCESSLG.
       01  WS-ACCESS-RETURN-CODE        PIC 9(02) VALUE ZERO.
       01  WS-SEARCH-ARGUMENT.
           05  WS-SA-LAST-NAME          PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-SA-US-STATE           PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-SA-SEARCH-TYPE        PIC X(01).
           05  FILLER                   PIC X(05) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-NO-MATCH-LINE             PIC X(132) VALUE
           '  NO MATCHING CUSTOMERS FOUND'.

           OPEN INPUT  NAME-XREF-FILE
           OPEN INPUT  CUST-MASTER-FILE
           OPEN OUTPUT SEARCH-REPORT-FILE
      * THE ALIAS FILE ONLY EXISTS ONCE A NAME HAS BEEN CHANGED -
      * WITHOUT IT THE SEARCH RUNS ON CURRENT NAMES ALONE.
           OPEN INPUT  NAME-HISTORY-FILE
           IF WS-NAMEHIST-STATUS = '00'
               MOVE 'Y' TO WS-NAMEHIST-AVAIL-SW
           END-IF
      * LIKEWISE THIRDPTY - NO FILE MEANS NO ONE IS AUTHORIZED.
           OPEN INPUT  THIRD-PARTY-FILE
           IF WS-THIRDPTY-STATUS = '00'
               MOVE 'Y' TO WS-THIRDPTY-AVAIL-SW
           END-IF
      * AND ORGCUST - NO FILE MEANS NO BUSINESS CUSTOMERS TO FIND.
           OPEN INPUT  ORGANIZATION-FILE
           IF WS-ORGCUST-STATUS = '00'
               MOVE 'Y' TO WS-ORGCUST-AVAIL-SW
           END-IF
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-XREF-STATUS = '00'
               DISPLAY 'ZCNCSRCH - ERROR OPENING XREF FILE: '
                       WS-XREF-STATUS
       2000-PROCESS-REQUESTS.
           ADD 1 TO WS-REQUESTS-READ
           MOVE ZERO TO WS-REQUEST-MATCHES
           MOVE SRQ-LAST-NAME TO WS-SA-LAST-NAME
           MOVE SRQ-US-STATE  TO WS-SA-US-STATE
           MOVE SRQ-SEARCH-TYPE TO WS-SA-SEARCH-TYPE
           IF SRQ-COMPANY-SEARCH
               INSPECT SRQ-LAST-NAME
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           ELSE
               PERFORM 2050-STANDARDIZE-REQUEST
           END-IF
           MOVE SRQ-LAST-NAME TO WS-RH-LAST-NAME
           MOVE SRQ-US-STATE  TO WS-RH-US-STATE
           WRITE SEARCH-REPORT-LINE FROM WS-REQUEST-HEADING
           IF SRQ-COMPANY-SEARCH
               WRITE SEARCH-REPORT-LINE FROM WS-COMPANY-HEADING
           ELSE
               WRITE SEARCH-REPORT-LINE FROM WS-COLUMN-HEADING
           END-IF
           PERFORM 2100-COMPUTE-PREFIX-LENGTH
           EVALUATE TRUE
               WHEN WS-PREFIX-LENGTH = ZERO
                   WRITE SEARCH-REPORT-LINE FROM WS-NO-MATCH-LINE
               WHEN SRQ-COMPANY-SEARCH
                   IF WS-ORGCUST-AVAILABLE
                       PERFORM 2550-BROWSE-ORGANIZATIONS
                   END-IF
                   IF WS-REQUEST-MATCHES = ZERO
                       WRITE SEARCH-REPORT-LINE FROM WS-NO-MATCH-LINE
                   END-IF
               WHEN OTHER
                   PERFORM 2200-BROWSE-XREF
                   IF WS-NAMEHIST-AVAILABLE
                       PERFORM 2600-BROWSE-NAME-HISTORY
                   END-IF
                   IF WS-REQUEST-MATCHES = ZERO
                       WRITE SEARCH-REPORT-LINE FROM WS-NO-MATCH-LINE
                   END-IF
           END-EVALUATE
           IF WS-REQUEST-MATCHES = ZERO
               MOVE SPACES TO WS-DET-CUST-ID
               PERFORM 2990-LOG-SEARCH-ACCESS
           END-IF
           WRITE SEARCH-REPORT-LINE FROM WS-BLANK-LINE
           PERFORM 3000-READ-REQUEST.

       2050-STANDARDIZE-REQUEST.
           MOVE SPACES TO NAME-STANDARD-AREA
           MOVE SRQ-LAST-NAME TO NST-LAST-NAME
           CALL 'ZCNCNSTD' USING NAME-STANDARD-AREA
                                 WS-NSTD-RETURN-CODE
           END-CALL
           MOVE NST-LAST-NAME TO SRQ-LAST-NAME.

      * THE SEARCH ARGUMENT IS A PREFIX: 'SMI' MATCHES SMITH AND
      * SMILEY.  THE SIGNIFICANT LENGTH IS THE POSITION OF THE LAST
      * NON-SPACE CHARACTER IN THE REQUESTED LAST NAME.
           MOVE CUST-STATUS-FLAGS OF MASTER-CUSTOMER-REC
               TO WS-DET-STATUS-FLAGS
           WRITE SEARCH-REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-THIRDPTY-AVAILABLE
               PERFORM 2950-PRINT-AUTHORIZATIONS
           END-IF
           PERFORM 2990-LOG-SEARCH-ACCESS
           ADD 1 TO WS-REQUEST-MATCHES
           ADD 1 TO WS-MATCHES-PRINTED.

      * ORGCUST IS KEYED BY CUST-ID, NOT NAME, SO A COMPANY SEARCH
      * READS THE WHOLE FILE; THE ARGUMENT IS A PREFIX OF EITHER THE
      * LEGAL OR THE TRADING NAME.  THE BUSINESS FILE IS SMALL NEXT
      * TO THE MASTER, SO THIS STAYS CHEAP.
       2550-BROWSE-ORGANIZATIONS.
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE LOW-VALUES TO ORG-CUST-ID
           START ORGANIZATION-FILE KEY IS NOT LESS THAN ORG-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-START
           PERFORM 2560-READ-NEXT-ORGANIZATION UNTIL WS-BROWSE-DONE.

       2560-READ-NEXT-ORGANIZATION.
           READ ORGANIZATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
               NOT AT END
                   MOVE ORG-LEGAL-NAME   TO WS-COMPARE-LEGAL-NAME
                   MOVE ORG-TRADING-NAME TO WS-COMPARE-TRADING-NAME
                   INSPECT WS-COMPARE-LEGAL-NAME
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   INSPECT WS-COMPARE-TRADING-NAME
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   IF WS-COMPARE-LEGAL-NAME (1:WS-PREFIX-LENGTH) =
                       SRQ-LAST-NAME (1:WS-PREFIX-LENGTH)
                      OR WS-COMPARE-TRADING-NAME (1:WS-PREFIX-LENGTH) =
                       SRQ-LAST-NAME (1:WS-PREFIX-LENGTH)
                       PERFORM 2570-CHECK-AND-PRINT-COMPANY
                   END-IF
           END-READ.

       2570-CHECK-AND-PRINT-COMPANY.
           MOVE ORG-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
      * BUSINESS DETAIL LEFT BEHIND BY A CUSTOMER NO LONGER ON THE
      * MASTER - SKIPPED.
                   CONTINUE
               NOT INVALID KEY
                   IF SRQ-US-STATE = SPACES
                       OR SRQ-US-STATE =
                           US-STATE OF MASTER-CUSTOMER-REC
                       PERFORM 2580-PRINT-COMPANY-MATCH
                   END-IF
           END-READ.

       2580-PRINT-COMPANY-MATCH.
           MOVE ORG-CUST-ID       TO WS-DET-CUST-ID
           MOVE ORG-LEGAL-NAME    TO WS-DET-LAST-NAME
           MOVE ORG-TRADING-NAME  TO WS-DET-FIRST-NAME
           MOVE CITY OF MASTER-CUSTOMER-REC TO WS-DET-CITY
           MOVE US-STATE OF MASTER-CUSTOMER-REC TO WS-DET-US-STATE
           MOVE CUST-STATUS-FLAGS OF MASTER-CUSTOMER-REC
               TO WS-DET-STATUS-FLAGS
           WRITE SEARCH-REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-THIRDPTY-AVAILABLE
               PERFORM 2950-PRINT-AUTHORIZATIONS
           END-IF
           PERFORM 2990-LOG-SEARCH-ACCESS
           ADD 1 TO WS-REQUEST-MATCHES
           ADD 1 TO WS-MATCHES-PRINTED
           ADD 1 TO WS-COMPANY-MATCHES.

      * CALLERS OFTEN GIVE THE NAME THEY WERE KNOWN BY BEFORE A
      * MARRIAGE OR LEGAL CHANGE.  NAMEHIST IS KEYED LIKE THE XREF,
      * SO THE SAME PREFIX BROWSE FINDS THE PRIOR NAMES; THE HIT
      * PRINTS THE CUSTOMER AS THEY ARE FILED TODAY, WITH THE
      * MATCHED ALIAS ON THE LINE BENEATH.
       2600-BROWSE-NAME-HISTORY.
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE SPACES TO NMH-KEY
           MOVE SRQ-LAST-NAME TO NMH-LAST-NAME
           START NAME-HISTORY-FILE KEY IS NOT LESS THAN NMH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-START
           PERFORM 2700-READ-NEXT-ALIAS UNTIL WS-BROWSE-DONE.

       2700-READ-NEXT-ALIAS.
           READ NAME-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
               NOT AT END
                   IF NMH-LAST-NAME (1:WS-PREFIX-LENGTH) =
                       SRQ-LAST-NAME (1:WS-PREFIX-LENGTH)
                       PERFORM 2800-CHECK-AND-PRINT-ALIAS
                   ELSE
                       MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
                   END-IF
           END-READ.

       2800-CHECK-AND-PRINT-ALIAS.
           MOVE NMH-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
      * ALIAS OF A CUSTOMER NO LONGER ON THE MASTER - SKIPPED.
                   CONTINUE
               NOT INVALID KEY
                   IF SRQ-US-STATE = SPACES
                       OR SRQ-US-STATE =
                           US-STATE OF MASTER-CUSTOMER-REC
                       PERFORM 2900-PRINT-ALIAS-MATCH
                   END-IF
           END-READ.

       2900-PRINT-ALIAS-MATCH.
           MOVE NMH-CUST-ID       TO WS-DET-CUST-ID
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO WS-DET-LAST-NAME
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               TO WS-DET-FIRST-NAME
           MOVE CITY OF MASTER-CUSTOMER-REC TO WS-DET-CITY
           MOVE US-STATE OF MASTER-CUSTOMER-REC TO WS-DET-US-STATE
           MOVE CUST-STATUS-FLAGS OF MASTER-CUSTOMER-REC
               TO WS-DET-STATUS-FLAGS
           WRITE SEARCH-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE NMH-LAST-NAME     TO WS-AKA-LAST-NAME
           MOVE NMH-FIRST-NAME    TO WS-AKA-FIRST-NAME
           MOVE NMH-END-DATE      TO WS-AKA-END-DATE
           WRITE SEARCH-REPORT-LINE FROM WS-ALIAS-LINE
           IF WS-THIRDPTY-AVAILABLE
               PERFORM 2950-PRINT-AUTHORIZATIONS
           END-IF
           PERFORM 2990-LOG-SEARCH-ACCESS
           ADD 1 TO WS-REQUEST-MATCHES
           ADD 1 TO WS-MATCHES-PRINTED
           ADD 1 TO WS-ALIAS-MATCHES.

      * THE HIT'S THIRD PARTIES ARE BROWSED FROM SEQUENCE ZERO UNDER
      * ITS CUST-ID.  AN AUTHORITY NOT YET EFFECTIVE OR ALREADY
      * EXPIRED IS LEFT OFF - THE DESK MUST NOT ACT ON IT.
       2950-PRINT-AUTHORIZATIONS.
           MOVE 'N' TO WS-TPA-BROWSE-DONE-SW
           MOVE WS-DET-CUST-ID TO TPA-CUST-ID
           MOVE ZERO TO TPA-SEQ-NO
           START THIRD-PARTY-FILE KEY IS NOT LESS THAN TPA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TPA-BROWSE-DONE-SW
           END-START
           PERFORM 2960-READ-NEXT-AUTHORIZATION
               UNTIL WS-TPA-BROWSE-DONE.

       2960-READ-NEXT-AUTHORIZATION.
           READ THIRD-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TPA-BROWSE-DONE-SW
               NOT AT END
                   IF TPA-CUST-ID = WS-DET-CUST-ID
                       IF TPA-EFFECTIVE-DATE <= WS-CYCLE-DATE
                          AND (TPA-NO-EXPIRY
                           OR TPA-EXPIRY-DATE >= WS-CYCLE-DATE)
                           PERFORM 2970-PRINT-AUTHORIZATION
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-TPA-BROWSE-DONE-SW
                   END-IF
           END-READ.

       2970-PRINT-AUTHORIZATION.
           MOVE TPA-RELATIONSHIP   TO WS-AUTH-RELATIONSHIP
           MOVE TPA-SCOPE          TO WS-AUTH-SCOPE
           MOVE TPA-REP-LAST-NAME  TO WS-AUTH-REP-LAST-NAME
           MOVE TPA-REP-FIRST-NAME TO WS-AUTH-REP-FIRST-NAME
           MOVE TPA-REP-CUST-ID    TO WS-AUTH-REP-CUST-ID
           IF TPA-NO-EXPIRY
               MOVE 'REVOKED'       TO WS-AUTH-EXPIRY-DATE
           ELSE
               MOVE TPA-EXPIRY-DATE TO WS-AUTH-EXPIRY-DATE
           END-IF
           WRITE SEARCH-REPORT-LINE FROM WS-AUTH-LINE
           ADD 1 TO WS-AUTHS-PRINTED.

      * WS-DET-CUST-ID HOLDS THE CUSTOMER JUST PRINTED, OR SPACES
      * WHEN THE REQUEST FOUND NOBODY.
       2990-LOG-SEARCH-ACCESS.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE SRQ-USER-ID          TO ACL-USER-ID
           MOVE WS-RH-PROGRAM-ID     TO ACL-PROGRAM-ID
           MOVE WS-DET-CUST-ID       TO ACL-CUST-ID
           MOVE WS-SEARCH-ARGUMENT   TO ACL-SEARCH-ARG
           MOVE WS-CYCLE-DATE        TO ACL-ACCESS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-TIME         TO ACL-ACCESS-TIME
           IF WS-DET-CUST-ID = SPACES
               SET ACL-NOTHING-RETURNED TO TRUE
           ELSE
               SET ACL-RETURNED TO TRUE
           END-IF
           CALL 'ZCNCACLG' USING ACCESS-LOG-RECORD
                                 WS-ACCESS-RETURN-CODE
           END-CALL
           IF WS-ACCESS-RETURN-CODE NOT = 00
               DISPLAY 'ZCNCSRCH - ACCESS LOG WRITE FAILED FOR '
                       SRQ-USER-ID ' ' WS-DET-CUST-ID
           END-IF.

       3000-READ-REQUEST.
           READ SEARCH-REQUEST-FILE INTO SEARCH-REQUEST-RECORD
               AT END
       9000-TERMINATE.
           CLOSE SEARCH-REQUEST-FILE
           CLOSE NAME-XREF-FILE
           IF WS-NAMEHIST-AVAILABLE
               CLOSE NAME-HISTORY-FILE
           END-IF
           IF WS-THIRDPTY-AVAILABLE
               CLOSE THIRD-PARTY-FILE
           END-IF
           IF WS-ORGCUST-AVAILABLE
               CLOSE ORGANIZATION-FILE
           END-IF
           CLOSE CUST-MASTER-FILE
           CLOSE SEARCH-REPORT-FILE
           DISPLAY 'ZCNCSRCH - SEARCH REQUESTS READ: '
                   WS-REQUESTS-READ
           DISPLAY 'ZCNCSRCH - MATCHES PRINTED     : '
                   WS-MATCHES-PRINTED
           DISPLAY 'ZCNCSRCH - ALIAS MATCHES       : '
                   WS-ALIAS-MATCHES
           DISPLAY 'ZCNCSRCH - AUTHORIZATIONS SHOWN: '
                   WS-AUTHS-PRINTED
           DISPLAY 'ZCNCSRCH - COMPANY MATCHES     : '
                   WS-COMPANY-MATCHES.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-REQUESTS-READ TO WS-RH-RECORDS-READ
