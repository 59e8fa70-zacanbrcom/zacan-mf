      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       MENU-DRIVEN CUSTOMER MAINTENANCE.  READS A   *
      *       STREAM OF ADD/CHANGE/DELETE/INQUIRE          *
      *       TRANSACTIONS KEYED BY CUST-ID, EDITS THE     *
      *       CUST-NAME AND CUST-LOCATION GROUPS, AND      *
      *       APPLIES THE CHANGE TO THE CUSTOMER MASTER    *
      *       FILE SO THE OPERATIONS DESK HAS A REAL WAY   *
      *       TO FIX A CUSTOMER RECORD.  EVERY INQUIRY IS  *
      *       LOGGED TO ACCESLOG (ZCNCACLG) FOR THE        *
      *       PRIVACY ACCESS REVIEW.  A BUSINESS CUSTOMER  *
      *       (CUSTOMER-TYPE B) IS FILED UNDER ITS LEGAL   *
      *       NAME WITH ITS ORGCUST DETAIL AND PRINCIPALS, *
      *       EACH AN INDIVIDUAL ALREADY ON THE MASTER.    *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCMAINT.
               RECORD KEY IS XRF-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NAME-HISTORY-FILE  ASSIGN TO "NAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMH-KEY
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT TRAN-SUSPENSE-FILE ASSIGN TO "TRANSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
               RECORD KEY IS UAF-USER-ID
               FILE STATUS IS WS-USERAUTH-STATUS.

           SELECT ORGANIZATION-FILE  ASSIGN TO "ORGCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CUST-ID
               FILE STATUS IS WS-ORGCUST-STATUS.

           SELECT SECURITY-DENIAL-FILE ASSIGN TO "SECDENY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECDENY-STATUS.
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  NAME-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NAMEHIST.

       FD  TRAN-SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY CUSTTRAN REPLACING ==CUST-MAINT-TRAN== BY
           RECORDING MODE IS F.
           COPY SECDENY.

       FD  ORGANIZATION-FILE
           RECORDING MODE IS F.
           COPY ORGCUST.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-OVERFLOW-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LOCK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NAMEHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RETIRED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ALTREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REFERENCE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-USERAUTH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SECDENY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ORGCUST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RETIRED-AVAILABLE-SW      PIC X(01) VALUE 'N'.
           88  WS-RETIRED-AVAILABLE     VALUE 'Y'.

       01  WS-AUDIT-OLD-VALUE            PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE            PIC X(100) VALUE SPACES.

      * READ-ACCESS LOGGING - EVERY INQUIRY IS LOGGED THROUGH
      * ZCNCACLG UNDER THE CUST-ID AS KEYED, SO A LOOKUP OF A
      * RETIRED OR ERASED ID IS ON RECORD EVEN THOUGH THE READ IS
      * REDIRECTED OR FINDS NOTHING.
           COPY ACCESSLG.
       01  WS-ACCESS-RETURN-CODE         PIC 9(02) VALUE ZERO.
       01  WS-KEYED-CUST-ID              PIC X(10) VALUE SPACES.

      * BUSINESS CUSTOMERS.  A BUSINESS IS A CUSTOMER WITH AN ORGCUST
      * RECORD; ITS MASTER NAMES ARE THE LEGAL NAME CUT IN TWO, SO
      * THE EDIT REBUILDS CMT-LAST-NAME/CMT-FIRST-NAME FROM THE LEGAL
      * NAME AND THE NAMEOVFL, CUSTXREF AND NAMEHIST PARAGRAPHS RUN
      * UNCHANGED.  THE RECORD ON FILE BEFORE THE TRANSACTION IS KEPT
      * FOR THE AUDIT; THE ONE TO BE FILED IS BUILT BY THE EDIT.
       01  WS-ORG-ON-FILE-SW             PIC X(01) VALUE 'N'.
           88  WS-ORG-ON-FILE            VALUE 'Y'.
       01  WS-BUSINESS-TRAN-SW           PIC X(01) VALUE 'N'.
           88  WS-BUSINESS-TRAN          VALUE 'Y'.
       01  WS-PRINCIPAL-SUB              PIC 9(02) VALUE ZERO.
           COPY ORGCUST REPLACING ==ORGANIZATION-CUSTOMER-RECORD== BY
                                   ==OLD-ORGANIZATION-RECORD==
                                  LEADING ==ORG== BY ==OLD-ORG==.
           COPY ORGCUST REPLACING ==ORGANIZATION-CUSTOMER-RECORD== BY
                                   ==NEW-ORGANIZATION-RECORD==
                                  LEADING ==ORG== BY ==NEW-ORG==.
       01  WS-ORG-AUDIT-VALUE.
           05  WS-ORG-AUD-LEGAL-NAME     PIC X(60).
           05  WS-ORG-AUD-REGISTRATION-ID PIC X(20).
           05  WS-ORG-AUD-LEGAL-FORM     PIC X(04).
           05  WS-ORG-AUD-INDUSTRY-CODE  PIC X(06).
           05  FILLER                    PIC X(10).

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCMAIN'.
               CLOSE NAME-XREF-FILE
               OPEN I-O NAME-XREF-FILE
           END-IF
           OPEN I-O    NAME-HISTORY-FILE
           IF WS-NAMEHIST-STATUS = '35'
               OPEN OUTPUT NAME-HISTORY-FILE
               CLOSE NAME-HISTORY-FILE
               OPEN I-O NAME-HISTORY-FILE
           END-IF
           OPEN EXTEND TRAN-SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = '35'
               OPEN OUTPUT TRAN-SUSPENSE-FILE
           IF WS-SECDENY-STATUS = '35'
               OPEN OUTPUT SECURITY-DENIAL-FILE
           END-IF
           OPEN I-O ORGANIZATION-FILE
           IF WS-ORGCUST-STATUS = '35'
               OPEN OUTPUT ORGANIZATION-FILE
               CLOSE ORGANIZATION-FILE
               OPEN I-O ORGANIZATION-FILE
           END-IF
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
           END-IF.

       2020-APPLY-AUTHORIZED-TRAN.
           MOVE CMT-CUST-ID TO WS-KEYED-CUST-ID
      * A CHANGE, DELETE, INQUIRY, OR NOTE KEYED TO A CUST-ID THAT
      * ZCNCMRG RETIRED IS REDIRECTED TO THE SURVIVING CUSTOMER.
      * ADDS ARE NOT REDIRECTED - A NEW CUSTOMER REUSING A RETIRED
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'CUST-ID IS REQUIRED' TO WS-EDIT-MESSAGE
           END-IF
           PERFORM 4300-SET-CUSTOMER-TYPE
           IF WS-BUSINESS-TRAN
               PERFORM 4400-EDIT-ORGANIZATION
           ELSE
               IF CMT-FIRST-NAME = SPACES OR CMT-LAST-NAME = SPACES
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'CUST-NAME MUST NOT BE BLANK' TO
                       WS-EDIT-MESSAGE
               END-IF
           END-IF
           IF CMT-COUNTRY-CODE = SPACES
               MOVE 'N' TO WS-EDIT-SWITCH
               END-READ
           END-IF.

      * A CHANGE WITH NO TYPE KEYED LEAVES THE CUSTOMER AS THEY
      * ARE, SO THE TYPE ON FILE DECIDES WHICH EDITS APPLY.
       4300-SET-CUSTOMER-TYPE.
           MOVE 'N' TO WS-ORG-ON-FILE-SW
           MOVE 'N' TO WS-BUSINESS-TRAN-SW
           MOVE SPACES TO OLD-ORGANIZATION-RECORD
           MOVE SPACES TO NEW-ORGANIZATION-RECORD
           IF TRAN-CHANGE
               MOVE CMT-CUST-ID TO ORG-CUST-ID
               READ ORGANIZATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ORG-ON-FILE-SW
                       MOVE ORGANIZATION-CUSTOMER-RECORD
                           TO OLD-ORGANIZATION-RECORD
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN CMT-BUSINESS
                   MOVE 'Y' TO WS-BUSINESS-TRAN-SW
               WHEN CMT-INDIVIDUAL
                   CONTINUE
               WHEN CMT-CUSTOMER-TYPE = SPACES
                   IF WS-ORG-ON-FILE
                       MOVE 'Y' TO WS-BUSINESS-TRAN-SW
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'INVALID CUSTOMER-TYPE' TO WS-EDIT-MESSAGE
           END-EVALUATE.

      * A BUSINESS CHANGE WITH NO LEGAL NAME KEYED KEEPS THE DETAIL
      * ON FILE; KEYED PRINCIPALS REPLACE THE LIST, NONE KEYED KEEPS
      * IT.  EACH PRINCIPAL MUST BE AN INDIVIDUAL ON THE MASTER.
       4400-EDIT-ORGANIZATION.
           IF CMT-LEGAL-NAME = SPACES AND WS-ORG-ON-FILE
               MOVE OLD-ORGANIZATION-RECORD TO NEW-ORGANIZATION-RECORD
           ELSE
               MOVE CMT-LEGAL-NAME      TO NEW-ORG-LEGAL-NAME
               MOVE CMT-TRADING-NAME    TO NEW-ORG-TRADING-NAME
               MOVE CMT-REGISTRATION-ID TO NEW-ORG-REGISTRATION-ID
               MOVE CMT-LEGAL-FORM      TO NEW-ORG-LEGAL-FORM
               MOVE CMT-INDUSTRY-CODE   TO NEW-ORG-INDUSTRY-CODE
               MOVE OLD-ORG-PRINCIPALS  TO NEW-ORG-PRINCIPALS
           END-IF
           IF CMT-PRINCIPALS NOT = SPACES
               MOVE CMT-PRINCIPALS TO NEW-ORG-PRINCIPALS
           END-IF
           MOVE SPACES TO CMT-LAST-NAME CMT-FIRST-NAME
           MOVE NEW-ORG-LEGAL-NAME (1:10)  TO CMT-LAST-NAME
           MOVE NEW-ORG-LEGAL-NAME (11:10) TO CMT-FIRST-NAME
           IF NEW-ORG-LEGAL-NAME = SPACES
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'LEGAL-NAME IS REQUIRED' TO WS-EDIT-MESSAGE
           END-IF
           IF NOT NEW-ORG-VALID-LEGAL-FORM
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'INVALID LEGAL-FORM' TO WS-EDIT-MESSAGE
           END-IF
           IF NEW-ORG-INDUSTRY-CODE (1:2) IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-SWITCH
               MOVE 'INVALID INDUSTRY-CODE' TO WS-EDIT-MESSAGE
           END-IF
           PERFORM 4410-EDIT-PRINCIPAL
               VARYING WS-PRINCIPAL-SUB FROM 1 BY 1
               UNTIL WS-PRINCIPAL-SUB > 4.

       4410-EDIT-PRINCIPAL.
           IF NEW-ORG-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB) NOT = SPACES
               IF NOT NEW-ORG-VALID-ROLE (WS-PRINCIPAL-SUB)
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'INVALID PRINCIPAL ROLE' TO WS-EDIT-MESSAGE
               END-IF
               IF NEW-ORG-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
                   = CMT-CUST-ID
                   MOVE 'N' TO WS-EDIT-SWITCH
                   MOVE 'PRINCIPAL IS THE BUSINESS ITSELF' TO
                       WS-EDIT-MESSAGE
               END-IF
               MOVE NEW-ORG-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
                   TO CUST-ID OF MASTER-CUSTOMER-REC
               READ CUST-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-EDIT-SWITCH
                       MOVE 'PRINCIPAL CUST-ID NOT FOUND' TO
                           WS-EDIT-MESSAGE
               END-READ
               MOVE NEW-ORG-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
                   TO ORG-CUST-ID
               READ ORGANIZATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EDIT-SWITCH
                       MOVE 'PRINCIPAL IS NOT AN INDIVIDUAL' TO
                           WS-EDIT-MESSAGE
               END-READ
           END-IF.

       5000-ADD-CUSTOMER.
           PERFORM 5100-ASSIGN-CUST-ID
           MOVE SPACES TO MASTER-CUSTOMER-REC
                   PERFORM 9400-CHECK-NAME-OVERFLOW
                   PERFORM 9700-WRITE-XREF-ENTRY
                   PERFORM 9870-WRITE-ALT-REFERENCE
                   IF WS-BUSINESS-TRAN
                       PERFORM 9880-FILE-ORGANIZATION
                   END-IF
                   MOVE 'ADDED' TO WS-EDIT-MESSAGE
                   PERFORM 9100-WRITE-RESULT
           END-WRITE.
                   MOVE CUST-MISS-CALL-FLAG OF MASTER-CUSTOMER-REC
                       TO WS-OLD-MISS-CALL-FLAG
                   PERFORM 9800-CAPTURE-OLD-XREF-NAMES
                   PERFORM 6050-AUDIT-NAME-AND-LOCATION
                   MOVE CMT-FIRST-NAME    TO
                       CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                   MOVE CMT-LAST-NAME     TO
                   PERFORM 9200-APPEND-NOTE-IF-PRESENT
                   PERFORM 9400-CHECK-NAME-OVERFLOW
                   PERFORM 9750-REPLACE-XREF-ENTRY
                   PERFORM 9770-RECORD-PRIOR-NAME
                   IF WS-BUSINESS-TRAN
                       PERFORM 9880-FILE-ORGANIZATION
                   ELSE
                       IF WS-ORG-ON-FILE
                           PERFORM 9890-DELETE-ORGANIZATION
                       END-IF
                   END-IF
                   MOVE 'CHANGED' TO WS-EDIT-MESSAGE
                   PERFORM 9100-WRITE-RESULT
           END-READ.

      * EACH NAME AND LOCATION FIELD THE CHANGE ALTERS IS AUDITED
      * UNDER THE SAME FIELD NAME ZCNCAREC REPORTS ITS DIFFERENCE BY,
      * SO EVERY DIFFERENCE IT FINDS HAS AN AUDIT RECORD BESIDE IT.
       6050-AUDIT-NAME-AND-LOCATION.
           IF CMT-FIRST-NAME NOT =
                  CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                   TO WS-AUDIT-OLD-VALUE
               MOVE CMT-FIRST-NAME    TO WS-AUDIT-NEW-VALUE
               MOVE 'CUST-FIRST-NAME' TO WS-AUDIT-FIELD-NAME
               PERFORM 9300-AUDIT-STATUS-CHANGE
           END-IF
           IF CMT-LAST-NAME NOT =
                  CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                   TO WS-AUDIT-OLD-VALUE
               MOVE CMT-LAST-NAME     TO WS-AUDIT-NEW-VALUE
               MOVE 'CUST-LAST-NAME'  TO WS-AUDIT-FIELD-NAME
               PERFORM 9300-AUDIT-STATUS-CHANGE
           END-IF
           IF CMT-CITY NOT = CITY OF MASTER-CUSTOMER-REC
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE CITY OF MASTER-CUSTOMER-REC TO WS-AUDIT-OLD-VALUE
               MOVE CMT-CITY          TO WS-AUDIT-NEW-VALUE
               MOVE 'CITY'            TO WS-AUDIT-FIELD-NAME
               PERFORM 9300-AUDIT-STATUS-CHANGE
           END-IF
           IF CMT-US-STATE NOT = US-STATE OF MASTER-CUSTOMER-REC
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE US-STATE OF MASTER-CUSTOMER-REC
                   TO WS-AUDIT-OLD-VALUE
               MOVE CMT-US-STATE      TO WS-AUDIT-NEW-VALUE
               MOVE 'US-STATE'        TO WS-AUDIT-FIELD-NAME
               PERFORM 9300-AUDIT-STATUS-CHANGE
           END-IF
           IF CMT-COUNTRY-CODE NOT =
                  COUNTRY-CODE OF MASTER-CUSTOMER-REC
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
                   TO WS-AUDIT-OLD-VALUE
               MOVE CMT-COUNTRY-CODE  TO WS-AUDIT-NEW-VALUE
               MOVE 'COUNTRY-CODE'    TO WS-AUDIT-FIELD-NAME
               PERFORM 9300-AUDIT-STATUS-CHANGE
           END-IF
           IF CMT-POSTAL-CODE NOT =
                  POSTAL-CODE OF MASTER-CUSTOMER-REC
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE POSTAL-CODE OF MASTER-CUSTOMER-REC
                   TO WS-AUDIT-OLD-VALUE
               MOVE CMT-POSTAL-CODE   TO WS-AUDIT-NEW-VALUE
               MOVE 'POSTAL-CODE'     TO WS-AUDIT-FIELD-NAME
               PERFORM 9300-AUDIT-STATUS-CHANGE
           END-IF.

       6100-APPLY-STATUS-CHANGES.
           IF CMT-VIP-FLAG NOT = SPACES
               AND CMT-VIP-FLAG NOT = WS-OLD-VIP-FLAG
                           ADD 1 TO WS-CUSTS-DELETED
                           PERFORM 9760-DELETE-XREF-ENTRY
                           PERFORM 9860-AUDIT-MASTER-DELETE
                           PERFORM 9890-DELETE-ORGANIZATION
                           MOVE 'DELETED' TO WS-EDIT-MESSAGE
                   END-DELETE
           END-READ
               NOT INVALID KEY
                   MOVE 'FOUND' TO WS-EDIT-MESSAGE
                   DISPLAY 'ZCNCMAINT - INQUIRY: ' MASTER-CUSTOMER-REC
                   MOVE CMT-CUST-ID TO ORG-CUST-ID
                   READ ORGANIZATION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY 'ZCNCMAINT - ORGANIZATION: '
                                   ORGANIZATION-CUSTOMER-RECORD
                   END-READ
           END-READ
           PERFORM 8100-LOG-INQUIRY-ACCESS
           PERFORM 9100-WRITE-RESULT.

      * A REDIRECTED INQUIRY IS LOGGED AGAINST THE SURVIVOR IT
      * SHOWED; AN ERASED ID REDIRECTS TO NOTHING, SO IT IS LOGGED
      * AGAINST THE ID AS KEYED.
       8100-LOG-INQUIRY-ACCESS.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE CMT-USER-ID          TO ACL-USER-ID
           MOVE WS-AUDIT-PROGRAM-ID  TO ACL-PROGRAM-ID
           MOVE CMT-CUST-ID          TO ACL-CUST-ID
           IF ACL-CUST-ID = SPACES
               MOVE WS-KEYED-CUST-ID TO ACL-CUST-ID
           END-IF
           MOVE WS-KEYED-CUST-ID     TO ACL-SEARCH-ARG
           MOVE WS-TODAY-DATE        TO ACL-ACCESS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-TIME         TO ACL-ACCESS-TIME
           IF WS-EDIT-MESSAGE = 'FOUND'
               SET ACL-RETURNED TO TRUE
           ELSE
               SET ACL-NOT-ON-FILE TO TRUE
           END-IF
           CALL 'ZCNCACLG' USING ACCESS-LOG-RECORD
                                 WS-ACCESS-RETURN-CODE
           END-CALL
           IF WS-ACCESS-RETURN-CODE NOT = 00
               DISPLAY 'ZCNCMAINT - ACCESS LOG WRITE FAILED FOR '
                       ACL-CUST-ID
           END-IF.

       9100-WRITE-RESULT.
           MOVE CMT-TRAN-CODE  TO WS-RES-TRAN-CODE
           MOVE CMT-CUST-ID    TO WS-RES-CUST-ID
                   CONTINUE
           END-DELETE.

      * A NAME CHANGE TAKES THE OLD NAME OUT OF CUSTXREF, SO IT IS
      * KEPT ON NAMEHIST AS AN ALIAS, DATED THE CYCLE DAY IT
      * STOPPED BEING CURRENT.  A CUSTOMER GOING BACK TO A NAME
      * USED BEFORE SIMPLY RE-DATES THAT ALIAS ENTRY.
       9770-RECORD-PRIOR-NAME.
           IF WS-OLD-XREF-LAST-NAME NOT = SPACES
               AND (WS-OLD-XREF-LAST-NAME  NOT = CMT-LAST-NAME
                OR  WS-OLD-XREF-FIRST-NAME NOT = CMT-FIRST-NAME)
               MOVE SPACES                 TO NAME-HISTORY-RECORD
               MOVE WS-OLD-XREF-LAST-NAME  TO NMH-LAST-NAME
               MOVE WS-OLD-XREF-FIRST-NAME TO NMH-FIRST-NAME
               MOVE CMT-CUST-ID            TO NMH-CUST-ID
               MOVE WS-TODAY-DATE          TO NMH-END-DATE
               MOVE WS-AUDIT-PROGRAM-ID    TO NMH-SOURCE-PROGRAM
               MOVE CMT-USER-ID            TO NMH-USER-ID
               WRITE NAME-HISTORY-RECORD
                   INVALID KEY
                       REWRITE NAME-HISTORY-RECORD
               END-WRITE
           END-IF.

      * THE OLD XREF KEY IS THE NAME THE CUSTOMER IS CURRENTLY FILED
      * UNDER: THE FULL NAMEOVFL NAMES WHERE AN OVERFLOW ENTRY
      * EXISTS, OTHERWISE THE TEN-BYTE NAMES ON THE MASTER RECORD.
                   REWRITE ALT-REFERENCE-RECORD
           END-WRITE.

      * THE ORGCUST RECORD IS AUDITED IN THREE PARTS SO EACH FITS THE
      * 100-BYTE AUDIT VALUE: ORGANIZATION (LEGAL NAME, REGISTRATION
      * ID, LEGAL FORM, INDUSTRY CODE), ORG-TRADE-NAME AND
      * ORG-PRINCIPALS.  ONLY THE PARTS THAT CHANGED ARE WRITTEN.
       9880-FILE-ORGANIZATION.
           MOVE CMT-CUST-ID   TO NEW-ORG-CUST-ID
           MOVE WS-TODAY-DATE TO NEW-ORG-LAST-CHANGED-DATE
           MOVE CMT-USER-ID   TO NEW-ORG-CHANGED-BY
           MOVE NEW-ORGANIZATION-RECORD TO ORGANIZATION-CUSTOMER-RECORD
           IF WS-ORG-ON-FILE
               REWRITE ORGANIZATION-CUSTOMER-RECORD
           ELSE
               WRITE ORGANIZATION-CUSTOMER-RECORD
                   INVALID KEY
                       REWRITE ORGANIZATION-CUSTOMER-RECORD
               END-WRITE
           END-IF
           MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
           IF WS-ORG-ON-FILE
               PERFORM 9885-OLD-ORGANIZATION-VALUE
           END-IF
           MOVE SPACES                  TO WS-ORG-AUDIT-VALUE
           MOVE NEW-ORG-LEGAL-NAME      TO WS-ORG-AUD-LEGAL-NAME
           MOVE NEW-ORG-REGISTRATION-ID TO WS-ORG-AUD-REGISTRATION-ID
           MOVE NEW-ORG-LEGAL-FORM      TO WS-ORG-AUD-LEGAL-FORM
           MOVE NEW-ORG-INDUSTRY-CODE   TO WS-ORG-AUD-INDUSTRY-CODE
           MOVE WS-ORG-AUDIT-VALUE      TO WS-AUDIT-NEW-VALUE
           IF WS-AUDIT-NEW-VALUE NOT = WS-AUDIT-OLD-VALUE
               MOVE 'ORGANIZATION' TO WS-AUDIT-FIELD-NAME
               PERFORM 9300-AUDIT-STATUS-CHANGE
           END-IF
           IF NEW-ORG-TRADING-NAME NOT = OLD-ORG-TRADING-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE OLD-ORG-TRADING-NAME TO WS-AUDIT-OLD-VALUE
               MOVE NEW-ORG-TRADING-NAME TO WS-AUDIT-NEW-VALUE
               MOVE 'ORG-TRADE-NAME' TO WS-AUDIT-FIELD-NAME
               PERFORM 9300-AUDIT-STATUS-CHANGE
           END-IF
           IF NEW-ORG-PRINCIPALS NOT = OLD-ORG-PRINCIPALS
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE OLD-ORG-PRINCIPALS TO WS-AUDIT-OLD-VALUE
               MOVE NEW-ORG-PRINCIPALS TO WS-AUDIT-NEW-VALUE
               MOVE 'ORG-PRINCIPALS' TO WS-AUDIT-FIELD-NAME
               PERFORM 9300-AUDIT-STATUS-CHANGE
           END-IF.

       9885-OLD-ORGANIZATION-VALUE.
           MOVE SPACES                  TO WS-ORG-AUDIT-VALUE
           MOVE OLD-ORG-LEGAL-NAME      TO WS-ORG-AUD-LEGAL-NAME
           MOVE OLD-ORG-REGISTRATION-ID TO WS-ORG-AUD-REGISTRATION-ID
           MOVE OLD-ORG-LEGAL-FORM      TO WS-ORG-AUD-LEGAL-FORM
           MOVE OLD-ORG-INDUSTRY-CODE   TO WS-ORG-AUD-INDUSTRY-CODE
           MOVE WS-ORG-AUDIT-VALUE      TO WS-AUDIT-OLD-VALUE.

      * A BUSINESS DELETED, OR CHANGED BACK TO AN INDIVIDUAL, LOSES
      * ITS ORGCUST RECORD.  BUSINESSES THAT NAMED A DELETED
      * INDIVIDUAL AS A PRINCIPAL KEEP THE ENTRY - IT IS THEIR RECORD.
       9890-DELETE-ORGANIZATION.
           MOVE CMT-CUST-ID TO ORG-CUST-ID
           READ ORGANIZATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ORGANIZATION-CUSTOMER-RECORD
                       TO OLD-ORGANIZATION-RECORD
                   DELETE ORGANIZATION-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
                   PERFORM 9885-OLD-ORGANIZATION-VALUE
                   MOVE 'ORGANIZATION' TO WS-AUDIT-FIELD-NAME
                   PERFORM 9300-AUDIT-STATUS-CHANGE
           END-READ.

       9860-AUDIT-MASTER-DELETE.
           MOVE 'CUST-DELETE' TO WS-AUDIT-FIELD-NAME
           MOVE CMT-CUST-ID TO WS-AUDIT-OLD-VALUE
           CLOSE NAME-OVERFLOW-FILE
           CLOSE LOCK-FILE
           CLOSE NAME-XREF-FILE
           CLOSE NAME-HISTORY-FILE
           CLOSE TRAN-SUSPENSE-FILE
           CLOSE RETIRED-ID-FILE
           CLOSE ALT-REFERENCE-FILE
           CLOSE SC-REFERENCE-FILE
           CLOSE USER-AUTH-FILE
           CLOSE SECURITY-DENIAL-FILE
           CLOSE ORGANIZATION-FILE
           DISPLAY 'ZCNCMAINT - TRANSACTIONS READ   : ' WS-TRAN-READ
           DISPLAY 'ZCNCMAINT - TRANSACTIONS APPLIED: '
                   WS-TRAN-APPLIED
