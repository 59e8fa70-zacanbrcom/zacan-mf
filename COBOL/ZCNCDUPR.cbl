               RECORD KEY IS ARF-CUST-ID
               FILE STATUS IS WS-ALTREF-STATUS.

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

           SELECT NEW-HOLD-FILE      ASSIGN TO "DUPHOLD2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-HOLD-STATUS.
           RECORDING MODE IS F.
           COPY ALTREF.

       FD  ID-DOCUMENT-FILE
           RECORDING MODE IS F.
           COPY IDDOC.

       FD  ORGANIZATION-FILE
           RECORDING MODE IS F.
           COPY ORGCUST.

       FD  NEW-HOLD-FILE
           RECORDING MODE IS F.
           COPY DUPHOLD REPLACING ==DUP-HOLD-RECORD== BY
       01  WS-CONTACT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ALTREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-IDDOC-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ORGCUST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-NEW-HOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.


       01  WS-HELD-CUST-ID              PIC X(10) VALUE SPACES.

      * A HELD BUSINESS HAD ITS ORGCUST DETAIL FILED UNDER THE HELD
      * CUST-ID WHEN IT WAS QUEUED; A REJECTED HOLD TAKES IT AWAY
      * AGAIN.  NO ORGCUST FILE MEANS NO BUSINESS WAS EVER HELD.
       01  WS-ORGCUST-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-ORGCUST-AVAILABLE     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.
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

      * THE CHANNEL WAS TOLD AT INTAKE THAT THE APPLICATION WAS HELD
      * FOR DUPLICATE REVIEW; THE CLERK'S DECISION GOES BACK AS THE
      * FOLLOW-UP RESPONSE (ZCNCRESP), DATED WITH THE CYCLE DATE.
           COPY CHANRESP.
       01  WS-RESP-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * EVERY NEW CUSTOMER IS OWED A WELCOME LETTER - THE TRIGGER
      * GOES TO LETRTRIG (ZCNCLTRG) FOR ZCNCLETR TO PRINT.
           COPY LETRTRIG.
       01  WS-LTRG-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * A REFERRED APPLICANT'S REFERRAL IS SETTLED WITH THE HOLD
      * (ZCNCREFU) - ONBOARDED WHEN THE HOLD IS RELEASED, DROPPED
      * WHEN THE APPLICANT NEVER REACHES THE MASTER.
           COPY REFERRAL.
       01  WS-REFU-FUNCTION             PIC X(01) VALUE 'O'.
       01  WS-REFU-RETURN-CODE          PIC 9(02) VALUE ZERO.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(80) VALUE
           'DUPLICATE-HOLD REVIEW REPORT'.
               CLOSE ALT-REFERENCE-FILE
               OPEN I-O ALT-REFERENCE-FILE
           END-IF
           OPEN I-O    ID-DOCUMENT-FILE
           IF WS-IDDOC-STATUS = '35'
               OPEN OUTPUT ID-DOCUMENT-FILE
               CLOSE ID-DOCUMENT-FILE
               OPEN I-O ID-DOCUMENT-FILE
           END-IF
           OPEN I-O    ORGANIZATION-FILE
           IF WS-ORGCUST-STATUS = '00'
               MOVE 'Y' TO WS-ORGCUST-AVAIL-SW
           END-IF
           OPEN OUTPUT NEW-HOLD-FILE
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
               DISPLAY 'ZCNCDUPR - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               ELSE
                   ADD 1 TO WS-HOLDS-REJECTED
                   MOVE 'REJECTED BY CLERK' TO WS-DET-RESULT
                   MOVE SPACES TO RSP-CUST-ID
                   SET RSP-REJECTED TO TRUE
                   SET RSP-DUPLICATE-CUSTOMER TO TRUE
                   MOVE 'APPLICANT IS AN EXISTING CUSTOMER'
                       TO RSP-REASON-TEXT
                   PERFORM 2800-WRITE-CHANNEL-RESPONSE
                   PERFORM 2550-DROP-ORGANIZATION
                   MOVE 'N' TO WS-REFU-FUNCTION
                   PERFORM 2870-SETTLE-REFERRAL
               END-IF
           ELSE
               PERFORM 2500-CARRY-HOLD-FORWARD
               INVALID KEY
                   ADD 1 TO WS-HOLDS-REJECTED
                   MOVE 'CUST-ID ALREADY ON MASTER' TO WS-DET-RESULT
                   MOVE SPACES TO RSP-CUST-ID
                   SET RSP-REJECTED TO TRUE
                   SET RSP-DUP-CUST-ID TO TRUE
                   MOVE 'CUST-ID ALREADY ON FILE' TO RSP-REASON-TEXT
                   PERFORM 2800-WRITE-CHANNEL-RESPONSE
                   MOVE 'N' TO WS-REFU-FUNCTION
                   PERFORM 2870-SETTLE-REFERRAL
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-RELEASED
                   PERFORM 2300-AUDIT-MASTER-ADD
                       PERFORM 2450-WRITE-CONTACT-DETAIL
                   END-IF
                   PERFORM 2460-WRITE-ALT-REFERENCE
                   IF DUP-DOC-TYPE NOT = SPACES
                       PERFORM 2470-WRITE-ID-DOCUMENT
                   END-IF
                   MOVE 'RELEASED TO MASTER' TO WS-DET-RESULT
                   MOVE WS-HELD-CUST-ID TO RSP-CUST-ID
                   SET RSP-ACCEPTED TO TRUE
                   MOVE SPACES TO RSP-REASON-CODE
                   MOVE 'APPLICATION ACCEPTED' TO RSP-REASON-TEXT
                   PERFORM 2800-WRITE-CHANNEL-RESPONSE
                   PERFORM 2850-WRITE-WELCOME-TRIGGER
                   MOVE 'O' TO WS-REFU-FUNCTION
                   PERFORM 2870-SETTLE-REFERRAL
           END-WRITE.

      * EVERY MASTER ADD IS STAMPED ON THE AUDIT TRAIL SO THE
               END-WRITE
           END-IF.

      * THE DOCUMENT WAS EDITED AND MASKED AT INTAKE BEFORE IT WAS
      * HELD, SO IT IS FILED AND AUDITED HERE JUST AS A DIRECT
      * INTAKE ADD WOULD HAVE DONE.
       2470-WRITE-ID-DOCUMENT.
           MOVE SPACES TO IDENTITY-DOCUMENT-RECORD
           MOVE WS-HELD-CUST-ID         TO IDD-CUST-ID
           MOVE DUP-DOC-TYPE            TO IDD-DOC-TYPE
           MOVE DUP-DOC-ISSUING-COUNTRY TO IDD-ISSUING-COUNTRY
           MOVE DUP-DOC-NUMBER-MASKED   TO IDD-DOC-NUMBER-MASKED
           MOVE DUP-DOC-ISSUE-DATE      TO IDD-ISSUE-DATE
           MOVE DUP-DOC-EXPIRY-DATE     TO IDD-EXPIRY-DATE
           MOVE DUP-DOC-VERIFIED-BY     TO IDD-VERIFIED-BY
           MOVE DUP-DOC-VERIFIED-DATE   TO IDD-VERIFIED-DATE
           SET IDD-FROM-INTAKE TO TRUE
           MOVE WS-CYCLE-DATE           TO IDD-LAST-CHANGED-DATE
           MOVE WS-AUDIT-USER-ID        TO IDD-CHANGED-BY
           WRITE IDENTITY-DOCUMENT-RECORD
               INVALID KEY
                   REWRITE IDENTITY-DOCUMENT-RECORD
           END-WRITE
           MOVE IDD-DOC-TYPE          TO WS-ADV-DOC-TYPE
           MOVE IDD-ISSUING-COUNTRY   TO WS-ADV-ISSUING-COUNTRY
           MOVE IDD-DOC-NUMBER-MASKED TO WS-ADV-DOC-NUMBER
           MOVE IDD-ISSUE-DATE        TO WS-ADV-ISSUE-DATE
           MOVE IDD-EXPIRY-DATE       TO WS-ADV-EXPIRY-DATE
           MOVE IDD-VERIFIED-BY       TO WS-ADV-VERIFIED-BY
           MOVE IDD-VERIFIED-DATE     TO WS-ADV-VERIFIED-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           MOVE 'ID-DOCUMENT' TO WS-AUDIT-FIELD-NAME
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
           MOVE WS-AUDIT-DOC-VALUE TO WS-AUDIT-NEW-VALUE
           CALL 'ZCNCAUDT' USING WS-HELD-CUST-ID
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

       2500-CARRY-HOLD-FORWARD.
           MOVE DUP-HOLD-RECORD TO NEW-HOLD-RECORD
           WRITE NEW-HOLD-RECORD
           ADD 1 TO WS-HOLDS-CARRIED
           MOVE 'AWAITING DISPOSITION' TO WS-DET-RESULT.

       2550-DROP-ORGANIZATION.
           IF WS-ORGCUST-AVAILABLE
               MOVE WS-HELD-CUST-ID TO ORG-CUST-ID
               DELETE ORGANIZATION-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      * HOLDS QUEUED BEFORE THE SOURCE TRACE WAS CARRIED HAVE NO
      * CHANNEL ID TO ANSWER TO, SO THEY GET NO RESPONSE.
       2800-WRITE-CHANNEL-RESPONSE.
           IF DUP-SOURCE-CUST-ID NOT = SPACES
               MOVE DUP-SOURCE-CHANNEL   TO RSP-SOURCE-CHANNEL
               MOVE DUP-SOURCE-CUST-ID   TO RSP-SOURCE-CUST-ID
               SET RSP-FOLLOW-UP TO TRUE
               MOVE DUP-APPLICATION-DATE TO RSP-APPLICATION-DATE
               MOVE WS-CYCLE-DATE        TO RSP-RESPONSE-DATE
               MOVE 'ZCNCDUPR'           TO RSP-SOURCE-PROGRAM
               CALL 'ZCNCRESP' USING CHANNEL-RESPONSE-RECORD
                                     WS-RESP-RETURN-CODE
               END-CALL
               IF WS-RESP-RETURN-CODE NOT = ZERO
                   DISPLAY 'ZCNCDUPR - CHANNEL RESPONSE NOT WRITTEN '
                           'FOR: ' DUP-SOURCE-CUST-ID
               END-IF
           END-IF.

      * THE WELCOME LETTER IS ADDRESSED FROM THE MASTER RECORD JUST
      * ADDED.  A ZCNCBL3 HOLD CARRIES THE PREFERRED
      * LANGUAGE; A DOMESTIC ONE LEAVES IT BLANK.
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
           MOVE DUP-INTL-LANGUAGE TO LTG-LANGUAGE-CODE
           MOVE 'N' TO LTG-BAD-ADDRESS-FLAG
           MOVE 'NEW CUSTOMER' TO LTG-DETAIL-TEXT
           MOVE WS-CYCLE-DATE TO LTG-EVENT-DATE
           MOVE 'ZCNCDUPR' TO LTG-SOURCE-PROGRAM
           PERFORM 2860-CALL-LETTER-TRIGGER.

       2860-CALL-LETTER-TRIGGER.
           CALL 'ZCNCLTRG' USING LETTER-TRIGGER-RECORD
                                 WS-LTRG-RETURN-CODE
           END-CALL
           IF WS-LTRG-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCDUPR - LETTER TRIGGER NOT WRITTEN FOR: '
                       LTG-CUST-ID
           END-IF.

      * THE REFERRAL IS FILED UNDER THE ID THE CHANNEL SENT, SO A
      * HOLD WITH NO CHANNEL ID HAS NO REFERRAL TO SETTLE.
       2870-SETTLE-REFERRAL.
           IF DUP-SOURCE-CUST-ID NOT = SPACES
               MOVE SPACES TO REFERRAL-RECORD
               MOVE DUP-SOURCE-CUST-ID TO RFL-SOURCE-CUST-ID
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
                   DISPLAY 'ZCNCDUPR - REFERRAL NOT UPDATED FOR: '
                           DUP-SOURCE-CUST-ID
               END-IF
           END-IF.

       2900-WRITE-REVIEW-DETAIL.
           MOVE WS-HELD-CUST-ID     TO WS-DET-CUST-ID
           MOVE DUP-MATCHED-CUST-ID TO WS-DET-MATCHED-ID
           CLOSE INTL-CONTACT-FILE
           CLOSE NAME-XREF-FILE
           CLOSE ALT-REFERENCE-FILE
           CLOSE ID-DOCUMENT-FILE
           IF WS-ORGCUST-AVAILABLE
               CLOSE ORGANIZATION-FILE
           END-IF
           CLOSE NEW-HOLD-FILE
           CLOSE REVIEW-REPORT-FILE
           DISPLAY 'ZCNCDUPR - HOLDS READ        : ' WS-HOLDS-READ
