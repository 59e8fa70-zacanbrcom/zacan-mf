      *       CUSTOMER 360 PROFILE PACKET.  TAKES THE LIST *
      *       OF CUST-IDS ON C360PARM AND PRINTS ONE       *
      *       FORMATTED PACKET PER CUSTOMER: THE MASTER    *
      *       RECORD, PRIOR NAMES FROM NAMEHIST,           *
      *       PHONE/EMAIL FROM CUSTEXPF, INTERNATIONAL     *
      *       CONTACT AND LANGUAGE FROM INTLCNT, HOUSEHOLD *
      *       MEMBERS THROUGH HHXREF, THE FULL CUSTNOTE    *
      *       HISTORY, ANY OPEN CUSTSUSP OR TRANSUSP       *
      *       ITEMS, AND THE LAST TEN CHANGES FROM         *
      *       CUSTAUDT.  AUTHORIZED THIRD PARTIES (POA,    *
      *       GUARDIAN, PERMITTED CONTACT) FROM THIRDPTY   *
      *       ARE SHOWN UNDER THE NAME HISTORY, EACH       *
      *       MARKED ACTIVE, EXPIRED, OR PENDING ON THE    *
      *       CYCLE DATE.  COMPLAINT CASES FROM CMPLCASE   *
      *       THAT ARE NOT YET RESOLVED ARE LISTED AFTER   *
      *       THE CREDIT SUSPENSE ITEM.  ONE JOB, ONE      *
      *       PACKET, ONE CUSTOMER CONVERSATION - INSTEAD  *
      *       OF STAPLING TOGETHER ZCNCMAINT, ZCNCSRCH,    *
      *       ZCNCAINQ, AND ZCNCNINQ OUTPUT BY HAND.       *
      *       EVERY PACKET IS LOGGED TO ACCESLOG UNDER THE *
      *       REQUESTING USER ON C360PARM.                 *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNC360.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHXREF-STATUS.

           SELECT NAME-HISTORY-FILE  ASSIGN TO "NAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NMH-KEY
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT CUST-NOTE-FILE     ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-NOTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT THIRD-PARTY-FILE   ASSIGN TO "THIRDPTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-KEY
               FILE STATUS IS WS-THIRDPTY-STATUS.

           SELECT COMPLAINT-CASE-FILE ASSIGN TO "CMPLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCS-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT SUSPENSE-FILE      ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
       01  PROFILE-PARM-RECORD.
           05  PPR-CUST-ID              PIC X(10).
           05  PPR-USER-ID              PIC X(08).

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           05  HHX-HOUSEHOLD-ID         PIC 9(07).
           05  HHX-CUST-ID              PIC X(10).

       FD  NAME-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NAMEHIST.

       FD  CUST-NOTE-FILE
           RECORDING MODE IS F.
           COPY CUSTNOTE.

       FD  THIRD-PARTY-FILE
           RECORDING MODE IS F.
           COPY THIRDPTY.

       FD  COMPLAINT-CASE-FILE
           RECORDING MODE IS F.
           COPY CMPLCASE.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSPREC.
       01  WS-EXPANDED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CONTACT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HHXREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-NAMEHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-NOTE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-THIRDPTY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CASE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TRANSUSP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
               88  WS-PARM-EOF          VALUE 'Y'.
           05  WS-HHXREF-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-HHXREF-EOF        VALUE 'Y'.
           05  WS-NAMEHIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-NAMEHIST-EOF      VALUE 'Y'.
           05  WS-NOTE-SWEEP-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-NOTE-SWEEP-DONE   VALUE 'Y'.
           05  WS-TPA-SWEEP-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-TPA-SWEEP-DONE    VALUE 'Y'.
           05  WS-THIRDPTY-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-THIRDPTY-AVAILABLE VALUE 'Y'.
           05  WS-CASE-SWEEP-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-CASE-SWEEP-DONE   VALUE 'Y'.
           05  WS-CASE-AVAIL-SW         PIC X(01) VALUE 'N'.
               88  WS-CASE-AVAILABLE    VALUE 'Y'.
           05  WS-TRANSUSP-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-TRANSUSP-EOF      VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
           05  WS-NOT-FOUND             PIC 9(05) VALUE ZERO.
           05  WS-NOTES-PRINTED         PIC 9(05) VALUE ZERO.
           05  WS-TRANS-PRINTED         PIC 9(05) VALUE ZERO.
           05  WS-ALIASES-PRINTED       PIC 9(05) VALUE ZERO.
           05  WS-AUTHS-PRINTED         PIC 9(05) VALUE ZERO.
           05  WS-CASES-PRINTED         PIC 9(05) VALUE ZERO.

       01  WS-TARGET-CUST-ID            PIC X(10) VALUE SPACES.

      * READ-ACCESS LOGGING - EVERY PACKET REQUESTED IS LOGGED
      * THROUGH ZCNCACLG UNDER THE REQUESTING USER ON C360PARM,
      * INCLUDING A CUST-ID NO LONGER ON THE MASTER.
           COPY ACCESSLG.
       01  WS-ACCESS-RETURN-CODE        PIC 9(02) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

      * BUSINESS-DATE CONTROL - A THIRD-PARTY AUTHORITY IS JUDGED
      * ACTIVE, EXPIRED OR PENDING ON THE ZCNCBDAT CYCLE DATE.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * MEMBERS OF THE HOUSEHOLD CURRENTLY BEING READ - HHXREF IS
      * IN HOUSEHOLD ORDER, SO THE GROUP IS BUFFERED UNTIL THE
      * BREAK AND PRINTED ONLY IF THE TARGET CUSTOMER WAS IN IT
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ML-POSTAL-CODE        PIC X(15).

       01  WS-ALIAS-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-NH-LAST-NAME          PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-NH-FIRST-NAME         PIC X(30).
           05  FILLER                   PIC X(08) VALUE ' UNTIL  '.
           05  WS-NH-END-DATE           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-NH-PROGRAM-ID         PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-NH-USER-ID            PIC X(08).

       01  WS-AUTH-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-AU-STATUS             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AU-RELATIONSHIP       PIC X(02).
           05  FILLER                   PIC X(07) VALUE ' SCOPE '.
           05  WS-AU-SCOPE              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AU-REP-LAST-NAME      PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AU-REP-FIRST-NAME     PIC X(15).
           05  FILLER                   PIC X(06) VALUE ' CUST '.
           05  WS-AU-REP-CUST-ID        PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AU-EFFECTIVE-DATE     PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-AU-EXPIRY-DATE        PIC X(08).
           05  FILLER                   PIC X(05) VALUE ' DOC '.
           05  WS-AU-DOCUMENT-REF       PIC X(20).

       01  WS-CONTACT-LINE.
           05  FILLER                   PIC X(08) VALUE 'PHONE:  '.
           05  WS-CL-PHONE              PIC X(15).
           05  FILLER                   PIC X(10) VALUE '  STATUS: '.
           05  WS-SU-CREDIT-STATUS      PIC X(01).

       01  WS-CASE-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-CS-CASE-NO            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CS-STATUS             PIC X(12).
           05  FILLER                   PIC X(10) VALUE
               ' RECEIVED '.
           05  WS-CS-DATE-RECEIVED      PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CS-CATEGORY           PIC X(04).
           05  FILLER                   PIC X(05) VALUE ' SEV '.
           05  WS-CS-SEVERITY           PIC X(01).
           05  FILLER                   PIC X(07) VALUE ' OWNER '.
           05  WS-CS-ASSIGNED-USER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CS-BRANCH-CODE        PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CS-SUMMARY            PIC X(50).

       01  WS-TRAN-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-TL-TRAN-CODE          PIC X(01).
           OPEN INPUT  CUST-NOTE-FILE
           OPEN INPUT  SUSPENSE-FILE
           OPEN OUTPUT PROFILE-REPORT-FILE
      * THIRDPTY ONLY EXISTS ONCE AN AUTHORIZATION HAS BEEN LODGED -
      * WITHOUT IT EVERY PACKET SHOWS NONE ON FILE.
           OPEN INPUT  THIRD-PARTY-FILE
           IF WS-THIRDPTY-STATUS = '00'
               MOVE 'Y' TO WS-THIRDPTY-AVAIL-SW
           END-IF
      * CMPLCASE LIKEWISE ONLY EXISTS ONCE A COMPLAINT IS OPENED.
           OPEN INPUT  COMPLAINT-CASE-FILE
           IF WS-CASE-STATUS = '00'
               MOVE 'Y' TO WS-CASE-AVAIL-SW
           END-IF
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNC360 - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
           WRITE PROFILE-REPORT-LINE FROM WS-PACKET-HEADING
           MOVE WS-TARGET-CUST-ID
               TO CUST-ID OF MASTER-CUSTOMER-REC
           MOVE SPACES TO ACCESS-LOG-RECORD
           READ CUST-MASTER-FILE
               INVALID KEY
                   SET ACL-NOT-ON-FILE TO TRUE
                   PERFORM 2050-REPORT-MISSING-CUSTOMER
               NOT INVALID KEY
                   SET ACL-RETURNED TO TRUE
                   ADD 1 TO WS-PACKETS-PRINTED
                   PERFORM 2100-PRINT-MASTER-SECTION
                   PERFORM 2150-PRINT-NAME-HISTORY
                   PERFORM 2170-PRINT-THIRD-PARTIES
                   PERFORM 2200-PRINT-CONTACT-SECTION
                   PERFORM 2300-PRINT-INTL-SECTION
                   PERFORM 2400-PRINT-HOUSEHOLD-SECTION
                   PERFORM 2500-PRINT-NOTE-SECTION
                   PERFORM 2600-PRINT-SUSPENSE-SECTION
                   PERFORM 2650-PRINT-COMPLAINT-SECTION
                   PERFORM 2700-PRINT-TRANSUSP-SECTION
                   PERFORM 2800-PRINT-AUDIT-SECTION
           END-READ
           PERFORM 2900-LOG-PACKET-ACCESS
           WRITE PROFILE-REPORT-LINE FROM WS-BLANK-LINE
           PERFORM 3000-READ-REQUEST.

               TO WS-ML-POSTAL-CODE
           WRITE PROFILE-REPORT-LINE FROM WS-MASTER-LINE-2.

      * NAMEHIST IS KEYED BY NAME, NOT CUST-ID, SO LIKE TRANSUSP
      * IT IS REOPENED AND SCANNED PER REQUEST.  NO FILE MEANS NO
      * NAME HAS EVER BEEN CHANGED.
       2150-PRINT-NAME-HISTORY.
           MOVE ZERO TO WS-ALIASES-PRINTED
           MOVE 'N' TO WS-NAMEHIST-EOF-SWITCH
           OPEN INPUT NAME-HISTORY-FILE
           IF NOT WS-NAMEHIST-STATUS = '00'
               MOVE 'Y' TO WS-NAMEHIST-EOF-SWITCH
           END-IF
           PERFORM 2160-SCAN-NEXT-ALIAS UNTIL WS-NAMEHIST-EOF
           IF WS-ALIASES-PRINTED = ZERO
               MOVE '   NO PRIOR NAMES' TO WS-SECTION-LINE
               WRITE PROFILE-REPORT-LINE FROM WS-SECTION-LINE
           END-IF
           CLOSE NAME-HISTORY-FILE.

       2160-SCAN-NEXT-ALIAS.
           READ NAME-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NAMEHIST-EOF-SWITCH
               NOT AT END
                   IF NMH-CUST-ID = WS-TARGET-CUST-ID
                       IF WS-ALIASES-PRINTED = ZERO
                           MOVE 'NAME HISTORY (FORMERLY KNOWN AS):'
                               TO WS-SECTION-LINE
                           WRITE PROFILE-REPORT-LINE
                               FROM WS-SECTION-LINE
                       END-IF
                       MOVE NMH-LAST-NAME      TO WS-NH-LAST-NAME
                       MOVE NMH-FIRST-NAME     TO WS-NH-FIRST-NAME
                       MOVE NMH-END-DATE       TO WS-NH-END-DATE
                       MOVE NMH-SOURCE-PROGRAM TO WS-NH-PROGRAM-ID
                       MOVE NMH-USER-ID        TO WS-NH-USER-ID
                       WRITE PROFILE-REPORT-LINE FROM WS-ALIAS-LINE
                       ADD 1 TO WS-ALIASES-PRINTED
                   END-IF
           END-READ.

      * THIRDPTY IS KEYED CUST-ID + SEQUENCE, SO THE CUSTOMER'S
      * ENTRIES ARE BROWSED FROM SEQUENCE ZERO THE SAME WAY AS THE
      * NOTES.  EXPIRED AND NOT-YET-EFFECTIVE ENTRIES ARE SHOWN
      * TOO, MARKED, SO THE DESK SEES WHY A CALLER IS REFUSED.
       2170-PRINT-THIRD-PARTIES.
           MOVE 'AUTHORIZED THIRD PARTIES:' TO WS-SECTION-LINE
           WRITE PROFILE-REPORT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-AUTHS-PRINTED
           MOVE 'N' TO WS-TPA-SWEEP-DONE-SW
           IF WS-THIRDPTY-AVAILABLE
               MOVE WS-TARGET-CUST-ID TO TPA-CUST-ID
               MOVE ZERO TO TPA-SEQ-NO
               START THIRD-PARTY-FILE KEY IS NOT LESS THAN TPA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
               END-START
           ELSE
               MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
           END-IF
           PERFORM 2180-PRINT-NEXT-THIRD-PARTY
               UNTIL WS-TPA-SWEEP-DONE
           IF WS-AUTHS-PRINTED = ZERO
               MOVE '   NO AUTHORIZED THIRD PARTIES' TO WS-SECTION-LINE
               WRITE PROFILE-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.

       2180-PRINT-NEXT-THIRD-PARTY.
           READ THIRD-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
               NOT AT END
                   IF TPA-CUST-ID = WS-TARGET-CUST-ID
                       PERFORM 2190-FORMAT-THIRD-PARTY
                       WRITE PROFILE-REPORT-LINE FROM WS-AUTH-LINE
                       ADD 1 TO WS-AUTHS-PRINTED
                   ELSE
                       MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
                   END-IF
           END-READ.

       2190-FORMAT-THIRD-PARTY.
           EVALUATE TRUE
               WHEN TPA-EFFECTIVE-DATE > WS-CYCLE-DATE
                   MOVE 'PENDING' TO WS-AU-STATUS
               WHEN NOT TPA-NO-EXPIRY
                AND TPA-EXPIRY-DATE < WS-CYCLE-DATE
                   MOVE 'EXPIRED' TO WS-AU-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE'  TO WS-AU-STATUS
           END-EVALUATE
           MOVE TPA-RELATIONSHIP   TO WS-AU-RELATIONSHIP
           MOVE TPA-SCOPE          TO WS-AU-SCOPE
           MOVE TPA-REP-LAST-NAME  TO WS-AU-REP-LAST-NAME
           MOVE TPA-REP-FIRST-NAME TO WS-AU-REP-FIRST-NAME
           MOVE TPA-REP-CUST-ID    TO WS-AU-REP-CUST-ID
           MOVE TPA-EFFECTIVE-DATE TO WS-AU-EFFECTIVE-DATE
           IF TPA-NO-EXPIRY
               MOVE 'NONE'          TO WS-AU-EXPIRY-DATE
           ELSE
               MOVE TPA-EXPIRY-DATE TO WS-AU-EXPIRY-DATE
           END-IF
           MOVE TPA-DOCUMENT-REF   TO WS-AU-DOCUMENT-REF.

       2200-PRINT-CONTACT-SECTION.
           MOVE WS-TARGET-CUST-ID
               TO CUST-ID OF CUSTOMER-EXPANDED-REC
                   WRITE PROFILE-REPORT-LINE FROM WS-SUSP-LINE
           END-READ.

      * OPEN COMPLAINTS, BROWSED FROM CASE ZERO UNDER THE CUST-ID
      * THE SAME WAY AS THE THIRD PARTIES.  RESOLVED CASES ARE
      * LEFT OUT - THE CUSTNOTE HISTORY ALREADY RECORDS THEM.
       2650-PRINT-COMPLAINT-SECTION.
           MOVE 'OPEN COMPLAINTS:' TO WS-SECTION-LINE
           WRITE PROFILE-REPORT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-CASES-PRINTED
           MOVE 'N' TO WS-CASE-SWEEP-DONE-SW
           IF WS-CASE-AVAILABLE
               MOVE WS-TARGET-CUST-ID TO CCS-CUST-ID
               MOVE ZERO TO CCS-CASE-NO
               START COMPLAINT-CASE-FILE KEY IS NOT LESS THAN CCS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CASE-SWEEP-DONE-SW
               END-START
           ELSE
               MOVE 'Y' TO WS-CASE-SWEEP-DONE-SW
           END-IF
           PERFORM 2660-PRINT-NEXT-COMPLAINT
               UNTIL WS-CASE-SWEEP-DONE
           IF WS-CASES-PRINTED = ZERO
               MOVE '   NO OPEN COMPLAINTS' TO WS-SECTION-LINE
               WRITE PROFILE-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.

       2660-PRINT-NEXT-COMPLAINT.
           READ COMPLAINT-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CASE-SWEEP-DONE-SW
               NOT AT END
                   IF CCS-CUST-ID = WS-TARGET-CUST-ID
                       IF CCS-CASE-OUTSTANDING
                           PERFORM 2670-FORMAT-COMPLAINT
                           WRITE PROFILE-REPORT-LINE FROM WS-CASE-LINE
                           ADD 1 TO WS-CASES-PRINTED
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-CASE-SWEEP-DONE-SW
                   END-IF
           END-READ.

       2670-FORMAT-COMPLAINT.
           EVALUATE TRUE
               WHEN CCS-STATUS-OPEN
                   MOVE 'OPEN'         TO WS-CS-STATUS
               WHEN CCS-STATUS-ACKNOWLEDGED
                   MOVE 'ACKNOWLEDGED' TO WS-CS-STATUS
               WHEN CCS-STATUS-ESCALATED
                   MOVE 'ESCALATED'    TO WS-CS-STATUS
           END-EVALUATE
           MOVE CCS-CASE-NO         TO WS-CS-CASE-NO
           MOVE CCS-DATE-RECEIVED   TO WS-CS-DATE-RECEIVED
           MOVE CCS-CATEGORY        TO WS-CS-CATEGORY
           MOVE CCS-SEVERITY        TO WS-CS-SEVERITY
           MOVE CCS-ASSIGNED-USER   TO WS-CS-ASSIGNED-USER
           MOVE CCS-BRANCH-CODE     TO WS-CS-BRANCH-CODE
           MOVE CCS-SUMMARY         TO WS-CS-SUMMARY.

      * TRANSUSP IS SEQUENTIAL, SO IT IS REOPENED AND SCANNED PER
      * REQUEST - ESCALATION PACKETS RUN FOR A HANDFUL OF IDS, NOT
      * THE BASE.
               MOVE 1 TO WS-RING-SLOT
           END-IF.

      * ACL-ACCESS-RESULT WAS SET WHEN THE MASTER WAS READ.
       2900-LOG-PACKET-ACCESS.
           MOVE PPR-USER-ID          TO ACL-USER-ID
           MOVE WS-RH-PROGRAM-ID     TO ACL-PROGRAM-ID
           MOVE WS-TARGET-CUST-ID    TO ACL-CUST-ID
           MOVE WS-TARGET-CUST-ID    TO ACL-SEARCH-ARG
           MOVE WS-CYCLE-DATE        TO ACL-ACCESS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-TIME         TO ACL-ACCESS-TIME
           CALL 'ZCNCACLG' USING ACCESS-LOG-RECORD
                                 WS-ACCESS-RETURN-CODE
           END-CALL
           IF WS-ACCESS-RETURN-CODE NOT = 00
               DISPLAY 'ZCNC360 - ACCESS LOG WRITE FAILED FOR '
                       WS-TARGET-CUST-ID
           END-IF.

       3000-READ-REQUEST.
           READ PROFILE-PARM-FILE INTO PROFILE-PARM-RECORD
               AT END
           CLOSE INTL-CONTACT-FILE
           CLOSE CUST-NOTE-FILE
           CLOSE SUSPENSE-FILE
           IF WS-THIRDPTY-AVAILABLE
               CLOSE THIRD-PARTY-FILE
           END-IF
           IF WS-CASE-AVAILABLE
               CLOSE COMPLAINT-CASE-FILE
           END-IF
           CLOSE PROFILE-REPORT-FILE
           DISPLAY 'ZCNC360 - REQUESTS READ   : ' WS-REQUESTS-READ
           DISPLAY 'ZCNC360 - PACKETS PRINTED : '
