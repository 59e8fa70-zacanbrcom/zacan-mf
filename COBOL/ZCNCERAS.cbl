      *       RIGHT-TO-ERASURE SUBSYSTEM.  DRIVEN BY THE   *
      *       SIGNED ERASREQ REQUEST FILE (CUST-ID PLUS    *
      *       APPROVER), REMOVES THE CUSTOMER FROM THE     *
      *       MASTER AND EVERY LIVE SATELLITE (PRIOR NAMES *
      *       ON NAMEHIST, SEASONAL/TEMPORARY ADDRESSES ON *
      *       ALTADDR, TITLES AND SUFFIXES ON NAMESFX,     *
      *       DEATH NOTICES ON DECEASED AND                *
      *       AUTHORIZED THIRD PARTIES ON THIRDPTY AND     *
      *       IDENTITY DOCUMENTS ON IDDOC AND BUSINESS     *
      *       DETAILS ON ORGCUST INCLUDED, AND THE ERASED  *
      *       CUSTOMER UNLINKED AS A PRINCIPAL OF ANY      *
      *       BUSINESS),                                   *
      *       REDACTS THE SUMMARY ON ANY CMPLCASE          *
      *       COMPLAINT CASES AND THE APPLICANT NAME ON    *
      *       ANY REFERRAL, REWRITES THE CUSTMARC/         *
      *       NOTEARC/NOVARC/IDDOCARC/AUDTARC ARCHIVE AND  *
      *       CUSTBKP BACKUP GENERATIONS WITHOUT THEM,     *
      *       REDACTS THEIR VALUES FROM THE RETAINED       *
      *       CUSTAUDT RECORDS WHILE KEEPING THE FACT A    *
      *       CHANGE OCCURRED, REDACTS THE SEARCH ARGUMENT *
      *       ON ITS ACCESLOG READ-ACCESS RECORDS, POSTS   *
      *       THE CUST-ID TO RETIRIDS SO IT CAN NEVER BE   *
      *       REISSUED BY ZCNCNXID OR RESTORED BY          *
      *       ZCNCUNPG, AND PRINTS A CERTIFICATE-OF-       *
      *       ERASURE REPORT NAMING EVERY FILE TOUCHED.    *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCERAS.
               RECORD KEY IS XRF-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NAME-HISTORY-FILE  ASSIGN TO "NAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMH-KEY
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT INTL-CONTACT-FILE  ASSIGN TO "INTLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAD-CUST-ID
               FILE STATUS IS WS-BADADDR-STATUS.

           SELECT ALT-ADDRESS-FILE   ASSIGN TO "ALTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALA-CUST-ID
               FILE STATUS IS WS-ALTADDR-STATUS.

           SELECT NAME-SUFFIX-FILE   ASSIGN TO "NAMESFX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSX-CUST-ID
               FILE STATUS IS WS-NAMESFX-STATUS.

           SELECT DECEASED-FILE      ASSIGN TO "DECEASED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DECEASED-STATUS.

           SELECT THIRD-PARTY-FILE   ASSIGN TO "THIRDPTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-KEY
               FILE STATUS IS WS-THIRDPTY-STATUS.

           SELECT ID-DOCUMENT-FILE   ASSIGN TO "IDDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDD-KEY
               FILE STATUS IS WS-IDDOC-STATUS.

           SELECT COMPLAINT-CASE-FILE ASSIGN TO "CMPLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCS-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT REFERRAL-FILE      ASSIGN TO "REFERRAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFL-SOURCE-CUST-ID
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT ORGANIZATION-FILE  ASSIGN TO "ORGCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORG-CUST-ID
               FILE STATUS IS WS-ORGCUST-STATUS.

           SELECT CONSENT-FILE       ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-AUDIT-STATUS.

           SELECT ACCESS-LOG-FILE    ASSIGN TO "ACCESLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCESLOG-STATUS.

           SELECT NEW-ACCESS-LOG-FILE ASSIGN TO "ACCESLGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-ACCESLOG-STATUS.

           SELECT CONTACT-EVENT-FILE ASSIGN TO "CONTEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-OVERFLOW-ARC-STATUS.

           SELECT IDDOC-ARCHIVE-FILE ASSIGN TO "IDDOCARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDDOC-ARC-STATUS.

           SELECT NEW-IDDOC-ARCHIVE  ASSIGN TO "IDDOCARO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-IDDOC-ARC-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDTARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARC-STATUS.
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  NAME-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NAMEHIST.

       FD  INTL-CONTACT-FILE
           RECORDING MODE IS F.
           COPY INTLCNT.
           RECORDING MODE IS F.
           COPY BADADDR.

       FD  ALT-ADDRESS-FILE
           RECORDING MODE IS F.
           COPY ALTADDR.

       FD  NAME-SUFFIX-FILE
           RECORDING MODE IS F.
           COPY NAMESFX.

       FD  DECEASED-FILE
           RECORDING MODE IS F.
           COPY DECEASED.

       FD  THIRD-PARTY-FILE
           RECORDING MODE IS F.
           COPY THIRDPTY.

       FD  ID-DOCUMENT-FILE
           RECORDING MODE IS F.
           COPY IDDOC.

       FD  COMPLAINT-CASE-FILE
           RECORDING MODE IS F.
           COPY CMPLCASE.

       FD  REFERRAL-FILE
           RECORDING MODE IS F.
           COPY REFERRAL.

       FD  ORGANIZATION-FILE
           RECORDING MODE IS F.
           COPY ORGCUST.

       FD  CONSENT-FILE
           RECORDING MODE IS F.
           COPY CONSENT.
                                    ==NEW-AUDIT-RECORD==
                                   LEADING ==AUD== BY ==NAU==.

       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
           COPY ACCESSLG.

       FD  NEW-ACCESS-LOG-FILE
           RECORDING MODE IS F.
           COPY ACCESSLG REPLACING ==ACCESS-LOG-RECORD== BY
                                    ==NEW-ACCESS-LOG-RECORD==
                                   LEADING ==ACL== BY ==NAL==.

       FD  CONTACT-EVENT-FILE
           RECORDING MODE IS F.
           COPY CONTEVT.
                                    ==NEW-ARCHIVE-OVERFLOW-REC==
                                   LEADING ==NOV== BY ==NRV==.

       FD  IDDOC-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY IDDOC REPLACING ==IDENTITY-DOCUMENT-RECORD== BY
                                 ==ARCHIVE-IDDOC-RECORD==
                                LEADING ==IDD== BY ==ARI==.

       FD  NEW-IDDOC-ARCHIVE
           RECORDING MODE IS F.
           COPY IDDOC REPLACING ==IDENTITY-DOCUMENT-RECORD== BY
                                 ==NEW-ARCHIVE-IDDOC-RECORD==
                                LEADING ==IDD== BY ==NRI==.

       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY AUDITREC REPLACING ==AUDIT-RECORD== BY
       01  WS-NOTE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-OVERFLOW-STATUS           PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NAMEHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CONTACT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EXPANDED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LOCK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-BADADDR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ALTADDR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-NAMESFX-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DECEASED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-THIRDPTY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-IDDOC-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CASE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REFERRAL-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ORGCUST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONSENT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ATTEMPT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ALTREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-ERASED-ID-STATUS          PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-NEW-AUDIT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ACCESLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-NEW-ACCESLOG-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-NEW-EVENT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HHXREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-NEW-NOTE-ARC-STATUS       PIC X(02) VALUE SPACES.
       01  WS-OVERFLOW-ARC-STATUS       PIC X(02) VALUE SPACES.
       01  WS-NEW-OVERFLOW-ARC-STATUS   PIC X(02) VALUE SPACES.
       01  WS-IDDOC-ARC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-NEW-IDDOC-ARC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AUDIT-ARC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-NEW-AUDIT-ARC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-BACKUP-STATUS             PIC X(02) VALUE SPACES.
               88  WS-NOTE-SWEEP-DONE   VALUE 'Y'.
           05  WS-ERASED-FOUND-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-ERASED-FOUND      VALUE 'Y'.
           05  WS-NAMEHIST-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-NAMEHIST-AVAILABLE VALUE 'Y'.
           05  WS-ALIAS-SWEEP-DONE-SW   PIC X(01) VALUE 'N'.
               88  WS-ALIAS-SWEEP-DONE  VALUE 'Y'.
           05  WS-ALTADDR-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-ALTADDR-AVAILABLE VALUE 'Y'.
           05  WS-NAMESFX-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-NAMESFX-AVAILABLE VALUE 'Y'.
           05  WS-DECEASED-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-DECEASED-AVAILABLE VALUE 'Y'.
           05  WS-THIRDPTY-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-THIRDPTY-AVAILABLE VALUE 'Y'.
           05  WS-TPA-SWEEP-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-TPA-SWEEP-DONE    VALUE 'Y'.
           05  WS-IDDOC-AVAIL-SW        PIC X(01) VALUE 'N'.
               88  WS-IDDOC-AVAILABLE   VALUE 'Y'.
           05  WS-IDD-SWEEP-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-IDD-SWEEP-DONE    VALUE 'Y'.
           05  WS-CASE-AVAIL-SW         PIC X(01) VALUE 'N'.
               88  WS-CASE-AVAILABLE    VALUE 'Y'.
           05  WS-CASE-SWEEP-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-CASE-SWEEP-DONE   VALUE 'Y'.
           05  WS-REFERRAL-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-REFERRAL-AVAILABLE VALUE 'Y'.
           05  WS-ORGCUST-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-ORGCUST-AVAILABLE VALUE 'Y'.
           05  WS-ORG-SWEEP-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-ORG-SWEEP-DONE    VALUE 'Y'.
           05  WS-ORG-CHANGED-SW        PIC X(01) VALUE 'N'.
               88  WS-ORG-CHANGED       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ         PIC 9(05) VALUE ZERO.
           05  WS-NOTES-ERASED          PIC 9(07) VALUE ZERO.
           05  WS-CUST-NOTE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-AUDITS-REDACTED       PIC 9(07) VALUE ZERO.
           05  WS-ACCESSES-REDACTED     PIC 9(07) VALUE ZERO.
           05  WS-EVENTS-DROPPED        PIC 9(07) VALUE ZERO.
           05  WS-HHXREFS-DROPPED       PIC 9(07) VALUE ZERO.
           05  WS-ALIASES-ERASED        PIC 9(07) VALUE ZERO.
           05  WS-AUTHS-ERASED          PIC 9(07) VALUE ZERO.
           05  WS-IDDOCS-ERASED         PIC 9(07) VALUE ZERO.
           05  WS-CASES-REDACTED        PIC 9(07) VALUE ZERO.
           05  WS-REFERRALS-REDACTED    PIC 9(07) VALUE ZERO.
           05  WS-ORGS-ERASED           PIC 9(07) VALUE ZERO.
           05  WS-PRINCIPALS-UNLINKED   PIC 9(07) VALUE ZERO.
           05  WS-ARC-MASTERS-DROPPED   PIC 9(07) VALUE ZERO.
           05  WS-ARC-NOTES-DROPPED     PIC 9(07) VALUE ZERO.
           05  WS-ARC-OVERFLOWS-DROPPED PIC 9(07) VALUE ZERO.
           05  WS-ARC-IDDOCS-DROPPED    PIC 9(07) VALUE ZERO.
           05  WS-ARC-AUDITS-DROPPED    PIC 9(07) VALUE ZERO.
           05  WS-BACKUPS-DROPPED       PIC 9(07) VALUE ZERO.

       01  WS-ERASE-CUST-ID             PIC X(10) VALUE SPACES.
       01  WS-PRINCIPAL-SUB             PIC 9(02) COMP VALUE ZERO.
       01  WS-XREF-LAST-NAME            PIC X(30) VALUE SPACES.
       01  WS-XREF-FIRST-NAME           PIC X(30) VALUE SPACES.
       01  WS-REDACTED-VALUE            PIC X(100) VALUE 'REDACTED'.
           PERFORM 2000-PROCESS-REQUESTS UNTIL WS-REQUEST-EOF
           IF WS-CUSTOMERS-ERASED > ZERO
               PERFORM 5000-REDACT-AUDIT-FILE
               PERFORM 5150-REDACT-ACCESS-LOG
               PERFORM 5200-REWRITE-EVENT-FILE
               PERFORM 5400-REWRITE-HHXREF-FILE
               PERFORM 5600-REWRITE-MASTER-ARCHIVE
               PERFORM 5700-REWRITE-NOTE-ARCHIVE
               PERFORM 5800-REWRITE-OVERFLOW-ARCHIVE
               PERFORM 5850-REWRITE-IDDOC-ARCHIVE
               IF WS-REFERRAL-AVAILABLE
                   PERFORM 5870-REDACT-REFERRALS
               END-IF
               PERFORM 5900-REWRITE-AUDIT-ARCHIVE
               PERFORM 6000-REWRITE-BACKUP-FILE
           END-IF
           OPEN I-O    CUST-NOTE-FILE
           OPEN I-O    NAME-OVERFLOW-FILE
           OPEN I-O    NAME-XREF-FILE
           OPEN I-O    NAME-HISTORY-FILE
           IF WS-NAMEHIST-STATUS = '00'
               MOVE 'Y' TO WS-NAMEHIST-AVAIL-SW
           END-IF
           OPEN I-O    INTL-CONTACT-FILE
           OPEN I-O    CUST-EXPANDED-FILE
           OPEN I-O    LOCK-FILE
           OPEN I-O    BAD-ADDRESS-FILE
           OPEN I-O    ALT-ADDRESS-FILE
           IF WS-ALTADDR-STATUS = '00'
               MOVE 'Y' TO WS-ALTADDR-AVAIL-SW
           END-IF
           OPEN I-O    NAME-SUFFIX-FILE
           IF WS-NAMESFX-STATUS = '00'
               MOVE 'Y' TO WS-NAMESFX-AVAIL-SW
           END-IF
           OPEN I-O    DECEASED-FILE
           IF WS-DECEASED-STATUS = '00'
               MOVE 'Y' TO WS-DECEASED-AVAIL-SW
           END-IF
           OPEN I-O    THIRD-PARTY-FILE
           IF WS-THIRDPTY-STATUS = '00'
               MOVE 'Y' TO WS-THIRDPTY-AVAIL-SW
           END-IF
           OPEN I-O    ID-DOCUMENT-FILE
           IF WS-IDDOC-STATUS = '00'
               MOVE 'Y' TO WS-IDDOC-AVAIL-SW
           END-IF
           OPEN I-O    COMPLAINT-CASE-FILE
           IF WS-CASE-STATUS = '00'
               MOVE 'Y' TO WS-CASE-AVAIL-SW
           END-IF
           OPEN I-O    REFERRAL-FILE
           IF WS-REFERRAL-STATUS = '00'
               MOVE 'Y' TO WS-REFERRAL-AVAIL-SW
           END-IF
           OPEN I-O    ORGANIZATION-FILE
           IF WS-ORGCUST-STATUS = '00'
               MOVE 'Y' TO WS-ORGCUST-AVAIL-SW
           END-IF
           OPEN I-O    CONSENT-FILE
           OPEN I-O    ATTEMPT-FILE
           OPEN I-O    ALT-REFERENCE-FILE
           PERFORM 2200-ERASE-NOTES
           PERFORM 2300-ERASE-OVERFLOW
           PERFORM 2400-ERASE-XREF
           IF WS-NAMEHIST-AVAILABLE
               PERFORM 2450-ERASE-NAME-HISTORY
           END-IF
           PERFORM 2500-ERASE-SATELLITES
           IF WS-ORGCUST-AVAILABLE
               PERFORM 2520-ERASE-ORGANIZATION
           END-IF
           IF WS-THIRDPTY-AVAILABLE
               PERFORM 2550-ERASE-THIRD-PARTIES
           END-IF
           IF WS-IDDOC-AVAILABLE
               PERFORM 2590-ERASE-ID-DOCUMENTS
           END-IF
           IF WS-CASE-AVAILABLE
               PERFORM 2570-REDACT-COMPLAINTS
           END-IF
           PERFORM 2600-RECORD-RETIRED-ID
           PERFORM 2700-RECORD-ERASED-ID
           PERFORM 2800-STAMP-ERASURE-AUDIT.
               END-DELETE
           END-IF.

      * PRIOR NAMES ARE FILED BY NAME, NOT CUST-ID, SO THE WHOLE
      * ALIAS FILE IS SWEPT FOR THE CUSTOMER'S ENTRIES.
       2450-ERASE-NAME-HISTORY.
           MOVE 'N' TO WS-ALIAS-SWEEP-DONE-SW
           MOVE LOW-VALUES TO NMH-KEY
           START NAME-HISTORY-FILE KEY IS NOT LESS THAN NMH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ALIAS-SWEEP-DONE-SW
           END-START
           PERFORM 2460-ERASE-NEXT-ALIAS UNTIL WS-ALIAS-SWEEP-DONE.

       2460-ERASE-NEXT-ALIAS.
           READ NAME-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ALIAS-SWEEP-DONE-SW
               NOT AT END
                   IF NMH-CUST-ID = WS-ERASE-CUST-ID
                       DELETE NAME-HISTORY-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-ALIASES-ERASED
                   END-IF
           END-READ.

       2500-ERASE-SATELLITES.
           MOVE WS-ERASE-CUST-ID TO IC-CUST-ID
           DELETE INTL-CONTACT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-ALTADDR-AVAILABLE
               MOVE WS-ERASE-CUST-ID TO ALA-CUST-ID
               DELETE ALT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           IF WS-NAMESFX-AVAILABLE
               MOVE WS-ERASE-CUST-ID TO NSX-CUST-ID
               DELETE NAME-SUFFIX-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           IF WS-DECEASED-AVAILABLE
               MOVE WS-ERASE-CUST-ID TO DCD-CUST-ID
               DELETE DECEASED-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           MOVE WS-ERASE-CUST-ID TO CBA-CUST-ID
           DELETE ATTEMPT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      * THIRDPTY IS KEYED CUST-ID + SEQUENCE, SO THE CUSTOMER'S
      * AUTHORIZATIONS ARE SWEPT FROM SEQUENCE ZERO LIKE THE NOTES.
      * A BUSINESS LOSES ITS ORGCUST RECORD OUTRIGHT.  A PERSON MAY
      * BE NAMED AS A PRINCIPAL ON ANY BUSINESS, AND ORGCUST IS
      * KEYED BY THE BUSINESS, SO THE WHOLE FILE IS SWEPT AND THE
      * PRINCIPAL SLOT CLEARED WHEREVER THE ERASED CUST-ID APPEARS.
       2520-ERASE-ORGANIZATION.
           MOVE WS-ERASE-CUST-ID TO ORG-CUST-ID
           DELETE ORGANIZATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ORGS-ERASED
           END-DELETE
           MOVE 'N' TO WS-ORG-SWEEP-DONE-SW
           MOVE LOW-VALUES TO ORG-CUST-ID
           START ORGANIZATION-FILE KEY IS NOT LESS THAN ORG-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ORG-SWEEP-DONE-SW
           END-START
           PERFORM 2530-UNLINK-NEXT-ORGANIZATION
               UNTIL WS-ORG-SWEEP-DONE.

       2530-UNLINK-NEXT-ORGANIZATION.
           READ ORGANIZATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ORG-SWEEP-DONE-SW
               NOT AT END
                   MOVE 'N' TO WS-ORG-CHANGED-SW
                   PERFORM 2540-UNLINK-PRINCIPAL
                       VARYING WS-PRINCIPAL-SUB FROM 1 BY 1
                       UNTIL WS-PRINCIPAL-SUB > 4
                   IF WS-ORG-CHANGED
                       REWRITE ORGANIZATION-CUSTOMER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       2540-UNLINK-PRINCIPAL.
           IF ORG-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB) =
               WS-ERASE-CUST-ID
               MOVE SPACES TO ORG-PRINCIPAL (WS-PRINCIPAL-SUB)
               MOVE 'Y' TO WS-ORG-CHANGED-SW
               ADD 1 TO WS-PRINCIPALS-UNLINKED
           END-IF.

       2550-ERASE-THIRD-PARTIES.
           MOVE 'N' TO WS-TPA-SWEEP-DONE-SW
           MOVE WS-ERASE-CUST-ID TO TPA-CUST-ID
           MOVE ZERO TO TPA-SEQ-NO
           START THIRD-PARTY-FILE KEY IS NOT LESS THAN TPA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
           END-START
           PERFORM 2560-ERASE-NEXT-THIRD-PARTY
               UNTIL WS-TPA-SWEEP-DONE.

       2560-ERASE-NEXT-THIRD-PARTY.
           READ THIRD-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
               NOT AT END
                   IF TPA-CUST-ID = WS-ERASE-CUST-ID
                       DELETE THIRD-PARTY-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-AUTHS-ERASED
                   ELSE
                       MOVE 'Y' TO WS-TPA-SWEEP-DONE-SW
                   END-IF
           END-READ.

      * COMPLAINT CASES ARE KEPT FOR THE COMPLIANCE RECORD, LIKE THE
      * CUSTAUDT TRAIL: THE CASE STAYS UNDER THE RETIRED CUST-ID SO
      * THE MONTHLY COUNTS DO NOT CHANGE, BUT THE CUSTOMER'S OWN
      * WORDS IN THE SUMMARY ARE REDACTED.
       2570-REDACT-COMPLAINTS.
           MOVE 'N' TO WS-CASE-SWEEP-DONE-SW
           MOVE WS-ERASE-CUST-ID TO CCS-CUST-ID
           MOVE ZERO TO CCS-CASE-NO
           START COMPLAINT-CASE-FILE KEY IS NOT LESS THAN CCS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CASE-SWEEP-DONE-SW
           END-START
           PERFORM 2580-REDACT-NEXT-COMPLAINT
               UNTIL WS-CASE-SWEEP-DONE.

       2580-REDACT-NEXT-COMPLAINT.
           READ COMPLAINT-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CASE-SWEEP-DONE-SW
               NOT AT END
                   IF CCS-CUST-ID = WS-ERASE-CUST-ID
                       MOVE WS-REDACTED-VALUE TO CCS-SUMMARY
                       REWRITE COMPLAINT-CASE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-CASES-REDACTED
                   ELSE
                       MOVE 'Y' TO WS-CASE-SWEEP-DONE-SW
                   END-IF
           END-READ.

      * THE ERASED ID IS RETIRED WITH NO SURVIVOR, SO ZCNCNXID CAN
      * NEVER HAND IT OUT AGAIN AND THE REDIRECTING PROGRAMS FIND
      * NO CUSTOMER TO SEND WORK TO.
      * IDDOC IS KEYED CUST-ID + DOCUMENT TYPE; THE SWEEP STARTS
      * BELOW THE FIRST TYPE AND DELETES WHILE THE CUST-ID MATCHES.
       2590-ERASE-ID-DOCUMENTS.
           MOVE 'N' TO WS-IDD-SWEEP-DONE-SW
           MOVE WS-ERASE-CUST-ID TO IDD-CUST-ID
           MOVE LOW-VALUES TO IDD-DOC-TYPE
           START ID-DOCUMENT-FILE KEY IS NOT LESS THAN IDD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IDD-SWEEP-DONE-SW
           END-START
           PERFORM 2595-ERASE-NEXT-ID-DOCUMENT
               UNTIL WS-IDD-SWEEP-DONE.

       2595-ERASE-NEXT-ID-DOCUMENT.
           READ ID-DOCUMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IDD-SWEEP-DONE-SW
               NOT AT END
                   IF IDD-CUST-ID = WS-ERASE-CUST-ID
                       DELETE ID-DOCUMENT-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-IDDOCS-ERASED
                   ELSE
                       MOVE 'Y' TO WS-IDD-SWEEP-DONE-SW
                   END-IF
           END-READ.

       2600-RECORD-RETIRED-ID.
           MOVE WS-ERASE-CUST-ID TO RET-OLD-CUST-ID
           MOVE SPACES           TO RET-NEW-CUST-ID
                   WRITE NEW-AUDIT-RECORD
           END-READ.

      * THE READ-ACCESS LOG KEEPS WHO LOOKED AT THE RETIRED CUST-ID
      * AND WHEN, BUT NOT THE NAME THAT WAS SEARCHED FOR.
       5150-REDACT-ACCESS-LOG.
           OPEN INPUT  ACCESS-LOG-FILE
           OPEN OUTPUT NEW-ACCESS-LOG-FILE
           MOVE 'N' TO WS-SEQ-EOF-SWITCH
           IF NOT WS-ACCESLOG-STATUS = '00'
               MOVE 'Y' TO WS-SEQ-EOF-SWITCH
           END-IF
           PERFORM 5160-REDACT-NEXT-ACCESS UNTIL WS-SEQ-EOF
           CLOSE ACCESS-LOG-FILE
           CLOSE NEW-ACCESS-LOG-FILE.

       5160-REDACT-NEXT-ACCESS.
           READ ACCESS-LOG-FILE INTO ACCESS-LOG-RECORD
               AT END
                   MOVE 'Y' TO WS-SEQ-EOF-SWITCH
               NOT AT END
                   MOVE ACL-CUST-ID TO EID-CUST-ID
                   PERFORM 8000-CHECK-ERASED-ID
                   MOVE ACCESS-LOG-RECORD TO NEW-ACCESS-LOG-RECORD
                   IF WS-ERASED-FOUND
                       MOVE WS-REDACTED-VALUE TO NAL-SEARCH-ARG
                       ADD 1 TO WS-ACCESSES-REDACTED
                   END-IF
                   WRITE NEW-ACCESS-LOG-RECORD
           END-READ.

       5200-REWRITE-EVENT-FILE.
           OPEN INPUT  CONTACT-EVENT-FILE
           OPEN OUTPUT NEW-EVENT-FILE
                   END-IF
           END-READ.

       5850-REWRITE-IDDOC-ARCHIVE.
           OPEN INPUT  IDDOC-ARCHIVE-FILE
           OPEN OUTPUT NEW-IDDOC-ARCHIVE
           MOVE 'N' TO WS-SEQ-EOF-SWITCH
           IF NOT WS-IDDOC-ARC-STATUS = '00'
               MOVE 'Y' TO WS-SEQ-EOF-SWITCH
           END-IF
           PERFORM 5860-REWRITE-NEXT-ARC-IDDOC UNTIL WS-SEQ-EOF
           IF WS-IDDOC-ARC-STATUS = '00'
               CLOSE IDDOC-ARCHIVE-FILE
           END-IF
           CLOSE NEW-IDDOC-ARCHIVE.

       5860-REWRITE-NEXT-ARC-IDDOC.
           READ IDDOC-ARCHIVE-FILE INTO ARCHIVE-IDDOC-RECORD
               AT END
                   MOVE 'Y' TO WS-SEQ-EOF-SWITCH
               NOT AT END
                   MOVE ARI-CUST-ID TO EID-CUST-ID
                   PERFORM 8000-CHECK-ERASED-ID
                   IF WS-ERASED-FOUND
                       ADD 1 TO WS-ARC-IDDOCS-DROPPED
                   ELSE
                       MOVE ARCHIVE-IDDOC-RECORD
                           TO NEW-ARCHIVE-IDDOC-RECORD
                       WRITE NEW-ARCHIVE-IDDOC-RECORD
                   END-IF
           END-READ.

      * REFERRALS ARE KEYED BY THE APPLICANT'S CHANNEL ID, NOT THE
      * CUST-ID, SO THE FILE IS SWEPT ONCE AGAINST THE ERASED LIST.
      * LIKE A COMPLAINT CASE THE REFERRAL STAYS - IT IS THE RECORD
      * OF A REWARD PAID - BUT AN ERASED APPLICANT'S NAME IS
      * REDACTED.  AN ERASED REFERRER LEAVES ONLY THE RETIRED ID.
       5870-REDACT-REFERRALS.
           MOVE 'N' TO WS-SEQ-EOF-SWITCH
           MOVE LOW-VALUES TO RFL-SOURCE-CUST-ID
           START REFERRAL-FILE KEY IS NOT LESS THAN RFL-SOURCE-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SEQ-EOF-SWITCH
           END-START
           PERFORM 5880-REDACT-NEXT-REFERRAL UNTIL WS-SEQ-EOF.

       5880-REDACT-NEXT-REFERRAL.
           READ REFERRAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SEQ-EOF-SWITCH
               NOT AT END
                   IF RFL-CUST-ID NOT = SPACES
                       MOVE RFL-CUST-ID TO EID-CUST-ID
                       PERFORM 8000-CHECK-ERASED-ID
                       IF WS-ERASED-FOUND
                           MOVE WS-REDACTED-VALUE
                               TO RFL-APPLICANT-NAME
                           REWRITE REFERRAL-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO WS-REFERRALS-REDACTED
                       END-IF
                   END-IF
           END-READ.

       5900-REWRITE-AUDIT-ARCHIVE.
           OPEN INPUT  AUDIT-ARCHIVE-FILE
           OPEN OUTPUT NEW-AUDIT-ARCHIVE
           CLOSE CUST-NOTE-FILE
           CLOSE NAME-OVERFLOW-FILE
           CLOSE NAME-XREF-FILE
           IF WS-NAMEHIST-AVAILABLE
               CLOSE NAME-HISTORY-FILE
           END-IF
           CLOSE INTL-CONTACT-FILE
           CLOSE CUST-EXPANDED-FILE
           CLOSE LOCK-FILE
           CLOSE BAD-ADDRESS-FILE
           IF WS-ALTADDR-AVAILABLE
               CLOSE ALT-ADDRESS-FILE
           END-IF
           IF WS-NAMESFX-AVAILABLE
               CLOSE NAME-SUFFIX-FILE
           END-IF
           IF WS-DECEASED-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF
           IF WS-THIRDPTY-AVAILABLE
               CLOSE THIRD-PARTY-FILE
           END-IF
           IF WS-IDDOC-AVAILABLE
               CLOSE ID-DOCUMENT-FILE
           END-IF
           IF WS-CASE-AVAILABLE
               CLOSE COMPLAINT-CASE-FILE
           END-IF
           IF WS-REFERRAL-AVAILABLE
               CLOSE REFERRAL-FILE
           END-IF
           IF WS-ORGCUST-AVAILABLE
               CLOSE ORGANIZATION-FILE
           END-IF
           CLOSE CONSENT-FILE
           CLOSE ATTEMPT-FILE
           CLOSE ALT-REFERENCE-FILE
           MOVE 'NAME XREF ENTRIES SWEPT:     ' TO WS-RL-ACTION
           MOVE WS-CUSTOMERS-ERASED TO WS-RL-COUNT
           WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           MOVE 'NAMEHIST  ' TO WS-RL-FILE-NAME
           MOVE 'PRIOR NAMES DELETED:         ' TO WS-RL-ACTION
           MOVE WS-ALIASES-ERASED TO WS-RL-COUNT
           WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           MOVE 'INTLCNT   ' TO WS-RL-FILE-NAME
           MOVE 'INTL CONTACTS SWEPT:         ' TO WS-RL-ACTION
           MOVE WS-CUSTOMERS-ERASED TO WS-RL-COUNT
           MOVE 'BAD-ADDRESS FLAGS SWEPT:     ' TO WS-RL-ACTION
           MOVE WS-CUSTOMERS-ERASED TO WS-RL-COUNT
           WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           IF WS-ALTADDR-AVAILABLE
               MOVE 'ALTADDR   ' TO WS-RL-FILE-NAME
               MOVE 'ALTERNATE ADDRESSES SWEPT:   ' TO WS-RL-ACTION
               MOVE WS-CUSTOMERS-ERASED TO WS-RL-COUNT
               WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           END-IF
           IF WS-NAMESFX-AVAILABLE
               MOVE 'NAMESFX   ' TO WS-RL-FILE-NAME
               MOVE 'NAME TITLES/SUFFIXES SWEPT:  ' TO WS-RL-ACTION
               MOVE WS-CUSTOMERS-ERASED TO WS-RL-COUNT
               WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           END-IF
           IF WS-DECEASED-AVAILABLE
               MOVE 'DECEASED  ' TO WS-RL-FILE-NAME
               MOVE 'DEATH NOTICES SWEPT:         ' TO WS-RL-ACTION
               MOVE WS-CUSTOMERS-ERASED TO WS-RL-COUNT
               WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           END-IF
           IF WS-THIRDPTY-AVAILABLE
               MOVE 'THIRDPTY  ' TO WS-RL-FILE-NAME
               MOVE 'THIRD-PARTY ENTRIES ERASED:  ' TO WS-RL-ACTION
               MOVE WS-AUTHS-ERASED TO WS-RL-COUNT
               WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           END-IF
           IF WS-IDDOC-AVAILABLE
               MOVE 'IDDOC     ' TO WS-RL-FILE-NAME
               MOVE 'ID DOCUMENTS ERASED:         ' TO WS-RL-ACTION
               MOVE WS-IDDOCS-ERASED TO WS-RL-COUNT
               WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           END-IF
           IF WS-CASE-AVAILABLE
               MOVE 'CMPLCASE  ' TO WS-RL-FILE-NAME
               MOVE 'COMPLAINT SUMMARIES REDACTED:' TO WS-RL-ACTION
               MOVE WS-CASES-REDACTED TO WS-RL-COUNT
               WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           END-IF
           IF WS-REFERRAL-AVAILABLE
               MOVE 'REFERRAL  ' TO WS-RL-FILE-NAME
               MOVE 'REFERRAL NAMES REDACTED:     ' TO WS-RL-ACTION
               MOVE WS-REFERRALS-REDACTED TO WS-RL-COUNT
               WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           END-IF
           IF WS-ORGCUST-AVAILABLE
               MOVE 'ORGCUST   ' TO WS-RL-FILE-NAME
               MOVE 'BUSINESS DETAILS ERASED:     ' TO WS-RL-ACTION
               MOVE WS-ORGS-ERASED TO WS-RL-COUNT
               WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
               MOVE 'ORGCUST   ' TO WS-RL-FILE-NAME
               MOVE 'PRINCIPAL LINKS CLEARED:     ' TO WS-RL-ACTION
               MOVE WS-PRINCIPALS-UNLINKED TO WS-RL-COUNT
               WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           END-IF
           MOVE 'CBATTMPT  ' TO WS-RL-FILE-NAME
           MOVE 'CALLBACK ATTEMPTS SWEPT:     ' TO WS-RL-ACTION
           MOVE WS-CUSTOMERS-ERASED TO WS-RL-COUNT
           MOVE 'AUDIT VALUES REDACTED:       ' TO WS-RL-ACTION
           MOVE WS-AUDITS-REDACTED TO WS-RL-COUNT
           WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           MOVE 'ACCESLOG  ' TO WS-RL-FILE-NAME
           MOVE 'ACCESS SEARCH ARGS REDACTED: ' TO WS-RL-ACTION
           MOVE WS-ACCESSES-REDACTED TO WS-RL-COUNT
           WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           MOVE 'CONTEVT   ' TO WS-RL-FILE-NAME
           MOVE 'CONTACT EVENTS DROPPED:      ' TO WS-RL-ACTION
           MOVE WS-EVENTS-DROPPED TO WS-RL-COUNT
           MOVE 'ARCHIVE OVERFLOWS DROPPED:   ' TO WS-RL-ACTION
           MOVE WS-ARC-OVERFLOWS-DROPPED TO WS-RL-COUNT
           WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           MOVE 'IDDOCARC  ' TO WS-RL-FILE-NAME
           MOVE 'ARCHIVE ID DOCUMENTS DROPPED:' TO WS-RL-ACTION
           MOVE WS-ARC-IDDOCS-DROPPED TO WS-RL-COUNT
           WRITE CERTIFICATE-LINE FROM WS-ROSTER-LINE
           MOVE 'AUDTARC   ' TO WS-RL-FILE-NAME
           MOVE 'ARCHIVE AUDITS DROPPED:      ' TO WS-RL-ACTION
           MOVE WS-ARC-AUDITS-DROPPED TO WS-RL-COUNT
