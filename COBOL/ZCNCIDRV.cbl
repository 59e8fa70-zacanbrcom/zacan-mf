       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCIDRV                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       MONTHLY IDENTITY-DOCUMENT RE-VERIFICATION    *
      *       RUN. READS EVERY ENTRY ON IDDOC AND LISTS ON *
      *       IDRVRPT EACH DOCUMENT OF AN ACTIVE CUSTOMER  *
      *       THAT HAS ALREADY EXPIRED OR EXPIRES WITHIN   *
      *       THE WINDOW ON IDRVPARM (DEFAULT 60 DAYS FROM *
      *       THE CYCLE DATE), GROUPED BY SERVICING BRANCH *
      *       AND SOONEST FIRST, WITH THE MASKED NUMBER,   *
      *       DAYS LEFT AND WHEN IT WAS LAST VERIFIED.     *
      *                                                    *
      *       THEN READS THE MASTER AND LISTS ON IDNVRPT   *
      *       EVERY ACTIVE CUSTOMER WITH NO VERIFIED       *
      *       DOCUMENT, SAYING WHETHER NONE IS ON FILE OR  *
      *       ONE IS ON FILE BUT NOBODY HAS VERIFIED IT.   *
      *       BOTH REPORTS ARE TOTALLED BY BRANCH AND      *
      *       OVERALL.                                     *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCIDRV.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-DOCUMENT-FILE   ASSIGN TO "IDDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDD-KEY
               FILE STATUS IS WS-IDDOC-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-BRANCH-FILE   ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CUST-ID
               FILE STATUS IS WS-CUSTBRCH-STATUS.

           SELECT BRANCH-REF-FILE    ASSIGN TO "BRCHREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRC-BRANCH-CODE
               FILE STATUS IS WS-BRCHREF-STATUS.

           SELECT REVERIFY-PARM-FILE ASSIGN TO "IDRVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK14".

           SELECT WORKLIST-REPORT-FILE ASSIGN TO "IDRVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT UNVERIFIED-REPORT-FILE ASSIGN TO "IDNVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNVERIFIED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ID-DOCUMENT-FILE
           RECORDING MODE IS F.
           COPY IDDOC.

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  CUST-BRANCH-FILE
           RECORDING MODE IS F.
           COPY CUSTBRCH.

       FD  BRANCH-REF-FILE
           RECORDING MODE IS F.
           COPY BRCHREF.

       FD  REVERIFY-PARM-FILE
           RECORDING MODE IS F.
       01  REVERIFY-PARM-RECORD.
           05  IRP-WINDOW-DAYS          PIC X(03).
           05  FILLER                   PIC X(77).

      * ONE SORT CARRIES BOTH LISTS: SECTION 1 IS THE RE-VERIFICATION
      * WORKLIST (ONE LINE PER DOCUMENT), SECTION 2 THE ACTIVE
      * CUSTOMERS WITH NO VERIFIED DOCUMENT (ONE LINE PER CUSTOMER).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-SECTION               PIC X(01).
               88  SR-WORKLIST          VALUE '1'.
               88  SR-UNVERIFIED        VALUE '2'.
           05  SR-BRANCH-CODE           PIC X(04).
           05  SR-EXPIRY-DATE           PIC 9(08).
           05  SR-CUST-ID               PIC X(10).
           05  SR-DOC-TYPE              PIC X(02).
           05  SR-ISSUING-COUNTRY       PIC X(03).
           05  SR-DOC-NUMBER-MASKED     PIC X(20).
           05  SR-VERIFIED-DATE         PIC 9(08).
           05  SR-LAST-NAME             PIC X(10).
           05  SR-FIRST-NAME            PIC X(10).
           05  SR-COUNTRY-CODE          PIC X(03).
           05  SR-DOCS-ON-FILE          PIC 9(01).

       FD  WORKLIST-REPORT-FILE
           RECORDING MODE IS F.
       01  WORKLIST-REPORT-LINE         PIC X(132).

       FD  UNVERIFIED-REPORT-FILE
           RECORDING MODE IS F.
       01  UNVERIFIED-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-IDDOC-STATUS              PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CUSTBRCH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BRCHREF-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-WORKLIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-UNVERIFIED-STATUS         PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-IDDOC-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-IDDOC-EOF         VALUE 'Y'.
           05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF        VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-IDDOC-AVAIL-SW        PIC X(01) VALUE 'N'.
               88  WS-IDDOC-AVAILABLE   VALUE 'Y'.
           05  WS-CUSTBRCH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CUSTBRCH-AVAILABLE VALUE 'Y'.
           05  WS-BRCHREF-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-BRCHREF-AVAILABLE VALUE 'Y'.
           05  WS-PARM-AVAIL-SW         PIC X(01) VALUE 'N'.
               88  WS-PARM-AVAILABLE    VALUE 'Y'.
           05  WS-DOC-SWEEP-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-DOC-SWEEP-DONE    VALUE 'Y'.
           05  WS-VERIFIED-DOC-SW       PIC X(01) VALUE 'N'.
               88  WS-VERIFIED-DOC-FOUND VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DOCUMENTS-READ        PIC 9(07) VALUE ZERO.
           05  WS-MASTERS-READ          PIC 9(07) VALUE ZERO.
           05  WS-ACTIVE-CUSTOMERS      PIC 9(07) VALUE ZERO.
           05  WS-EXPIRED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-EXPIRING-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-INACTIVE-SKIPPED      PIC 9(07) VALUE ZERO.
           05  WS-NO-DOCUMENT-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-NOT-VERIFIED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-WORKLIST-PRINTED      PIC 9(07) VALUE ZERO.
           05  WS-UNVERIFIED-PRINTED    PIC 9(07) VALUE ZERO.
           05  WS-CUST-DOC-COUNT        PIC 9(01) VALUE ZERO.

       01  WS-BRANCH-TOTALS.
           05  WS-BR-EXPIRED            PIC 9(07) VALUE ZERO.
           05  WS-BR-EXPIRING           PIC 9(07) VALUE ZERO.
           05  WS-BR-UNVERIFIED         PIC 9(07) VALUE ZERO.
       01  WS-PREV-BRANCH               PIC X(04) VALUE SPACES.
       01  WS-BRANCH-NAME               PIC X(20) VALUE SPACES.

      * BUSINESS-DATE CONTROL - THE WINDOW RUNS FROM THE ZCNCBDAT
      * CYCLE DATE THROUGH CYCLE DATE + THE IDRVPARM DAY COUNT.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-WINDOW-DAYS               PIC 9(03) VALUE 60.
       01  WS-CYCLE-INTEGER             PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-INTEGER            PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-END-DATE           PIC 9(08) VALUE ZERO.
       01  WS-DAYS-LEFT                 PIC 9(05) VALUE ZERO.

       01  WS-WL-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               'ID DOCUMENT RE-VERIFICATION WORKLIST'.
           05  FILLER                   PIC X(12) VALUE
               'CYCLE DATE: '.
           05  WS-WH-CYCLE-DATE         PIC 9(08).
           05  FILLER                   PIC X(11) VALUE
               '  THROUGH: '.
           05  WS-WH-WINDOW-END         PIC 9(08).
           05  FILLER                   PIC X(08) VALUE
               '  DAYS: '.
           05  WS-WH-WINDOW-DAYS        PIC ZZ9.

       01  WS-NV-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               'ACTIVE CUSTOMERS WITH NO VERIFIED ID'.
           05  FILLER                   PIC X(12) VALUE
               'CYCLE DATE: '.
           05  WS-NH-CYCLE-DATE         PIC 9(08).

       01  WS-BRANCH-HEADING.
           05  FILLER                   PIC X(08) VALUE 'BRANCH: '.
           05  WS-BH-BRANCH-CODE        PIC X(06).
           05  WS-BH-BRANCH-NAME        PIC X(20).

       01  WS-WL-COLUMN-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(23) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(06) VALUE 'TYPE'.
           05  FILLER                   PIC X(06) VALUE 'CTRY'.
           05  FILLER                   PIC X(22) VALUE 'DOCUMENT'.
           05  FILLER                   PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                   PIC X(10) VALUE 'STATUS'.
           05  FILLER                   PIC X(06) VALUE 'DAYS'.
           05  FILLER                   PIC X(12) VALUE 'VERIFIED'.

       01  WS-WL-DETAIL-LINE.
           05  WS-WD-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-WD-NAME               PIC X(21).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-WD-DOC-TYPE           PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-WD-ISSUING-COUNTRY    PIC X(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-WD-DOC-NUMBER         PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-WD-EXPIRY-DATE        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-WD-STATUS             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-WD-DAYS-LEFT          PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-WD-VERIFIED           PIC X(12).

       01  WS-WL-BRANCH-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
               '  EXPIRED:          '.
           05  WS-WT-EXPIRED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(20) VALUE
               '    EXPIRING:       '.
           05  WS-WT-EXPIRING           PIC ZZZ,ZZ9.

       01  WS-NV-COLUMN-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(23) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(09) VALUE 'COUNTRY'.
           05  FILLER                   PIC X(07) VALUE 'DOCS'.
           05  FILLER                   PIC X(30) VALUE 'FOLLOW-UP'.

       01  WS-NV-DETAIL-LINE.
           05  WS-ND-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-ND-NAME               PIC X(21).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-ND-COUNTRY-CODE       PIC X(03).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-ND-DOCS-ON-FILE       PIC 9(01).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-ND-FOLLOW-UP          PIC X(30).

       01  WS-NV-BRANCH-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
               '  CUSTOMERS:        '.
           05  WS-NT-CUSTOMERS          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL              PIC X(34).
           05  WS-TL-COUNT              PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCIDRV'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-MASTER-STATUS = '00'
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-SECTION
                   ON ASCENDING KEY SR-BRANCH-CODE
                   ON ASCENDING KEY SR-EXPIRY-DATE
                   ON ASCENDING KEY SR-CUST-ID
                   ON ASCENDING KEY SR-DOC-TYPE
                   INPUT PROCEDURE 2000-SELECT-ENTRIES
                   OUTPUT PROCEDURE 3000-PRINT-REPORTS
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-MASTER-FILE
           OPEN INPUT  ID-DOCUMENT-FILE
           IF WS-IDDOC-STATUS = '00'
               MOVE 'Y' TO WS-IDDOC-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCIDRV - NO IDDOC FILE, NO CUSTOMER HAS A '
                       'DOCUMENT: ' WS-IDDOC-STATUS
           END-IF
           OPEN INPUT  CUST-BRANCH-FILE
           IF WS-CUSTBRCH-STATUS = '00'
               MOVE 'Y' TO WS-CUSTBRCH-AVAIL-SW
           END-IF
           OPEN INPUT  BRANCH-REF-FILE
           IF WS-BRCHREF-STATUS = '00'
               MOVE 'Y' TO WS-BRCHREF-AVAIL-SW
           END-IF
           OPEN INPUT  REVERIFY-PARM-FILE
           OPEN OUTPUT WORKLIST-REPORT-FILE
           OPEN OUTPUT UNVERIFIED-REPORT-FILE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF WS-PARM-STATUS = '00'
               MOVE 'Y' TO WS-PARM-AVAIL-SW
               PERFORM 1100-READ-WINDOW-PARM
           END-IF
           COMPUTE WS-CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
           COMPUTE WS-WINDOW-INTEGER =
               WS-CYCLE-INTEGER + WS-WINDOW-DAYS
           COMPUTE WS-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-INTEGER)
           MOVE WS-CYCLE-DATE      TO WS-WH-CYCLE-DATE
           MOVE WS-WINDOW-END-DATE TO WS-WH-WINDOW-END
           MOVE WS-WINDOW-DAYS     TO WS-WH-WINDOW-DAYS
           WRITE WORKLIST-REPORT-LINE FROM WS-WL-HEADING-LINE
           MOVE WS-CYCLE-DATE      TO WS-NH-CYCLE-DATE
           WRITE UNVERIFIED-REPORT-LINE FROM WS-NV-HEADING-LINE
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCIDRV - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * NO PARM CARD (OR A BLANK OR NON-NUMERIC ONE) KEEPS THE
      * 60-DAY DEFAULT.
       1100-READ-WINDOW-PARM.
           READ REVERIFY-PARM-FILE INTO REVERIFY-PARM-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF IRP-WINDOW-DAYS IS NUMERIC
                       MOVE IRP-WINDOW-DAYS TO WS-WINDOW-DAYS
                   ELSE
                       DISPLAY 'ZCNCIDRV - NON-NUMERIC WINDOW, '
                               'DEFAULT USED: ' WS-WINDOW-DAYS
                   END-IF
           END-READ.

       2000-SELECT-ENTRIES.
           IF WS-IDDOC-AVAILABLE
               PERFORM 2100-READ-DOCUMENT
               PERFORM 2200-CHECK-DOCUMENT UNTIL WS-IDDOC-EOF
           END-IF
           MOVE LOW-VALUES TO CUST-ID OF MASTER-CUSTOMER-REC
           START CUST-MASTER-FILE KEY IS NOT LESS THAN
                   CUST-ID OF MASTER-CUSTOMER-REC
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-START
           IF NOT WS-MASTER-EOF
               PERFORM 2500-READ-MASTER
           END-IF
           PERFORM 2600-CHECK-CUSTOMER UNTIL WS-MASTER-EOF.

       2100-READ-DOCUMENT.
           READ ID-DOCUMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IDDOC-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-DOCUMENTS-READ
           END-READ.

      * A DOCUMENT WITH NO EXPIRY DATE NEVER NEEDS RE-VERIFYING.
      * AN INACTIVE CUSTOMER IS LEFT OFF THE WORKLIST - THERE IS NO
      * RELATIONSHIP TO RE-VERIFY - AND A DOCUMENT WHOSE CUSTOMER IS
      * NO LONGER ON THE MASTER IS LEFT FOR ZCNCINTG TO REPORT.
       2200-CHECK-DOCUMENT.
           IF NOT IDD-NO-EXPIRY
              AND IDD-EXPIRY-DATE <= WS-WINDOW-END-DATE
               MOVE IDD-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-INACTIVE OF MASTER-CUSTOMER-REC
                           ADD 1 TO WS-INACTIVE-SKIPPED
                       ELSE
                           PERFORM 2300-RELEASE-WORKLIST-ENTRY
                       END-IF
               END-READ
           END-IF
           PERFORM 2100-READ-DOCUMENT.

       2300-RELEASE-WORKLIST-ENTRY.
           IF IDD-EXPIRY-DATE < WS-CYCLE-DATE
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF
           MOVE SPACES TO SORT-WORK-RECORD
           SET SR-WORKLIST TO TRUE
           PERFORM 2400-FIND-SERVICING-BRANCH
           MOVE IDD-EXPIRY-DATE       TO SR-EXPIRY-DATE
           MOVE IDD-CUST-ID           TO SR-CUST-ID
           MOVE IDD-DOC-TYPE          TO SR-DOC-TYPE
           MOVE IDD-ISSUING-COUNTRY   TO SR-ISSUING-COUNTRY
           MOVE IDD-DOC-NUMBER-MASKED TO SR-DOC-NUMBER-MASKED
           MOVE IDD-VERIFIED-DATE     TO SR-VERIFIED-DATE
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO SR-LAST-NAME
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               TO SR-FIRST-NAME
           MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
               TO SR-COUNTRY-CODE
           MOVE ZERO TO SR-DOCS-ON-FILE
           RELEASE SORT-WORK-RECORD.

      * BOTH LISTS GO TO THE CUSTOMER'S SERVICING BRANCH ON
      * CUSTBRCH; A CUSTOMER WITH NONE IS LISTED UNDER (NONE).
       2400-FIND-SERVICING-BRANCH.
           MOVE SPACES TO SR-BRANCH-CODE
           IF WS-CUSTBRCH-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CBR-CUST-ID
               READ CUST-BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CBR-BRANCH-CODE TO SR-BRANCH-CODE
               END-READ
           END-IF.

       2500-READ-MASTER.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MASTERS-READ
           END-READ.

      * AN ACTIVE CUSTOMER NEEDS AT LEAST ONE DOCUMENT SOMEBODY HAS
      * VERIFIED.  AN EXPIRED BUT VERIFIED DOCUMENT STILL COUNTS
      * HERE - IT IS ALREADY ON THE WORKLIST FOR RE-VERIFICATION.
       2600-CHECK-CUSTOMER.
           IF NOT CUST-INACTIVE OF MASTER-CUSTOMER-REC
               ADD 1 TO WS-ACTIVE-CUSTOMERS
               PERFORM 2700-FIND-VERIFIED-DOCUMENT
               IF NOT WS-VERIFIED-DOC-FOUND
                   IF WS-CUST-DOC-COUNT = ZERO
                       ADD 1 TO WS-NO-DOCUMENT-COUNT
                   ELSE
                       ADD 1 TO WS-NOT-VERIFIED-COUNT
                   END-IF
                   MOVE SPACES TO SORT-WORK-RECORD
                   SET SR-UNVERIFIED TO TRUE
                   PERFORM 2400-FIND-SERVICING-BRANCH
                   MOVE ZERO TO SR-EXPIRY-DATE
                   MOVE ZERO TO SR-VERIFIED-DATE
                   MOVE CUST-ID OF MASTER-CUSTOMER-REC TO SR-CUST-ID
                   MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                       TO SR-LAST-NAME
                   MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                       TO SR-FIRST-NAME
                   MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
                       TO SR-COUNTRY-CODE
                   MOVE WS-CUST-DOC-COUNT TO SR-DOCS-ON-FILE
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF
           PERFORM 2500-READ-MASTER.

      * IDDOC IS KEYED CUST-ID + DOCUMENT TYPE, SO THE CUSTOMER'S
      * DOCUMENTS ARE FOUND BY POSITIONING AT THE CUST-ID AND
      * READING FORWARD WHILE IT MATCHES.
       2700-FIND-VERIFIED-DOCUMENT.
           MOVE 'N' TO WS-VERIFIED-DOC-SW
           MOVE ZERO TO WS-CUST-DOC-COUNT
           IF WS-IDDOC-AVAILABLE
               MOVE 'N' TO WS-DOC-SWEEP-DONE-SW
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO IDD-CUST-ID
               MOVE LOW-VALUES TO IDD-DOC-TYPE
               START ID-DOCUMENT-FILE KEY IS NOT LESS THAN IDD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DOC-SWEEP-DONE-SW
               END-START
               PERFORM 2710-CHECK-NEXT-DOCUMENT
                   UNTIL WS-DOC-SWEEP-DONE
           END-IF.

       2710-CHECK-NEXT-DOCUMENT.
           READ ID-DOCUMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DOC-SWEEP-DONE-SW
               NOT AT END
                   IF IDD-CUST-ID NOT = CUST-ID OF MASTER-CUSTOMER-REC
                       MOVE 'Y' TO WS-DOC-SWEEP-DONE-SW
                   ELSE
                       ADD 1 TO WS-CUST-DOC-COUNT
                       IF NOT IDD-NOT-VERIFIED
                           AND NOT IDD-VERIFIED-BY = SPACES
                           MOVE 'Y' TO WS-VERIFIED-DOC-SW
                       END-IF
                   END-IF
           END-READ.

       3000-PRINT-REPORTS.
           PERFORM 3100-RETURN-SORT-RECORD
           PERFORM 3200-PRINT-WORKLIST-LINE
               UNTIL WS-SORT-EOF OR NOT SR-WORKLIST
           IF WS-WORKLIST-PRINTED > ZERO
               PERFORM 3400-WRITE-WL-BRANCH-TOTAL
           END-IF
           PERFORM 3500-PRINT-UNVERIFIED-LINE UNTIL WS-SORT-EOF
           IF WS-UNVERIFIED-PRINTED > ZERO
               PERFORM 3700-WRITE-NV-BRANCH-TOTAL
           END-IF.

       3100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

      * THE DAYS COLUMN IS LEFT AT ZERO ON A DOCUMENT THAT HAS
      * ALREADY EXPIRED.
       3200-PRINT-WORKLIST-LINE.
           IF WS-WORKLIST-PRINTED = ZERO
               OR NOT SR-BRANCH-CODE = WS-PREV-BRANCH
               IF WS-WORKLIST-PRINTED > ZERO
                   PERFORM 3400-WRITE-WL-BRANCH-TOTAL
               END-IF
               PERFORM 3300-GET-BRANCH-HEADING
               WRITE WORKLIST-REPORT-LINE FROM WS-BLANK-LINE
               WRITE WORKLIST-REPORT-LINE FROM WS-BRANCH-HEADING
               WRITE WORKLIST-REPORT-LINE FROM WS-WL-COLUMN-HEADING
           END-IF
           ADD 1 TO WS-WORKLIST-PRINTED
           MOVE SR-CUST-ID            TO WS-WD-CUST-ID
           PERFORM 3800-FORMAT-NAME
           MOVE SR-DOC-TYPE           TO WS-WD-DOC-TYPE
           MOVE SR-ISSUING-COUNTRY    TO WS-WD-ISSUING-COUNTRY
           MOVE SR-DOC-NUMBER-MASKED  TO WS-WD-DOC-NUMBER
           MOVE SR-EXPIRY-DATE        TO WS-WD-EXPIRY-DATE
           IF SR-EXPIRY-DATE < WS-CYCLE-DATE
               MOVE 'EXPIRED'  TO WS-WD-STATUS
               MOVE ZERO       TO WS-WD-DAYS-LEFT
               ADD 1 TO WS-BR-EXPIRED
           ELSE
               MOVE 'EXPIRING' TO WS-WD-STATUS
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (SR-EXPIRY-DATE)
                   - WS-CYCLE-INTEGER
               MOVE WS-DAYS-LEFT TO WS-WD-DAYS-LEFT
               ADD 1 TO WS-BR-EXPIRING
           END-IF
           IF SR-VERIFIED-DATE = ZERO
               MOVE 'NOT VERIFIED' TO WS-WD-VERIFIED
           ELSE
               MOVE SR-VERIFIED-DATE TO WS-WD-VERIFIED
           END-IF
           WRITE WORKLIST-REPORT-LINE FROM WS-WL-DETAIL-LINE
           PERFORM 3100-RETURN-SORT-RECORD.

       3300-GET-BRANCH-HEADING.
           MOVE SR-BRANCH-CODE TO WS-PREV-BRANCH
           MOVE SPACES TO WS-BH-BRANCH-NAME
           IF SR-BRANCH-CODE = SPACES
               MOVE '(NONE)' TO WS-BH-BRANCH-CODE
           ELSE
               MOVE SR-BRANCH-CODE TO WS-BH-BRANCH-CODE
               IF WS-BRCHREF-AVAILABLE
                   MOVE SR-BRANCH-CODE TO BRC-BRANCH-CODE
                   READ BRANCH-REF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BRC-BRANCH-NAME TO WS-BH-BRANCH-NAME
                   END-READ
               END-IF
           END-IF.

       3400-WRITE-WL-BRANCH-TOTAL.
           MOVE WS-BR-EXPIRED  TO WS-WT-EXPIRED
           MOVE WS-BR-EXPIRING TO WS-WT-EXPIRING
           WRITE WORKLIST-REPORT-LINE FROM WS-WL-BRANCH-TOTAL-LINE
           MOVE ZERO TO WS-BR-EXPIRED
           MOVE ZERO TO WS-BR-EXPIRING.

       3500-PRINT-UNVERIFIED-LINE.
           IF WS-UNVERIFIED-PRINTED = ZERO
               OR NOT SR-BRANCH-CODE = WS-PREV-BRANCH
               IF WS-UNVERIFIED-PRINTED > ZERO
                   PERFORM 3700-WRITE-NV-BRANCH-TOTAL
               END-IF
               PERFORM 3300-GET-BRANCH-HEADING
               WRITE UNVERIFIED-REPORT-LINE FROM WS-BLANK-LINE
               WRITE UNVERIFIED-REPORT-LINE FROM WS-BRANCH-HEADING
               WRITE UNVERIFIED-REPORT-LINE FROM WS-NV-COLUMN-HEADING
           END-IF
           ADD 1 TO WS-UNVERIFIED-PRINTED
           ADD 1 TO WS-BR-UNVERIFIED
           MOVE SR-CUST-ID        TO WS-ND-CUST-ID
           PERFORM 3800-FORMAT-NAME
           MOVE WS-WD-NAME        TO WS-ND-NAME
           MOVE SR-COUNTRY-CODE   TO WS-ND-COUNTRY-CODE
           MOVE SR-DOCS-ON-FILE   TO WS-ND-DOCS-ON-FILE
           IF SR-DOCS-ON-FILE = ZERO
               MOVE 'NO DOCUMENT ON FILE - OBTAIN'
                   TO WS-ND-FOLLOW-UP
           ELSE
               MOVE 'DOCUMENT NOT VERIFIED - VERIFY'
                   TO WS-ND-FOLLOW-UP
           END-IF
           WRITE UNVERIFIED-REPORT-LINE FROM WS-NV-DETAIL-LINE
           PERFORM 3100-RETURN-SORT-RECORD.

       3700-WRITE-NV-BRANCH-TOTAL.
           MOVE WS-BR-UNVERIFIED TO WS-NT-CUSTOMERS
           WRITE UNVERIFIED-REPORT-LINE FROM WS-NV-BRANCH-TOTAL-LINE
           MOVE ZERO TO WS-BR-UNVERIFIED.

       3800-FORMAT-NAME.
           MOVE SPACES TO WS-WD-NAME
           STRING SR-LAST-NAME  DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  SR-FIRST-NAME DELIMITED BY '  '
               INTO WS-WD-NAME
           END-STRING.

       9000-TERMINATE.
           WRITE WORKLIST-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'ID DOCUMENTS ON FILE:' TO WS-TL-LABEL
           MOVE WS-DOCUMENTS-READ TO WS-TL-COUNT
           WRITE WORKLIST-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ALREADY EXPIRED:' TO WS-TL-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-TL-COUNT
           WRITE WORKLIST-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EXPIRING IN WINDOW:' TO WS-TL-LABEL
           MOVE WS-EXPIRING-COUNT TO WS-TL-COUNT
           WRITE WORKLIST-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'INACTIVE CUSTOMERS NOT LISTED:' TO WS-TL-LABEL
           MOVE WS-INACTIVE-SKIPPED TO WS-TL-COUNT
           WRITE WORKLIST-REPORT-LINE FROM WS-TOTAL-LINE
           WRITE UNVERIFIED-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'ACTIVE CUSTOMERS:' TO WS-TL-LABEL
           MOVE WS-ACTIVE-CUSTOMERS TO WS-TL-COUNT
           WRITE UNVERIFIED-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO DOCUMENT ON FILE:' TO WS-TL-LABEL
           MOVE WS-NO-DOCUMENT-COUNT TO WS-TL-COUNT
           WRITE UNVERIFIED-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DOCUMENTS ON FILE, NONE VERIFIED:' TO WS-TL-LABEL
           MOVE WS-NOT-VERIFIED-COUNT TO WS-TL-COUNT
           WRITE UNVERIFIED-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-MASTER-STATUS NOT = '35'
               CLOSE CUST-MASTER-FILE
           END-IF
           IF WS-IDDOC-AVAILABLE
               CLOSE ID-DOCUMENT-FILE
           END-IF
           IF WS-CUSTBRCH-AVAILABLE
               CLOSE CUST-BRANCH-FILE
           END-IF
           IF WS-BRCHREF-AVAILABLE
               CLOSE BRANCH-REF-FILE
           END-IF
           IF WS-PARM-AVAILABLE
               CLOSE REVERIFY-PARM-FILE
           END-IF
           CLOSE WORKLIST-REPORT-FILE
           CLOSE UNVERIFIED-REPORT-FILE
           DISPLAY 'ZCNCIDRV - DOCUMENTS READ    : ' WS-DOCUMENTS-READ
           DISPLAY 'ZCNCIDRV - ALREADY EXPIRED   : ' WS-EXPIRED-COUNT
           DISPLAY 'ZCNCIDRV - EXPIRING          : ' WS-EXPIRING-COUNT
           DISPLAY 'ZCNCIDRV - ACTIVE CUSTOMERS  : '
                   WS-ACTIVE-CUSTOMERS
           DISPLAY 'ZCNCIDRV - NO DOCUMENT       : '
                   WS-NO-DOCUMENT-COUNT
           DISPLAY 'ZCNCIDRV - NONE VERIFIED     : '
                   WS-NOT-VERIFIED-COUNT.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-DOCUMENTS-READ TO WS-RH-RECORDS-READ
           ADD WS-MASTERS-READ TO WS-RH-RECORDS-READ
           MOVE WS-WORKLIST-PRINTED TO WS-RH-RECORDS-APPLIED
           ADD WS-UNVERIFIED-PRINTED TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
