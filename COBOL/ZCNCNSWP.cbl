       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCNSWP                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       NAME AND LOCATION STANDARDIZATION SWEEP.     *
      *       RUN ONCE TO CLEAN THE NAMES AND CITIES       *
      *       ALREADY ON FILE, THEN PERIODICALLY AFTER THE *
      *       CITYALS ALIAS TABLE IS EXTENDED.  EVERY      *
      *       CUSTMAST RECORD IS PASSED THROUGH ZCNCNSTD - *
      *       THE FULL NAMEOVFL NAMES WHERE AN OVERFLOW    *
      *       ENTRY EXISTS - AND EVERY CHANGED FIELD IS    *
      *       LISTED FOR THE DESK TO SPOT-CHECK.           *
      *                                                    *
      *       IN UPDATE MODE (THE DEFAULT) THE MASTER IS   *
      *       REWRITTEN AND EACH CHANGE AUDITED THROUGH    *
      *       ZCNCAUDT, THE NAMEOVFL ENTRY IS REWRITTEN OR *
      *       DROPPED, THE CUSTXREF KEY IS REPLACED, AND A *
      *       SPLIT TITLE OR SUFFIX IS KEPT ON NAMESFX.  A *
      *       NSWPPARM CARD OF 'R' PRODUCES THE REPORT     *
      *       ONLY, FOR REVIEW BEFORE THE FIRST RUN.       *
      *       A BUSINESS (ONE WITH AN ORGCUST RECORD)      *
      *       KEEPS ITS NAMES AS FILED - THEY ARE ITS      *
      *       LEGAL NAME CUT IN TWO - AND HAS ONLY ITS     *
      *       CITY CLEANED.                                *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCNSWP.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NAME-OVERFLOW-FILE ASSIGN TO "NAMEOVFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOV-CUST-ID
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT NAME-XREF-FILE     ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NAME-SUFFIX-FILE   ASSIGN TO "NAMESFX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSX-CUST-ID
               FILE STATUS IS WS-SUFFIX-STATUS.

           SELECT ORGANIZATION-FILE  ASSIGN TO "ORGCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CUST-ID
               FILE STATUS IS WS-ORGCUST-STATUS.

           SELECT SWEEP-PARM-FILE    ASSIGN TO "NSWPPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SWEEP-REPORT-FILE  ASSIGN TO "NSWPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  NAME-OVERFLOW-FILE
           RECORDING MODE IS F.
           COPY NAMEOVFL.

       FD  NAME-XREF-FILE
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  NAME-SUFFIX-FILE
           RECORDING MODE IS F.
           COPY NAMESFX.

       FD  ORGANIZATION-FILE
           RECORDING MODE IS F.
           COPY ORGCUST.

       FD  SWEEP-PARM-FILE
           RECORDING MODE IS F.
       01  SWEEP-PARM-RECORD.
           05  NSP-RUN-MODE             PIC X(01).
               88  NSP-REPORT-ONLY      VALUE 'R'.
               88  NSP-UPDATE           VALUE 'U'.
           05  FILLER                   PIC X(79).

       FD  SWEEP-REPORT-FILE
           RECORDING MODE IS F.
       01  SWEEP-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-OVERFLOW-STATUS           PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SUFFIX-STATUS             PIC X(02) VALUE SPACES.
       01  WS-ORGCUST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-RUN-MODE-SW           PIC X(01) VALUE 'U'.
               88  WS-REPORT-ONLY       VALUE 'R'.
               88  WS-UPDATE-MODE       VALUE 'U'.
           05  WS-OVERFLOW-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-OVERFLOW-FOUND    VALUE 'Y'.
           05  WS-CUST-CHANGED-SW       PIC X(01) VALUE 'N'.
               88  WS-CUST-CHANGED      VALUE 'Y'.
           05  WS-SUFFIX-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-SUFFIX-REC-FOUND  VALUE 'Y'.
           05  WS-ORGCUST-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-ORGCUST-AVAILABLE VALUE 'Y'.
           05  WS-BUSINESS-SW           PIC X(01) VALUE 'N'.
               88  WS-CUST-IS-BUSINESS  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(07) VALUE ZERO.
           05  WS-CUSTOMERS-CHANGED     PIC 9(07) VALUE ZERO.
           05  WS-FIRST-NAMES-CHANGED   PIC 9(07) VALUE ZERO.
           05  WS-LAST-NAMES-CHANGED    PIC 9(07) VALUE ZERO.
           05  WS-CITIES-CHANGED        PIC 9(07) VALUE ZERO.
           05  WS-CITIES-ALIASED        PIC 9(07) VALUE ZERO.
           05  WS-OVERFLOWS-CHANGED     PIC 9(07) VALUE ZERO.
           05  WS-TITLES-SPLIT          PIC 9(07) VALUE ZERO.
           05  WS-SUFFIXES-SPLIT        PIC 9(07) VALUE ZERO.
           05  WS-XREFS-REBUILT         PIC 9(07) VALUE ZERO.
           05  WS-REWRITE-ERRORS        PIC 9(07) VALUE ZERO.
           05  WS-BUSINESSES-READ       PIC 9(07) VALUE ZERO.

      * THE NAMES THE CUSTOMER IS FILED UNDER BEFORE THE SWEEP -
      * THE FULL NAMEOVFL NAMES WHERE PRESENT, OTHERWISE THE
      * TEN-BYTE MASTER NAMES - WHICH IS THE CUSTXREF KEY TO
      * REPLACE.
       01  WS-OLD-XREF-FIRST-NAME       PIC X(30) VALUE SPACES.
       01  WS-OLD-XREF-LAST-NAME        PIC X(30) VALUE SPACES.
       01  WS-OLD-FIRST-NAME            PIC X(10) VALUE SPACES.
       01  WS-OLD-LAST-NAME             PIC X(10) VALUE SPACES.
       01  WS-OLD-CITY                  PIC X(20) VALUE SPACES.

           COPY NAMESTD.
       01  WS-NSTD-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-AUDIT-SEQ-NO              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE 'ZCNCNSWP'.
       01  WS-AUDIT-USER-ID             PIC X(08) VALUE 'NAMESTD'.
       01  WS-AUDIT-FIELD-NAME          PIC X(15) VALUE SPACES.
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(45) VALUE
               'NAME AND LOCATION STANDARDIZATION SWEEP'.
           05  WS-HDR-MODE              PIC X(40) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(17) VALUE 'FIELD'.
           05  FILLER                   PIC X(32) VALUE 'OLD VALUE'.
           05  FILLER                   PIC X(32) VALUE 'NEW VALUE'.
           05  FILLER                   PIC X(12) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-FIELD-NAME        PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-OLD-VALUE         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-NEW-VALUE         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-NOTE              PIC X(20).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL              PIC X(32).
           05  WS-TL-COUNT              PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCNSWP'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-STANDARDIZE-CUSTOMER UNTIL WS-END-OF-FILE
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SWEEP-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ SWEEP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NSP-REPORT-ONLY OR NSP-UPDATE
                           MOVE NSP-RUN-MODE TO WS-RUN-MODE-SW
                       END-IF
               END-READ
               CLOSE SWEEP-PARM-FILE
           END-IF
           IF WS-REPORT-ONLY
               OPEN INPUT CUST-MASTER-FILE
               OPEN INPUT NAME-OVERFLOW-FILE
               MOVE 'REPORT ONLY - NOTHING APPLIED' TO WS-HDR-MODE
           ELSE
               OPEN I-O   CUST-MASTER-FILE
               OPEN I-O   NAME-OVERFLOW-FILE
               OPEN I-O   NAME-XREF-FILE
               OPEN I-O   NAME-SUFFIX-FILE
               IF WS-SUFFIX-STATUS = '35'
                   OPEN OUTPUT NAME-SUFFIX-FILE
                   CLOSE NAME-SUFFIX-FILE
                   OPEN I-O NAME-SUFFIX-FILE
               END-IF
               MOVE 'CHANGES APPLIED AND AUDITED' TO WS-HDR-MODE
           END-IF
      * NO ORGCUST FILE MEANS NO BUSINESS CUSTOMERS YET.  ONE THAT IS
      * THERE BUT WILL NOT OPEN STOPS THE SWEEP, SINCE A BUSINESS
      * TAKEN FOR A PERSON WOULD HAVE ITS LEGAL NAME STANDARDIZED.
           OPEN INPUT ORGANIZATION-FILE
           IF WS-ORGCUST-STATUS = '00'
               MOVE 'Y' TO WS-ORGCUST-AVAIL-SW
           END-IF
           OPEN OUTPUT SWEEP-REPORT-FILE
           WRITE SWEEP-REPORT-LINE FROM WS-HEADING-LINE
           WRITE SWEEP-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SWEEP-REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCNSWP - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-ORGCUST-STATUS = '00'
                   AND NOT WS-ORGCUST-STATUS = '35'
                   DISPLAY 'ZCNCNSWP - ERROR OPENING ORGCUST FILE: '
                           WS-ORGCUST-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-READ-MASTER
               END-IF
           END-IF.

      * ONE CUSTOMER: STANDARDIZE, REPORT, APPLY.
       2000-STANDARDIZE-CUSTOMER.
           ADD 1 TO WS-RECORDS-READ
           MOVE 'N' TO WS-CUST-CHANGED-SW
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               TO WS-OLD-FIRST-NAME
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO WS-OLD-LAST-NAME
           MOVE CITY OF MASTER-CUSTOMER-REC TO WS-OLD-CITY
           PERFORM 2100-CAPTURE-FILED-NAMES
           MOVE SPACES TO NAME-STANDARD-AREA
           MOVE WS-OLD-XREF-FIRST-NAME TO NST-FIRST-NAME
           MOVE WS-OLD-XREF-LAST-NAME  TO NST-LAST-NAME
           MOVE CITY OF MASTER-CUSTOMER-REC     TO NST-CITY
           MOVE US-STATE OF MASTER-CUSTOMER-REC TO NST-US-STATE
           CALL 'ZCNCNSTD' USING NAME-STANDARD-AREA
                                 WS-NSTD-RETURN-CODE
           END-CALL
      * A LEGAL NAME IS FILED AS REGISTERED (THE ZCNCBL2 INTAKE
      * RULE) - THE FILED NAMES GO BACK UNCHANGED AND NO TITLE OR
      * SUFFIX IS SPLIT, SO ONLY THE CITY CAN CHANGE.
           PERFORM 2050-CHECK-BUSINESS
           IF WS-CUST-IS-BUSINESS
               ADD 1 TO WS-BUSINESSES-READ
               MOVE WS-OLD-XREF-FIRST-NAME TO NST-FIRST-NAME
               MOVE WS-OLD-XREF-LAST-NAME  TO NST-LAST-NAME
               MOVE SPACES TO NST-TITLE NST-SUFFIX
           END-IF
           PERFORM 2200-REPORT-CHANGES
           IF WS-CUST-CHANGED
               ADD 1 TO WS-CUSTOMERS-CHANGED
               IF WS-UPDATE-MODE
                   PERFORM 4000-APPLY-CHANGES
               END-IF
           END-IF
           PERFORM 3000-READ-MASTER.

       2050-CHECK-BUSINESS.
           MOVE 'N' TO WS-BUSINESS-SW
           IF WS-ORGCUST-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO ORG-CUST-ID
               READ ORGANIZATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BUSINESS-SW
               END-READ
           END-IF.

      * THE NAMES TO STANDARDIZE ARE THE FULL NAMEOVFL NAMES WHERE
      * AN OVERFLOW ENTRY EXISTS (THE MASTER HOLDS THEIR FIRST TEN
      * BYTES), OTHERWISE THE MASTER'S OWN.
       2100-CAPTURE-FILED-NAMES.
           MOVE 'N' TO WS-OVERFLOW-FOUND-SW
           MOVE SPACES TO WS-OLD-XREF-FIRST-NAME
           MOVE SPACES TO WS-OLD-XREF-LAST-NAME
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO NOV-CUST-ID
           READ NAME-OVERFLOW-FILE
               INVALID KEY
                   MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                       TO WS-OLD-XREF-FIRST-NAME
                   MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                       TO WS-OLD-XREF-LAST-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OVERFLOW-FOUND-SW
                   MOVE NOV-FULL-FIRST-NAME TO WS-OLD-XREF-FIRST-NAME
                   MOVE NOV-FULL-LAST-NAME  TO WS-OLD-XREF-LAST-NAME
           END-READ.

       2200-REPORT-CHANGES.
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO WS-DET-CUST-ID
           IF NST-FIRST-NAME (1:10) NOT = WS-OLD-FIRST-NAME
               ADD 1 TO WS-FIRST-NAMES-CHANGED
               MOVE 'CUST-FIRST-NAME' TO WS-DET-FIELD-NAME
               MOVE WS-OLD-FIRST-NAME TO WS-DET-OLD-VALUE
               MOVE NST-FIRST-NAME (1:10) TO WS-DET-NEW-VALUE
               MOVE SPACES TO WS-DET-NOTE
               PERFORM 2300-WRITE-DETAIL
           END-IF
           IF NST-LAST-NAME (1:10) NOT = WS-OLD-LAST-NAME
               ADD 1 TO WS-LAST-NAMES-CHANGED
               MOVE 'CUST-LAST-NAME' TO WS-DET-FIELD-NAME
               MOVE WS-OLD-LAST-NAME TO WS-DET-OLD-VALUE
               MOVE NST-LAST-NAME (1:10) TO WS-DET-NEW-VALUE
               MOVE SPACES TO WS-DET-NOTE
               PERFORM 2300-WRITE-DETAIL
           END-IF
           IF WS-OVERFLOW-FOUND
               AND (NST-FIRST-NAME NOT = WS-OLD-XREF-FIRST-NAME
                OR  NST-LAST-NAME  NOT = WS-OLD-XREF-LAST-NAME)
               ADD 1 TO WS-OVERFLOWS-CHANGED
               MOVE 'NAMEOVFL' TO WS-DET-FIELD-NAME
               MOVE WS-OLD-XREF-LAST-NAME TO WS-DET-OLD-VALUE
               MOVE NST-LAST-NAME TO WS-DET-NEW-VALUE
               MOVE 'FULL LAST NAME' TO WS-DET-NOTE
               PERFORM 2300-WRITE-DETAIL
               MOVE WS-OLD-XREF-FIRST-NAME TO WS-DET-OLD-VALUE
               MOVE NST-FIRST-NAME TO WS-DET-NEW-VALUE
               MOVE 'FULL FIRST NAME' TO WS-DET-NOTE
               PERFORM 2300-WRITE-DETAIL
           END-IF
           IF NST-CITY-WAS-CHANGED
               ADD 1 TO WS-CITIES-CHANGED
               MOVE 'CITY' TO WS-DET-FIELD-NAME
               MOVE WS-OLD-CITY TO WS-DET-OLD-VALUE
               MOVE NST-CITY TO WS-DET-NEW-VALUE
               MOVE SPACES TO WS-DET-NOTE
               IF NST-CITY-FROM-ALIAS
                   ADD 1 TO WS-CITIES-ALIASED
                   MOVE 'CITY ALIAS' TO WS-DET-NOTE
               END-IF
               PERFORM 2300-WRITE-DETAIL
           END-IF
           IF NST-TITLE NOT = SPACES
               ADD 1 TO WS-TITLES-SPLIT
               MOVE 'NAME-TITLE' TO WS-DET-FIELD-NAME
               MOVE SPACES TO WS-DET-OLD-VALUE
               MOVE NST-TITLE TO WS-DET-NEW-VALUE
               MOVE 'SPLIT FROM FIRST NAME' TO WS-DET-NOTE
               PERFORM 2300-WRITE-DETAIL
           END-IF
           IF NST-SUFFIX NOT = SPACES
               ADD 1 TO WS-SUFFIXES-SPLIT
               MOVE 'NAME-SUFFIX' TO WS-DET-FIELD-NAME
               MOVE SPACES TO WS-DET-OLD-VALUE
               MOVE NST-SUFFIX TO WS-DET-NEW-VALUE
               MOVE 'SPLIT FROM LAST NAME' TO WS-DET-NOTE
               PERFORM 2300-WRITE-DETAIL
           END-IF.

       2300-WRITE-DETAIL.
           MOVE 'Y' TO WS-CUST-CHANGED-SW
           WRITE SWEEP-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-MASTER.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      * UPDATE MODE: MASTER, NAMEOVFL, CUSTXREF, NAMESFX.
       4000-APPLY-CHANGES.
           MOVE NST-FIRST-NAME (1:10)
               TO CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
           MOVE NST-LAST-NAME (1:10)
               TO CUST-LAST-NAME OF MASTER-CUSTOMER-REC
           MOVE NST-CITY TO CITY OF MASTER-CUSTOMER-REC
           REWRITE MASTER-CUSTOMER-REC
               INVALID KEY
                   ADD 1 TO WS-REWRITE-ERRORS
                   DISPLAY 'ZCNCNSWP - REWRITE FAILED FOR CUST-ID: '
                           CUST-ID OF MASTER-CUSTOMER-REC
               NOT INVALID KEY
                   PERFORM 4100-AUDIT-MASTER-FIELDS
                   IF WS-OVERFLOW-FOUND
                       PERFORM 4200-UPDATE-OVERFLOW
                   END-IF
                   PERFORM 4300-REBUILD-XREF
                   IF NST-TITLE NOT = SPACES
                       OR NST-SUFFIX NOT = SPACES
                       PERFORM 4400-STORE-TITLE-SUFFIX
                   END-IF
           END-REWRITE.

      * FIELD NAMES ARE THE MASTER NAMES ZCNCAREC MATCHES THE
      * BACKUP DIFFERENCES AGAINST.
       4100-AUDIT-MASTER-FIELDS.
           IF CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               NOT = WS-OLD-FIRST-NAME
               MOVE 'CUST-FIRST-NAME' TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE WS-OLD-FIRST-NAME TO WS-AUDIT-OLD-VALUE
               MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                   TO WS-AUDIT-NEW-VALUE
               PERFORM 4900-WRITE-AUDIT
           END-IF
           IF CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               NOT = WS-OLD-LAST-NAME
               MOVE 'CUST-LAST-NAME' TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE WS-OLD-LAST-NAME TO WS-AUDIT-OLD-VALUE
               MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                   TO WS-AUDIT-NEW-VALUE
               PERFORM 4900-WRITE-AUDIT
           END-IF
           IF CITY OF MASTER-CUSTOMER-REC NOT = WS-OLD-CITY
               MOVE 'CITY' TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE WS-OLD-CITY TO WS-AUDIT-OLD-VALUE
               MOVE CITY OF MASTER-CUSTOMER-REC TO WS-AUDIT-NEW-VALUE
               PERFORM 4900-WRITE-AUDIT
           END-IF.

      * A CLEANED NAME THAT NOW FITS THE MASTER NEEDS NO OVERFLOW
      * ENTRY - LEFT IN PLACE IT WOULD KEEP FEEDING THE OLD SPELLING
      * TO THE XREF (THE SAME RULE AS ZCNCMAINT 9400).
       4200-UPDATE-OVERFLOW.
           IF NST-FIRST-NAME NOT = WS-OLD-XREF-FIRST-NAME
               OR NST-LAST-NAME NOT = WS-OLD-XREF-LAST-NAME
               MOVE 'OVFL-NAME' TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               STRING WS-OLD-XREF-LAST-NAME DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      WS-OLD-XREF-FIRST-NAME DELIMITED BY '  '
                   INTO WS-AUDIT-OLD-VALUE
               END-STRING
               IF NST-FIRST-NAME (11:20) = SPACES
                   AND NST-LAST-NAME (11:20) = SPACES
                   DELETE NAME-OVERFLOW-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   STRING NST-LAST-NAME DELIMITED BY '  '
                          ', ' DELIMITED BY SIZE
                          NST-FIRST-NAME DELIMITED BY '  '
                       INTO WS-AUDIT-NEW-VALUE
                   END-STRING
                   MOVE NST-FIRST-NAME TO NOV-FULL-FIRST-NAME
                   MOVE NST-LAST-NAME  TO NOV-FULL-LAST-NAME
                   REWRITE NAME-OVERFLOW-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REWRITE-ERRORS
                   END-REWRITE
               END-IF
               PERFORM 4900-WRITE-AUDIT
           END-IF.

       4300-REBUILD-XREF.
           IF NST-FIRST-NAME NOT = WS-OLD-XREF-FIRST-NAME
               OR NST-LAST-NAME NOT = WS-OLD-XREF-LAST-NAME
               MOVE SPACES TO NAME-XREF-RECORD
               MOVE WS-OLD-XREF-LAST-NAME  TO XRF-LAST-NAME
               MOVE WS-OLD-XREF-FIRST-NAME TO XRF-FIRST-NAME
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO XRF-CUST-ID
               DELETE NAME-XREF-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE SPACES TO NAME-XREF-RECORD
               MOVE NST-LAST-NAME  TO XRF-LAST-NAME
               MOVE NST-FIRST-NAME TO XRF-FIRST-NAME
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO XRF-CUST-ID
               WRITE NAME-XREF-RECORD
                   INVALID KEY
                       REWRITE NAME-XREF-RECORD
               END-WRITE
               ADD 1 TO WS-XREFS-REBUILT
           END-IF.

      * A TITLE OR SUFFIX FOUND BY THIS SWEEP REPLACES WHAT WAS
      * HELD; ONE NOT FOUND LEAVES THE HELD VALUE ALONE, SINCE THE
      * NAME IT CAME FROM HAS ALREADY BEEN CLEANED.
       4400-STORE-TITLE-SUFFIX.
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO NSX-CUST-ID
           READ NAME-SUFFIX-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SUFFIX-FOUND-SW
                   MOVE SPACES TO NAME-SUFFIX-RECORD
                   MOVE CUST-ID OF MASTER-CUSTOMER-REC TO NSX-CUST-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUFFIX-FOUND-SW
           END-READ
           IF NST-TITLE NOT = SPACES
               AND NST-TITLE NOT = NSX-TITLE
               MOVE 'NAME-TITLE' TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE NSX-TITLE TO WS-AUDIT-OLD-VALUE
               MOVE NST-TITLE TO WS-AUDIT-NEW-VALUE
               MOVE NST-TITLE TO NSX-TITLE
               PERFORM 4900-WRITE-AUDIT
           END-IF
           IF NST-SUFFIX NOT = SPACES
               AND NST-SUFFIX NOT = NSX-SUFFIX
               MOVE 'NAME-SUFFIX' TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE NSX-SUFFIX TO WS-AUDIT-OLD-VALUE
               MOVE NST-SUFFIX TO WS-AUDIT-NEW-VALUE
               MOVE NST-SUFFIX TO NSX-SUFFIX
               PERFORM 4900-WRITE-AUDIT
           END-IF
           MOVE WS-CYCLE-DATE TO NSX-SET-DATE
           MOVE WS-AUDIT-PROGRAM-ID TO NSX-SOURCE-PROGRAM
           IF WS-SUFFIX-REC-FOUND
               REWRITE NAME-SUFFIX-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-ERRORS
               END-REWRITE
           ELSE
               WRITE NAME-SUFFIX-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-ERRORS
               END-WRITE
           END-IF.

       4900-WRITE-AUDIT.
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

       8000-WRITE-TOTALS.
           WRITE SWEEP-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'CUSTOMERS READ:' TO WS-TL-LABEL
           MOVE WS-RECORDS-READ TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CUSTOMERS CHANGED:' TO WS-TL-LABEL
           MOVE WS-CUSTOMERS-CHANGED TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'FIRST NAMES CHANGED:' TO WS-TL-LABEL
           MOVE WS-FIRST-NAMES-CHANGED TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LAST NAMES CHANGED:' TO WS-TL-LABEL
           MOVE WS-LAST-NAMES-CHANGED TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'OVERFLOW NAMES CHANGED:' TO WS-TL-LABEL
           MOVE WS-OVERFLOWS-CHANGED TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CITIES CHANGED:' TO WS-TL-LABEL
           MOVE WS-CITIES-CHANGED TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  OF WHICH FROM ALIAS TABLE:' TO WS-TL-LABEL
           MOVE WS-CITIES-ALIASED TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TITLES SPLIT OFF:' TO WS-TL-LABEL
           MOVE WS-TITLES-SPLIT TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SUFFIXES SPLIT OFF:' TO WS-TL-LABEL
           MOVE WS-SUFFIXES-SPLIT TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'XREF ENTRIES REBUILT:' TO WS-TL-LABEL
           MOVE WS-XREFS-REBUILT TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'BUSINESSES (CITY ONLY):' TO WS-TL-LABEL
           MOVE WS-BUSINESSES-READ TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REWRITE ERRORS:' TO WS-TL-LABEL
           MOVE WS-REWRITE-ERRORS TO WS-TL-COUNT
           WRITE SWEEP-REPORT-LINE FROM WS-TOTAL-LINE.

       9000-TERMINATE.
           CLOSE CUST-MASTER-FILE
           CLOSE NAME-OVERFLOW-FILE
           IF WS-ORGCUST-AVAILABLE
               CLOSE ORGANIZATION-FILE
           END-IF
           IF WS-UPDATE-MODE
               CLOSE NAME-XREF-FILE
               CLOSE NAME-SUFFIX-FILE
           END-IF
           CLOSE SWEEP-REPORT-FILE
           DISPLAY 'ZCNCNSWP - CUSTOMERS READ    : ' WS-RECORDS-READ
           DISPLAY 'ZCNCNSWP - CUSTOMERS CHANGED : '
                   WS-CUSTOMERS-CHANGED
           DISPLAY 'ZCNCNSWP - XREF REBUILT      : ' WS-XREFS-REBUILT
           IF WS-REWRITE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-RECORDS-READ TO WS-RH-RECORDS-READ
           IF WS-UPDATE-MODE
               MOVE WS-CUSTOMERS-CHANGED TO WS-RH-RECORDS-APPLIED
           END-IF
           MOVE WS-REWRITE-ERRORS TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
