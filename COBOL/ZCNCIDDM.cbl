       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCIDDM                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       IDENTITY-DOCUMENT MAINTENANCE.  READS THE    *
      *       IDDTRAN TRANSACTIONS THE DESK KEYS WHEN A    *
      *       CUSTOMER PRESENTS A PASSPORT, NATIONAL ID,   *
      *       DRIVER'S LICENCE OR RESIDENCE PERMIT, RENEWS *
      *       ONE, OR ONE WAS KEYED IN ERROR, AND APPLIES  *
      *       THEM TO THE IDDOC SATELLITE - ONE ENTRY PER  *
      *       CUSTOMER PER DOCUMENT TYPE.  THE DOCUMENT    *
      *       NUMBER IS MASKED THROUGH ZCNCIDMK BEFORE     *
      *       ANYTHING ELSE SEES IT.  A DOCUMENT IS        *
      *       VERIFIED WHEN THE TRANSACTION NAMES THE USER *
      *       WHO INSPECTED IT AND THE DATE THEY DID.      *
      *       EVERY CHANGE IS AUDITED BEFORE/AFTER THROUGH *
      *       ZCNCAUDT AND LISTED ON IDDMRPT.              *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCIDDM.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-DOCUMENT-TRAN-FILE ASSIGN TO "IDDTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ID-DOCUMENT-FILE   ASSIGN TO "IDDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDD-KEY
               FILE STATUS IS WS-IDDOC-STATUS.

           SELECT ID-DOCUMENT-REPORT-FILE ASSIGN TO "IDDMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ID-DOCUMENT-TRAN-FILE
           RECORDING MODE IS F.
       01  ID-DOCUMENT-TRAN-RECORD.
           05  IDT-ACTION-CODE          PIC X(01).
               88  IDT-ADD              VALUE 'A'.
               88  IDT-CHANGE           VALUE 'C'.
               88  IDT-DELETE           VALUE 'D'.
           05  IDT-CUST-ID              PIC X(10).
           05  IDT-DOC-TYPE             PIC X(02).
               88  IDT-VALID-DOC-TYPE   VALUE 'PP' 'NI' 'DL' 'RP'.
               88  IDT-EXPIRY-REQUIRED  VALUE 'PP' 'RP'.
           05  IDT-ISSUING-COUNTRY      PIC X(03).
           05  IDT-DOC-NUMBER           PIC X(20).
           05  IDT-ISSUE-DATE           PIC 9(08).
           05  IDT-EXPIRY-DATE          PIC 9(08).
           05  IDT-VERIFIED-BY          PIC X(08).
           05  IDT-VERIFIED-DATE        PIC 9(08).
           05  IDT-USER-ID              PIC X(08).

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  ID-DOCUMENT-FILE
           RECORDING MODE IS F.
           COPY IDDOC.

       FD  ID-DOCUMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  ID-DOCUMENT-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-IDDOC-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-TRAN-VALID-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-TRAN-VALID        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ            PIC 9(07) VALUE ZERO.
           05  WS-DOCS-ADDED            PIC 9(07) VALUE ZERO.
           05  WS-DOCS-CHANGED          PIC 9(07) VALUE ZERO.
           05  WS-DOCS-DELETED          PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(07) VALUE ZERO.

      * THE KEYED NUMBER IS MASKED (ZCNCIDMK) THE MOMENT IT IS READ;
      * THE FULL NUMBER IS BLANKED OUT OF THE TRANSACTION AREA SO IT
      * CANNOT REACH THE FILE, THE AUDIT TRAIL OR THE REPORT.
       01  WS-MASKED-NUMBER             PIC X(20) VALUE SPACES.
       01  WS-IDMK-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * A CHANGE THAT LEAVES THE VERIFICATION BLANK KEEPS THE ONE ON
      * FILE - UNLESS THE NUMBER OR EXPIRY DATE CHANGED, WHICH MEANS
      * A NEW DOCUMENT THAT NOBODY HAS SEEN YET.
       01  WS-KEEP-VERIFIED-BY          PIC X(08) VALUE SPACES.
       01  WS-KEEP-VERIFIED-DATE        PIC 9(08) VALUE ZERO.
       01  WS-KEEP-DOC-NUMBER           PIC X(20) VALUE SPACES.
       01  WS-KEEP-EXPIRY-DATE          PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-AUDIT-SEQ-NO              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE 'ZCNCIDDM'.
       01  WS-AUDIT-USER-ID             PIC X(08) VALUE 'IDDOC'.
       01  WS-AUDIT-FIELD-NAME          PIC X(15) VALUE
           'ID-DOCUMENT'.
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

      * ONE IDDOC ENTRY AS IT IS SHOWN ON CUSTAUDT - TYPE, COUNTRY,
      * MASKED NUMBER, DATES AND WHO VERIFIED IT WHEN.
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

      * BUSINESS-DATE CONTROL - CHANGES ARE STAMPED WITH THE
      * ZCNCBDAT CYCLE DATE, AND NO DOCUMENT MAY BE VERIFIED AFTER
      * IT.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(100) VALUE
           'IDENTITY DOCUMENT MAINTENANCE REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACTION            PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DOC-TYPE          PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-ISSUING-COUNTRY   PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DOC-NUMBER        PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(40).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(24) VALUE
               'DOCUMENTS ADDED:        '.
           05  WS-TOT-ADDED             PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(24) VALUE
               'DOCUMENTS CHANGED:      '.
           05  WS-TOT-CHANGED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(24) VALUE
               'DOCUMENTS REMOVED:      '.
           05  WS-TOT-DELETED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(24) VALUE
               'REJECTED:               '.
           05  WS-TOT-REJECTED          PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCIDDM'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  ID-DOCUMENT-TRAN-FILE
           OPEN INPUT  CUST-MASTER-FILE
           OPEN I-O    ID-DOCUMENT-FILE
           IF WS-IDDOC-STATUS = '35'
               OPEN OUTPUT ID-DOCUMENT-FILE
               CLOSE ID-DOCUMENT-FILE
               OPEN I-O ID-DOCUMENT-FILE
           END-IF
           OPEN OUTPUT ID-DOCUMENT-REPORT-FILE
           WRITE ID-DOCUMENT-REPORT-LINE FROM WS-HEADING-LINE
           WRITE ID-DOCUMENT-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCIDDM - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-IDDOC-STATUS = '00'
                   DISPLAY 'ZCNCIDDM - ERROR OPENING IDDOC FILE: '
                           WS-IDDOC-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-READ-TRANSACTION
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-DET-RESULT
           PERFORM 2050-MASK-DOCUMENT-NUMBER
           PERFORM 2100-EDIT-TRANSACTION
           IF WS-TRAN-VALID AND IDT-ADD
               PERFORM 2180-CHECK-CUSTOMER
           END-IF
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN IDT-ADD
                       PERFORM 2200-ADD-DOCUMENT
                   WHEN IDT-CHANGE
                       PERFORM 2300-CHANGE-DOCUMENT
                   WHEN IDT-DELETE
                       PERFORM 2400-DELETE-DOCUMENT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF
           PERFORM 2900-WRITE-DETAIL
           PERFORM 3000-READ-TRANSACTION.

       2050-MASK-DOCUMENT-NUMBER.
           MOVE SPACES TO WS-MASKED-NUMBER
           IF NOT IDT-DOC-NUMBER = SPACES
               CALL 'ZCNCIDMK' USING IDT-DOC-NUMBER
                                     WS-MASKED-NUMBER
                                     WS-IDMK-RETURN-CODE
               END-CALL
               MOVE SPACES TO IDT-DOC-NUMBER
           END-IF.

      * A DELETE NEEDS ONLY THE CUST-ID AND DOCUMENT TYPE.  AN ADD
      * MUST NAME THE ISSUING COUNTRY AND THE NUMBER; A CHANGE MAY
      * LEAVE THE NUMBER BLANK TO KEEP THE ONE ON FILE.  A PASSPORT
      * OR RESIDENCE PERMIT ALWAYS CARRIES AN EXPIRY DATE; FOR THE
      * OTHERS ZERO MEANS THE DOCUMENT DOES NOT EXPIRE.  THE
      * VERIFYING USER AND DATE ARE KEYED TOGETHER OR NOT AT ALL.
       2100-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH
           EVALUATE TRUE
               WHEN NOT IDT-ADD AND NOT IDT-CHANGE AND NOT IDT-DELETE
                   MOVE 'INVALID ACTION CODE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN IDT-CUST-ID = SPACES
                   MOVE 'CUST-ID MISSING' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN NOT IDT-VALID-DOC-TYPE
                   MOVE 'DOCUMENT TYPE MUST BE PP, NI, DL, OR RP'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN IDT-DELETE
                   CONTINUE
               WHEN IDT-ISSUING-COUNTRY = SPACES
                   MOVE 'ISSUING COUNTRY MISSING' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN IDT-ADD AND WS-MASKED-NUMBER = SPACES
                   MOVE 'DOCUMENT NUMBER MISSING' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN IDT-ISSUE-DATE NOT NUMERIC
                   OR IDT-ISSUE-DATE < 10000101
                   OR IDT-EXPIRY-DATE NOT NUMERIC
                   MOVE 'INVALID ISSUE/EXPIRY DATES' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN IDT-EXPIRY-REQUIRED AND IDT-EXPIRY-DATE = ZERO
                   MOVE 'EXPIRY DATE REQUIRED' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN IDT-EXPIRY-DATE NOT = ZERO
                AND IDT-EXPIRY-DATE < IDT-ISSUE-DATE
                   MOVE 'EXPIRY DATE BEFORE ISSUE DATE'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN IDT-VERIFIED-DATE NOT NUMERIC
                   MOVE 'INVALID VERIFICATION DATE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN (IDT-VERIFIED-BY = SPACES
                     AND IDT-VERIFIED-DATE NOT = ZERO)
                 OR (IDT-VERIFIED-BY NOT = SPACES
                     AND IDT-VERIFIED-DATE = ZERO)
                   MOVE 'VERIFIED BY AND DATE GO TOGETHER'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN IDT-VERIFIED-DATE > WS-CYCLE-DATE
                   MOVE 'VERIFICATION DATE IN THE FUTURE'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2180-CHECK-CUSTOMER.
           MOVE IDT-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'CUST-ID NOT ON MASTER' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * ONE ENTRY PER DOCUMENT TYPE - A RENEWED PASSPORT IS KEYED AS
      * A CHANGE SO THE AUDIT TRAIL SHOWS THE OLD ONE IT REPLACED.
       2200-ADD-DOCUMENT.
           PERFORM 2500-BUILD-DOCUMENT
           WRITE IDENTITY-DOCUMENT-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'ADD FAILED - TYPE ALREADY ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-DOC-VALUE TO WS-AUDIT-NEW-VALUE
                   PERFORM 2700-AUDIT-DOCUMENT-CHANGE
                   ADD 1 TO WS-DOCS-ADDED
                   MOVE 'ADDED' TO WS-DET-RESULT
           END-WRITE.

       2300-CHANGE-DOCUMENT.
           MOVE IDT-CUST-ID  TO IDD-CUST-ID
           MOVE IDT-DOC-TYPE TO IDD-DOC-TYPE
           READ ID-DOCUMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CHANGE FAILED - DOCUMENT NOT ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-DOC-VALUE TO WS-AUDIT-OLD-VALUE
                   MOVE IDD-VERIFIED-BY       TO WS-KEEP-VERIFIED-BY
                   MOVE IDD-VERIFIED-DATE     TO WS-KEEP-VERIFIED-DATE
                   MOVE IDD-DOC-NUMBER-MASKED TO WS-KEEP-DOC-NUMBER
                   MOVE IDD-EXPIRY-DATE       TO WS-KEEP-EXPIRY-DATE
                   IF WS-MASKED-NUMBER = SPACES
                       MOVE WS-KEEP-DOC-NUMBER TO WS-MASKED-NUMBER
                   END-IF
                   PERFORM 2500-BUILD-DOCUMENT
                   IF IDT-VERIFIED-BY = SPACES
                      AND WS-MASKED-NUMBER = WS-KEEP-DOC-NUMBER
                      AND IDT-EXPIRY-DATE = WS-KEEP-EXPIRY-DATE
                       MOVE WS-KEEP-VERIFIED-BY   TO IDD-VERIFIED-BY
                       MOVE WS-KEEP-VERIFIED-DATE
                           TO IDD-VERIFIED-DATE
                   END-IF
                   REWRITE IDENTITY-DOCUMENT-RECORD
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-DOC-VALUE TO WS-AUDIT-NEW-VALUE
                   PERFORM 2700-AUDIT-DOCUMENT-CHANGE
                   ADD 1 TO WS-DOCS-CHANGED
                   IF IDD-NOT-VERIFIED
                       MOVE 'CHANGED - NOT YET VERIFIED'
                           TO WS-DET-RESULT
                   ELSE
                       MOVE 'CHANGED' TO WS-DET-RESULT
                   END-IF
           END-READ.

      * A DOCUMENT KEYED IN ERROR OR SURRENDERED IS REMOVED; THE
      * AUDIT TRAIL KEEPS WHAT IT SAID AND WHO REMOVED IT.
       2400-DELETE-DOCUMENT.
           MOVE IDT-CUST-ID  TO IDD-CUST-ID
           MOVE IDT-DOC-TYPE TO IDD-DOC-TYPE
           READ ID-DOCUMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'DELETE FAILED - DOCUMENT NOT ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-DOC-VALUE TO WS-AUDIT-OLD-VALUE
                   MOVE IDD-ISSUING-COUNTRY   TO IDT-ISSUING-COUNTRY
                   MOVE IDD-DOC-NUMBER-MASKED TO WS-MASKED-NUMBER
                   DELETE ID-DOCUMENT-FILE
                   MOVE 'REMOVED' TO WS-AUDIT-NEW-VALUE
                   PERFORM 2700-AUDIT-DOCUMENT-CHANGE
                   ADD 1 TO WS-DOCS-DELETED
                   MOVE 'REMOVED' TO WS-DET-RESULT
           END-READ.

       2500-BUILD-DOCUMENT.
           MOVE SPACES TO IDENTITY-DOCUMENT-RECORD
           MOVE IDT-CUST-ID         TO IDD-CUST-ID
           MOVE IDT-DOC-TYPE        TO IDD-DOC-TYPE
           MOVE IDT-ISSUING-COUNTRY TO IDD-ISSUING-COUNTRY
           MOVE WS-MASKED-NUMBER    TO IDD-DOC-NUMBER-MASKED
           MOVE IDT-ISSUE-DATE      TO IDD-ISSUE-DATE
           MOVE IDT-EXPIRY-DATE     TO IDD-EXPIRY-DATE
           MOVE IDT-VERIFIED-BY     TO IDD-VERIFIED-BY
           MOVE IDT-VERIFIED-DATE   TO IDD-VERIFIED-DATE
           SET IDD-FROM-MAINTENANCE TO TRUE
           MOVE WS-CYCLE-DATE       TO IDD-LAST-CHANGED-DATE
           IF IDT-USER-ID = SPACES
               MOVE 'IDDOC' TO IDD-CHANGED-BY
           ELSE
               MOVE IDT-USER-ID TO IDD-CHANGED-BY
           END-IF.

       2600-FORMAT-AUDIT-VALUE.
           MOVE IDD-DOC-TYPE          TO WS-ADV-DOC-TYPE
           MOVE IDD-ISSUING-COUNTRY   TO WS-ADV-ISSUING-COUNTRY
           MOVE IDD-DOC-NUMBER-MASKED TO WS-ADV-DOC-NUMBER
           MOVE IDD-ISSUE-DATE        TO WS-ADV-ISSUE-DATE
           MOVE IDD-EXPIRY-DATE       TO WS-ADV-EXPIRY-DATE
           MOVE IDD-VERIFIED-BY       TO WS-ADV-VERIFIED-BY
           MOVE IDD-VERIFIED-DATE     TO WS-ADV-VERIFIED-DATE.

      * THE DOCUMENT LEAVES THE SAME BEFORE/AFTER TRAIL ON CUSTAUDT
      * AS A MASTER CHANGE, UNDER THE USER WHO KEYED IT.
       2700-AUDIT-DOCUMENT-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           IF IDT-USER-ID = SPACES
               MOVE 'IDDOC' TO WS-AUDIT-USER-ID
           ELSE
               MOVE IDT-USER-ID TO WS-AUDIT-USER-ID
           END-IF
           CALL 'ZCNCAUDT' USING IDT-CUST-ID
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

       2900-WRITE-DETAIL.
           MOVE IDT-ACTION-CODE     TO WS-DET-ACTION
           MOVE IDT-CUST-ID         TO WS-DET-CUST-ID
           MOVE IDT-DOC-TYPE        TO WS-DET-DOC-TYPE
           MOVE IDT-ISSUING-COUNTRY TO WS-DET-ISSUING-COUNTRY
           MOVE WS-MASKED-NUMBER    TO WS-DET-DOC-NUMBER
           WRITE ID-DOCUMENT-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-TRANSACTION.
           READ ID-DOCUMENT-TRAN-FILE INTO ID-DOCUMENT-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       9000-TERMINATE.
           WRITE ID-DOCUMENT-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-DOCS-ADDED       TO WS-TOT-ADDED
           WRITE ID-DOCUMENT-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-DOCS-CHANGED     TO WS-TOT-CHANGED
           WRITE ID-DOCUMENT-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-DOCS-DELETED     TO WS-TOT-DELETED
           WRITE ID-DOCUMENT-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-TRANS-REJECTED   TO WS-TOT-REJECTED
           WRITE ID-DOCUMENT-REPORT-LINE FROM WS-TOTAL-LINE-4
           CLOSE ID-DOCUMENT-TRAN-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE ID-DOCUMENT-FILE
           CLOSE ID-DOCUMENT-REPORT-FILE
           IF WS-TRANS-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCIDDM - TRANSACTIONS READ: ' WS-TRANS-READ
           DISPLAY 'ZCNCIDDM - DOCUMENTS ADDED  : ' WS-DOCS-ADDED
           DISPLAY 'ZCNCIDDM - DOCUMENTS CHANGED: ' WS-DOCS-CHANGED
           DISPLAY 'ZCNCIDDM - DOCUMENTS REMOVED: ' WS-DOCS-DELETED
           DISPLAY 'ZCNCIDDM - REJECTED         : '
                   WS-TRANS-REJECTED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-TRANS-READ TO WS-RH-RECORDS-READ
           MOVE WS-DOCS-ADDED TO WS-RH-RECORDS-APPLIED
           ADD WS-DOCS-CHANGED TO WS-RH-RECORDS-APPLIED
           ADD WS-DOCS-DELETED TO WS-RH-RECORDS-APPLIED
           MOVE WS-TRANS-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
