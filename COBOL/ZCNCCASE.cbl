       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCCASE                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       COMPLAINT CASE MAINTENANCE.  READS THE       *
      *       CASETRAN TRANSACTIONS THE COMPLAINTS DESK    *
      *       KEYS AND APPLIES THEM TO THE CMPLCASE FILE:  *
      *       O OPENS A CASE UNDER THE NEXT CASECTL CASE   *
      *       NUMBER, K ACKNOWLEDGES IT, E ESCALATES IT, R *
      *       RESOLVES IT WITH AN OUTCOME, AND U CHANGES   *
      *       ITS CATEGORY, SEVERITY, OWNER, BRANCH OR     *
      *       SUMMARY.  EVERY ACTION IS GATED BY THE       *
      *       USERAUTH ENTITLEMENT CHECK ZCNCMAINT USES,   *
      *       WITH DENIALS TO SECDENY.  A NEW CASE TAKES   *
      *       THE CUSTOMER'S CUSTBRCH BRANCH UNLESS        *
      *       ANOTHER IS KEYED.  EVERY STATUS CHANGE IS    *
      *       NOTED ON CUSTNOTE THROUGH ZCNCNOTA, EVERY    *
      *       CHANGE IS AUDITED BEFORE/AFTER THROUGH       *
      *       ZCNCAUDT, AND ALL OF IT IS LISTED ON         *
      *       CASERPT.                                     *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCCASE.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-TRAN-FILE     ASSIGN TO "CASETRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-BRANCH-FILE   ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CUST-ID
               FILE STATUS IS WS-CUSTBRCH-STATUS.

           SELECT COMPLAINT-CASE-FILE ASSIGN TO "CMPLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCS-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-CONTROL-FILE  ASSIGN TO "CASECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT USER-AUTH-FILE     ASSIGN TO "USERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UAF-USER-ID
               FILE STATUS IS WS-USERAUTH-STATUS.

           SELECT SECURITY-DENIAL-FILE ASSIGN TO "SECDENY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECDENY-STATUS.

           SELECT CASE-REPORT-FILE   ASSIGN TO "CASERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-TRAN-FILE
           RECORDING MODE IS F.
       01  CASE-TRAN-RECORD.
           05  CCT-ACTION-CODE          PIC X(01).
               88  CCT-OPEN             VALUE 'O'.
               88  CCT-ACKNOWLEDGE      VALUE 'K'.
               88  CCT-ESCALATE         VALUE 'E'.
               88  CCT-RESOLVE          VALUE 'R'.
               88  CCT-UPDATE           VALUE 'U'.
               88  CCT-VALID-ACTION     VALUE 'O' 'K' 'E' 'R' 'U'.
           05  CCT-CUST-ID              PIC X(10).
           05  CCT-CASE-NO              PIC 9(08).
           05  CCT-ACTION-DATE          PIC 9(08).
           05  CCT-CHANNEL              PIC X(01).
               88  CCT-VALID-CHANNEL    VALUE 'P' 'L' 'E' 'B'
                                              'W' 'R'.
           05  CCT-CATEGORY             PIC X(04).
           05  CCT-SEVERITY             PIC X(01).
               88  CCT-VALID-SEVERITY   VALUE 'H' 'M' 'L'.
           05  CCT-ASSIGNED-USER        PIC X(08).
           05  CCT-BRANCH-CODE          PIC X(04).
           05  CCT-OUTCOME              PIC X(02).
               88  CCT-VALID-OUTCOME    VALUE 'UP' 'PU' 'NU' 'WD'.
           05  CCT-SUMMARY              PIC X(60).
           05  CCT-USER-ID              PIC X(08).

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  CUST-BRANCH-FILE
           RECORDING MODE IS F.
           COPY CUSTBRCH.

       FD  COMPLAINT-CASE-FILE
           RECORDING MODE IS F.
           COPY CMPLCASE.

       FD  CASE-CONTROL-FILE
           RECORDING MODE IS F.
       01  CASE-CONTROL-RECORD.
           05  CSC-LAST-ASSIGNED        PIC 9(08).

       FD  USER-AUTH-FILE
           RECORDING MODE IS F.
           COPY USERAUTH.

       FD  SECURITY-DENIAL-FILE
           RECORDING MODE IS F.
           COPY SECDENY.

       FD  CASE-REPORT-FILE
           RECORDING MODE IS F.
       01  CASE-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CUSTBRCH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CASE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CONTROL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-USERAUTH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SECDENY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-TRAN-VALID-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-TRAN-VALID        VALUE 'Y'.
           05  WS-CASE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-CASE-FOUND        VALUE 'Y'.
           05  WS-CUSTBRCH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CUSTBRCH-AVAILABLE
                                        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ            PIC 9(07) VALUE ZERO.
           05  WS-CASES-OPENED          PIC 9(07) VALUE ZERO.
           05  WS-CASES-ACKNOWLEDGED    PIC 9(07) VALUE ZERO.
           05  WS-CASES-ESCALATED       PIC 9(07) VALUE ZERO.
           05  WS-CASES-RESOLVED        PIC 9(07) VALUE ZERO.
           05  WS-CASES-UPDATED         PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(07) VALUE ZERO.
           05  WS-NOTES-FAILED          PIC 9(07) VALUE ZERO.

      * ENTITLEMENT CHECK STATE, AS IN ZCNCMAINT.  THE USERAUTH
      * RECORD MUST LIST THE CASE ACTION CODE (O, K, E, R, U) THE
      * USER KEYED.  DENIALS ARE REJECTED ON CASERPT AND WRITTEN
      * TO SECDENY FOR THE ZCNCSECR SECURITY REVIEW.  A MISSING
      * USERAUTH FILE IS ANNOUNCED AND THE RUN GOES UNGATED, BUT A
      * USER MISSING FROM A PRESENT FILE IS DENIED.
       01  WS-USERAUTH-AVAIL-SW         PIC X(01) VALUE 'N'.
           88  WS-USERAUTH-AVAILABLE    VALUE 'Y'.
       01  WS-AUTHORIZED-SWITCH         PIC X(01) VALUE 'Y'.
           88  WS-AUTHORIZED            VALUE 'Y'.
       01  WS-DENIAL-REASON             PIC X(30) VALUE SPACES.
       01  WS-ALLOWED-HIT-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-TRANS-DENIED              PIC 9(07) VALUE ZERO.

      * THE USER ACTING ON THE CASE - THE KEYING USER, OR THE
      * PROGRAM'S OWN ID WHEN THE TRANSACTION CARRIES NONE.
       01  WS-ACTING-USER-ID            PIC X(08) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-AUDIT-SEQ-NO              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE 'ZCNCCASE'.
       01  WS-AUDIT-USER-ID             PIC X(08) VALUE 'CMPLCASE'.
       01  WS-AUDIT-FIELD-NAME          PIC X(15) VALUE
           'COMPLAINT-CASE'.
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

      * ONE CASE AS IT IS SHOWN ON CUSTAUDT - NUMBER, STATUS,
      * CATEGORY, SEVERITY, OWNER, BRANCH, DATES AND OUTCOME.
       01  WS-AUDIT-CASE-VALUE.
           05  WS-ACV-CASE-NO           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-STATUS            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-CATEGORY          PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-SEVERITY          PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-CHANNEL           PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-ASSIGNED-USER     PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-BRANCH-CODE       PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-DATE-RECEIVED     PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-ACK-DATE          PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-ESCALATED-DATE    PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-RESOLUTION-DATE   PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ACV-OUTCOME           PIC X(02).

      * CUSTNOTE ENTRY WRITTEN THROUGH ZCNCNOTA ON EVERY STATUS
      * CHANGE, SO THE DESK SEES THE CASE HISTORY WITH THE NOTES.
       01  WS-NOTE-TEXT.
           05  FILLER                   PIC X(10) VALUE
               'COMPLAINT '.
           05  WS-NTX-CASE-NO           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-NTX-EVENT             PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-NTX-CATEGORY          PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-NTX-DETAIL            PIC X(63).
       01  WS-NOTE-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * CASE NUMBERS COME FROM THE CASECTL CONTROL RECORD, WHICH IS
      * READ AND REWRITTEN FOR EACH NEW CASE SO A FAILED RUN NEVER
      * HANDS OUT A NUMBER TWICE.
       01  WS-NEW-CASE-NO               PIC 9(08) VALUE ZERO.

      * BUSINESS-DATE CONTROL - ACTIONS WITH NO DATE KEYED ARE
      * DATED, AND CHANGES STAMPED, WITH THE ZCNCBDAT CYCLE DATE.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

           COPY CMPLCAT.

       01  WS-HEADING-LINE              PIC X(100) VALUE
           'COMPLAINT CASE MAINTENANCE REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACTION            PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-DET-CASE-NO           PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CATEGORY          PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-SEVERITY          PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-USER-ID           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(45).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(24) VALUE
               'CASES OPENED:           '.
           05  WS-TOT-OPENED            PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(24) VALUE
               'CASES ACKNOWLEDGED:     '.
           05  WS-TOT-ACKNOWLEDGED      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(24) VALUE
               'CASES ESCALATED:        '.
           05  WS-TOT-ESCALATED         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(24) VALUE
               'CASES RESOLVED:         '.
           05  WS-TOT-RESOLVED          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                   PIC X(24) VALUE
               'CASES UPDATED:          '.
           05  WS-TOT-UPDATED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER                   PIC X(24) VALUE
               'REJECTED:               '.
           05  WS-TOT-REJECTED          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(14) VALUE
               '  (DENIED:    '.
           05  WS-TOT-DENIED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE ')'.

       01  WS-BLANK-LINE                PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCCASE'.
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
           OPEN INPUT  CASE-TRAN-FILE
           OPEN INPUT  CUST-MASTER-FILE
           OPEN INPUT  CUST-BRANCH-FILE
           IF WS-CUSTBRCH-STATUS = '00'
               MOVE 'Y' TO WS-CUSTBRCH-AVAIL-SW
           END-IF
           OPEN I-O    COMPLAINT-CASE-FILE
           IF WS-CASE-STATUS = '35'
               OPEN OUTPUT COMPLAINT-CASE-FILE
               CLOSE COMPLAINT-CASE-FILE
               OPEN I-O COMPLAINT-CASE-FILE
           END-IF
           OPEN INPUT USER-AUTH-FILE
           IF WS-USERAUTH-STATUS = '00'
               MOVE 'Y' TO WS-USERAUTH-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCCASE - USERAUTH NOT AVAILABLE ('
                       WS-USERAUTH-STATUS '), TRANSACTIONS UNGATED'
           END-IF
           OPEN EXTEND SECURITY-DENIAL-FILE
           IF WS-SECDENY-STATUS = '35'
               OPEN OUTPUT SECURITY-DENIAL-FILE
           END-IF
           OPEN OUTPUT CASE-REPORT-FILE
           WRITE CASE-REPORT-LINE FROM WS-HEADING-LINE
           WRITE CASE-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCCASE - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-CASE-STATUS = '00'
                   DISPLAY 'ZCNCCASE - ERROR OPENING CMPLCASE FILE: '
                           WS-CASE-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-READ-TRANSACTION
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-DET-RESULT
           IF CCT-USER-ID = SPACES
               MOVE 'CMPLCASE' TO WS-ACTING-USER-ID
           ELSE
               MOVE CCT-USER-ID TO WS-ACTING-USER-ID
           END-IF
           PERFORM 9900-CHECK-ENTITLEMENT
           IF NOT WS-AUTHORIZED
               ADD 1 TO WS-TRANS-DENIED
               ADD 1 TO WS-TRANS-REJECTED
               MOVE WS-DENIAL-REASON TO WS-DET-RESULT
               PERFORM 9950-WRITE-DENIAL-RECORD
           ELSE
               PERFORM 2010-APPLY-AUTHORIZED-TRAN
           END-IF
           PERFORM 2900-WRITE-DETAIL
           PERFORM 3000-READ-TRANSACTION.

       2010-APPLY-AUTHORIZED-TRAN.
           PERFORM 2100-EDIT-TRANSACTION
           IF WS-TRAN-VALID
              AND (CCT-OPEN OR NOT CCT-CATEGORY = SPACES)
               PERFORM 2120-CHECK-CATEGORY
           END-IF
           IF WS-TRAN-VALID AND NOT CCT-ASSIGNED-USER = SPACES
               PERFORM 2140-CHECK-ASSIGNED-USER
           END-IF
           IF WS-TRAN-VALID AND CCT-OPEN
               PERFORM 2180-CHECK-CUSTOMER
           END-IF
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN CCT-OPEN
                       PERFORM 2200-OPEN-CASE
                   WHEN CCT-ACKNOWLEDGE
                       PERFORM 2300-ACKNOWLEDGE-CASE
                   WHEN CCT-ESCALATE
                       PERFORM 2350-ESCALATE-CASE
                   WHEN CCT-RESOLVE
                       PERFORM 2400-RESOLVE-CASE
                   WHEN CCT-UPDATE
                       PERFORM 2450-UPDATE-CASE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.

      * AN OPEN NEEDS THE CHANNEL, CATEGORY, SEVERITY AND A SUMMARY
      * OF THE COMPLAINT; EVERY OTHER ACTION NAMES AN EXISTING CASE
      * NUMBER.  THE ACTION DATE IS THE DATE RECEIVED ON AN OPEN
      * AND THE DATE OF THE EVENT OTHERWISE; ZERO MEANS TODAY'S
      * CYCLE DATE.  AN UPDATE CHANGES ONLY THE FIELDS IT CARRIES.
       2100-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH
           IF CCT-ACTION-DATE NUMERIC AND CCT-ACTION-DATE = ZERO
               MOVE WS-CYCLE-DATE TO CCT-ACTION-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT CCT-VALID-ACTION
                   MOVE 'INVALID ACTION CODE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CCT-CUST-ID = SPACES
                   MOVE 'CUST-ID MISSING' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN NOT CCT-OPEN
                AND (CCT-CASE-NO NOT NUMERIC OR CCT-CASE-NO = ZERO)
                   MOVE 'CASE NUMBER MISSING' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CCT-ACTION-DATE NOT NUMERIC
                   OR CCT-ACTION-DATE < 10000101
                   MOVE 'INVALID ACTION DATE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CCT-ACTION-DATE > WS-CYCLE-DATE
                   MOVE 'ACTION DATE IS IN THE FUTURE'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CCT-OPEN AND NOT CCT-VALID-CHANNEL
                   MOVE 'CHANNEL MUST BE P, L, E, B, W OR R'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN (CCT-OPEN OR NOT CCT-SEVERITY = SPACES)
                AND NOT CCT-VALID-SEVERITY
                   MOVE 'SEVERITY MUST BE H, M OR L' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CCT-OPEN AND CCT-SUMMARY = SPACES
                   MOVE 'COMPLAINT SUMMARY REQUIRED' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CCT-RESOLVE AND NOT CCT-VALID-OUTCOME
                   MOVE 'OUTCOME MUST BE UP, PU, NU OR WD'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CCT-UPDATE
                AND CCT-CATEGORY = SPACES
                AND CCT-SEVERITY = SPACES
                AND CCT-ASSIGNED-USER = SPACES
                AND CCT-BRANCH-CODE = SPACES
                AND CCT-SUMMARY = SPACES
                   MOVE 'NOTHING TO UPDATE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2120-CHECK-CATEGORY.
           SET CMC-IDX TO 1
           SEARCH CMC-ENTRY
               AT END
                   MOVE 'UNKNOWN COMPLAINT CATEGORY' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CMC-CATEGORY (CMC-IDX) = CCT-CATEGORY
                   CONTINUE
           END-SEARCH.

      * A CASE CAN ONLY BE HANDED TO SOMEONE WHO CAN WORK IT, SO
      * THE ASSIGNEE MUST BE ON USERAUTH WHEN THE FILE IS PRESENT.
       2140-CHECK-ASSIGNED-USER.
           IF WS-USERAUTH-AVAILABLE
               MOVE CCT-ASSIGNED-USER TO UAF-USER-ID
               READ USER-AUTH-FILE
                   INVALID KEY
                       MOVE 'ASSIGNED USER NOT ON USERAUTH'
                           TO WS-DET-RESULT
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       2180-CHECK-CUSTOMER.
           MOVE CCT-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'CUST-ID NOT ON MASTER' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * A NEW CASE IS OWNED BY THE NAMED USER (THE KEYING USER IF
      * NONE) AND BELONGS TO THE CUSTOMER'S SERVICING BRANCH UNLESS
      * THE DESK NAMED ANOTHER.
       2200-OPEN-CASE.
           PERFORM 2250-ASSIGN-CASE-NUMBER
           IF WS-NEW-CASE-NO = ZERO
               ADD 1 TO WS-TRANS-REJECTED
               MOVE 'OPEN FAILED - NO CASE NUMBER (CASECTL)'
                   TO WS-DET-RESULT
           ELSE
               MOVE WS-NEW-CASE-NO TO CCT-CASE-NO
               MOVE SPACES TO COMPLAINT-CASE-RECORD
               MOVE CCT-CUST-ID         TO CCS-CUST-ID
               MOVE CCT-CASE-NO         TO CCS-CASE-NO
               MOVE CCT-ACTION-DATE     TO CCS-DATE-RECEIVED
               MOVE CCT-CHANNEL         TO CCS-CHANNEL
               MOVE CCT-CATEGORY        TO CCS-CATEGORY
               MOVE CCT-SEVERITY        TO CCS-SEVERITY
               MOVE CCT-SUMMARY         TO CCS-SUMMARY
               MOVE 'O'                 TO CCS-STATUS
               MOVE ZERO TO CCS-ACK-DATE
               MOVE ZERO TO CCS-ESCALATED-DATE
               MOVE ZERO TO CCS-RESOLUTION-DATE
               IF CCT-ASSIGNED-USER = SPACES
                   MOVE WS-ACTING-USER-ID TO CCS-ASSIGNED-USER
               ELSE
                   MOVE CCT-ASSIGNED-USER TO CCS-ASSIGNED-USER
               END-IF
               IF CCT-BRANCH-CODE = SPACES
                   PERFORM 2260-DEFAULT-BRANCH
               ELSE
                   MOVE CCT-BRANCH-CODE TO CCS-BRANCH-CODE
               END-IF
               MOVE WS-CYCLE-DATE       TO CCS-LAST-CHANGED-DATE
               MOVE WS-ACTING-USER-ID   TO CCS-CHANGED-BY
               WRITE COMPLAINT-CASE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-TRANS-REJECTED
                       MOVE 'OPEN FAILED - WRITE ERROR'
                           TO WS-DET-RESULT
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUDIT-OLD-VALUE
                       PERFORM 2600-FORMAT-AUDIT-VALUE
                       MOVE WS-AUDIT-CASE-VALUE TO WS-AUDIT-NEW-VALUE
                       PERFORM 2700-AUDIT-CASE-CHANGE
                       MOVE 'OPENED' TO WS-NTX-EVENT
                       MOVE CCS-SUMMARY TO WS-NTX-DETAIL
                       PERFORM 2800-WRITE-STATUS-NOTE
                       ADD 1 TO WS-CASES-OPENED
                       MOVE 'OPENED' TO WS-DET-RESULT
               END-WRITE
           END-IF.

       2250-ASSIGN-CASE-NUMBER.
           MOVE ZERO TO WS-NEW-CASE-NO
           OPEN I-O CASE-CONTROL-FILE
           IF WS-CONTROL-STATUS = '35'
               OPEN OUTPUT CASE-CONTROL-FILE
               MOVE ZERO TO CSC-LAST-ASSIGNED
               WRITE CASE-CONTROL-RECORD
               CLOSE CASE-CONTROL-FILE
               OPEN I-O CASE-CONTROL-FILE
           END-IF
           IF WS-CONTROL-STATUS = '00'
               READ CASE-CONTROL-FILE
                   AT END
                       MOVE ZERO TO CSC-LAST-ASSIGNED
               END-READ
               ADD 1 TO CSC-LAST-ASSIGNED
               REWRITE CASE-CONTROL-RECORD
               IF WS-CONTROL-STATUS = '00'
                   MOVE CSC-LAST-ASSIGNED TO WS-NEW-CASE-NO
               END-IF
               CLOSE CASE-CONTROL-FILE
           END-IF.

       2260-DEFAULT-BRANCH.
           MOVE SPACES TO CCS-BRANCH-CODE
           IF WS-CUSTBRCH-AVAILABLE
               MOVE CCT-CUST-ID TO CBR-CUST-ID
               READ CUST-BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CBR-BRANCH-CODE TO CCS-BRANCH-CODE
               END-READ
           END-IF.

      * AN ACKNOWLEDGEMENT IS ACCEPTED ONCE, ON ANY UNRESOLVED CASE.
      * A CASE ESCALATED BEFORE IT WAS ACKNOWLEDGED STAYS ESCALATED.
       2300-ACKNOWLEDGE-CASE.
           PERFORM 2500-READ-CASE
           EVALUATE TRUE
               WHEN NOT WS-CASE-FOUND
                   CONTINUE
               WHEN CCS-STATUS-RESOLVED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CASE ALREADY RESOLVED' TO WS-DET-RESULT
               WHEN NOT CCS-NOT-ACKNOWLEDGED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CASE ALREADY ACKNOWLEDGED' TO WS-DET-RESULT
               WHEN CCT-ACTION-DATE < CCS-DATE-RECEIVED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'DATE BEFORE CASE RECEIVED' TO WS-DET-RESULT
               WHEN OTHER
                   MOVE CCT-ACTION-DATE TO CCS-ACK-DATE
                   IF CCS-STATUS-OPEN
                       MOVE 'A' TO CCS-STATUS
                   END-IF
                   PERFORM 2550-REWRITE-CASE
                   MOVE 'ACKNOWLEDGED' TO WS-NTX-EVENT
                   MOVE SPACES TO WS-NTX-DETAIL
                   PERFORM 2800-WRITE-STATUS-NOTE
                   ADD 1 TO WS-CASES-ACKNOWLEDGED
                   MOVE 'ACKNOWLEDGED' TO WS-DET-RESULT
           END-EVALUATE.

      * ESCALATION MAY ALSO HAND THE CASE TO A NEW OWNER.
       2350-ESCALATE-CASE.
           PERFORM 2500-READ-CASE
           EVALUATE TRUE
               WHEN NOT WS-CASE-FOUND
                   CONTINUE
               WHEN CCS-STATUS-RESOLVED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CASE ALREADY RESOLVED' TO WS-DET-RESULT
               WHEN CCS-STATUS-ESCALATED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CASE ALREADY ESCALATED' TO WS-DET-RESULT
               WHEN CCT-ACTION-DATE < CCS-DATE-RECEIVED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'DATE BEFORE CASE RECEIVED' TO WS-DET-RESULT
               WHEN OTHER
                   MOVE 'E' TO CCS-STATUS
                   MOVE CCT-ACTION-DATE TO CCS-ESCALATED-DATE
                   IF NOT CCT-ASSIGNED-USER = SPACES
                       MOVE CCT-ASSIGNED-USER TO CCS-ASSIGNED-USER
                   END-IF
                   PERFORM 2550-REWRITE-CASE
                   MOVE 'ESCALATED' TO WS-NTX-EVENT
                   MOVE SPACES TO WS-NTX-DETAIL
                   STRING 'ASSIGNED TO ' DELIMITED BY SIZE
                          CCS-ASSIGNED-USER DELIMITED BY SPACE
                       INTO WS-NTX-DETAIL
                   END-STRING
                   PERFORM 2800-WRITE-STATUS-NOTE
                   ADD 1 TO WS-CASES-ESCALATED
                   MOVE 'ESCALATED' TO WS-DET-RESULT
           END-EVALUATE.

      * A RESOLVED CASE IS CLOSED FOR GOOD; THE OUTCOME IS WHAT THE
      * MONTHLY COMPLIANCE SUMMARY REPORTS AS UPHELD OR NOT.
       2400-RESOLVE-CASE.
           PERFORM 2500-READ-CASE
           EVALUATE TRUE
               WHEN NOT WS-CASE-FOUND
                   CONTINUE
               WHEN CCS-STATUS-RESOLVED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CASE ALREADY RESOLVED' TO WS-DET-RESULT
               WHEN CCT-ACTION-DATE < CCS-DATE-RECEIVED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'DATE BEFORE CASE RECEIVED' TO WS-DET-RESULT
               WHEN OTHER
                   MOVE 'R' TO CCS-STATUS
                   MOVE CCT-ACTION-DATE TO CCS-RESOLUTION-DATE
                   MOVE CCT-OUTCOME TO CCS-OUTCOME
                   PERFORM 2550-REWRITE-CASE
                   MOVE 'RESOLVED' TO WS-NTX-EVENT
                   MOVE SPACES TO WS-NTX-DETAIL
                   STRING 'OUTCOME ' DELIMITED BY SIZE
                          CCS-OUTCOME DELIMITED BY SIZE
                       INTO WS-NTX-DETAIL
                   END-STRING
                   PERFORM 2800-WRITE-STATUS-NOTE
                   ADD 1 TO WS-CASES-RESOLVED
                   MOVE 'RESOLVED' TO WS-DET-RESULT
           END-EVALUATE.

      * REASSIGNMENT, RECATEGORIZATION AND SUMMARY CORRECTIONS ARE
      * NOT STATUS CHANGES - THEY ARE AUDITED BUT NOT NOTED.
       2450-UPDATE-CASE.
           PERFORM 2500-READ-CASE
           EVALUATE TRUE
               WHEN NOT WS-CASE-FOUND
                   CONTINUE
               WHEN CCS-STATUS-RESOLVED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CASE ALREADY RESOLVED' TO WS-DET-RESULT
               WHEN OTHER
                   IF NOT CCT-CATEGORY = SPACES
                       MOVE CCT-CATEGORY TO CCS-CATEGORY
                   END-IF
                   IF NOT CCT-SEVERITY = SPACES
                       MOVE CCT-SEVERITY TO CCS-SEVERITY
                   END-IF
                   IF NOT CCT-ASSIGNED-USER = SPACES
                       MOVE CCT-ASSIGNED-USER TO CCS-ASSIGNED-USER
                   END-IF
                   IF NOT CCT-BRANCH-CODE = SPACES
                       MOVE CCT-BRANCH-CODE TO CCS-BRANCH-CODE
                   END-IF
                   IF NOT CCT-SUMMARY = SPACES
                       MOVE CCT-SUMMARY TO CCS-SUMMARY
                   END-IF
                   PERFORM 2550-REWRITE-CASE
                   ADD 1 TO WS-CASES-UPDATED
                   MOVE 'UPDATED' TO WS-DET-RESULT
           END-EVALUATE.

       2500-READ-CASE.
           MOVE 'Y' TO WS-CASE-FOUND-SWITCH
           MOVE CCT-CUST-ID TO CCS-CUST-ID
           MOVE CCT-CASE-NO TO CCS-CASE-NO
           READ COMPLAINT-CASE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CASE-FOUND-SWITCH
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CASE NOT ON FILE FOR THIS CUST-ID'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-CASE-VALUE TO WS-AUDIT-OLD-VALUE
           END-READ.

       2550-REWRITE-CASE.
           MOVE WS-CYCLE-DATE       TO CCS-LAST-CHANGED-DATE
           MOVE WS-ACTING-USER-ID   TO CCS-CHANGED-BY
           REWRITE COMPLAINT-CASE-RECORD
           PERFORM 2600-FORMAT-AUDIT-VALUE
           MOVE WS-AUDIT-CASE-VALUE TO WS-AUDIT-NEW-VALUE
           PERFORM 2700-AUDIT-CASE-CHANGE.

       2600-FORMAT-AUDIT-VALUE.
           MOVE CCS-CASE-NO         TO WS-ACV-CASE-NO
           MOVE CCS-STATUS          TO WS-ACV-STATUS
           MOVE CCS-CATEGORY        TO WS-ACV-CATEGORY
           MOVE CCS-SEVERITY        TO WS-ACV-SEVERITY
           MOVE CCS-CHANNEL         TO WS-ACV-CHANNEL
           MOVE CCS-ASSIGNED-USER   TO WS-ACV-ASSIGNED-USER
           MOVE CCS-BRANCH-CODE     TO WS-ACV-BRANCH-CODE
           MOVE CCS-DATE-RECEIVED   TO WS-ACV-DATE-RECEIVED
           MOVE CCS-ACK-DATE        TO WS-ACV-ACK-DATE
           MOVE CCS-ESCALATED-DATE  TO WS-ACV-ESCALATED-DATE
           MOVE CCS-RESOLUTION-DATE TO WS-ACV-RESOLUTION-DATE
           MOVE CCS-OUTCOME         TO WS-ACV-OUTCOME.

      * THE CASE LEAVES THE SAME BEFORE/AFTER TRAIL ON CUSTAUDT AS
      * A MASTER CHANGE, UNDER THE USER WHO KEYED IT.
       2700-AUDIT-CASE-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           MOVE WS-ACTING-USER-ID TO WS-AUDIT-USER-ID
           CALL 'ZCNCAUDT' USING CCT-CUST-ID
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

      * A NOTE THAT CANNOT BE WRITTEN DOES NOT UNDO THE CASE CHANGE
      * (WHICH IS ALREADY AUDITED); IT IS COUNTED AND THE RUN ENDS
      * WITH A WARNING SO THE DESK CAN ADD IT BY HAND.
       2800-WRITE-STATUS-NOTE.
           MOVE CCS-CASE-NO  TO WS-NTX-CASE-NO
           MOVE CCS-CATEGORY TO WS-NTX-CATEGORY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'ZCNCNOTA' USING CCT-CUST-ID
                                 WS-NOTE-TEXT
                                 WS-ACTING-USER-ID
                                 WS-CURR-DATE
                                 WS-CURR-TIME
                                 WS-NOTE-RETURN-CODE
           END-CALL
           IF NOT WS-NOTE-RETURN-CODE = ZERO
               ADD 1 TO WS-NOTES-FAILED
               DISPLAY 'ZCNCCASE - CASE NOTE NOT WRITTEN FOR: '
                       CCT-CUST-ID ' CASE ' CCS-CASE-NO
           END-IF.

       2900-WRITE-DETAIL.
           MOVE CCT-ACTION-CODE     TO WS-DET-ACTION
           MOVE CCT-CUST-ID         TO WS-DET-CUST-ID
           IF CCT-CASE-NO NUMERIC
               MOVE CCT-CASE-NO TO WS-DET-CASE-NO
           ELSE
               MOVE ZERO TO WS-DET-CASE-NO
           END-IF
           MOVE CCT-CATEGORY        TO WS-DET-CATEGORY
           MOVE CCT-SEVERITY        TO WS-DET-SEVERITY
           MOVE WS-ACTING-USER-ID   TO WS-DET-USER-ID
           WRITE CASE-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-TRANSACTION.
           READ CASE-TRAN-FILE INTO CASE-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       9000-TERMINATE.
           WRITE CASE-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-CASES-OPENED       TO WS-TOT-OPENED
           WRITE CASE-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-CASES-ACKNOWLEDGED TO WS-TOT-ACKNOWLEDGED
           WRITE CASE-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-CASES-ESCALATED    TO WS-TOT-ESCALATED
           WRITE CASE-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-CASES-RESOLVED     TO WS-TOT-RESOLVED
           WRITE CASE-REPORT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-CASES-UPDATED      TO WS-TOT-UPDATED
           WRITE CASE-REPORT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-TRANS-REJECTED     TO WS-TOT-REJECTED
           MOVE WS-TRANS-DENIED       TO WS-TOT-DENIED
           WRITE CASE-REPORT-LINE FROM WS-TOTAL-LINE-6
           CLOSE CASE-TRAN-FILE
           CLOSE CUST-MASTER-FILE
           IF WS-CUSTBRCH-AVAILABLE
               CLOSE CUST-BRANCH-FILE
           END-IF
           CLOSE COMPLAINT-CASE-FILE
           CLOSE USER-AUTH-FILE
           CLOSE SECURITY-DENIAL-FILE
           CLOSE CASE-REPORT-FILE
           IF (WS-TRANS-REJECTED > ZERO OR WS-NOTES-FAILED > ZERO)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCCASE - TRANSACTIONS READ : ' WS-TRANS-READ
           DISPLAY 'ZCNCCASE - CASES OPENED      : ' WS-CASES-OPENED
           DISPLAY 'ZCNCCASE - CASES ACKNOWLEDGED: '
                   WS-CASES-ACKNOWLEDGED
           DISPLAY 'ZCNCCASE - CASES ESCALATED   : '
                   WS-CASES-ESCALATED
           DISPLAY 'ZCNCCASE - CASES RESOLVED    : ' WS-CASES-RESOLVED
           DISPLAY 'ZCNCCASE - CASES UPDATED     : ' WS-CASES-UPDATED
           DISPLAY 'ZCNCCASE - REJECTED          : '
                   WS-TRANS-REJECTED
           DISPLAY 'ZCNCCASE - DENIED            : ' WS-TRANS-DENIED
           DISPLAY 'ZCNCCASE - NOTES NOT WRITTEN : ' WS-NOTES-FAILED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-TRANS-READ TO WS-RH-RECORDS-READ
           MOVE WS-CASES-OPENED TO WS-RH-RECORDS-APPLIED
           ADD WS-CASES-ACKNOWLEDGED TO WS-RH-RECORDS-APPLIED
           ADD WS-CASES-ESCALATED TO WS-RH-RECORDS-APPLIED
           ADD WS-CASES-RESOLVED TO WS-RH-RECORDS-APPLIED
           ADD WS-CASES-UPDATED TO WS-RH-RECORDS-APPLIED
           MOVE WS-TRANS-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.

      * ENTITLEMENT - THE SAME CHECK ZCNCMAINT MAKES, AGAINST THE
      * CASE ACTION CODE.
       9900-CHECK-ENTITLEMENT.
           MOVE 'Y' TO WS-AUTHORIZED-SWITCH
           MOVE SPACES TO WS-DENIAL-REASON
           IF WS-USERAUTH-AVAILABLE
               MOVE CCT-USER-ID TO UAF-USER-ID
               READ USER-AUTH-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-AUTHORIZED-SWITCH
                       MOVE 'NOT AUTHORIZED - USER UNKNOWN'
                           TO WS-DENIAL-REASON
                   NOT INVALID KEY
                       PERFORM 9910-CHECK-TRAN-AUTHORITY
               END-READ
           END-IF.

       9910-CHECK-TRAN-AUTHORITY.
           MOVE ZERO TO WS-ALLOWED-HIT-COUNT
           INSPECT UAF-ALLOWED-TRANS
               TALLYING WS-ALLOWED-HIT-COUNT
               FOR ALL CCT-ACTION-CODE
           IF WS-ALLOWED-HIT-COUNT = ZERO
               MOVE 'N' TO WS-AUTHORIZED-SWITCH
               MOVE 'NOT AUTHORIZED - TRAN CODE'
                   TO WS-DENIAL-REASON
           END-IF.

       9950-WRITE-DENIAL-RECORD.
           MOVE SPACES TO SECURITY-DENIAL-RECORD
           MOVE CCT-USER-ID      TO SDN-USER-ID
           MOVE CCT-ACTION-CODE  TO SDN-TRAN-CODE
           MOVE CCT-CUST-ID      TO SDN-CUST-ID
           MOVE WS-CYCLE-DATE    TO SDN-DENIAL-DATE
           MOVE WS-DENIAL-REASON TO SDN-DENIAL-REASON
           WRITE SECURITY-DENIAL-RECORD.
