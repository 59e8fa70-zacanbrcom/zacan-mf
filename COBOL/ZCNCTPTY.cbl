       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCTPTY                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       AUTHORIZED THIRD-PARTY MAINTENANCE.  READS    *
      *       THE TPTYTRAN TRANSACTIONS THE DESK KEYS WHEN  *
      *       A POWER OF ATTORNEY, GUARDIANSHIP, EXECUTOR   *
      *       APPOINTMENT OR PERMITTED CONTACT IS LODGED,   *
      *       CHANGED OR REVOKED, AND APPLIES THEM TO THE   *
      *       THIRDPTY SATELLITE.  AN ADD TAKES THE NEXT    *
      *       SEQUENCE NUMBER UNDER THE CUSTOMER; A CHANGE  *
      *       OR DELETE NAMES THE SEQUENCE NUMBER.  WHEN    *
      *       THE REPRESENTATIVE IS ALSO A CUSTOMER THEIR   *
      *       CUST-ID MUST BE ON THE MASTER AND THEIR NAME  *
      *       IS TAKEN FROM IT IF NOT KEYED.  A LEGAL       *
      *       AUTHORITY (PA, GD, EX) MUST CITE THE          *
      *       DOCUMENT THAT GRANTS IT.  EVERY CHANGE IS     *
      *       AUDITED BEFORE/AFTER THROUGH ZCNCAUDT AND     *
      *       LISTED ON TPTYRPT.                            *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCTPTY.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THIRD-PARTY-TRAN-FILE ASSIGN TO "TPTYTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT THIRD-PARTY-FILE   ASSIGN TO "THIRDPTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-KEY
               FILE STATUS IS WS-THIRDPTY-STATUS.

           SELECT THIRD-PARTY-REPORT-FILE ASSIGN TO "TPTYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  THIRD-PARTY-TRAN-FILE
           RECORDING MODE IS F.
       01  THIRD-PARTY-TRAN-RECORD.
           05  TPT-ACTION-CODE          PIC X(01).
               88  TPT-ADD              VALUE 'A'.
               88  TPT-CHANGE           VALUE 'C'.
               88  TPT-DELETE           VALUE 'D'.
           05  TPT-CUST-ID              PIC X(10).
           05  TPT-SEQ-NO               PIC 9(03).
           05  TPT-REP-CUST-ID          PIC X(10).
           05  TPT-REP-LAST-NAME        PIC X(30).
           05  TPT-REP-FIRST-NAME       PIC X(30).
           05  TPT-RELATIONSHIP         PIC X(02).
               88  TPT-VALID-RELATIONSHIP
                                        VALUE 'PA' 'GD' 'EX'
                                              'SP' 'PC'.
               88  TPT-LEGAL-AUTHORITY  VALUE 'PA' 'GD' 'EX'.
           05  TPT-SCOPE                PIC X(01).
               88  TPT-VALID-SCOPE      VALUE 'I' 'C'.
           05  TPT-EFFECTIVE-DATE       PIC 9(08).
           05  TPT-EXPIRY-DATE          PIC 9(08).
           05  TPT-DOCUMENT-REF         PIC X(20).
           05  TPT-USER-ID              PIC X(08).

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  THIRD-PARTY-FILE
           RECORDING MODE IS F.
           COPY THIRDPTY.

       FD  THIRD-PARTY-REPORT-FILE
           RECORDING MODE IS F.
       01  THIRD-PARTY-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-THIRDPTY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-TRAN-VALID-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-TRAN-VALID        VALUE 'Y'.
           05  WS-BROWSE-END-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-BROWSE-ENDED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ            PIC 9(07) VALUE ZERO.
           05  WS-AUTHS-ADDED           PIC 9(07) VALUE ZERO.
           05  WS-AUTHS-CHANGED         PIC 9(07) VALUE ZERO.
           05  WS-AUTHS-DELETED         PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(07) VALUE ZERO.

      * HIGHEST SEQUENCE NUMBER ALREADY UNDER THE CUSTOMER, FOUND BY
      * BROWSING THE CUST-ID PREFIX BEFORE AN ADD.
       01  WS-HIGH-SEQ-NO               PIC 9(03) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-AUDIT-SEQ-NO              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE 'ZCNCTPTY'.
       01  WS-AUDIT-USER-ID             PIC X(08) VALUE 'THIRDPTY'.
       01  WS-AUDIT-FIELD-NAME          PIC X(15) VALUE
           'THIRD-PARTY'.
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

      * ONE THIRDPTY ENTRY AS IT IS SHOWN ON CUSTAUDT - SEQUENCE,
      * RELATIONSHIP, SCOPE, DATES, REPRESENTATIVE AND DOCUMENT.
       01  WS-AUDIT-AUTH-VALUE.
           05  WS-ATV-SEQ-NO            PIC 9(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ATV-RELATIONSHIP      PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ATV-SCOPE             PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ATV-EFFECTIVE-DATE    PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-ATV-EXPIRY-DATE       PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ATV-REP-CUST-ID       PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ATV-REP-LAST-NAME     PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ATV-DOCUMENT-REF      PIC X(20).

      * BUSINESS-DATE CONTROL - CHANGES ARE STAMPED WITH THE
      * ZCNCBDAT CYCLE DATE.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(100) VALUE
           'AUTHORIZED THIRD-PARTY MAINTENANCE REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACTION            PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-DET-SEQ-NO            PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RELATIONSHIP      PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-SCOPE             PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-REP-CUST-ID       PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-REP-LAST-NAME     PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(40).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(24) VALUE
               'AUTHORIZATIONS ADDED:   '.
           05  WS-TOT-ADDED             PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(24) VALUE
               'AUTHORIZATIONS CHANGED: '.
           05  WS-TOT-CHANGED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(24) VALUE
               'AUTHORIZATIONS REVOKED: '.
           05  WS-TOT-DELETED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(24) VALUE
               'REJECTED:               '.
           05  WS-TOT-REJECTED          PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCTPTY'.
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
           OPEN INPUT  THIRD-PARTY-TRAN-FILE
           OPEN INPUT  CUST-MASTER-FILE
           OPEN I-O    THIRD-PARTY-FILE
           IF WS-THIRDPTY-STATUS = '35'
               OPEN OUTPUT THIRD-PARTY-FILE
               CLOSE THIRD-PARTY-FILE
               OPEN I-O THIRD-PARTY-FILE
           END-IF
           OPEN OUTPUT THIRD-PARTY-REPORT-FILE
           WRITE THIRD-PARTY-REPORT-LINE FROM WS-HEADING-LINE
           WRITE THIRD-PARTY-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCTPTY - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-THIRDPTY-STATUS = '00'
                   DISPLAY 'ZCNCTPTY - ERROR OPENING THIRDPTY FILE: '
                           WS-THIRDPTY-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-READ-TRANSACTION
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-DET-RESULT
           PERFORM 2100-EDIT-TRANSACTION
           IF WS-TRAN-VALID AND NOT TPT-DELETE
               PERFORM 2180-CHECK-CUSTOMER
           END-IF
           IF WS-TRAN-VALID AND NOT TPT-DELETE
              AND NOT TPT-REP-CUST-ID = SPACES
               PERFORM 2190-CHECK-REPRESENTATIVE
           END-IF
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN TPT-ADD
                       PERFORM 2200-ADD-AUTHORIZATION
                   WHEN TPT-CHANGE
                       PERFORM 2300-CHANGE-AUTHORIZATION
                   WHEN TPT-DELETE
                       PERFORM 2400-DELETE-AUTHORIZATION
               END-EVALUATE
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF
           PERFORM 2900-WRITE-DETAIL
           PERFORM 3000-READ-TRANSACTION.

      * A DELETE (REVOCATION) NEEDS ONLY THE CUST-ID AND SEQUENCE;
      * AN ADD OR CHANGE MUST IDENTIFY THE REPRESENTATIVE AND CARRY
      * A RELATIONSHIP, SCOPE AND DATES THE DESK CAN RELY ON.  A
      * ZERO EXPIRY DATE MEANS THE AUTHORITY RUNS UNTIL REVOKED.
       2100-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH
           EVALUATE TRUE
               WHEN NOT TPT-ADD AND NOT TPT-CHANGE AND NOT TPT-DELETE
                   MOVE 'INVALID ACTION CODE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN TPT-CUST-ID = SPACES
                   MOVE 'CUST-ID MISSING' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN NOT TPT-ADD
                AND (TPT-SEQ-NO NOT NUMERIC OR TPT-SEQ-NO = ZERO)
                   MOVE 'SEQUENCE NUMBER MISSING' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN TPT-DELETE
                   CONTINUE
               WHEN TPT-REP-CUST-ID = SPACES
                AND TPT-REP-LAST-NAME = SPACES
                   MOVE 'REPRESENTATIVE NOT IDENTIFIED'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN TPT-REP-CUST-ID = TPT-CUST-ID
                   MOVE 'CUSTOMER CANNOT REPRESENT SELF'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN NOT TPT-VALID-RELATIONSHIP
                   MOVE 'RELATIONSHIP MUST BE PA, GD, EX, SP, OR PC'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN NOT TPT-VALID-SCOPE
                   MOVE 'SCOPE MUST BE I OR C' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN TPT-EFFECTIVE-DATE NOT NUMERIC
                   OR TPT-EFFECTIVE-DATE < 10000101
                   OR TPT-EXPIRY-DATE NOT NUMERIC
                   MOVE 'INVALID EFFECTIVE/EXPIRY DATES'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN TPT-EXPIRY-DATE NOT = ZERO
                AND TPT-EXPIRY-DATE < TPT-EFFECTIVE-DATE
                   MOVE 'EXPIRY DATE BEFORE EFFECTIVE DATE'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN TPT-LEGAL-AUTHORITY
                AND TPT-DOCUMENT-REF = SPACES
                   MOVE 'DOCUMENT REFERENCE REQUIRED'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2180-CHECK-CUSTOMER.
           MOVE TPT-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'CUST-ID NOT ON MASTER' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * A REPRESENTATIVE WHO IS ALSO A CUSTOMER MUST BE ON THE
      * MASTER.  THE NAME IS COPIED FROM THE MASTER WHEN THE DESK
      * DID NOT KEY ONE, SO THE ENTRY READS THE SAME EITHER WAY.
       2190-CHECK-REPRESENTATIVE.
           MOVE TPT-REP-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'REPRESENTATIVE CUST-ID NOT ON MASTER'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   IF TPT-REP-LAST-NAME = SPACES
                       MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                           TO TPT-REP-LAST-NAME
                       MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                           TO TPT-REP-FIRST-NAME
                   END-IF
           END-READ.

       2200-ADD-AUTHORIZATION.
           PERFORM 2250-FIND-HIGH-SEQUENCE
           IF WS-HIGH-SEQ-NO = 999
               ADD 1 TO WS-TRANS-REJECTED
               MOVE 'ADD FAILED - SEQUENCE NUMBERS EXHAUSTED'
                   TO WS-DET-RESULT
           ELSE
               COMPUTE TPT-SEQ-NO = WS-HIGH-SEQ-NO + 1
               PERFORM 2500-BUILD-AUTHORIZATION
               WRITE THIRD-PARTY-AUTH-RECORD
                   INVALID KEY
                       ADD 1 TO WS-TRANS-REJECTED
                       MOVE 'ADD FAILED - WRITE ERROR'
                           TO WS-DET-RESULT
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUDIT-OLD-VALUE
                       PERFORM 2600-FORMAT-AUDIT-VALUE
                       MOVE WS-AUDIT-AUTH-VALUE TO WS-AUDIT-NEW-VALUE
                       PERFORM 2700-AUDIT-AUTH-CHANGE
                       ADD 1 TO WS-AUTHS-ADDED
                       MOVE 'ADDED' TO WS-DET-RESULT
               END-WRITE
           END-IF.

       2250-FIND-HIGH-SEQUENCE.
           MOVE ZERO TO WS-HIGH-SEQ-NO
           MOVE 'N' TO WS-BROWSE-END-SWITCH
           MOVE TPT-CUST-ID TO TPA-CUST-ID
           MOVE ZERO TO TPA-SEQ-NO
           START THIRD-PARTY-FILE KEY IS NOT LESS THAN TPA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-END-SWITCH
           END-START
           PERFORM 2260-READ-NEXT-AUTH UNTIL WS-BROWSE-ENDED.

       2260-READ-NEXT-AUTH.
           READ THIRD-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-END-SWITCH
               NOT AT END
                   IF TPA-CUST-ID = TPT-CUST-ID
                       MOVE TPA-SEQ-NO TO WS-HIGH-SEQ-NO
                   ELSE
                       MOVE 'Y' TO WS-BROWSE-END-SWITCH
                   END-IF
           END-READ.

       2300-CHANGE-AUTHORIZATION.
           MOVE TPT-CUST-ID TO TPA-CUST-ID
           MOVE TPT-SEQ-NO  TO TPA-SEQ-NO
           READ THIRD-PARTY-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CHANGE FAILED - AUTHORIZATION NOT ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-AUTH-VALUE TO WS-AUDIT-OLD-VALUE
                   PERFORM 2500-BUILD-AUTHORIZATION
                   REWRITE THIRD-PARTY-AUTH-RECORD
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-AUTH-VALUE TO WS-AUDIT-NEW-VALUE
                   PERFORM 2700-AUDIT-AUTH-CHANGE
                   ADD 1 TO WS-AUTHS-CHANGED
                   MOVE 'CHANGED' TO WS-DET-RESULT
           END-READ.

      * REVOKING AN AUTHORITY REMOVES THE ENTRY; THE AUDIT TRAIL
      * KEEPS WHAT IT SAID AND WHO REVOKED IT.
       2400-DELETE-AUTHORIZATION.
           MOVE TPT-CUST-ID TO TPA-CUST-ID
           MOVE TPT-SEQ-NO  TO TPA-SEQ-NO
           READ THIRD-PARTY-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'DELETE FAILED - AUTHORIZATION NOT ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-AUTH-VALUE TO WS-AUDIT-OLD-VALUE
                   MOVE TPA-REP-CUST-ID   TO TPT-REP-CUST-ID
                   MOVE TPA-REP-LAST-NAME TO TPT-REP-LAST-NAME
                   MOVE TPA-RELATIONSHIP  TO TPT-RELATIONSHIP
                   MOVE TPA-SCOPE         TO TPT-SCOPE
                   DELETE THIRD-PARTY-FILE
                   MOVE 'REVOKED' TO WS-AUDIT-NEW-VALUE
                   PERFORM 2700-AUDIT-AUTH-CHANGE
                   ADD 1 TO WS-AUTHS-DELETED
                   MOVE 'REVOKED' TO WS-DET-RESULT
           END-READ.

       2500-BUILD-AUTHORIZATION.
           MOVE SPACES TO THIRD-PARTY-AUTH-RECORD
           MOVE TPT-CUST-ID         TO TPA-CUST-ID
           MOVE TPT-SEQ-NO          TO TPA-SEQ-NO
           MOVE TPT-REP-CUST-ID     TO TPA-REP-CUST-ID
           MOVE TPT-REP-LAST-NAME   TO TPA-REP-LAST-NAME
           MOVE TPT-REP-FIRST-NAME  TO TPA-REP-FIRST-NAME
           MOVE TPT-RELATIONSHIP    TO TPA-RELATIONSHIP
           MOVE TPT-SCOPE           TO TPA-SCOPE
           MOVE TPT-EFFECTIVE-DATE  TO TPA-EFFECTIVE-DATE
           MOVE TPT-EXPIRY-DATE     TO TPA-EXPIRY-DATE
           MOVE TPT-DOCUMENT-REF    TO TPA-DOCUMENT-REF
           MOVE WS-CYCLE-DATE       TO TPA-LAST-CHANGED-DATE
           IF TPT-USER-ID = SPACES
               MOVE 'THIRDPTY' TO TPA-CHANGED-BY
           ELSE
               MOVE TPT-USER-ID TO TPA-CHANGED-BY
           END-IF.

       2600-FORMAT-AUDIT-VALUE.
           MOVE TPA-SEQ-NO          TO WS-ATV-SEQ-NO
           MOVE TPA-RELATIONSHIP    TO WS-ATV-RELATIONSHIP
           MOVE TPA-SCOPE           TO WS-ATV-SCOPE
           MOVE TPA-EFFECTIVE-DATE  TO WS-ATV-EFFECTIVE-DATE
           MOVE TPA-EXPIRY-DATE     TO WS-ATV-EXPIRY-DATE
           MOVE TPA-REP-CUST-ID     TO WS-ATV-REP-CUST-ID
           MOVE TPA-REP-LAST-NAME   TO WS-ATV-REP-LAST-NAME
           MOVE TPA-DOCUMENT-REF    TO WS-ATV-DOCUMENT-REF.

      * THE AUTHORIZATION LEAVES THE SAME BEFORE/AFTER TRAIL ON
      * CUSTAUDT AS A MASTER CHANGE, UNDER THE USER WHO KEYED IT.
       2700-AUDIT-AUTH-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           IF TPT-USER-ID = SPACES
               MOVE 'THIRDPTY' TO WS-AUDIT-USER-ID
           ELSE
               MOVE TPT-USER-ID TO WS-AUDIT-USER-ID
           END-IF
           CALL 'ZCNCAUDT' USING TPT-CUST-ID
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
           MOVE TPT-ACTION-CODE     TO WS-DET-ACTION
           MOVE TPT-CUST-ID         TO WS-DET-CUST-ID
           IF TPT-SEQ-NO NUMERIC
               MOVE TPT-SEQ-NO TO WS-DET-SEQ-NO
           ELSE
               MOVE ZERO TO WS-DET-SEQ-NO
           END-IF
           MOVE TPT-RELATIONSHIP    TO WS-DET-RELATIONSHIP
           MOVE TPT-SCOPE           TO WS-DET-SCOPE
           MOVE TPT-REP-CUST-ID     TO WS-DET-REP-CUST-ID
           MOVE TPT-REP-LAST-NAME   TO WS-DET-REP-LAST-NAME
           WRITE THIRD-PARTY-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-TRANSACTION.
           READ THIRD-PARTY-TRAN-FILE INTO THIRD-PARTY-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       9000-TERMINATE.
           WRITE THIRD-PARTY-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-AUTHS-ADDED      TO WS-TOT-ADDED
           WRITE THIRD-PARTY-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-AUTHS-CHANGED    TO WS-TOT-CHANGED
           WRITE THIRD-PARTY-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-AUTHS-DELETED    TO WS-TOT-DELETED
           WRITE THIRD-PARTY-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-TRANS-REJECTED   TO WS-TOT-REJECTED
           WRITE THIRD-PARTY-REPORT-LINE FROM WS-TOTAL-LINE-4
           CLOSE THIRD-PARTY-TRAN-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE THIRD-PARTY-FILE
           CLOSE THIRD-PARTY-REPORT-FILE
           IF WS-TRANS-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCTPTY - TRANSACTIONS READ   : ' WS-TRANS-READ
           DISPLAY 'ZCNCTPTY - AUTHORIZATIONS ADDED: ' WS-AUTHS-ADDED
           DISPLAY 'ZCNCTPTY - AUTHORIZATIONS CHGD : '
                   WS-AUTHS-CHANGED
           DISPLAY 'ZCNCTPTY - AUTHORIZATIONS RVKD : '
                   WS-AUTHS-DELETED
           DISPLAY 'ZCNCTPTY - REJECTED            : '
                   WS-TRANS-REJECTED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-TRANS-READ TO WS-RH-RECORDS-READ
           MOVE WS-AUTHS-ADDED TO WS-RH-RECORDS-APPLIED
           ADD WS-AUTHS-CHANGED TO WS-RH-RECORDS-APPLIED
           ADD WS-AUTHS-DELETED TO WS-RH-RECORDS-APPLIED
           MOVE WS-TRANS-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
