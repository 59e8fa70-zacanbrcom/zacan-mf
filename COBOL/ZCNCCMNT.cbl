       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCCMNT                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       CAMPAIGN MASTER MAINTENANCE.  READS THE       *
      *       CAMPTRAN TRANSACTIONS MARKETING SENDS (ADD,   *
      *       CHANGE, OR DELETE A CAMPAIGN) AND APPLIES     *
      *       THEM TO THE CAMPMAST FILE ZCNCCSEL PULLS      *
      *       CAMPAIGN LISTS FROM.  ONCE A LIST HAS BEEN    *
      *       PULLED THE CAMPAIGN'S CHANNEL AND CRITERIA    *
      *       ARE FROZEN (ONLY THE NAME AND THE END DATE    *
      *       MAY CHANGE) AND IT CANNOT BE DELETED, SO THE  *
      *       RESULTS ALWAYS DESCRIBE THE LIST THAT WENT    *
      *       OUT.  EVERY TRANSACTION IS LISTED ON CMNTRPT. *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCCMNT.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-TRAN-FILE ASSIGN TO "CAMPTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CAMPAIGN-FILE      ASSIGN TO "CAMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-CAMPAIGN-ID
               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT CAMPAIGN-REPORT-FILE ASSIGN TO "CMNTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-TRAN-FILE
           RECORDING MODE IS F.
       01  CAMPAIGN-TRAN-RECORD.
           05  CMT-ACTION-CODE          PIC X(01).
               88  CMT-ADD              VALUE 'A'.
               88  CMT-CHANGE           VALUE 'C'.
               88  CMT-DELETE           VALUE 'D'.
           05  CMT-CAMPAIGN-ID          PIC X(08).
           05  CMT-CAMPAIGN-NAME        PIC X(30).
           05  CMT-CHANNEL              PIC X(01).
               88  CMT-VALID-CHANNEL    VALUE 'E' 'P' 'T'.
           05  CMT-START-DATE           PIC 9(08).
           05  CMT-END-DATE             PIC 9(08).
           05  CMT-CRITERIA.
               10  CMT-SEL-BRANCH-CODE  PIC X(04).
               10  CMT-SEL-VIP          PIC X(01).
                   88  CMT-VALID-VIP    VALUE 'Y' 'N' ' '.
               10  CMT-SEL-US-STATE     PIC X(02).
               10  CMT-SEL-COUNTRY-CODE PIC X(03).
               10  CMT-SEL-LANGUAGE-CODE PIC X(02).
               10  CMT-SEL-HOUSEHOLD    PIC X(01).
                   88  CMT-VALID-HOUSEHOLD VALUE 'O' ' '.

       FD  CAMPAIGN-FILE
           RECORDING MODE IS F.
           COPY CAMPMAST.

       FD  CAMPAIGN-REPORT-FILE
           RECORDING MODE IS F.
       01  CAMPAIGN-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CAMPAIGN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-TRAN-VALID-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-TRAN-VALID        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ            PIC 9(07) VALUE ZERO.
           05  WS-CAMPAIGNS-ADDED       PIC 9(07) VALUE ZERO.
           05  WS-CAMPAIGNS-CHANGED     PIC 9(07) VALUE ZERO.
           05  WS-CAMPAIGNS-DELETED     PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(100) VALUE
           'CAMPAIGN MASTER MAINTENANCE REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACTION            PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CAMPAIGN-ID       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CAMPAIGN-NAME     PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(40).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(20) VALUE
               'CAMPAIGNS ADDED:    '.
           05  WS-TOT-ADDED             PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(20) VALUE
               'CAMPAIGNS CHANGED:  '.
           05  WS-TOT-CHANGED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(20) VALUE
               'CAMPAIGNS DELETED:  '.
           05  WS-TOT-DELETED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(20) VALUE
               'REJECTED:           '.
           05  WS-TOT-REJECTED          PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCCMNT'.
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
           OPEN INPUT  CAMPAIGN-TRAN-FILE
           OPEN I-O    CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS = '35'
               OPEN OUTPUT CAMPAIGN-FILE
               CLOSE CAMPAIGN-FILE
               OPEN I-O CAMPAIGN-FILE
           END-IF
           OPEN OUTPUT CAMPAIGN-REPORT-FILE
           WRITE CAMPAIGN-REPORT-LINE FROM WS-HEADING-LINE
           WRITE CAMPAIGN-REPORT-LINE FROM WS-BLANK-LINE
           IF NOT WS-CAMPAIGN-STATUS = '00'
               DISPLAY 'ZCNCCMNT - ERROR OPENING CAMPAIGN MASTER: '
                       WS-CAMPAIGN-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3000-READ-TRANSACTION
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-DET-RESULT
           PERFORM 2100-EDIT-TRANSACTION
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN CMT-ADD
                       PERFORM 2200-ADD-CAMPAIGN
                   WHEN CMT-CHANGE
                       PERFORM 2300-CHANGE-CAMPAIGN
                   WHEN CMT-DELETE
                       PERFORM 2400-DELETE-CAMPAIGN
               END-EVALUATE
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF
           PERFORM 2900-WRITE-DETAIL
           PERFORM 3000-READ-TRANSACTION.

      * A DELETE NEEDS ONLY THE ID; AN ADD OR CHANGE MUST CARRY A
      * CAMPAIGN ZCNCCSEL CAN ACTUALLY SELECT FROM.
       2100-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH
           EVALUATE TRUE
               WHEN NOT CMT-ADD AND NOT CMT-CHANGE AND NOT CMT-DELETE
                   MOVE 'INVALID ACTION CODE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CMT-CAMPAIGN-ID = SPACES
                   MOVE 'CAMPAIGN ID MISSING' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CMT-DELETE
                   CONTINUE
               WHEN NOT CMT-VALID-CHANNEL
                   MOVE 'CHANNEL MUST BE E, P, OR T' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN CMT-START-DATE NOT NUMERIC
                   OR CMT-END-DATE NOT NUMERIC
                   OR CMT-START-DATE = ZERO
                   OR CMT-END-DATE < CMT-START-DATE
                   MOVE 'INVALID START/END DATES' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN NOT CMT-VALID-VIP
                   MOVE 'VIP CRITERION MUST BE Y, N, OR BLANK'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN NOT CMT-VALID-HOUSEHOLD
                   MOVE 'HOUSEHOLD CRITERION MUST BE O OR BLANK'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-ADD-CAMPAIGN.
           MOVE SPACES TO CAMPAIGN-MASTER-RECORD
           MOVE CMT-CAMPAIGN-ID   TO CMP-CAMPAIGN-ID
           MOVE CMT-CAMPAIGN-NAME TO CMP-CAMPAIGN-NAME
           MOVE CMT-CHANNEL       TO CMP-CHANNEL
           MOVE CMT-START-DATE    TO CMP-START-DATE
           MOVE CMT-END-DATE      TO CMP-END-DATE
           MOVE CMT-CRITERIA      TO CMP-CRITERIA
           SET CMP-PENDING-SELECTION TO TRUE
           MOVE ZERO TO CMP-SELECTION-DATE
           MOVE ZERO TO CMP-LIST-COUNT
           WRITE CAMPAIGN-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'ADD FAILED - CAMPAIGN ALREADY ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-CAMPAIGNS-ADDED
                   MOVE 'ADDED - PENDING SELECTION' TO WS-DET-RESULT
           END-WRITE.

      * ONCE THE LIST IS OUT, CHANGING WHO IT WAS FOR WOULD MAKE THE
      * RESULTS REPORT LIE - ONLY THE NAME AND END DATE MAY MOVE.
       2300-CHANGE-CAMPAIGN.
           MOVE CMT-CAMPAIGN-ID TO CMP-CAMPAIGN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CHANGE FAILED - CAMPAIGN NOT ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   IF CMP-LIST-SELECTED
                       AND (CMT-CHANNEL NOT = CMP-CHANNEL
                            OR CMT-START-DATE NOT = CMP-START-DATE
                            OR CMT-CRITERIA NOT = CMP-CRITERIA)
                       ADD 1 TO WS-TRANS-REJECTED
                       MOVE 'LIST ALREADY PULLED - CRITERIA FROZEN'
                           TO WS-DET-RESULT
                   ELSE
                       MOVE CMT-CAMPAIGN-NAME TO CMP-CAMPAIGN-NAME
                       MOVE CMT-CHANNEL       TO CMP-CHANNEL
                       MOVE CMT-START-DATE    TO CMP-START-DATE
                       MOVE CMT-END-DATE      TO CMP-END-DATE
                       MOVE CMT-CRITERIA      TO CMP-CRITERIA
                       REWRITE CAMPAIGN-MASTER-RECORD
                       ADD 1 TO WS-CAMPAIGNS-CHANGED
                       MOVE 'CHANGED' TO WS-DET-RESULT
                   END-IF
           END-READ.

       2400-DELETE-CAMPAIGN.
           MOVE CMT-CAMPAIGN-ID TO CMP-CAMPAIGN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'DELETE FAILED - CAMPAIGN NOT ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   IF CMP-LIST-SELECTED
                       ADD 1 TO WS-TRANS-REJECTED
                       MOVE 'LIST ALREADY PULLED - NOT DELETED'
                           TO WS-DET-RESULT
                   ELSE
                       DELETE CAMPAIGN-FILE
                       ADD 1 TO WS-CAMPAIGNS-DELETED
                       MOVE 'DELETED' TO WS-DET-RESULT
                   END-IF
           END-READ.

       2900-WRITE-DETAIL.
           MOVE CMT-ACTION-CODE   TO WS-DET-ACTION
           MOVE CMT-CAMPAIGN-ID   TO WS-DET-CAMPAIGN-ID
           MOVE CMT-CAMPAIGN-NAME TO WS-DET-CAMPAIGN-NAME
           WRITE CAMPAIGN-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-TRANSACTION.
           READ CAMPAIGN-TRAN-FILE INTO CAMPAIGN-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       9000-TERMINATE.
           WRITE CAMPAIGN-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-CAMPAIGNS-ADDED   TO WS-TOT-ADDED
           WRITE CAMPAIGN-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-CAMPAIGNS-CHANGED TO WS-TOT-CHANGED
           WRITE CAMPAIGN-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-CAMPAIGNS-DELETED TO WS-TOT-DELETED
           WRITE CAMPAIGN-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-TRANS-REJECTED    TO WS-TOT-REJECTED
           WRITE CAMPAIGN-REPORT-LINE FROM WS-TOTAL-LINE-4
           CLOSE CAMPAIGN-TRAN-FILE
           CLOSE CAMPAIGN-FILE
           CLOSE CAMPAIGN-REPORT-FILE
           IF WS-TRANS-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCCMNT - TRANSACTIONS READ: ' WS-TRANS-READ
           DISPLAY 'ZCNCCMNT - CAMPAIGNS ADDED  : ' WS-CAMPAIGNS-ADDED
           DISPLAY 'ZCNCCMNT - CAMPAIGNS CHANGED: '
                   WS-CAMPAIGNS-CHANGED
           DISPLAY 'ZCNCCMNT - CAMPAIGNS DELETED: '
                   WS-CAMPAIGNS-DELETED
           DISPLAY 'ZCNCCMNT - REJECTED         : '
                   WS-TRANS-REJECTED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-TRANS-READ TO WS-RH-RECORDS-READ
           MOVE WS-CAMPAIGNS-ADDED TO WS-RH-RECORDS-APPLIED
           ADD WS-CAMPAIGNS-CHANGED TO WS-RH-RECORDS-APPLIED
           ADD WS-CAMPAIGNS-DELETED TO WS-RH-RECORDS-APPLIED
           MOVE WS-TRANS-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
