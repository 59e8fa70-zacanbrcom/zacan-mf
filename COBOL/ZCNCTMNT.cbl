       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCTMNT                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       LETTER TEMPLATE MAINTENANCE.  READS THE       *
      *       TMNTTRAN TRANSACTIONS (ADD, CHANGE, OR DELETE *
      *       ONE TEMPLATE LINE) AND APPLIES THEM TO THE    *
      *       LETRTMPL FILE ZCNCLETR PRINTS CUSTOMER        *
      *       LETTERS FROM, WITH A CHANGE REPORT SHOWING    *
      *       THE OLD AND NEW TEXT OF EVERY CHANGED LINE.   *
      *       A LANGUAGE IS ADDED BY LOADING ITS LINES      *
      *       UNDER THE SAME LETTER TYPE - NO PROGRAM       *
      *       CHANGE IS NEEDED.                             *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCTMNT.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-TRAN-FILE ASSIGN TO "TMNTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT TEMPLATE-FILE      ASSIGN TO "LETRTMPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LTM-KEY
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT TEMPLATE-REPORT-FILE ASSIGN TO "TMNTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-TRAN-FILE
           RECORDING MODE IS F.
       01  TEMPLATE-TRAN-RECORD.
           05  TMT-ACTION-CODE          PIC X(01).
               88  TMT-ADD              VALUE 'A'.
               88  TMT-CHANGE           VALUE 'C'.
               88  TMT-DELETE           VALUE 'D'.
           05  TMT-LETTER-TYPE          PIC X(04).
           05  TMT-LANGUAGE-CODE        PIC X(02).
           05  TMT-LINE-NUMBER          PIC 9(03).
           05  TMT-FIELD-CODE           PIC X(02).
           05  TMT-FIELD-COLUMN         PIC 9(02).
           05  TMT-LINE-TEXT            PIC X(60).

       FD  TEMPLATE-FILE
           RECORDING MODE IS F.
           COPY LETRTMPL.

       FD  TEMPLATE-REPORT-FILE
           RECORDING MODE IS F.
       01  TEMPLATE-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-TEMPLATE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-TRAN-VALID-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-TRAN-VALID        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ            PIC 9(07) VALUE ZERO.
           05  WS-LINES-ADDED           PIC 9(07) VALUE ZERO.
           05  WS-LINES-CHANGED         PIC 9(07) VALUE ZERO.
           05  WS-LINES-DELETED         PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(07) VALUE ZERO.

       01  WS-OLD-LINE-TEXT             PIC X(60) VALUE SPACES.

       01  WS-HEADING-LINE              PIC X(100) VALUE
           'LETTER TEMPLATE CHANGE REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACTION            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-LETTER-TYPE       PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-LANGUAGE          PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-LINE-NUMBER       PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(25).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-TEXT              PIC X(59).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(20) VALUE
               'LINES ADDED:        '.
           05  WS-TOT-ADDED             PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(20) VALUE
               'LINES CHANGED:      '.
           05  WS-TOT-CHANGED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(20) VALUE
               'LINES DELETED:      '.
           05  WS-TOT-DELETED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(20) VALUE
               'REJECTED:           '.
           05  WS-TOT-REJECTED          PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCTMNT'.
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
           OPEN INPUT  TEMPLATE-TRAN-FILE
           OPEN I-O    TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS = '35'
               OPEN OUTPUT TEMPLATE-FILE
               CLOSE TEMPLATE-FILE
               OPEN I-O TEMPLATE-FILE
           END-IF
           OPEN OUTPUT TEMPLATE-REPORT-FILE
           WRITE TEMPLATE-REPORT-LINE FROM WS-HEADING-LINE
           WRITE TEMPLATE-REPORT-LINE FROM WS-BLANK-LINE
           IF NOT WS-TEMPLATE-STATUS = '00'
               DISPLAY 'ZCNCTMNT - ERROR OPENING TEMPLATE FILE: '
                       WS-TEMPLATE-STATUS
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
                   WHEN TMT-ADD
                       PERFORM 2200-ADD-LINE
                   WHEN TMT-CHANGE
                       PERFORM 2300-CHANGE-LINE
                   WHEN TMT-DELETE
                       PERFORM 2400-DELETE-LINE
               END-EVALUATE
           END-IF
           PERFORM 2900-WRITE-DETAIL
           PERFORM 3000-READ-TRANSACTION.

      * A LINE ZCNCLETR COULD NOT PLACE IS STOPPED HERE - AN UNKNOWN
      * FIELD CODE, OR A FIELD COLUMN OFF THE END OF THE TEXT.
       2100-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH
           EVALUATE TRUE
               WHEN NOT TMT-ADD AND NOT TMT-CHANGE AND NOT TMT-DELETE
                   MOVE 'INVALID ACTION CODE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN TMT-LETTER-TYPE = SPACES
                   OR TMT-LANGUAGE-CODE = SPACES
                   OR TMT-LINE-NUMBER NOT NUMERIC
                   MOVE 'INCOMPLETE TEMPLATE KEY' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN TMT-DELETE
                   CONTINUE
               WHEN TMT-FIELD-CODE NOT = SPACES
                   AND TMT-FIELD-CODE NOT = 'NM'
                   AND TMT-FIELD-CODE NOT = 'ID'
                   AND TMT-FIELD-CODE NOT = 'DT'
                   AND TMT-FIELD-CODE NOT = 'AD'
                   AND TMT-FIELD-CODE NOT = 'DX'
                   MOVE 'INVALID FIELD CODE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN TMT-FIELD-CODE NOT = SPACES
                   AND (TMT-FIELD-COLUMN NOT NUMERIC
                        OR TMT-FIELD-COLUMN < 1
                        OR TMT-FIELD-COLUMN > 60)
                   MOVE 'INVALID FIELD COLUMN' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-TRAN-VALID
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.

       2200-ADD-LINE.
           PERFORM 2500-BUILD-TEMPLATE-LINE
           WRITE LETTER-TEMPLATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'ADD FAILED - ALREADY ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-ADDED
                   MOVE 'ADDED' TO WS-DET-RESULT
           END-WRITE.

       2300-CHANGE-LINE.
           MOVE TMT-LETTER-TYPE   TO LTM-LETTER-TYPE
           MOVE TMT-LANGUAGE-CODE TO LTM-LANGUAGE-CODE
           MOVE TMT-LINE-NUMBER   TO LTM-LINE-NUMBER
           READ TEMPLATE-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CHANGE FAILED - NOT ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   MOVE LTM-LINE-TEXT TO WS-OLD-LINE-TEXT
                   PERFORM 2500-BUILD-TEMPLATE-LINE
                   REWRITE LETTER-TEMPLATE-RECORD
                   ADD 1 TO WS-LINES-CHANGED
                   PERFORM 2910-WRITE-OLD-TEXT
                   MOVE 'CHANGED - NEW TEXT IS:' TO WS-DET-RESULT
           END-READ.

       2400-DELETE-LINE.
           MOVE TMT-LETTER-TYPE   TO LTM-LETTER-TYPE
           MOVE TMT-LANGUAGE-CODE TO LTM-LANGUAGE-CODE
           MOVE TMT-LINE-NUMBER   TO LTM-LINE-NUMBER
           DELETE TEMPLATE-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'DELETE FAILED - NOT ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-DELETED
                   MOVE 'DELETED' TO WS-DET-RESULT
           END-DELETE.

       2500-BUILD-TEMPLATE-LINE.
           MOVE TMT-LETTER-TYPE   TO LTM-LETTER-TYPE
           MOVE TMT-LANGUAGE-CODE TO LTM-LANGUAGE-CODE
           MOVE TMT-LINE-NUMBER   TO LTM-LINE-NUMBER
           MOVE TMT-FIELD-CODE    TO LTM-FIELD-CODE
           IF TMT-FIELD-CODE = SPACES
               MOVE ZERO TO LTM-FIELD-COLUMN
           ELSE
               MOVE TMT-FIELD-COLUMN TO LTM-FIELD-COLUMN
           END-IF
           MOVE TMT-LINE-TEXT     TO LTM-LINE-TEXT.

       2900-WRITE-DETAIL.
           MOVE TMT-ACTION-CODE   TO WS-DET-ACTION
           MOVE TMT-LETTER-TYPE   TO WS-DET-LETTER-TYPE
           MOVE TMT-LANGUAGE-CODE TO WS-DET-LANGUAGE
           MOVE TMT-LINE-NUMBER   TO WS-DET-LINE-NUMBER
           MOVE TMT-LINE-TEXT     TO WS-DET-TEXT
           WRITE TEMPLATE-REPORT-LINE FROM WS-DETAIL-LINE.

      * A CHANGE PRINTS THE REPLACED TEXT AHEAD OF THE NEW TEXT.
       2910-WRITE-OLD-TEXT.
           MOVE 'CHANGED - OLD TEXT WAS:' TO WS-DET-RESULT
           MOVE TMT-ACTION-CODE   TO WS-DET-ACTION
           MOVE TMT-LETTER-TYPE   TO WS-DET-LETTER-TYPE
           MOVE TMT-LANGUAGE-CODE TO WS-DET-LANGUAGE
           MOVE TMT-LINE-NUMBER   TO WS-DET-LINE-NUMBER
           MOVE WS-OLD-LINE-TEXT  TO WS-DET-TEXT
           WRITE TEMPLATE-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-TRANSACTION.
           READ TEMPLATE-TRAN-FILE INTO TEMPLATE-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       9000-TERMINATE.
           WRITE TEMPLATE-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-LINES-ADDED    TO WS-TOT-ADDED
           WRITE TEMPLATE-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-LINES-CHANGED  TO WS-TOT-CHANGED
           WRITE TEMPLATE-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-LINES-DELETED  TO WS-TOT-DELETED
           WRITE TEMPLATE-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-TRANS-REJECTED TO WS-TOT-REJECTED
           WRITE TEMPLATE-REPORT-LINE FROM WS-TOTAL-LINE-4
           CLOSE TEMPLATE-TRAN-FILE
           CLOSE TEMPLATE-FILE
           CLOSE TEMPLATE-REPORT-FILE
           IF WS-TRANS-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCTMNT - TRANSACTIONS READ: ' WS-TRANS-READ
           DISPLAY 'ZCNCTMNT - LINES ADDED      : ' WS-LINES-ADDED
           DISPLAY 'ZCNCTMNT - LINES CHANGED    : ' WS-LINES-CHANGED
           DISPLAY 'ZCNCTMNT - LINES DELETED    : ' WS-LINES-DELETED
           DISPLAY 'ZCNCTMNT - REJECTED         : '
                   WS-TRANS-REJECTED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-TRANS-READ TO WS-RH-RECORDS-READ
           MOVE WS-LINES-ADDED TO WS-RH-RECORDS-APPLIED
           ADD WS-LINES-CHANGED TO WS-RH-RECORDS-APPLIED
           ADD WS-LINES-DELETED TO WS-RH-RECORDS-APPLIED
           MOVE WS-TRANS-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
