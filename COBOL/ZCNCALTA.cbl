       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCALTA                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       ALTERNATE-ADDRESS MAINTENANCE.  READS THE     *
      *       ALTATRAN TRANSACTIONS THE DESK KEYS FOR       *
      *       SNOWBIRDS, STUDENTS AND OTHER CUSTOMERS WHO   *
      *       ARE AWAY FOR PART OF THE YEAR (ADD, CHANGE,   *
      *       OR DELETE A SEASONAL OR TEMPORARY ADDRESS)    *
      *       AND APPLIES THEM TO THE ALTADDR SATELLITE.    *
      *       THE PERMANENT ADDRESS ON THE MASTER IS ONLY   *
      *       READ, NEVER CHANGED - THE MAILINGS PICK THE   *
      *       ALTERNATE UP THROUGH ZCNCAADR WHILE ITS DATE  *
      *       RANGE IS IN EFFECT.  EVERY CHANGE IS AUDITED  *
      *       BEFORE/AFTER THROUGH ZCNCAUDT AND LISTED ON   *
      *       ALTARPT.                                      *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCALTA.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-ADDRESS-TRAN-FILE ASSIGN TO "ALTATRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ALT-ADDRESS-FILE   ASSIGN TO "ALTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALA-CUST-ID
               FILE STATUS IS WS-ALTADDR-STATUS.

           SELECT ALT-ADDRESS-REPORT-FILE ASSIGN TO "ALTARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALT-ADDRESS-TRAN-FILE
           RECORDING MODE IS F.
       01  ALT-ADDRESS-TRAN-RECORD.
           05  AAT-ACTION-CODE          PIC X(01).
               88  AAT-ADD              VALUE 'A'.
               88  AAT-CHANGE           VALUE 'C'.
               88  AAT-DELETE           VALUE 'D'.
           05  AAT-CUST-ID              PIC X(10).
           05  AAT-LOCATION.
               10  AAT-CITY             PIC X(20).
               10  AAT-US-STATE         PIC X(02).
               10  AAT-COUNTRY-CODE     PIC X(03).
               10  AAT-POSTAL-CODE      PIC X(15).
           05  AAT-RANGE-TYPE           PIC X(01).
               88  AAT-SEASONAL         VALUE 'S'.
               88  AAT-TEMPORARY        VALUE 'T'.
           05  AAT-START-DATE           PIC 9(08).
           05  AAT-END-DATE             PIC 9(08).
           05  AAT-REASON-CODE          PIC X(02).
               88  AAT-VALID-REASON     VALUE 'SB' 'ST' 'TW' 'OT'.
           05  AAT-REASON-TEXT          PIC X(30).
           05  AAT-USER-ID              PIC X(08).

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  ALT-ADDRESS-FILE
           RECORDING MODE IS F.
           COPY ALTADDR.

       FD  ALT-ADDRESS-REPORT-FILE
           RECORDING MODE IS F.
       01  ALT-ADDRESS-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-ALTADDR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-TRAN-VALID-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-TRAN-VALID        VALUE 'Y'.
           05  WS-DATE-VALID-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-DATE-VALID        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ            PIC 9(07) VALUE ZERO.
           05  WS-ADDRESSES-ADDED       PIC 9(07) VALUE ZERO.
           05  WS-ADDRESSES-CHANGED     PIC 9(07) VALUE ZERO.
           05  WS-ADDRESSES-DELETED     PIC 9(07) VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(07) VALUE ZERO.

      * MONTH/DAY EDIT OF A START OR END DATE.  A SEASONAL RANGE
      * CARRIES ONLY MMDD (ANY CENTURY/YEAR KEYED IS DROPPED), SO
      * THE DAY IS CHECKED AGAINST 31 RATHER THAN A CALENDAR.
       01  WS-EDIT-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-CCYY             PIC 9(04).
           05  WS-EDIT-MM               PIC 9(02).
           05  WS-EDIT-DD               PIC 9(02).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-AUDIT-SEQ-NO              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE 'ZCNCALTA'.
       01  WS-AUDIT-USER-ID             PIC X(08) VALUE 'ALTADDR'.
       01  WS-AUDIT-FIELD-NAME          PIC X(15) VALUE
           'ALT-ADDRESS'.
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

      * ONE ALTADDR RECORD AS IT IS SHOWN ON CUSTAUDT - RANGE TYPE,
      * DATES, REASON AND THE ADDRESS ITSELF.
       01  WS-AUDIT-ADDRESS-VALUE.
           05  WS-AAV-RANGE-TYPE        PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AAV-START-DATE        PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-AAV-END-DATE          PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AAV-REASON-CODE       PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AAV-CITY              PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AAV-US-STATE          PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AAV-COUNTRY-CODE      PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AAV-POSTAL-CODE       PIC X(15).

      * BUSINESS-DATE CONTROL - CHANGES ARE STAMPED WITH THE
      * ZCNCBDAT CYCLE DATE, AND A TEMPORARY RANGE THAT HAS ALREADY
      * ENDED ON THAT DATE IS NOT WORTH ADDING.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(100) VALUE
           'ALTERNATE-ADDRESS MAINTENANCE REPORT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACTION            PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RANGE-TYPE        PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-START-DATE        PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-DET-END-DATE          PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CITY              PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(40).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(20) VALUE
               'ADDRESSES ADDED:    '.
           05  WS-TOT-ADDED             PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(20) VALUE
               'ADDRESSES CHANGED:  '.
           05  WS-TOT-CHANGED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(20) VALUE
               'ADDRESSES DELETED:  '.
           05  WS-TOT-DELETED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(20) VALUE
               'REJECTED:           '.
           05  WS-TOT-REJECTED          PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCALTA'.
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
           OPEN INPUT  ALT-ADDRESS-TRAN-FILE
           OPEN INPUT  CUST-MASTER-FILE
           OPEN I-O    ALT-ADDRESS-FILE
           IF WS-ALTADDR-STATUS = '35'
               OPEN OUTPUT ALT-ADDRESS-FILE
               CLOSE ALT-ADDRESS-FILE
               OPEN I-O ALT-ADDRESS-FILE
           END-IF
           OPEN OUTPUT ALT-ADDRESS-REPORT-FILE
           WRITE ALT-ADDRESS-REPORT-LINE FROM WS-HEADING-LINE
           WRITE ALT-ADDRESS-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCALTA - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-ALTADDR-STATUS = '00'
                   DISPLAY 'ZCNCALTA - ERROR OPENING ALTADDR FILE: '
                           WS-ALTADDR-STATUS
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
           IF WS-TRAN-VALID AND NOT AAT-DELETE
               PERFORM 2180-CHECK-CUSTOMER
           END-IF
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN AAT-ADD
                       PERFORM 2200-ADD-ALTERNATE
                   WHEN AAT-CHANGE
                       PERFORM 2300-CHANGE-ALTERNATE
                   WHEN AAT-DELETE
                       PERFORM 2400-DELETE-ALTERNATE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF
           PERFORM 2900-WRITE-DETAIL
           PERFORM 3000-READ-TRANSACTION.

      * A DELETE NEEDS ONLY THE CUST-ID; AN ADD OR CHANGE MUST CARRY
      * A COMPLETE ADDRESS AND A DATE RANGE THE MAILINGS CAN TEST.
       2100-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH
           EVALUATE TRUE
               WHEN NOT AAT-ADD AND NOT AAT-CHANGE AND NOT AAT-DELETE
                   MOVE 'INVALID ACTION CODE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN AAT-CUST-ID = SPACES
                   MOVE 'CUST-ID MISSING' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN AAT-DELETE
                   CONTINUE
               WHEN AAT-CITY = SPACES
                   OR AAT-COUNTRY-CODE = SPACES
                   OR AAT-POSTAL-CODE = SPACES
                   MOVE 'ALTERNATE ADDRESS INCOMPLETE'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN NOT AAT-SEASONAL AND NOT AAT-TEMPORARY
                   MOVE 'RANGE TYPE MUST BE S OR T' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN AAT-START-DATE NOT NUMERIC
                   OR AAT-END-DATE NOT NUMERIC
                   MOVE 'INVALID START/END DATES' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN NOT AAT-VALID-REASON
                   MOVE 'REASON MUST BE SB, ST, TW, OR OT'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN OTHER
                   PERFORM 2150-EDIT-DATE-RANGE
           END-EVALUATE.

      * A SEASONAL START AFTER ITS END IS A RANGE ACROSS THE
      * YEAR-END AND IS ALLOWED; A TEMPORARY RANGE MUST RUN FORWARD
      * AND MUST NOT HAVE ENDED ALREADY.
       2150-EDIT-DATE-RANGE.
           MOVE AAT-START-DATE TO WS-EDIT-DATE
           PERFORM 2160-EDIT-MONTH-DAY
           IF WS-DATE-VALID
               MOVE AAT-END-DATE TO WS-EDIT-DATE
               PERFORM 2160-EDIT-MONTH-DAY
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-DATE-VALID
                   MOVE 'INVALID START/END DATES' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN AAT-SEASONAL
                   CONTINUE
               WHEN AAT-START-DATE < 10000
                   OR AAT-END-DATE < 10000
                   MOVE 'TEMPORARY DATES NEED CCYYMMDD'
                       TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN AAT-END-DATE < AAT-START-DATE
                   MOVE 'END DATE BEFORE START DATE' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN AAT-END-DATE < WS-CYCLE-DATE
                   MOVE 'END DATE ALREADY PASSED' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2160-EDIT-MONTH-DAY.
           MOVE 'Y' TO WS-DATE-VALID-SWITCH
           IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
               OR WS-EDIT-DD < 01 OR WS-EDIT-DD > 31
               MOVE 'N' TO WS-DATE-VALID-SWITCH
           END-IF.

      * THE MASTER IS READ ONLY TO PROVE THE CUSTOMER EXISTS - THE
      * PERMANENT ADDRESS IS NEVER REWRITTEN FROM HERE.
       2180-CHECK-CUSTOMER.
           MOVE AAT-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'CUST-ID NOT ON MASTER' TO WS-DET-RESULT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       2200-ADD-ALTERNATE.
           MOVE AAT-CUST-ID TO ALA-CUST-ID
           READ ALT-ADDRESS-FILE
               INVALID KEY
                   PERFORM 2500-BUILD-ALTERNATE
                   WRITE ALTERNATE-ADDRESS-RECORD
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-ADDRESS-VALUE TO WS-AUDIT-NEW-VALUE
                   PERFORM 2700-AUDIT-ALTERNATE-CHANGE
                   ADD 1 TO WS-ADDRESSES-ADDED
                   MOVE 'ADDED' TO WS-DET-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'ADD FAILED - ALTERNATE ALREADY ON FILE'
                       TO WS-DET-RESULT
           END-READ.

       2300-CHANGE-ALTERNATE.
           MOVE AAT-CUST-ID TO ALA-CUST-ID
           READ ALT-ADDRESS-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'CHANGE FAILED - NO ALTERNATE ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-ADDRESS-VALUE TO WS-AUDIT-OLD-VALUE
                   PERFORM 2500-BUILD-ALTERNATE
                   REWRITE ALTERNATE-ADDRESS-RECORD
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-ADDRESS-VALUE TO WS-AUDIT-NEW-VALUE
                   PERFORM 2700-AUDIT-ALTERNATE-CHANGE
                   ADD 1 TO WS-ADDRESSES-CHANGED
                   MOVE 'CHANGED' TO WS-DET-RESULT
           END-READ.

       2400-DELETE-ALTERNATE.
           MOVE AAT-CUST-ID TO ALA-CUST-ID
           READ ALT-ADDRESS-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'DELETE FAILED - NO ALTERNATE ON FILE'
                       TO WS-DET-RESULT
               NOT INVALID KEY
                   PERFORM 2600-FORMAT-AUDIT-VALUE
                   MOVE WS-AUDIT-ADDRESS-VALUE TO WS-AUDIT-OLD-VALUE
                   DELETE ALT-ADDRESS-FILE
                   MOVE 'DELETED' TO WS-AUDIT-NEW-VALUE
                   PERFORM 2700-AUDIT-ALTERNATE-CHANGE
                   ADD 1 TO WS-ADDRESSES-DELETED
                   MOVE 'DELETED' TO WS-DET-RESULT
           END-READ.

      * A SEASONAL RANGE KEEPS ONLY ITS MMDD SO IT RECURS EVERY YEAR.
       2500-BUILD-ALTERNATE.
           MOVE SPACES TO ALTERNATE-ADDRESS-RECORD
           MOVE AAT-CUST-ID      TO ALA-CUST-ID
           MOVE AAT-LOCATION     TO ALA-LOCATION
           MOVE AAT-RANGE-TYPE   TO ALA-RANGE-TYPE
           MOVE AAT-START-DATE   TO ALA-START-DATE
           MOVE AAT-END-DATE     TO ALA-END-DATE
           IF ALA-SEASONAL
               MOVE ZERO TO ALA-START-CCYY
               MOVE ZERO TO ALA-END-CCYY
           END-IF
           MOVE AAT-REASON-CODE  TO ALA-REASON-CODE
           MOVE AAT-REASON-TEXT  TO ALA-REASON-TEXT
           MOVE WS-CYCLE-DATE    TO ALA-LAST-CHANGED-DATE
           IF AAT-USER-ID = SPACES
               MOVE 'ALTADDR' TO ALA-CHANGED-BY
           ELSE
               MOVE AAT-USER-ID TO ALA-CHANGED-BY
           END-IF.

       2600-FORMAT-AUDIT-VALUE.
           MOVE ALA-RANGE-TYPE   TO WS-AAV-RANGE-TYPE
           MOVE ALA-START-DATE   TO WS-AAV-START-DATE
           MOVE ALA-END-DATE     TO WS-AAV-END-DATE
           MOVE ALA-REASON-CODE  TO WS-AAV-REASON-CODE
           MOVE ALA-CITY         TO WS-AAV-CITY
           MOVE ALA-US-STATE     TO WS-AAV-US-STATE
           MOVE ALA-COUNTRY-CODE TO WS-AAV-COUNTRY-CODE
           MOVE ALA-POSTAL-CODE  TO WS-AAV-POSTAL-CODE.

      * THE ALTERNATE ADDRESS LEAVES THE SAME BEFORE/AFTER TRAIL ON
      * CUSTAUDT AS A CHANGE TO THE PERMANENT ADDRESS, UNDER THE
      * USER WHO KEYED IT.
       2700-AUDIT-ALTERNATE-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           IF AAT-USER-ID = SPACES
               MOVE 'ALTADDR' TO WS-AUDIT-USER-ID
           ELSE
               MOVE AAT-USER-ID TO WS-AUDIT-USER-ID
           END-IF
           CALL 'ZCNCAUDT' USING AAT-CUST-ID
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
           MOVE AAT-ACTION-CODE  TO WS-DET-ACTION
           MOVE AAT-CUST-ID      TO WS-DET-CUST-ID
           MOVE AAT-RANGE-TYPE   TO WS-DET-RANGE-TYPE
           IF AAT-START-DATE NUMERIC
               MOVE AAT-START-DATE TO WS-DET-START-DATE
           ELSE
               MOVE ZERO TO WS-DET-START-DATE
           END-IF
           IF AAT-END-DATE NUMERIC
               MOVE AAT-END-DATE TO WS-DET-END-DATE
           ELSE
               MOVE ZERO TO WS-DET-END-DATE
           END-IF
           MOVE AAT-CITY         TO WS-DET-CITY
           WRITE ALT-ADDRESS-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-TRANSACTION.
           READ ALT-ADDRESS-TRAN-FILE INTO ALT-ADDRESS-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       9000-TERMINATE.
           WRITE ALT-ADDRESS-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-ADDRESSES-ADDED   TO WS-TOT-ADDED
           WRITE ALT-ADDRESS-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-ADDRESSES-CHANGED TO WS-TOT-CHANGED
           WRITE ALT-ADDRESS-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-ADDRESSES-DELETED TO WS-TOT-DELETED
           WRITE ALT-ADDRESS-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-TRANS-REJECTED    TO WS-TOT-REJECTED
           WRITE ALT-ADDRESS-REPORT-LINE FROM WS-TOTAL-LINE-4
           CLOSE ALT-ADDRESS-TRAN-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE ALT-ADDRESS-FILE
           CLOSE ALT-ADDRESS-REPORT-FILE
           IF WS-TRANS-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCALTA - TRANSACTIONS READ: ' WS-TRANS-READ
           DISPLAY 'ZCNCALTA - ADDRESSES ADDED  : ' WS-ADDRESSES-ADDED
           DISPLAY 'ZCNCALTA - ADDRESSES CHANGED: '
                   WS-ADDRESSES-CHANGED
           DISPLAY 'ZCNCALTA - ADDRESSES DELETED: '
                   WS-ADDRESSES-DELETED
           DISPLAY 'ZCNCALTA - REJECTED         : '
                   WS-TRANS-REJECTED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-TRANS-READ TO WS-RH-RECORDS-READ
           MOVE WS-ADDRESSES-ADDED TO WS-RH-RECORDS-APPLIED
           ADD WS-ADDRESSES-CHANGED TO WS-RH-RECORDS-APPLIED
           ADD WS-ADDRESSES-DELETED TO WS-RH-RECORDS-APPLIED
           MOVE WS-TRANS-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
