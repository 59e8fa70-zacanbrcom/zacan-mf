       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCALTR                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       ALTERNATE-ADDRESS CHANGEOVER REPORT.  LISTS   *
      *       EVERY SEASONAL OR TEMPORARY ADDRESS ON THE    *
      *       ALTADDR SATELLITE THAT STARTS OR ENDS WITHIN  *
      *       THE NEXT 30 DAYS OF THE ZCNCBDAT CYCLE DATE,  *
      *       IN DATE ORDER, SO THE DESK CAN CONFIRM THE    *
      *       MOVE WITH THE CUSTOMER BEFORE THE MAILINGS    *
      *       SWITCH ADDRESSES.  A SEASONAL RANGE IS SHOWN  *
      *       AT ITS NEXT YEARLY OCCURRENCE.                *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCALTR.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-ADDRESS-FILE   ASSIGN TO "ALTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALA-CUST-ID
               FILE STATUS IS WS-ALTADDR-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK08".

           SELECT CHANGEOVER-REPORT-FILE ASSIGN TO "ALTRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALT-ADDRESS-FILE
           RECORDING MODE IS F.
           COPY ALTADDR.

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-EVENT-DATE            PIC 9(08).
           05  SR-CUST-ID               PIC X(10).
           05  SR-EVENT-CODE            PIC X(01).
               88  SR-ADDRESS-STARTS    VALUE 'S'.
               88  SR-ADDRESS-ENDS      VALUE 'E'.
           05  SR-RANGE-TYPE            PIC X(01).
           05  SR-CITY                  PIC X(20).
           05  SR-US-STATE              PIC X(02).
           05  SR-POSTAL-CODE           PIC X(15).
           05  SR-REASON-CODE           PIC X(02).

       FD  CHANGEOVER-REPORT-FILE
           RECORDING MODE IS F.
       01  CHANGEOVER-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ALTADDR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ALTADDR-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-ALTADDR-EOF       VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-MASTER-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-MASTER-AVAILABLE  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ALTERNATES-READ       PIC 9(07) VALUE ZERO.
           05  WS-STARTING-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-ENDING-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-LINES-PRINTED         PIC 9(07) VALUE ZERO.

      * BUSINESS-DATE CONTROL - THE 30-DAY WINDOW RUNS FROM THE
      * ZCNCBDAT CYCLE DATE THROUGH CYCLE DATE + 30, INCLUSIVE.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-PARTS REDEFINES WS-CYCLE-DATE.
           05  WS-CYCLE-CCYY            PIC 9(04).
           05  WS-CYCLE-MMDD            PIC 9(04).
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-WINDOW-DAYS               PIC 9(03) VALUE 30.
       01  WS-WINDOW-INTEGER            PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-END-DATE           PIC 9(08) VALUE ZERO.

      * NEXT OCCURRENCE OF A START OR END DATE ON OR AFTER THE CYCLE
      * DATE.  A SEASONAL MMDD ALREADY PAST THIS YEAR FALLS IN THE
      * NEXT ONE.
       01  WS-NEXT-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-NEXT-PARTS REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-CCYY             PIC 9(04).
           05  WS-NEXT-MMDD             PIC 9(04).
       01  WS-RANGE-MMDD                PIC 9(04) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'ALTERNATE-ADDRESS CHANGEOVER REPORT'.
           05  FILLER                   PIC X(12) VALUE
               'CYCLE DATE: '.
           05  WS-HD-CYCLE-DATE         PIC 9(08).
           05  FILLER                   PIC X(11) VALUE
               '  THROUGH: '.
           05  WS-HD-WINDOW-END         PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(10) VALUE 'DATE'.
           05  FILLER                   PIC X(08) VALUE 'EVENT'.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(22) VALUE 'NAME'.
           05  FILLER                   PIC X(03) VALUE 'TY'.
           05  FILLER                   PIC X(21) VALUE
               'ALTERNATE CITY'.
           05  FILLER                   PIC X(03) VALUE 'ST'.
           05  FILLER                   PIC X(16) VALUE 'POSTAL CODE'.
           05  FILLER                   PIC X(02) VALUE 'RS'.

       01  WS-DETAIL-LINE.
           05  WS-DET-EVENT-DATE        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-EVENT             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-LAST-NAME         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-FIRST-NAME        PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-RANGE-TYPE        PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-CITY              PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-US-STATE          PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-POSTAL-CODE       PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-REASON-CODE       PIC X(02).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(22) VALUE
               'ALTERNATES ON FILE:   '.
           05  WS-TOT-READ              PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(22) VALUE
               'STARTING IN WINDOW:   '.
           05  WS-TOT-STARTING          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(22) VALUE
               'ENDING IN WINDOW:     '.
           05  WS-TOT-ENDING            PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCALTR'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-EVENT-DATE
               ON ASCENDING KEY SR-CUST-ID
               ON DESCENDING KEY SR-EVENT-CODE
               INPUT PROCEDURE 2000-SELECT-CHANGEOVERS
               OUTPUT PROCEDURE 3000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-MASTER-FILE
           OPEN OUTPUT CHANGEOVER-REPORT-FILE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           COMPUTE WS-WINDOW-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
               + WS-WINDOW-DAYS
           COMPUTE WS-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-INTEGER)
           MOVE WS-CYCLE-DATE TO WS-HD-CYCLE-DATE
           MOVE WS-WINDOW-END-DATE TO WS-HD-WINDOW-END
           WRITE CHANGEOVER-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE CHANGEOVER-REPORT-LINE FROM WS-BLANK-LINE
           WRITE CHANGEOVER-REPORT-LINE FROM WS-COLUMN-HEADING
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCALTR - MASTER NOT AVAILABLE, NAMES '
                       'LEFT BLANK: ' WS-MASTER-STATUS
           END-IF.

      * NO ALTADDR FILE YET MEANS NOTHING IS CHANGING OVER - THE
      * REPORT STILL PRINTS WITH ZERO COUNTS.
       2000-SELECT-CHANGEOVERS.
           OPEN INPUT ALT-ADDRESS-FILE
           IF WS-ALTADDR-STATUS = '00'
               PERFORM 2100-READ-ALTERNATE
               PERFORM 2200-CHECK-ALTERNATE UNTIL WS-ALTADDR-EOF
               CLOSE ALT-ADDRESS-FILE
           ELSE
               DISPLAY 'ZCNCALTR - NO ALTADDR FILE: '
                       WS-ALTADDR-STATUS
           END-IF.

       2100-READ-ALTERNATE.
           READ ALT-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO WS-ALTADDR-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ALTERNATES-READ
           END-READ.

       2200-CHECK-ALTERNATE.
           IF ALA-SEASONAL
               MOVE ALA-START-MMDD TO WS-RANGE-MMDD
               PERFORM 2300-NEXT-SEASONAL-DATE
           ELSE
               MOVE ALA-START-DATE TO WS-NEXT-DATE
           END-IF
           IF WS-NEXT-DATE >= WS-CYCLE-DATE
              AND WS-NEXT-DATE <= WS-WINDOW-END-DATE
               MOVE 'S' TO SR-EVENT-CODE
               PERFORM 2400-RELEASE-CHANGEOVER
           END-IF
           IF ALA-SEASONAL
               MOVE ALA-END-MMDD TO WS-RANGE-MMDD
               PERFORM 2300-NEXT-SEASONAL-DATE
           ELSE
               MOVE ALA-END-DATE TO WS-NEXT-DATE
           END-IF
           IF WS-NEXT-DATE >= WS-CYCLE-DATE
              AND WS-NEXT-DATE <= WS-WINDOW-END-DATE
               MOVE 'E' TO SR-EVENT-CODE
               PERFORM 2400-RELEASE-CHANGEOVER
           END-IF
           PERFORM 2100-READ-ALTERNATE.

       2300-NEXT-SEASONAL-DATE.
           MOVE WS-CYCLE-CCYY TO WS-NEXT-CCYY
           MOVE WS-RANGE-MMDD TO WS-NEXT-MMDD
           IF WS-NEXT-DATE < WS-CYCLE-DATE
               ADD 1 TO WS-NEXT-CCYY
           END-IF.

       2400-RELEASE-CHANGEOVER.
           MOVE WS-NEXT-DATE     TO SR-EVENT-DATE
           MOVE ALA-CUST-ID      TO SR-CUST-ID
           MOVE ALA-RANGE-TYPE   TO SR-RANGE-TYPE
           MOVE ALA-CITY         TO SR-CITY
           MOVE ALA-US-STATE     TO SR-US-STATE
           MOVE ALA-POSTAL-CODE  TO SR-POSTAL-CODE
           MOVE ALA-REASON-CODE  TO SR-REASON-CODE
           IF SR-ADDRESS-STARTS
               ADD 1 TO WS-STARTING-COUNT
           ELSE
               ADD 1 TO WS-ENDING-COUNT
           END-IF
           RELEASE SORT-WORK-RECORD.

       3000-PRINT-REPORT.
           PERFORM 3100-RETURN-SORT-RECORD
           PERFORM 3200-WRITE-DETAIL UNTIL WS-SORT-EOF.

       3100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

      * THE NAME COMES FROM THE MASTER; AN ALTERNATE LEFT BEHIND
      * BY A CUSTOMER NO LONGER ON FILE PRINTS WITHOUT ONE.
       3200-WRITE-DETAIL.
           MOVE SPACES TO WS-DET-LAST-NAME WS-DET-FIRST-NAME
           IF WS-MASTER-AVAILABLE
               MOVE SR-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                           TO WS-DET-LAST-NAME
                       MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                           TO WS-DET-FIRST-NAME
               END-READ
           END-IF
           MOVE SR-EVENT-DATE    TO WS-DET-EVENT-DATE
           IF SR-ADDRESS-STARTS
               MOVE 'STARTS' TO WS-DET-EVENT
           ELSE
               MOVE 'ENDS'   TO WS-DET-EVENT
           END-IF
           MOVE SR-CUST-ID       TO WS-DET-CUST-ID
           MOVE SR-RANGE-TYPE    TO WS-DET-RANGE-TYPE
           MOVE SR-CITY          TO WS-DET-CITY
           MOVE SR-US-STATE      TO WS-DET-US-STATE
           MOVE SR-POSTAL-CODE   TO WS-DET-POSTAL-CODE
           MOVE SR-REASON-CODE   TO WS-DET-REASON-CODE
           WRITE CHANGEOVER-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINES-PRINTED
           PERFORM 3100-RETURN-SORT-RECORD.

       9000-TERMINATE.
           WRITE CHANGEOVER-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-ALTERNATES-READ TO WS-TOT-READ
           WRITE CHANGEOVER-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-STARTING-COUNT  TO WS-TOT-STARTING
           WRITE CHANGEOVER-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-ENDING-COUNT    TO WS-TOT-ENDING
           WRITE CHANGEOVER-REPORT-LINE FROM WS-TOTAL-LINE-3
           IF WS-MASTER-AVAILABLE
               CLOSE CUST-MASTER-FILE
           END-IF
           CLOSE CHANGEOVER-REPORT-FILE
           DISPLAY 'ZCNCALTR - ALTERNATES READ  : ' WS-ALTERNATES-READ
           DISPLAY 'ZCNCALTR - STARTING         : ' WS-STARTING-COUNT
           DISPLAY 'ZCNCALTR - ENDING           : ' WS-ENDING-COUNT.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-ALTERNATES-READ TO WS-RH-RECORDS-READ
           MOVE WS-LINES-PRINTED TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
