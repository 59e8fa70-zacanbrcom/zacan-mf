       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCTPEX                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       MONTHLY THIRD-PARTY EXPIRY REPORT.  LISTS     *
      *       EVERY AUTHORIZATION ON THE THIRDPTY SATELLITE *
      *       WHOSE EXPIRY DATE FALLS WITHIN THE TPEXPARM   *
      *       WINDOW (DEFAULT 60 DAYS) OF THE ZCNCBDAT      *
      *       CYCLE DATE, IN EXPIRY-DATE ORDER, SO THE DESK *
      *       CAN ASK FOR RENEWED PAPERWORK BEFORE THE      *
      *       AUTHORITY LAPSES.  ENTRIES ALREADY EXPIRED    *
      *       BUT STILL ON FILE ARE LISTED AT THE TOP AS    *
      *       EXPIRED SO THEY ARE RENEWED OR REVOKED.  AN   *
      *       ENTRY WITH NO EXPIRY DATE NEVER APPEARS.      *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCTPEX.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THIRD-PARTY-FILE   ASSIGN TO "THIRDPTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TPA-KEY
               FILE STATUS IS WS-THIRDPTY-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EXPIRY-PARM-FILE   ASSIGN TO "TPEXPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK09".

           SELECT EXPIRY-REPORT-FILE ASSIGN TO "TPEXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  THIRD-PARTY-FILE
           RECORDING MODE IS F.
           COPY THIRDPTY.

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  EXPIRY-PARM-FILE
           RECORDING MODE IS F.
       01  EXPIRY-PARM-RECORD.
           05  TPX-WINDOW-DAYS          PIC X(03).
           05  FILLER                   PIC X(77).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-EXPIRY-DATE           PIC 9(08).
           05  SR-CUST-ID               PIC X(10).
           05  SR-SEQ-NO                PIC 9(03).
           05  SR-REP-CUST-ID           PIC X(10).
           05  SR-REP-LAST-NAME         PIC X(30).
           05  SR-RELATIONSHIP          PIC X(02).
           05  SR-SCOPE                 PIC X(01).
           05  SR-DOCUMENT-REF          PIC X(20).

       FD  EXPIRY-REPORT-FILE
           RECORDING MODE IS F.
       01  EXPIRY-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-THIRDPTY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-THIRDPTY-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-THIRDPTY-EOF      VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-MASTER-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-MASTER-AVAILABLE  VALUE 'Y'.
           05  WS-PARM-AVAIL-SW         PIC X(01) VALUE 'N'.
               88  WS-PARM-AVAILABLE    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AUTHS-READ            PIC 9(07) VALUE ZERO.
           05  WS-EXPIRED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-EXPIRING-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-LINES-PRINTED         PIC 9(07) VALUE ZERO.

      * BUSINESS-DATE CONTROL - THE WINDOW RUNS FROM THE ZCNCBDAT
      * CYCLE DATE THROUGH CYCLE DATE + THE TPEXPARM DAY COUNT.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-WINDOW-DAYS               PIC 9(03) VALUE 60.
       01  WS-CYCLE-INTEGER             PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-INTEGER            PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-END-DATE           PIC 9(08) VALUE ZERO.
       01  WS-DAYS-LEFT                 PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'AUTHORIZED THIRD-PARTY EXPIRY REPORT'.
           05  FILLER                   PIC X(12) VALUE
               'CYCLE DATE: '.
           05  WS-HD-CYCLE-DATE         PIC 9(08).
           05  FILLER                   PIC X(11) VALUE
               '  THROUGH: '.
           05  WS-HD-WINDOW-END         PIC 9(08).
           05  FILLER                   PIC X(08) VALUE
               '  DAYS: '.
           05  WS-HD-WINDOW-DAYS        PIC ZZ9.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                   PIC X(10) VALUE 'STATUS'.
           05  FILLER                   PIC X(06) VALUE 'DAYS'.
           05  FILLER                   PIC X(16) VALUE 'CUST-ID/SEQ'.
           05  FILLER                   PIC X(22) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(03) VALUE 'RL'.
           05  FILLER                   PIC X(03) VALUE 'SC'.
           05  FILLER                   PIC X(12) VALUE 'REP CUST-ID'.
           05  FILLER                   PIC X(22) VALUE
               'REPRESENTATIVE'.
           05  FILLER                   PIC X(20) VALUE 'DOCUMENT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-EXPIRY-DATE       PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-STATUS            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DAYS-LEFT         PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-DET-SEQ-NO            PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-LAST-NAME         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-FIRST-NAME        PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-RELATIONSHIP      PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-SCOPE             PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-REP-CUST-ID       PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-REP-LAST-NAME     PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DOCUMENT-REF      PIC X(20).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(26) VALUE
               'AUTHORIZATIONS ON FILE:   '.
           05  WS-TOT-READ              PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(26) VALUE
               'ALREADY EXPIRED:          '.
           05  WS-TOT-EXPIRED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(26) VALUE
               'EXPIRING IN WINDOW:       '.
           05  WS-TOT-EXPIRING          PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCTPEX'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-EXPIRY-DATE
               ON ASCENDING KEY SR-CUST-ID
               ON ASCENDING KEY SR-SEQ-NO
               INPUT PROCEDURE 2000-SELECT-EXPIRIES
               OUTPUT PROCEDURE 3000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-MASTER-FILE
           OPEN INPUT  EXPIRY-PARM-FILE
           OPEN OUTPUT EXPIRY-REPORT-FILE
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
           MOVE WS-CYCLE-DATE TO WS-HD-CYCLE-DATE
           MOVE WS-WINDOW-END-DATE TO WS-HD-WINDOW-END
           MOVE WS-WINDOW-DAYS TO WS-HD-WINDOW-DAYS
           WRITE EXPIRY-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE EXPIRY-REPORT-LINE FROM WS-BLANK-LINE
           WRITE EXPIRY-REPORT-LINE FROM WS-COLUMN-HEADING
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCTPEX - MASTER NOT AVAILABLE, NAMES '
                       'LEFT BLANK: ' WS-MASTER-STATUS
           END-IF.

      * NO PARM CARD (OR A BLANK OR NON-NUMERIC ONE) KEEPS THE
      * 60-DAY DEFAULT.
       1100-READ-WINDOW-PARM.
           READ EXPIRY-PARM-FILE INTO EXPIRY-PARM-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF TPX-WINDOW-DAYS IS NUMERIC
                       MOVE TPX-WINDOW-DAYS TO WS-WINDOW-DAYS
                   ELSE
                       DISPLAY 'ZCNCTPEX - NON-NUMERIC WINDOW, '
                               'DEFAULT USED: ' WS-WINDOW-DAYS
                   END-IF
           END-READ.

      * NO THIRDPTY FILE YET MEANS NOTHING CAN EXPIRE - THE REPORT
      * STILL PRINTS WITH ZERO COUNTS.
       2000-SELECT-EXPIRIES.
           OPEN INPUT THIRD-PARTY-FILE
           IF WS-THIRDPTY-STATUS = '00'
               PERFORM 2100-READ-AUTHORIZATION
               PERFORM 2200-CHECK-AUTHORIZATION
                   UNTIL WS-THIRDPTY-EOF
               CLOSE THIRD-PARTY-FILE
           ELSE
               DISPLAY 'ZCNCTPEX - NO THIRDPTY FILE: '
                       WS-THIRDPTY-STATUS
           END-IF.

       2100-READ-AUTHORIZATION.
           READ THIRD-PARTY-FILE
               AT END
                   MOVE 'Y' TO WS-THIRDPTY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-AUTHS-READ
           END-READ.

       2200-CHECK-AUTHORIZATION.
           IF NOT TPA-NO-EXPIRY
              AND TPA-EXPIRY-DATE <= WS-WINDOW-END-DATE
               IF TPA-EXPIRY-DATE < WS-CYCLE-DATE
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   ADD 1 TO WS-EXPIRING-COUNT
               END-IF
               MOVE TPA-EXPIRY-DATE   TO SR-EXPIRY-DATE
               MOVE TPA-CUST-ID       TO SR-CUST-ID
               MOVE TPA-SEQ-NO        TO SR-SEQ-NO
               MOVE TPA-REP-CUST-ID   TO SR-REP-CUST-ID
               MOVE TPA-REP-LAST-NAME TO SR-REP-LAST-NAME
               MOVE TPA-RELATIONSHIP  TO SR-RELATIONSHIP
               MOVE TPA-SCOPE         TO SR-SCOPE
               MOVE TPA-DOCUMENT-REF  TO SR-DOCUMENT-REF
               RELEASE SORT-WORK-RECORD
           END-IF
           PERFORM 2100-READ-AUTHORIZATION.

       3000-PRINT-REPORT.
           PERFORM 3100-RETURN-SORT-RECORD
           PERFORM 3200-WRITE-DETAIL UNTIL WS-SORT-EOF.

       3100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

      * THE CUSTOMER'S NAME COMES FROM THE MASTER; THE DAYS COLUMN
      * IS LEFT BLANK ON AN AUTHORIZATION THAT HAS ALREADY EXPIRED.
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
           MOVE SR-EXPIRY-DATE   TO WS-DET-EXPIRY-DATE
           IF SR-EXPIRY-DATE < WS-CYCLE-DATE
               MOVE 'EXPIRED'  TO WS-DET-STATUS
               MOVE ZERO       TO WS-DET-DAYS-LEFT
           ELSE
               MOVE 'EXPIRING' TO WS-DET-STATUS
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (SR-EXPIRY-DATE)
                   - WS-CYCLE-INTEGER
               MOVE WS-DAYS-LEFT TO WS-DET-DAYS-LEFT
           END-IF
           MOVE SR-CUST-ID       TO WS-DET-CUST-ID
           MOVE SR-SEQ-NO        TO WS-DET-SEQ-NO
           MOVE SR-RELATIONSHIP  TO WS-DET-RELATIONSHIP
           MOVE SR-SCOPE         TO WS-DET-SCOPE
           MOVE SR-REP-CUST-ID   TO WS-DET-REP-CUST-ID
           MOVE SR-REP-LAST-NAME TO WS-DET-REP-LAST-NAME
           MOVE SR-DOCUMENT-REF  TO WS-DET-DOCUMENT-REF
           WRITE EXPIRY-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINES-PRINTED
           PERFORM 3100-RETURN-SORT-RECORD.

       9000-TERMINATE.
           WRITE EXPIRY-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-AUTHS-READ     TO WS-TOT-READ
           WRITE EXPIRY-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-EXPIRED-COUNT  TO WS-TOT-EXPIRED
           WRITE EXPIRY-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-EXPIRING-COUNT TO WS-TOT-EXPIRING
           WRITE EXPIRY-REPORT-LINE FROM WS-TOTAL-LINE-3
           IF WS-MASTER-AVAILABLE
               CLOSE CUST-MASTER-FILE
           END-IF
           IF WS-PARM-AVAILABLE
               CLOSE EXPIRY-PARM-FILE
           END-IF
           CLOSE EXPIRY-REPORT-FILE
           DISPLAY 'ZCNCTPEX - AUTHORIZATIONS READ: ' WS-AUTHS-READ
           DISPLAY 'ZCNCTPEX - ALREADY EXPIRED    : ' WS-EXPIRED-COUNT
           DISPLAY 'ZCNCTPEX - EXPIRING           : '
                   WS-EXPIRING-COUNT.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-AUTHS-READ TO WS-RH-RECORDS-READ
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
