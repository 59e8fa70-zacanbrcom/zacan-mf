       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCACRV                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       WEEKLY PRIVACY ACCESS REVIEW. READS THE      *
      *       ACCESLOG READ-ACCESS LOG FOR THE REVIEW      *
      *       WINDOW (DEFAULT THE SEVEN DAYS ENDING ON THE *
      *       CYCLE DATE, OVERRIDDEN FROM ACRVPARM) AND    *
      *       LISTS ON ACRVRPT, PER USER, EVERY ACCESS TO  *
      *       A VIP, STAFF OR STAFF-FAMILY (SAME           *
      *       HOUSEHOLD) ACCOUNT, TO A CUSTOMER OUTSIDE    *
      *       THE USER'S BRANCH, TO AN ERASED, DECEASED OR *
      *       COMPLIANCE-HELD CUSTOMER, OR UNDER A USER ID *
      *       NOT ON USERAUTH.                             *
      *                                                    *
      *       A USER WITH MORE ACCESSES IN THE WINDOW THAN *
      *       THE ACRVPARM VOLUME LIMIT (DEFAULT 100) IS   *
      *       LISTED AS HIGH VOLUME EVEN IF NOTHING ELSE   *
      *       WAS FLAGGED.                                 *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCACRV.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE    ASSIGN TO "ACCESLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCESLOG-STATUS.

           SELECT USER-AUTH-FILE     ASSIGN TO "USERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UAF-USER-ID
               FILE STATUS IS WS-USERAUTH-STATUS.

           SELECT HOUSEHOLD-XREF-FILE ASSIGN TO "HHXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHXREF-STATUS.

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

           SELECT DECEASED-FILE      ASSIGN TO "DECEASED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DECEASED-STATUS.

           SELECT COMPLIANCE-HOLD-FILE ASSIGN TO "CMPLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMH-CUST-ID
               FILE STATUS IS WS-CMPLHOLD-STATUS.

           SELECT RETIRED-ID-FILE    ASSIGN TO "RETIRIDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RET-OLD-CUST-ID
               FILE STATUS IS WS-RETIRED-STATUS.

           SELECT REVIEW-PARM-FILE   ASSIGN TO "ACRVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK16".

           SELECT ACCESS-REVIEW-REPORT ASSIGN TO "ACRVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
           COPY ACCESSLG.

       FD  USER-AUTH-FILE
           RECORDING MODE IS F.
           COPY USERAUTH.

       FD  HOUSEHOLD-XREF-FILE
           RECORDING MODE IS F.
       01  HOUSEHOLD-XREF-RECORD.
           05  HHX-HOUSEHOLD-ID         PIC 9(07).
           05  HHX-CUST-ID              PIC X(10).

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  CUST-BRANCH-FILE
           RECORDING MODE IS F.
           COPY CUSTBRCH.

       FD  DECEASED-FILE
           RECORDING MODE IS F.
           COPY DECEASED.

       FD  COMPLIANCE-HOLD-FILE
           RECORDING MODE IS F.
           COPY CMPLHOLD.

       FD  RETIRED-ID-FILE
           RECORDING MODE IS F.
           COPY RETIRED.

      * EVERY FIELD IS OPTIONAL - A BLANK OR NON-NUMERIC ONE KEEPS
      * ITS DEFAULT.  A RERUN FOR AN EARLIER WEEK NAMES ITS OWN
      * WINDOW; THE VOLUME LIMIT IS ACCESSES PER USER IN THE WINDOW.
       FD  REVIEW-PARM-FILE
           RECORDING MODE IS F.
       01  REVIEW-PARM-RECORD.
           05  ARV-FROM-DATE            PIC X(08).
           05  ARV-TO-DATE              PIC X(08).
           05  ARV-VOLUME-LIMIT         PIC X(05).
           05  FILLER                   PIC X(59).

      * ONE SORT RECORD PER ACCESS IN THE WINDOW, GROUPED BY USER
      * IN TIME ORDER.  EVERY ACCESS IS RELEASED, FLAGGED OR NOT,
      * SO EACH USER'S VOLUME CAN BE COUNTED AT THE BREAK.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-USER-ID               PIC X(08).
           05  SR-ACCESS-DATE           PIC 9(08).
           05  SR-ACCESS-TIME           PIC 9(06).
           05  SR-PROGRAM-ID            PIC X(08).
           05  SR-CUST-ID               PIC X(10).
           05  SR-SEARCH-ARG            PIC X(40).
           05  SR-USER-STATUS           PIC X(01).
               88  SR-USER-KNOWN        VALUE 'K'.
               88  SR-USER-UNKNOWN      VALUE 'U'.
           05  SR-USER-BRANCH-CODE      PIC X(04).
           05  SR-FLAGGED-SW            PIC X(01).
               88  SR-FLAGGED           VALUE 'Y'.
           05  SR-REASON-TEXT           PIC X(50).

       FD  ACCESS-REVIEW-REPORT
           RECORDING MODE IS F.
       01  ACCESS-REVIEW-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCESLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-USERAUTH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HHXREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CUSTBRCH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DECEASED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CMPLHOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RETIRED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ACCESLOG-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-ACCESLOG-EOF      VALUE 'Y'.
           05  WS-USERAUTH-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-USERAUTH-EOF      VALUE 'Y'.
           05  WS-HHXREF-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-HHXREF-EOF        VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-ACCESLOG-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-ACCESLOG-AVAILABLE VALUE 'Y'.
           05  WS-USERAUTH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-USERAUTH-AVAILABLE VALUE 'Y'.
           05  WS-CUSTBRCH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CUSTBRCH-AVAILABLE VALUE 'Y'.
           05  WS-DECEASED-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-DECEASED-AVAILABLE VALUE 'Y'.
           05  WS-CMPLHOLD-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CMPLHOLD-AVAILABLE VALUE 'Y'.
           05  WS-RETIRED-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-RETIRED-AVAILABLE VALUE 'Y'.
           05  WS-STAFF-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-STAFF-FOUND       VALUE 'Y'.
           05  WS-FAMILY-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-FAMILY-FOUND      VALUE 'Y'.
           05  WS-USER-LISTED-SW        PIC X(01) VALUE 'N'.
               88  WS-USER-LISTED       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOG-RECORDS-READ      PIC 9(07) VALUE ZERO.
           05  WS-ACCESSES-IN-WINDOW    PIC 9(07) VALUE ZERO.
           05  WS-ACCESSES-FLAGGED      PIC 9(07) VALUE ZERO.
           05  WS-VIP-ACCESSES          PIC 9(07) VALUE ZERO.
           05  WS-STAFF-ACCESSES        PIC 9(07) VALUE ZERO.
           05  WS-FAMILY-ACCESSES       PIC 9(07) VALUE ZERO.
           05  WS-OWN-ACCESSES          PIC 9(07) VALUE ZERO.
           05  WS-BRANCH-ACCESSES       PIC 9(07) VALUE ZERO.
           05  WS-ERASED-ACCESSES       PIC 9(07) VALUE ZERO.
           05  WS-DECEASED-ACCESSES     PIC 9(07) VALUE ZERO.
           05  WS-HOLD-ACCESSES         PIC 9(07) VALUE ZERO.
           05  WS-UNKNOWN-USER-ACCESSES PIC 9(07) VALUE ZERO.
           05  WS-USERS-REVIEWED        PIC 9(07) VALUE ZERO.
           05  WS-USERS-LISTED          PIC 9(07) VALUE ZERO.
           05  WS-HIGH-VOLUME-USERS     PIC 9(07) VALUE ZERO.
           05  WS-FAMILY-NOT-LOADED     PIC 9(07) VALUE ZERO.

      * PER-USER ACCUMULATORS, CLEARED AT EACH USER BREAK.
       01  WS-CUR-USER-ID               PIC X(08) VALUE SPACES.
       01  WS-CUR-USER-STATUS           PIC X(01) VALUE SPACES.
       01  WS-CUR-USER-BRANCH-CODE      PIC X(04) VALUE SPACES.
       01  WS-USR-ACCESSES              PIC 9(05) VALUE ZERO.
       01  WS-USR-FLAGGED               PIC 9(05) VALUE ZERO.

      * REVIEW WINDOW - BY DEFAULT THE SEVEN CALENDAR DAYS ENDING
      * ON THE ZCNCBDAT CYCLE DATE.  A USER WITH MORE ACCESSES
      * THAN THE VOLUME LIMIT IN THE WINDOW IS LISTED WHETHER OR
      * NOT ANY SINGLE ACCESS WAS FLAGGED.
       01  WS-WINDOW-FROM-DATE          PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-TO-DATE            PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-DAYS               PIC 9(03) VALUE 7.
       01  WS-VOLUME-LIMIT              PIC 9(05) VALUE 100.
       01  WS-WORK-INTEGER              PIC 9(08) VALUE ZERO.

      * BUSINESS-DATE CONTROL.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * STAFF WHO BANK WITH US, FROM UAF-STAFF-CUST-ID, AND THE
      * OTHER MEMBERS OF THEIR HOUSEHOLDS FROM HHXREF, EACH WITH
      * THE USER ID OF THE EMPLOYEE.  BOTH ARE SMALL NEXT TO THE
      * MASTER, SO FIXED TABLES WITH AN OVERFLOW WARNING ARE
      * SUFFICIENT HERE (THE SAME AS THE ZCNCAINQ SUMMARY TABLE).
       01  WS-LOOKUP-CUST-ID            PIC X(10) VALUE SPACES.
       01  WS-MAX-STAFF-ENTRIES         PIC 9(05) VALUE 2000.
       01  WS-STAFF-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-STAFF-TABLE.
           05  WS-STAFF-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-STF-IDX.
               10  WS-ST-CUST-ID        PIC X(10) VALUE SPACES.
               10  WS-ST-USER-ID        PIC X(08) VALUE SPACES.
       01  WS-MAX-FAMILY-ENTRIES        PIC 9(05) VALUE 5000.
       01  WS-FAMILY-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-FAMILY-TABLE.
           05  WS-FAMILY-ENTRY OCCURS 5000 TIMES
                                INDEXED BY WS-FAM-IDX.
               10  WS-FT-CUST-ID        PIC X(10) VALUE SPACES.
               10  WS-FT-USER-ID        PIC X(08) VALUE SPACES.

      * MEMBERS OF THE HOUSEHOLD CURRENTLY BEING READ - HHXREF IS
      * IN HOUSEHOLD ORDER, SO THE GROUP IS BUFFERED UNTIL THE
      * BREAK (THE SAME BUFFERING ZCNC360 USES).
       01  WS-PRIOR-HOUSEHOLD-ID        PIC 9(07) VALUE ZERO.
       01  WS-HH-MEMBER-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-KEPT-MEMBER-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-FIRST-HHXREF-SWITCH       PIC X(01) VALUE 'Y'.
           88  WS-FIRST-HHXREF          VALUE 'Y'.
       01  WS-MAX-MEMBERS               PIC 9(03) VALUE 100.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-MBR-IDX WS-ADD-IDX.
               10  WS-MT-CUST-ID        PIC X(10).

      * REASONS ARE STRUNG ONTO SR-REASON-TEXT ONE WORD AT A TIME.
       01  WS-REASON-WORD               PIC X(16) VALUE SPACES.
       01  WS-REASON-POINTER            PIC 9(03) VALUE 1.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               'PRIVACY ACCESS REVIEW'.
           05  FILLER                   PIC X(08) VALUE 'WINDOW: '.
           05  WS-HL-FROM-DATE          PIC 9(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  WS-HL-TO-DATE            PIC 9(08).
           05  FILLER                   PIC X(14) VALUE
               '  CYCLE DATE: '.
           05  WS-HL-CYCLE-DATE         PIC 9(08).

       01  WS-RULE-LINE.
           05  FILLER                   PIC X(30) VALUE
               'HIGH VOLUME: MORE THAN '.
           05  WS-RL-VOLUME-LIMIT       PIC ZZ,ZZ9.
           05  FILLER                   PIC X(25) VALUE
               ' ACCESSES BY ONE USER'.

       01  WS-USER-HEADING.
           05  FILLER                   PIC X(06) VALUE 'USER: '.
           05  WS-UH-USER-ID            PIC X(08).
           05  FILLER                   PIC X(10) VALUE
               '  BRANCH: '.
           05  WS-UH-BRANCH-CODE        PIC X(06).
           05  FILLER                   PIC X(10) VALUE
               '  STATUS: '.
           05  WS-UH-STATUS             PIC X(16).

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(10) VALUE 'DATE'.
           05  FILLER                   PIC X(08) VALUE 'TIME'.
           05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(42) VALUE
               'SEARCH ARGUMENT'.
           05  FILLER                   PIC X(07) VALUE 'REASONS'.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCESS-DATE        PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-ACCESS-TIME        PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-PROGRAM-ID         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-SEARCH-ARG         PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-REASON-TEXT        PIC X(50).

       01  WS-USER-TOTAL-LINE.
           05  FILLER                   PIC X(12) VALUE
               '  ACCESSES: '.
           05  WS-UT-ACCESSES           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE
               '  FLAGGED: '.
           05  WS-UT-FLAGGED            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-UT-VOLUME-MARKER      PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL              PIC X(34).
           05  WS-TL-COUNT              PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCACRV'.
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
                   ON ASCENDING KEY SR-USER-ID
                   ON ASCENDING KEY SR-ACCESS-DATE
                   ON ASCENDING KEY SR-ACCESS-TIME
                   INPUT PROCEDURE 2000-SELECT-ACCESSES
                   OUTPUT PROCEDURE 3000-PRINT-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-MASTER-FILE
           OPEN INPUT  ACCESS-LOG-FILE
           IF WS-ACCESLOG-STATUS = '00'
               MOVE 'Y' TO WS-ACCESLOG-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCACRV - NO ACCESS LOG, NOTHING TO '
                       'REVIEW: ' WS-ACCESLOG-STATUS
           END-IF
           OPEN INPUT  USER-AUTH-FILE
           IF WS-USERAUTH-STATUS = '00'
               MOVE 'Y' TO WS-USERAUTH-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCACRV - NO USERAUTH FILE, USERS NOT '
                       'CHECKED: ' WS-USERAUTH-STATUS
           END-IF
           OPEN INPUT  CUST-BRANCH-FILE
           IF WS-CUSTBRCH-STATUS = '00'
               MOVE 'Y' TO WS-CUSTBRCH-AVAIL-SW
           END-IF
           OPEN INPUT  DECEASED-FILE
           IF WS-DECEASED-STATUS = '00'
               MOVE 'Y' TO WS-DECEASED-AVAIL-SW
           END-IF
           OPEN INPUT  COMPLIANCE-HOLD-FILE
           IF WS-CMPLHOLD-STATUS = '00'
               MOVE 'Y' TO WS-CMPLHOLD-AVAIL-SW
           END-IF
           OPEN INPUT  RETIRED-ID-FILE
           IF WS-RETIRED-STATUS = '00'
               MOVE 'Y' TO WS-RETIRED-AVAIL-SW
           END-IF
           OPEN OUTPUT ACCESS-REVIEW-REPORT
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           PERFORM 1100-SET-REVIEW-WINDOW
           MOVE WS-WINDOW-FROM-DATE TO WS-HL-FROM-DATE
           MOVE WS-WINDOW-TO-DATE   TO WS-HL-TO-DATE
           MOVE WS-CYCLE-DATE       TO WS-HL-CYCLE-DATE
           WRITE ACCESS-REVIEW-LINE FROM WS-HEADING-LINE
           MOVE WS-VOLUME-LIMIT     TO WS-RL-VOLUME-LIMIT
           WRITE ACCESS-REVIEW-LINE FROM WS-RULE-LINE
           IF WS-USERAUTH-AVAILABLE
               PERFORM 1300-LOAD-STAFF-ACCOUNTS
           END-IF
           IF WS-STAFF-COUNT > ZERO
               PERFORM 1400-LOAD-STAFF-FAMILY
           END-IF
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCACRV - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       1100-SET-REVIEW-WINDOW.
           MOVE WS-CYCLE-DATE TO WS-WINDOW-TO-DATE
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
               - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           OPEN INPUT REVIEW-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ REVIEW-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1200-APPLY-REVIEW-PARM
               END-READ
               CLOSE REVIEW-PARM-FILE
           END-IF
           DISPLAY 'ZCNCACRV - REVIEW WINDOW: ' WS-WINDOW-FROM-DATE
                   ' TO ' WS-WINDOW-TO-DATE.

       1200-APPLY-REVIEW-PARM.
           IF ARV-FROM-DATE IS NUMERIC
               MOVE ARV-FROM-DATE TO WS-WINDOW-FROM-DATE
           ELSE
               IF NOT ARV-FROM-DATE = SPACES
                   DISPLAY 'ZCNCACRV - NON-NUMERIC FROM DATE, '
                           'DEFAULT USED'
               END-IF
           END-IF
           IF ARV-TO-DATE IS NUMERIC
               MOVE ARV-TO-DATE TO WS-WINDOW-TO-DATE
           ELSE
               IF NOT ARV-TO-DATE = SPACES
                   DISPLAY 'ZCNCACRV - NON-NUMERIC TO DATE, '
                           'DEFAULT USED'
               END-IF
           END-IF
           IF ARV-VOLUME-LIMIT IS NUMERIC
               MOVE ARV-VOLUME-LIMIT TO WS-VOLUME-LIMIT
           ELSE
               IF NOT ARV-VOLUME-LIMIT = SPACES
                   DISPLAY 'ZCNCACRV - NON-NUMERIC VOLUME LIMIT, '
                           'DEFAULT USED'
               END-IF
           END-IF.

      * EVERY USER WHOSE ENTITLEMENT CARRIES A STAFF CUST-ID IS AN
      * EMPLOYEE WHO BANKS WITH US.
       1300-LOAD-STAFF-ACCOUNTS.
           PERFORM 1310-READ-NEXT-USER
           PERFORM 1320-KEEP-STAFF-ACCOUNT UNTIL WS-USERAUTH-EOF
           DISPLAY 'ZCNCACRV - STAFF ACCOUNTS LOADED: '
                   WS-STAFF-COUNT.

       1310-READ-NEXT-USER.
           READ USER-AUTH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-USERAUTH-EOF-SWITCH
           END-READ.

       1320-KEEP-STAFF-ACCOUNT.
           IF NOT UAF-STAFF-CUST-ID = SPACES
               IF WS-STAFF-COUNT < WS-MAX-STAFF-ENTRIES
                   ADD 1 TO WS-STAFF-COUNT
                   SET WS-STF-IDX TO WS-STAFF-COUNT
                   MOVE UAF-STAFF-CUST-ID
                       TO WS-ST-CUST-ID (WS-STF-IDX)
                   MOVE UAF-USER-ID TO WS-ST-USER-ID (WS-STF-IDX)
               ELSE
                   DISPLAY 'ZCNCACRV - STAFF TABLE FULL, USER NOT '
                           'LOADED: ' UAF-USER-ID
               END-IF
           END-IF
           PERFORM 1310-READ-NEXT-USER.

      * A STAFF FAMILY ACCOUNT IS ANY OTHER MEMBER OF A HOUSEHOLD
      * THAT HOLDS A STAFF ACCOUNT.  HHXREF IS READ ONCE, IN
      * HOUSEHOLD ORDER, AND EACH GROUP CHECKED AT ITS BREAK.
       1400-LOAD-STAFF-FAMILY.
           OPEN INPUT HOUSEHOLD-XREF-FILE
           IF WS-HHXREF-STATUS = '00'
               PERFORM 1410-READ-NEXT-HHXREF UNTIL WS-HHXREF-EOF
               IF NOT WS-FIRST-HHXREF
                   PERFORM 1430-CHECK-HOUSEHOLD
               END-IF
               CLOSE HOUSEHOLD-XREF-FILE
               DISPLAY 'ZCNCACRV - STAFF FAMILY LOADED  : '
                       WS-FAMILY-COUNT
               IF WS-FAMILY-NOT-LOADED > ZERO
                   DISPLAY 'ZCNCACRV - FAMILY TABLE FULL, NOT '
                           'LOADED: ' WS-FAMILY-NOT-LOADED
               END-IF
           ELSE
               DISPLAY 'ZCNCACRV - NO HHXREF FILE, STAFF FAMILY NOT '
                       'CHECKED: ' WS-HHXREF-STATUS
           END-IF.

       1410-READ-NEXT-HHXREF.
           READ HOUSEHOLD-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-HHXREF-EOF-SWITCH
               NOT AT END
                   PERFORM 1420-GROUP-HHXREF-RECORD
           END-READ.

       1420-GROUP-HHXREF-RECORD.
           IF WS-FIRST-HHXREF
               OR HHX-HOUSEHOLD-ID NOT = WS-PRIOR-HOUSEHOLD-ID
               IF NOT WS-FIRST-HHXREF
                   PERFORM 1430-CHECK-HOUSEHOLD
               END-IF
               MOVE ZERO TO WS-HH-MEMBER-COUNT
               MOVE HHX-HOUSEHOLD-ID TO WS-PRIOR-HOUSEHOLD-ID
               MOVE 'N' TO WS-FIRST-HHXREF-SWITCH
           END-IF
           ADD 1 TO WS-HH-MEMBER-COUNT
           IF WS-HH-MEMBER-COUNT <= WS-MAX-MEMBERS
               SET WS-MBR-IDX TO WS-HH-MEMBER-COUNT
               MOVE HHX-CUST-ID TO WS-MT-CUST-ID (WS-MBR-IDX)
           END-IF.

       1430-CHECK-HOUSEHOLD.
           IF WS-HH-MEMBER-COUNT > WS-MAX-MEMBERS
               MOVE WS-MAX-MEMBERS TO WS-KEPT-MEMBER-COUNT
           ELSE
               MOVE WS-HH-MEMBER-COUNT TO WS-KEPT-MEMBER-COUNT
           END-IF
           IF WS-KEPT-MEMBER-COUNT > 1
               SET WS-MBR-IDX TO 1
               PERFORM 1440-CHECK-MEMBER WS-KEPT-MEMBER-COUNT TIMES
           END-IF.

       1440-CHECK-MEMBER.
           MOVE WS-MT-CUST-ID (WS-MBR-IDX) TO WS-LOOKUP-CUST-ID
           PERFORM 8100-FIND-STAFF-ACCOUNT
           IF WS-STAFF-FOUND
               SET WS-ADD-IDX TO 1
               PERFORM 1450-ADD-FAMILY-MEMBER WS-KEPT-MEMBER-COUNT TIMES
           END-IF
           SET WS-MBR-IDX UP BY 1.

       1450-ADD-FAMILY-MEMBER.
           IF NOT WS-ADD-IDX = WS-MBR-IDX
               IF WS-FAMILY-COUNT < WS-MAX-FAMILY-ENTRIES
                   ADD 1 TO WS-FAMILY-COUNT
                   SET WS-FAM-IDX TO WS-FAMILY-COUNT
                   MOVE WS-MT-CUST-ID (WS-ADD-IDX)
                       TO WS-FT-CUST-ID (WS-FAM-IDX)
                   MOVE WS-ST-USER-ID (WS-STF-IDX)
                       TO WS-FT-USER-ID (WS-FAM-IDX)
               ELSE
                   ADD 1 TO WS-FAMILY-NOT-LOADED
               END-IF
           END-IF
           SET WS-ADD-IDX UP BY 1.

       2000-SELECT-ACCESSES.
           IF WS-ACCESLOG-AVAILABLE
               PERFORM 2100-READ-ACCESS-LOG
               PERFORM 2200-CHECK-ACCESS UNTIL WS-ACCESLOG-EOF
           END-IF.

       2100-READ-ACCESS-LOG.
           READ ACCESS-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-ACCESLOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOG-RECORDS-READ
           END-READ.

       2200-CHECK-ACCESS.
           IF ACL-ACCESS-DATE >= WS-WINDOW-FROM-DATE
               AND ACL-ACCESS-DATE <= WS-WINDOW-TO-DATE
               ADD 1 TO WS-ACCESSES-IN-WINDOW
               PERFORM 2300-RELEASE-ACCESS
           END-IF
           PERFORM 2100-READ-ACCESS-LOG.

       2300-RELEASE-ACCESS.
           MOVE SPACES TO SORT-WORK-RECORD
           MOVE ACL-USER-ID      TO SR-USER-ID
           MOVE ACL-ACCESS-DATE  TO SR-ACCESS-DATE
           MOVE ACL-ACCESS-TIME  TO SR-ACCESS-TIME
           MOVE ACL-PROGRAM-ID   TO SR-PROGRAM-ID
           MOVE ACL-CUST-ID      TO SR-CUST-ID
           MOVE ACL-SEARCH-ARG   TO SR-SEARCH-ARG
           MOVE 'N' TO SR-FLAGGED-SW
           MOVE 1 TO WS-REASON-POINTER
           IF WS-USERAUTH-AVAILABLE
               PERFORM 2400-CHECK-USER
           END-IF
           IF NOT ACL-CUST-ID = SPACES
               PERFORM 2500-CHECK-CUSTOMER
           END-IF
           IF SR-FLAGGED
               ADD 1 TO WS-ACCESSES-FLAGGED
           END-IF
           RELEASE SORT-WORK-RECORD.

      * A LOOKUP UNDER A USER ID THAT IS BLANK OR NOT ON USERAUTH
      * CANNOT BE TRACED TO A PERSON AND IS ALWAYS FLAGGED.
       2400-CHECK-USER.
           IF ACL-USER-ID = SPACES
               SET SR-USER-UNKNOWN TO TRUE
           ELSE
               MOVE ACL-USER-ID TO UAF-USER-ID
               READ USER-AUTH-FILE
                   INVALID KEY
                       SET SR-USER-UNKNOWN TO TRUE
                   NOT INVALID KEY
                       SET SR-USER-KNOWN TO TRUE
                       MOVE UAF-BRANCH-CODE TO SR-USER-BRANCH-CODE
               END-READ
           END-IF
           IF SR-USER-UNKNOWN
               ADD 1 TO WS-UNKNOWN-USER-ACCESSES
               MOVE 'UNKNOWN-USER' TO WS-REASON-WORD
               PERFORM 2900-ADD-REASON
           END-IF.

      * A STAFF MEMBER LOOKING AT THEIR OWN ACCOUNT OR HOUSEHOLD IS
      * CALLED OUT SEPARATELY FROM ONE LOOKING AT A COLLEAGUE'S.
      * THE BRANCH CHECK SKIPS HEAD-OFFICE USERS (NO HOME BRANCH)
      * AND CUSTOMERS WITH NO SERVICING BRANCH.  AN ERASED CUST-ID
      * IS A RETIRED ID WITH NO SURVIVOR.
       2500-CHECK-CUSTOMER.
           MOVE ACL-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VIP-CUSTOMER OF MASTER-CUSTOMER-REC
                       ADD 1 TO WS-VIP-ACCESSES
                       MOVE 'VIP' TO WS-REASON-WORD
                       PERFORM 2900-ADD-REASON
                   END-IF
           END-READ
           MOVE ACL-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM 8100-FIND-STAFF-ACCOUNT
           IF WS-STAFF-FOUND
               IF WS-ST-USER-ID (WS-STF-IDX) = ACL-USER-ID
                   ADD 1 TO WS-OWN-ACCESSES
                   MOVE 'OWN-ACCOUNT' TO WS-REASON-WORD
               ELSE
                   ADD 1 TO WS-STAFF-ACCESSES
                   MOVE 'STAFF-ACCOUNT' TO WS-REASON-WORD
               END-IF
               PERFORM 2900-ADD-REASON
           ELSE
               PERFORM 8200-FIND-STAFF-FAMILY
               IF WS-FAMILY-FOUND
                   IF WS-FT-USER-ID (WS-FAM-IDX) = ACL-USER-ID
                       ADD 1 TO WS-OWN-ACCESSES
                       MOVE 'OWN-HOUSEHOLD' TO WS-REASON-WORD
                   ELSE
                       ADD 1 TO WS-FAMILY-ACCESSES
                       MOVE 'STAFF-FAMILY' TO WS-REASON-WORD
                   END-IF
                   PERFORM 2900-ADD-REASON
               END-IF
           END-IF
           IF WS-CUSTBRCH-AVAILABLE
               AND NOT SR-USER-BRANCH-CODE = SPACES
               MOVE ACL-CUST-ID TO CBR-CUST-ID
               READ CUST-BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CBR-BRANCH-CODE = SPACES
                           AND NOT CBR-BRANCH-CODE
                               = SR-USER-BRANCH-CODE
                           ADD 1 TO WS-BRANCH-ACCESSES
                           MOVE 'OTHER-BRANCH' TO WS-REASON-WORD
                           PERFORM 2900-ADD-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-RETIRED-AVAILABLE
               MOVE ACL-CUST-ID TO RET-OLD-CUST-ID
               READ RETIRED-ID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RET-NEW-CUST-ID = SPACES
                           ADD 1 TO WS-ERASED-ACCESSES
                           MOVE 'ERASED' TO WS-REASON-WORD
                           PERFORM 2900-ADD-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-DECEASED-AVAILABLE
               MOVE ACL-CUST-ID TO DCD-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DCD-CONFIRMED
                           ADD 1 TO WS-DECEASED-ACCESSES
                           MOVE 'DECEASED' TO WS-REASON-WORD
                           PERFORM 2900-ADD-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-CMPLHOLD-AVAILABLE
               MOVE ACL-CUST-ID TO CMH-CUST-ID
               READ COMPLIANCE-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CMH-SUPPRESSED
                           ADD 1 TO WS-HOLD-ACCESSES
                           MOVE 'CMPL-HOLD' TO WS-REASON-WORD
                           PERFORM 2900-ADD-REASON
                       END-IF
               END-READ
           END-IF.

       2900-ADD-REASON.
           MOVE 'Y' TO SR-FLAGGED-SW
           STRING WS-REASON-WORD DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
               INTO SR-REASON-TEXT
               WITH POINTER WS-REASON-POINTER
               ON OVERFLOW
                   CONTINUE
           END-STRING.

       3000-PRINT-REPORT.
           PERFORM 3100-RETURN-SORT-RECORD
           PERFORM 3200-REVIEW-USER UNTIL WS-SORT-EOF.

       3100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

      * A USER IS ONLY LISTED IF AT LEAST ONE ACCESS WAS FLAGGED OR
      * THE VOLUME LIMIT WAS PASSED - THE HEADING IS WRITTEN AT THE
      * FIRST FLAGGED ACCESS OR, FOR VOLUME ALONE, AT THE BREAK.
       3200-REVIEW-USER.
           ADD 1 TO WS-USERS-REVIEWED
           MOVE SR-USER-ID          TO WS-CUR-USER-ID
           MOVE SR-USER-STATUS      TO WS-CUR-USER-STATUS
           MOVE SR-USER-BRANCH-CODE TO WS-CUR-USER-BRANCH-CODE
           MOVE ZERO TO WS-USR-ACCESSES
           MOVE ZERO TO WS-USR-FLAGGED
           MOVE 'N' TO WS-USER-LISTED-SW
           PERFORM 3300-REVIEW-ACCESS
               UNTIL WS-SORT-EOF
                  OR NOT SR-USER-ID = WS-CUR-USER-ID
           PERFORM 3500-FINISH-USER.

       3300-REVIEW-ACCESS.
           ADD 1 TO WS-USR-ACCESSES
           IF SR-FLAGGED
               ADD 1 TO WS-USR-FLAGGED
               IF NOT WS-USER-LISTED
                   PERFORM 3400-PRINT-USER-HEADING
               END-IF
               MOVE SR-ACCESS-DATE  TO WS-DL-ACCESS-DATE
               MOVE SR-ACCESS-TIME  TO WS-DL-ACCESS-TIME
               MOVE SR-PROGRAM-ID   TO WS-DL-PROGRAM-ID
               IF SR-CUST-ID = SPACES
                   MOVE '(NO HIT)' TO WS-DL-CUST-ID
               ELSE
                   MOVE SR-CUST-ID  TO WS-DL-CUST-ID
               END-IF
               MOVE SR-SEARCH-ARG   TO WS-DL-SEARCH-ARG
               MOVE SR-REASON-TEXT  TO WS-DL-REASON-TEXT
               WRITE ACCESS-REVIEW-LINE FROM WS-DETAIL-LINE
           END-IF
           PERFORM 3100-RETURN-SORT-RECORD.

       3400-PRINT-USER-HEADING.
           MOVE 'Y' TO WS-USER-LISTED-SW
           ADD 1 TO WS-USERS-LISTED
           IF WS-CUR-USER-ID = SPACES
               MOVE '(BLANK)' TO WS-UH-USER-ID
           ELSE
               MOVE WS-CUR-USER-ID TO WS-UH-USER-ID
           END-IF
           IF WS-CUR-USER-BRANCH-CODE = SPACES
               MOVE '(NONE)' TO WS-UH-BRANCH-CODE
           ELSE
               MOVE WS-CUR-USER-BRANCH-CODE TO WS-UH-BRANCH-CODE
           END-IF
           EVALUATE WS-CUR-USER-STATUS
               WHEN 'K'
                   MOVE 'ON FILE' TO WS-UH-STATUS
               WHEN 'U'
                   MOVE 'NOT ON USERAUTH' TO WS-UH-STATUS
               WHEN OTHER
                   MOVE 'NOT CHECKED' TO WS-UH-STATUS
           END-EVALUATE
           WRITE ACCESS-REVIEW-LINE FROM WS-BLANK-LINE
           WRITE ACCESS-REVIEW-LINE FROM WS-USER-HEADING
           WRITE ACCESS-REVIEW-LINE FROM WS-COLUMN-HEADING.

       3500-FINISH-USER.
           MOVE SPACES TO WS-UT-VOLUME-MARKER
           IF WS-USR-ACCESSES > WS-VOLUME-LIMIT
               ADD 1 TO WS-HIGH-VOLUME-USERS
               MOVE '*** HIGH VOLUME ***' TO WS-UT-VOLUME-MARKER
               IF NOT WS-USER-LISTED
                   PERFORM 3400-PRINT-USER-HEADING
               END-IF
           END-IF
           IF WS-USER-LISTED
               MOVE WS-USR-ACCESSES TO WS-UT-ACCESSES
               MOVE WS-USR-FLAGGED  TO WS-UT-FLAGGED
               WRITE ACCESS-REVIEW-LINE FROM WS-USER-TOTAL-LINE
           END-IF.

      * THE STAFF TABLES ARE SHORT AND UNSORTED, SO A SERIAL SEARCH
      * IS USED; AN UNUSED ENTRY IS BLANK AND NEVER MATCHES.
       8100-FIND-STAFF-ACCOUNT.
           MOVE 'N' TO WS-STAFF-FOUND-SW
           IF WS-STAFF-COUNT > ZERO
               SET WS-STF-IDX TO 1
               SEARCH WS-STAFF-ENTRY
                   AT END
                       MOVE 'N' TO WS-STAFF-FOUND-SW
                   WHEN WS-ST-CUST-ID (WS-STF-IDX) = WS-LOOKUP-CUST-ID
                       MOVE 'Y' TO WS-STAFF-FOUND-SW
               END-SEARCH
           END-IF.

       8200-FIND-STAFF-FAMILY.
           MOVE 'N' TO WS-FAMILY-FOUND-SW
           IF WS-FAMILY-COUNT > ZERO
               SET WS-FAM-IDX TO 1
               SEARCH WS-FAMILY-ENTRY
                   AT END
                       MOVE 'N' TO WS-FAMILY-FOUND-SW
                   WHEN WS-FT-CUST-ID (WS-FAM-IDX) = WS-LOOKUP-CUST-ID
                       MOVE 'Y' TO WS-FAMILY-FOUND-SW
               END-SEARCH
           END-IF.

       9000-TERMINATE.
           WRITE ACCESS-REVIEW-LINE FROM WS-BLANK-LINE
           MOVE 'ACCESS LOG RECORDS READ:' TO WS-TL-LABEL
           MOVE WS-LOG-RECORDS-READ TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE 'ACCESSES IN WINDOW:' TO WS-TL-LABEL
           MOVE WS-ACCESSES-IN-WINDOW TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE 'ACCESSES FLAGGED:' TO WS-TL-LABEL
           MOVE WS-ACCESSES-FLAGGED TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE '  VIP CUSTOMER:' TO WS-TL-LABEL
           MOVE WS-VIP-ACCESSES TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE '  STAFF ACCOUNT:' TO WS-TL-LABEL
           MOVE WS-STAFF-ACCESSES TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE '  STAFF FAMILY ACCOUNT:' TO WS-TL-LABEL
           MOVE WS-FAMILY-ACCESSES TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE '  OWN ACCOUNT OR HOUSEHOLD:' TO WS-TL-LABEL
           MOVE WS-OWN-ACCESSES TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE '  OUTSIDE USER BRANCH:' TO WS-TL-LABEL
           MOVE WS-BRANCH-ACCESSES TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE '  ERASED CUSTOMER:' TO WS-TL-LABEL
           MOVE WS-ERASED-ACCESSES TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE '  DECEASED CUSTOMER:' TO WS-TL-LABEL
           MOVE WS-DECEASED-ACCESSES TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE '  COMPLIANCE HOLD:' TO WS-TL-LABEL
           MOVE WS-HOLD-ACCESSES TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE '  UNKNOWN USER:' TO WS-TL-LABEL
           MOVE WS-UNKNOWN-USER-ACCESSES TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE 'USERS REVIEWED:' TO WS-TL-LABEL
           MOVE WS-USERS-REVIEWED TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE 'USERS LISTED:' TO WS-TL-LABEL
           MOVE WS-USERS-LISTED TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           MOVE 'HIGH-VOLUME USERS:' TO WS-TL-LABEL
           MOVE WS-HIGH-VOLUME-USERS TO WS-TL-COUNT
           WRITE ACCESS-REVIEW-LINE FROM WS-TOTAL-LINE
           IF WS-MASTER-STATUS NOT = '35'
               CLOSE CUST-MASTER-FILE
           END-IF
           IF WS-ACCESLOG-AVAILABLE
               CLOSE ACCESS-LOG-FILE
           END-IF
           IF WS-USERAUTH-AVAILABLE
               CLOSE USER-AUTH-FILE
           END-IF
           IF WS-CUSTBRCH-AVAILABLE
               CLOSE CUST-BRANCH-FILE
           END-IF
           IF WS-DECEASED-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF
           IF WS-CMPLHOLD-AVAILABLE
               CLOSE COMPLIANCE-HOLD-FILE
           END-IF
           IF WS-RETIRED-AVAILABLE
               CLOSE RETIRED-ID-FILE
           END-IF
           CLOSE ACCESS-REVIEW-REPORT
           DISPLAY 'ZCNCACRV - LOG RECORDS READ  : ' WS-LOG-RECORDS-READ
           DISPLAY 'ZCNCACRV - IN WINDOW         : '
                   WS-ACCESSES-IN-WINDOW
           DISPLAY 'ZCNCACRV - ACCESSES FLAGGED  : '
                   WS-ACCESSES-FLAGGED
           DISPLAY 'ZCNCACRV - USERS LISTED      : ' WS-USERS-LISTED
           DISPLAY 'ZCNCACRV - HIGH-VOLUME USERS : '
                   WS-HIGH-VOLUME-USERS.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-LOG-RECORDS-READ TO WS-RH-RECORDS-READ
           MOVE WS-ACCESSES-FLAGGED TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
