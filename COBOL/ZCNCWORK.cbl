      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       CALLBACK WORKLIST REPORT.  SCANS THE NIGHTLY *
      *       CUSTSNAP CUSTOMER SNAPSHOT (ZCNCSNAP) FOR    *
      *       EVERY RECORD WITH MISS-CALL TRUE AND         *
      *       DO-NOT-CALL FALSE (A DNC CUSTOMER MUST NEVER *
      *       REACH THE CALL DESK, EVEN WITH A MISSED CALL *
      *       ON FILE), SORTS THEM BY US-STATE, AND PRINTS *
      *       A WORKLIST GROUPED BY US-STATE WITH A        *
      *       SUBTOTAL COUNT PER STATE AND A GRAND TOTAL.  *
      *       THE SNAPSHOT IS IN CUST-ID ORDER, NOT        *
      *       US-STATE, SO THE QUALIFYING RECORDS ARE      *
      *       SORTED THROUGH A SORT WORK FILE BEFORE THE   *
      *       STATE CONTROL BREAK (SAME APPROACH AS        *
      *       ZCNCDIR).  CUSTOMERS UNDER A CMPLHOLD        *
      *       COMPLIANCE HOLD ARE KEPT OFF THE LIST AND    *
      *       COUNTED.  SO ARE CUSTOMERS WHOSE DEATH IS    *
      *       CONFIRMED ON THE DECEASED FILE.              *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCWORK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK02".

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT WORK-PARM-FILE     ASSIGN TO "WORKPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           RECORDING MODE IS F.
           COPY CONTEVT.

       FD  WORK-PARM-FILE
           RECORDING MODE IS F.
       01  WORK-PARM-RECORD.
           05  WPM-BRANCH-CODE          PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-WORKLIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.

      * THE NIGHTLY CUSTSNAP SNAPSHOT (ZCNCSNAP) IS READ INSTEAD OF
      * THE LIVE MASTER AND ITS SATELLITES, SO THIS JOB CAN RUN
      * WHILE THE MASTER IS OPEN FOR MAINTENANCE.  ZCNCSNPV REFUSES
      * A SNAPSHOT THAT IS NOT BALANCED OR NOT FOR TODAY'S BUSINESS
      * DATE.
       01  WS-SNAPSHOT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SNPV-RESULT-CODE          PIC 9(02) VALUE ZERO.
       01  WS-SNAPSHOT-SW               PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-USABLE       VALUE 'Y'.
       01  WS-SNAPSHOT-READ             PIC 9(07) VALUE ZERO.

           COPY SNAPCTL.

           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

      * BRANCH FILTER - A WORKPARM BRANCH CODE LIMITS THE WORKLIST
      * TO THAT OFFICE'S OWN BOOK (SERVICING BRANCH ON CUSTBRCH);
      * NO PARM MEANS THE FULL WORKLIST AS BEFORE.
       01  WS-FILTER-BRANCH             PIC X(04) VALUE SPACES.
       01  WS-BRANCH-SKIP-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-BRANCH-SKIP           VALUE 'Y'.

      * A CUSTOMER UNDER AN OPEN OR CONFIRMED COMPLIANCE HOLD IS
      * NOT CALLED BACK.
       01  WS-COMPLIANCE-HOLD-SW        PIC X(01) VALUE 'N'.
           88  WS-COMPLIANCE-HELD       VALUE 'Y'.

      * A CUSTOMER WHOSE DEATH IS CONFIRMED ON THE DECEASED FILE IS
      * NEVER CALLED BACK.
       01  WS-DECEASED-SW               PIC X(01) VALUE 'N'.
           88  WS-CUST-DECEASED         VALUE 'Y'.

      * EVERY CUSTOMER PUT ON THE CALLBACK LIST IS STAMPED ON THE
      * CONTEVT CONTACT-EVENT HISTORY, DATED WITH THE ZCNCBDAT
      * CYCLE DATE, SO DORMANCY IS JUDGED ON REAL CONTACT.
           05  WS-GRAND-TOTAL           PIC 9(05) VALUE ZERO.
           05  WS-DNC-SUPPRESSED        PIC 9(05) VALUE ZERO.
           05  WS-OTHER-BRANCH-SKIPPED  PIC 9(05) VALUE ZERO.
           05  WS-COMPLIANCE-SUPPRESSED PIC 9(05) VALUE ZERO.
           05  WS-DECEASED-SUPPRESSED   PIC 9(05) VALUE ZERO.

       01  WS-PRIOR-STATE               PIC X(02) VALUE SPACES.
       01  WS-FIRST-RECORD-SWITCH       PIC X(01) VALUE 'Y'.
               VALUE 'OTHER BRANCH ='.
           05  WS-BSK-COUNT             PIC ZZZZ9.

       01  WS-COMPLIANCE-LINE.
           05  FILLER                   PIC X(20)
               VALUE 'COMPLIANCE HOLD ='.
           05  WS-CMP-COUNT             PIC ZZZZ9.

       01  WS-DECEASED-LINE.
           05  FILLER                   PIC X(20)
               VALUE 'DECEASED ='.
           05  WS-DCD-COUNT             PIC ZZZZ9.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCWORK'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-VERIFY-SNAPSHOT
           IF WS-SNAPSHOT-USABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-US-STATE
                   INPUT PROCEDURE 2000-LOAD-SORT-FILE
                   OUTPUT PROCEDURE 3000-PRINT-WORKLIST
           END-IF
           IF NOT WS-SNAPSHOT-USABLE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-VERIFY-SNAPSHOT.
           CALL 'ZCNCSNPV' USING SNAPSHOT-CONTROL-RECORD
                                 WS-SNPV-RESULT-CODE
           END-CALL
           IF WS-SNPV-RESULT-CODE = ZERO
               MOVE 'Y' TO WS-SNAPSHOT-SW
           ELSE
               DISPLAY 'ZCNCWORK - SNAPSHOT REFUSED, ZCNCSNPV CODE: '
                       WS-SNPV-RESULT-CODE
           END-IF.

       2000-LOAD-SORT-FILE.
           OPEN INPUT CUST-SNAPSHOT-FILE
           PERFORM 2050-READ-BRANCH-PARM
           IF NOT WS-SNAPSHOT-STATUS = '00'
               DISPLAY 'ZCNCWORK - ERROR OPENING SNAPSHOT FILE: '
                       WS-SNAPSHOT-STATUS
               MOVE 'N' TO WS-SNAPSHOT-SW
           ELSE
               PERFORM 2100-READ-MASTER
               PERFORM UNTIL WS-MASTER-EOF
                   PERFORM 2300-CHECK-BRANCH-FILTER
                   PERFORM 2400-CHECK-COMPLIANCE-HOLD
                   PERFORM 2450-CHECK-DECEASED
                   IF MISS-CALL OF MASTER-CUSTOMER-REC
                       AND WS-BRANCH-SKIP
                       ADD 1 TO WS-OTHER-BRANCH-SKIPPED
                   IF MISS-CALL OF MASTER-CUSTOMER-REC
                       AND NOT DO-NOT-CALL OF MASTER-CUSTOMER-REC
                       AND NOT WS-BRANCH-SKIP
                       AND WS-COMPLIANCE-HELD
                       ADD 1 TO WS-COMPLIANCE-SUPPRESSED
                   END-IF
                   IF MISS-CALL OF MASTER-CUSTOMER-REC
                       AND NOT DO-NOT-CALL OF MASTER-CUSTOMER-REC
                       AND NOT WS-BRANCH-SKIP
                       AND NOT WS-COMPLIANCE-HELD
                       AND WS-CUST-DECEASED
                       ADD 1 TO WS-DECEASED-SUPPRESSED
                   END-IF
                   IF MISS-CALL OF MASTER-CUSTOMER-REC
                       AND NOT DO-NOT-CALL OF MASTER-CUSTOMER-REC
                       AND NOT WS-BRANCH-SKIP
                       AND NOT WS-COMPLIANCE-HELD
                       AND NOT WS-CUST-DECEASED
                       MOVE US-STATE OF MASTER-CUSTOMER-REC
                           TO SR-US-STATE
                       MOVE CUST-ID OF MASTER-CUSTOMER-REC
                   END-IF
                   PERFORM 2100-READ-MASTER
               END-PERFORM
               PERFORM 2900-PROVE-SNAPSHOT-COUNT
           END-IF
           CLOSE CUST-SNAPSHOT-FILE.

      * A BLANK OR MISSING WORKPARM MEANS NO FILTER - THE CALL DESK
      * STILL GETS THE WHOLE LIST WHEN IT ASKS FOR IT.
           MOVE 'N' TO WS-BRANCH-SKIP-SWITCH
           IF WS-FILTER-BRANCH NOT = SPACES
               MOVE 'Y' TO WS-BRANCH-SKIP-SWITCH
               IF SNP-BRANCH-CODE = WS-FILTER-BRANCH
                   MOVE 'N' TO WS-BRANCH-SKIP-SWITCH
               END-IF
           END-IF.

       2400-CHECK-COMPLIANCE-HOLD.
           MOVE 'N' TO WS-COMPLIANCE-HOLD-SW
           IF SNP-CMPL-SUPPRESSED
               MOVE 'Y' TO WS-COMPLIANCE-HOLD-SW
           END-IF.

      * ONLY A CONFIRMED DEATH SUPPRESSES - A PROBABLE MATCH STILL
      * AWAITING REVIEW MAY WELL BE SOMEONE ELSE.
       2450-CHECK-DECEASED.
           MOVE 'N' TO WS-DECEASED-SW
           IF SNP-DECEASED-CONFIRMED
               MOVE 'Y' TO WS-DECEASED-SW
           END-IF.

       2100-READ-MASTER.
           READ CUST-SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SNAPSHOT-READ
                   MOVE SNP-MASTER-DATA TO MASTER-CUSTOMER-REC
           END-READ.

      * A SNAPSHOT CUT SHORT SINCE ZCNCSNAP PROVED IT IS CAUGHT HERE;
      * THE RUN ENDS WITH CONDITION CODE 8.
       2900-PROVE-SNAPSHOT-COUNT.
           IF WS-SNAPSHOT-READ NOT = SNC-SNAPSHOT-COUNT
               DISPLAY 'ZCNCWORK - SNAPSHOT COUNT MISMATCH, READ: '
                       WS-SNAPSHOT-READ ' CONTROL: '
                       SNC-SNAPSHOT-COUNT
               MOVE 'N' TO WS-SNAPSHOT-SW
           END-IF.

       3000-PRINT-WORKLIST.
           OPEN OUTPUT WORKLIST-FILE
           OPEN EXTEND CONTACT-EVENT-FILE
           WRITE WORKLIST-LINE FROM WS-SUPPRESSED-LINE
           MOVE WS-OTHER-BRANCH-SKIPPED TO WS-BSK-COUNT
           WRITE WORKLIST-LINE FROM WS-BRANCH-SKIP-LINE
           MOVE WS-COMPLIANCE-SUPPRESSED TO WS-CMP-COUNT
           WRITE WORKLIST-LINE FROM WS-COMPLIANCE-LINE
           MOVE WS-DECEASED-SUPPRESSED TO WS-DCD-COUNT
           WRITE WORKLIST-LINE FROM WS-DECEASED-LINE
           DISPLAY 'ZCNCWORK - DNC SUPPRESSED: ' WS-DNC-SUPPRESSED
           DISPLAY 'ZCNCWORK - COMPLIANCE HOLD: '
                   WS-COMPLIANCE-SUPPRESSED
           DISPLAY 'ZCNCWORK - DECEASED: ' WS-DECEASED-SUPPRESSED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-GRAND-TOTAL TO WS-RH-RECORDS-READ
