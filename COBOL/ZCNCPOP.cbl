      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       CUSTOMER POPULATION SUMMARY REPORT.  SCANS   *
      *       THE NIGHTLY CUSTSNAP CUSTOMER SNAPSHOT       *
      *       (ZCNCSNAP) AND PRINTS COUNTS AND             *
      *       PERCENTAGE-OF-TOTAL BY COUNTRY-CODE, THEN    *
      *       COUNTS AND PERCENTAGE-OF-US-TOTAL BY         *
      *       US-STATE WITHIN THE USA COUNTRY CODE, SO     *
      *       LEADERSHIP CAN SEE WHERE THE CUSTOMER BASE   *
      *       IS CONCENTRATED WITHOUT EXPORTING THE FILE   *
      *       TO A SPREADSHEET.                            *
      *                                                    *
      *       THE COUNTS ACCUMULATE AS CONTROL BREAKS ON A *
      *       SORT BY COUNTRY AND STATE (THE SAME          *
      *       SORT-WORK APPROACH ZCNCDIR AND ZCNCWORK      *
      *       USE), NOT IN A FIXED TABLE, SO EVERY COUNTRY *
      *       AND STATE ON FILE IS REPORTED HOWEVER MANY   *
      *       THERE ARE.  THE BREAK TOTALS PASS THROUGH    *
      *       THE POPWORK FILE SO PERCENTAGES CAN BE       *
      *       COMPUTED ONCE THE GRAND TOTALS ARE KNOWN.    *
      *       EVERY COUNT IS SPLIT INTO INDIVIDUAL AND     *
      *       BUSINESS CUSTOMERS (SNP-CUSTOMER-TYPE), WITH *
      *       A CUSTOMERS-BY-TYPE SECTION UP FRONT.        *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCPOP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK07".

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-COUNTRY-CODE          PIC X(03).
           05  SR-US-STATE              PIC X(02).
           05  SR-CUSTOMER-TYPE         PIC X(01).
               88  SR-BUSINESS          VALUE 'B'.

       FD  BREAK-WORK-FILE
           RECORDING MODE IS F.
               88  BWK-STATE-BREAK      VALUE 'S'.
           05  BWK-BREAK-CODE           PIC X(03).
           05  BWK-BREAK-COUNT          PIC 9(07).
           05  BWK-BUSINESS-COUNT       PIC 9(07).

       FD  SUMMARY-FILE
           RECORDING MODE IS F.
       01  SUMMARY-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BREAK-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SUMMARY-STATUS            PIC X(02) VALUE SPACES.

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

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF        VALUE 'Y'.

       01  WS-GRAND-TOTAL               PIC 9(07) VALUE ZERO.
       01  WS-US-TOTAL                  PIC 9(07) VALUE ZERO.
       01  WS-BUSINESS-TOTAL            PIC 9(07) VALUE ZERO.
       01  WS-US-BUSINESS-TOTAL         PIC 9(07) VALUE ZERO.
       01  WS-INDIVIDUAL-TOTAL          PIC 9(07) VALUE ZERO.

       01  WS-PRIOR-COUNTRY             PIC X(03) VALUE SPACES.
       01  WS-PRIOR-STATE               PIC X(02) VALUE SPACES.
       01  WS-COUNTRY-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-STATE-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-COUNTRY-BUSINESS          PIC 9(07) VALUE ZERO.
       01  WS-STATE-BUSINESS            PIC 9(07) VALUE ZERO.
       01  WS-INDIVIDUAL-COUNT          PIC 9(07) VALUE ZERO.

       01  WS-PERCENT                   PIC 9(03)V9(02) VALUE ZERO.

      * CUSTOMER COUNTS BY SERVICING BRANCH (CUSTBRCH).  THE BRANCH
      * NETWORK IS BOUNDED, SO A FIXED TABLE IS SAFE HERE - THE
      * SAME REASONING AS THE ZCNCHHLD STATE TABLE.
       01  WS-MAX-BRANCHES              PIC 9(03) VALUE 100.
       01  WS-BRANCH-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-BRANCH-TABLE.
                                 INDEXED BY WS-BR-IDX.
               10  WS-BR-BRANCH-CODE    PIC X(04).
               10  WS-BR-CUSTOMERS      PIC 9(07).
               10  WS-BR-BUSINESS       PIC 9(07).
       01  WS-BR-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-BR-ENTRY-FOUND        VALUE 'Y'.
       01  WS-WORK-BRANCH               PIC X(04) VALUE SPACES.
       01  WS-TITLE-LINE-1              PIC X(80) VALUE
           'CUSTOMER POPULATION SUMMARY REPORT'.

       01  WS-TYPE-HEADING-LINE         PIC X(80) VALUE
           'CUSTOMERS BY TYPE'.

       01  WS-TYPE-DETAIL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-TD-TYPE               PIC X(10).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-TD-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-TD-PERCENT            PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.

      * EACH BREAK LINE CARRIES ITS TOTAL AND PERCENTAGE, THEN THE
      * SAME TOTAL SPLIT INTO INDIVIDUAL AND BUSINESS CUSTOMERS.
       01  WS-SPLIT-HEADING-LINE.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE
               '   INDIVIDUAL'.
           05  FILLER                   PIC X(13) VALUE
               '     BUSINESS'.

       01  WS-COUNTRY-HEADING-LINE      PIC X(80) VALUE
           'CUSTOMERS BY COUNTRY-CODE'.

           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-CD-PERCENT            PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-CD-INDIVIDUAL         PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-CD-BUSINESS           PIC Z,ZZZ,ZZ9.

       01  WS-COUNTRY-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-SD-PERCENT            PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-SD-INDIVIDUAL         PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-SD-BUSINESS           PIC Z,ZZZ,ZZ9.

       01  WS-STATE-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-BD-PERCENT            PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-BD-INDIVIDUAL         PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-BD-BUSINESS           PIC Z,ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.


       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-VERIFY-SNAPSHOT
           IF WS-SNAPSHOT-USABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-COUNTRY-CODE
                   ON ASCENDING KEY SR-US-STATE
                   INPUT PROCEDURE 2000-LOAD-SORT-FILE
                   OUTPUT PROCEDURE 3000-ACCUMULATE-BREAKS
               PERFORM 5000-PRINT-SUMMARY
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
               DISPLAY 'ZCNCPOP - SNAPSHOT REFUSED, ZCNCSNPV CODE: '
                       WS-SNPV-RESULT-CODE
           END-IF.

       2000-LOAD-SORT-FILE.
           OPEN INPUT CUST-SNAPSHOT-FILE
           IF NOT WS-SNAPSHOT-STATUS = '00'
               DISPLAY 'ZCNCPOP - ERROR OPENING SNAPSHOT FILE: '
                       WS-SNAPSHOT-STATUS
               MOVE 'N' TO WS-SNAPSHOT-SW
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           ELSE
               PERFORM 2100-READ-MASTER
           END-IF
           PERFORM 2200-RELEASE-CUSTOMER UNTIL WS-MASTER-EOF
           IF WS-SNAPSHOT-USABLE
               PERFORM 2900-PROVE-SNAPSHOT-COUNT
           END-IF
           CLOSE CUST-SNAPSHOT-FILE.

       2100-READ-MASTER.
           READ CUST-SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SNAPSHOT-READ
                   MOVE SNP-MASTER-DATA TO MASTER-CUSTOMER-REC
           END-READ.

       2200-RELEASE-CUSTOMER.
           MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
               TO SR-COUNTRY-CODE
           MOVE US-STATE OF MASTER-CUSTOMER-REC TO SR-US-STATE
           MOVE SNP-CUSTOMER-TYPE TO SR-CUSTOMER-TYPE
           RELEASE SORT-WORK-RECORD
           PERFORM 2300-TALLY-BRANCH
           PERFORM 2100-READ-MASTER.

      * A SNAPSHOT CUT SHORT SINCE ZCNCSNAP PROVED IT IS CAUGHT HERE;
      * THE RUN ENDS WITH CONDITION CODE 8.
       2900-PROVE-SNAPSHOT-COUNT.
           IF WS-SNAPSHOT-READ NOT = SNC-SNAPSHOT-COUNT
               DISPLAY 'ZCNCPOP - SNAPSHOT COUNT MISMATCH, READ: '
                       WS-SNAPSHOT-READ ' CONTROL: '
                       SNC-SNAPSHOT-COUNT
               MOVE 'N' TO WS-SNAPSHOT-SW
           END-IF.

      * THE BRANCH ROLLUP RIDES THE SAME LOAD PASS - THE CUSTBRCH
      * ASSIGNMENT COMES IN ON THE SNAPSHOT, NO EXTRA SCAN OF THE
      * MASTER.  CUSTOMERS WITH NO ASSIGNMENT YET SHOW UNDER '----'.
       2300-TALLY-BRANCH.
           MOVE '----' TO WS-WORK-BRANCH
           IF SNP-BRANCH-CODE NOT = SPACES
               MOVE SNP-BRANCH-CODE TO WS-WORK-BRANCH
           END-IF
           MOVE 'N' TO WS-BR-FOUND-SWITCH
           IF WS-BRANCH-COUNT > ZERO
                       MOVE 'Y' TO WS-BR-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-BR-ENTRY-FOUND
               AND WS-BRANCH-COUNT < WS-MAX-BRANCHES
               ADD 1 TO WS-BRANCH-COUNT
               SET WS-BR-IDX TO WS-BRANCH-COUNT
               MOVE WS-WORK-BRANCH
                   TO WS-BR-BRANCH-CODE (WS-BR-IDX)
               MOVE ZERO TO WS-BR-CUSTOMERS (WS-BR-IDX)
                            WS-BR-BUSINESS (WS-BR-IDX)
               MOVE 'Y' TO WS-BR-FOUND-SWITCH
           END-IF
           IF WS-BR-ENTRY-FOUND
               ADD 1 TO WS-BR-CUSTOMERS (WS-BR-IDX)
               IF SNP-BUSINESS
                   ADD 1 TO WS-BR-BUSINESS (WS-BR-IDX)
               END-IF
           END-IF.

           END-IF
           ADD 1 TO WS-GRAND-TOTAL
           ADD 1 TO WS-COUNTRY-COUNT
           IF SR-BUSINESS
               ADD 1 TO WS-BUSINESS-TOTAL
               ADD 1 TO WS-COUNTRY-BUSINESS
           END-IF
           IF SR-COUNTRY-CODE = WS-US-COUNTRY-CODE
               ADD 1 TO WS-US-TOTAL
               ADD 1 TO WS-STATE-COUNT
               IF SR-BUSINESS
                   ADD 1 TO WS-US-BUSINESS-TOTAL
                   ADD 1 TO WS-STATE-BUSINESS
               END-IF
           END-IF
           PERFORM 3100-RETURN-SORT-RECORD.

               SET BWK-STATE-BREAK TO TRUE
               MOVE WS-PRIOR-STATE  TO BWK-BREAK-CODE
               MOVE WS-STATE-COUNT  TO BWK-BREAK-COUNT
               MOVE WS-STATE-BUSINESS TO BWK-BUSINESS-COUNT
               WRITE BREAK-WORK-RECORD
           END-IF
           MOVE ZERO TO WS-STATE-COUNT
           MOVE ZERO TO WS-STATE-BUSINESS.

       3400-FLUSH-COUNTRY-BREAK.
           IF WS-COUNTRY-COUNT > ZERO
               SET BWK-COUNTRY-BREAK TO TRUE
               MOVE WS-PRIOR-COUNTRY TO BWK-BREAK-CODE
               MOVE WS-COUNTRY-COUNT TO BWK-BREAK-COUNT
               MOVE WS-COUNTRY-BUSINESS TO BWK-BUSINESS-COUNT
               WRITE BREAK-WORK-RECORD
           END-IF
           MOVE ZERO TO WS-COUNTRY-COUNT
           MOVE ZERO TO WS-COUNTRY-BUSINESS.

       3500-FLUSH-FINAL-BREAKS.
           IF NOT WS-FIRST-RECORD

      * SECOND PASS: WITH THE GRAND TOTALS IN HAND, THE BREAK
      * RECORDS ARE READ BACK AND PRINTED WITH PERCENTAGES - THE
      * COUNTRY SECTION FIRST, THEN THE USA STATE SECTION.  THE
      * TYPE SECTION AHEAD OF THEM ONLY NEEDS THE GRAND TOTALS.
       5000-PRINT-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-LINE FROM WS-TITLE-LINE-1
           WRITE SUMMARY-LINE FROM WS-BLANK-LINE
           PERFORM 5050-PRINT-TYPE-SECTION
           WRITE SUMMARY-LINE FROM WS-BLANK-LINE
           WRITE SUMMARY-LINE FROM WS-COUNTRY-HEADING-LINE
           WRITE SUMMARY-LINE FROM WS-SPLIT-HEADING-LINE
           OPEN INPUT BREAK-WORK-FILE
           PERFORM 5100-READ-BREAK
           PERFORM 5200-PRINT-COUNTRY-DETAIL UNTIL WS-BREAK-EOF
           WRITE SUMMARY-LINE FROM WS-COUNTRY-TOTAL-LINE
           WRITE SUMMARY-LINE FROM WS-BLANK-LINE
           WRITE SUMMARY-LINE FROM WS-STATE-HEADING-LINE
           WRITE SUMMARY-LINE FROM WS-SPLIT-HEADING-LINE
           CLOSE BREAK-WORK-FILE
           OPEN INPUT BREAK-WORK-FILE
           MOVE 'N' TO WS-BREAK-EOF-SWITCH
           WRITE SUMMARY-LINE FROM WS-STATE-TOTAL-LINE
           WRITE SUMMARY-LINE FROM WS-BLANK-LINE
           WRITE SUMMARY-LINE FROM WS-BRANCH-HEADING-LINE
           WRITE SUMMARY-LINE FROM WS-SPLIT-HEADING-LINE
           IF WS-BRANCH-COUNT > ZERO
               SET WS-BR-IDX TO 1
               PERFORM 5400-PRINT-BRANCH-DETAIL
           CLOSE BREAK-WORK-FILE
           CLOSE SUMMARY-FILE
           DISPLAY 'ZCNCPOP - CUSTOMERS COUNTED: ' WS-GRAND-TOTAL
           DISPLAY 'ZCNCPOP - USA CUSTOMERS    : ' WS-US-TOTAL
           DISPLAY 'ZCNCPOP - BUSINESS CUSTOMERS: ' WS-BUSINESS-TOTAL.

       5050-PRINT-TYPE-SECTION.
           WRITE SUMMARY-LINE FROM WS-TYPE-HEADING-LINE
           SUBTRACT WS-BUSINESS-TOTAL FROM WS-GRAND-TOTAL
               GIVING WS-INDIVIDUAL-TOTAL
           MOVE 'INDIVIDUAL' TO WS-TD-TYPE
           MOVE WS-INDIVIDUAL-TOTAL TO WS-TD-COUNT
           MOVE ZERO TO WS-PERCENT
           IF WS-GRAND-TOTAL > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   (WS-INDIVIDUAL-TOTAL / WS-GRAND-TOTAL) * 100
           END-IF
           MOVE WS-PERCENT TO WS-TD-PERCENT
           WRITE SUMMARY-LINE FROM WS-TYPE-DETAIL-LINE
           MOVE 'BUSINESS' TO WS-TD-TYPE
           MOVE WS-BUSINESS-TOTAL TO WS-TD-COUNT
           MOVE ZERO TO WS-PERCENT
           IF WS-GRAND-TOTAL > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   (WS-BUSINESS-TOTAL / WS-GRAND-TOTAL) * 100
           END-IF
           MOVE WS-PERCENT TO WS-TD-PERCENT
           WRITE SUMMARY-LINE FROM WS-TYPE-DETAIL-LINE
           MOVE WS-GRAND-TOTAL TO WS-CTOT-COUNT
           WRITE SUMMARY-LINE FROM WS-COUNTRY-TOTAL-LINE.

       5100-READ-BREAK.
           READ BREAK-WORK-FILE INTO BREAK-WORK-RECORD
                       (BWK-BREAK-COUNT / WS-GRAND-TOTAL) * 100
               END-IF
               MOVE WS-PERCENT TO WS-CD-PERCENT
               SUBTRACT BWK-BUSINESS-COUNT FROM BWK-BREAK-COUNT
                   GIVING WS-INDIVIDUAL-COUNT
               MOVE WS-INDIVIDUAL-COUNT TO WS-CD-INDIVIDUAL
               MOVE BWK-BUSINESS-COUNT  TO WS-CD-BUSINESS
               WRITE SUMMARY-LINE FROM WS-COUNTRY-DETAIL-LINE
           END-IF
           PERFORM 5100-READ-BREAK.
                       (BWK-BREAK-COUNT / WS-US-TOTAL) * 100
               END-IF
               MOVE WS-PERCENT TO WS-SD-PERCENT
               SUBTRACT BWK-BUSINESS-COUNT FROM BWK-BREAK-COUNT
                   GIVING WS-INDIVIDUAL-COUNT
               MOVE WS-INDIVIDUAL-COUNT TO WS-SD-INDIVIDUAL
               MOVE BWK-BUSINESS-COUNT  TO WS-SD-BUSINESS
               WRITE SUMMARY-LINE FROM WS-STATE-DETAIL-LINE
           END-IF
           PERFORM 5100-READ-BREAK.
                   * 100
           END-IF
           MOVE WS-PERCENT TO WS-BD-PERCENT
           SUBTRACT WS-BR-BUSINESS (WS-BR-IDX)
               FROM WS-BR-CUSTOMERS (WS-BR-IDX)
               GIVING WS-INDIVIDUAL-COUNT
           MOVE WS-INDIVIDUAL-COUNT TO WS-BD-INDIVIDUAL
           MOVE WS-BR-BUSINESS (WS-BR-IDX) TO WS-BD-BUSINESS
           WRITE SUMMARY-LINE FROM WS-BRANCH-DETAIL-LINE
           SET WS-BR-IDX UP BY 1.

