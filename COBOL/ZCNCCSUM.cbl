       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCCSUM                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       MONTHLY COMPLAINT SUMMARY FOR THE COMPLIANCE *
      *       COMMITTEE.  FOR EACH BRANCH AND COMPLAINT    *
      *       CATEGORY, COUNTS THE CMPLCASE CASES RECEIVED *
      *       IN THE MONTH, RESOLVED IN THE MONTH,         *
      *       RESOLVED WITHIN THE CMPLCAT DEADLINE, UPHELD *
      *       OR PARTLY UPHELD, STILL OPEN AT MONTH END,   *
      *       AND OPEN PAST THEIR DEADLINE AT MONTH END,   *
      *       WITH BRANCH AND OVERALL TOTALS ON CSUMRPT.   *
      *       BRANCH NAMES COME FROM BRCHREF.  THE MONTH   *
      *       DEFAULTS TO THE ONE BEFORE THE CYCLE DATE; A *
      *       CSUMPARM CARD (CCYYMM) CAN NAME ANOTHER.     *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCCSUM.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-CASE-FILE ASSIGN TO "CMPLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CCS-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT BRANCH-REF-FILE    ASSIGN TO "BRCHREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRC-BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT SUMMARY-PARM-FILE  ASSIGN TO "CSUMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK12".

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "CSUMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-CASE-FILE
           RECORDING MODE IS F.
           COPY CMPLCASE.

       FD  BRANCH-REF-FILE
           RECORDING MODE IS F.
           COPY BRCHREF.

       FD  SUMMARY-PARM-FILE
           RECORDING MODE IS F.
       01  SUMMARY-PARM-RECORD.
           05  CSP-REPORT-MONTH         PIC X(06).
           05  FILLER                   PIC X(74).

      * ONE SORT RECORD PER CASE THAT FIGURES IN THE MONTH, WITH A
      * 1 IN EACH COLUMN IT COUNTS TOWARDS.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-BRANCH-CODE           PIC X(04).
           05  SR-CATEGORY              PIC X(04).
           05  SR-RECEIVED              PIC 9(01).
           05  SR-RESOLVED              PIC 9(01).
           05  SR-RESOLVED-IN-TIME      PIC 9(01).
           05  SR-UPHELD                PIC 9(01).
           05  SR-OPEN-AT-END           PIC 9(01).
           05  SR-OVERDUE-AT-END        PIC 9(01).

       FD  SUMMARY-REPORT-FILE
           RECORDING MODE IS F.
       01  SUMMARY-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-BRANCH-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CASE-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CASE-EOF          VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-BRANCH-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-BRANCH-AVAILABLE  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CASES-READ            PIC 9(07) VALUE ZERO.
           05  WS-CASES-SELECTED        PIC 9(07) VALUE ZERO.

      * REPORT MONTH (CCYYMM).  A CASE COUNTS AS RECEIVED OR
      * RESOLVED IN THE MONTH ITS DATE FALLS IN, AND AS OPEN AT
      * MONTH END IF IT WAS RECEIVED BY THE LAST DAY AND NOT
      * RESOLVED UNTIL AFTER IT.
       01  WS-REPORT-MONTH              PIC 9(06) VALUE ZERO.
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-YEAR              PIC 9(04).
           05  WS-RPT-MONTH             PIC 9(02).
       01  WS-WORK-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05  WS-WORK-CCYYMM           PIC 9(06).
           05  WS-WORK-DD               PIC 9(02).
       01  WS-MONTH-END-DATE            PIC 9(08) VALUE ZERO.
       01  WS-NEXT-MONTH                PIC 9(06) VALUE ZERO.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
           05  WS-NXT-YEAR              PIC 9(04).
           05  WS-NXT-MONTH             PIC 9(02).
       01  WS-RECEIVED-INTEGER          PIC 9(08) VALUE ZERO.
       01  WS-WORK-INTEGER              PIC 9(08) VALUE ZERO.
       01  WS-RESOLVE-DUE-DATE          PIC 9(08) VALUE ZERO.

      * BUSINESS-DATE CONTROL - THE DEFAULT MONTH IS THE ONE BEFORE
      * THE ZCNCBDAT CYCLE DATE.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

           COPY CMPLCAT.

      * ACCUMULATORS FOR ONE BRANCH/CATEGORY LINE, ONE BRANCH AND
      * THE WHOLE REPORT, IN THE SAME COLUMN ORDER.
       01  WS-LINE-TOTALS.
           05  WS-LN-RECEIVED           PIC 9(07) VALUE ZERO.
           05  WS-LN-RESOLVED           PIC 9(07) VALUE ZERO.
           05  WS-LN-IN-TIME            PIC 9(07) VALUE ZERO.
           05  WS-LN-UPHELD             PIC 9(07) VALUE ZERO.
           05  WS-LN-OPEN               PIC 9(07) VALUE ZERO.
           05  WS-LN-OVERDUE            PIC 9(07) VALUE ZERO.
       01  WS-BRANCH-TOTALS.
           05  WS-BR-RECEIVED           PIC 9(07) VALUE ZERO.
           05  WS-BR-RESOLVED           PIC 9(07) VALUE ZERO.
           05  WS-BR-IN-TIME            PIC 9(07) VALUE ZERO.
           05  WS-BR-UPHELD             PIC 9(07) VALUE ZERO.
           05  WS-BR-OPEN               PIC 9(07) VALUE ZERO.
           05  WS-BR-OVERDUE            PIC 9(07) VALUE ZERO.
       01  WS-REPORT-TOTALS.
           05  WS-RT-RECEIVED           PIC 9(07) VALUE ZERO.
           05  WS-RT-RESOLVED           PIC 9(07) VALUE ZERO.
           05  WS-RT-IN-TIME            PIC 9(07) VALUE ZERO.
           05  WS-RT-UPHELD             PIC 9(07) VALUE ZERO.
           05  WS-RT-OPEN               PIC 9(07) VALUE ZERO.
           05  WS-RT-OVERDUE            PIC 9(07) VALUE ZERO.

       01  WS-PREV-BRANCH-CODE          PIC X(04) VALUE SPACES.
       01  WS-PREV-CATEGORY             PIC X(04) VALUE SPACES.
       01  WS-FIRST-RECORD-SW           PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD          VALUE 'Y'.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(44) VALUE
               'COMPLAINT SUMMARY BY BRANCH AND CATEGORY'.
           05  FILLER                   PIC X(14) VALUE
               'REPORT MONTH: '.
           05  WS-HD-REPORT-MONTH       PIC 9(06).
           05  FILLER                   PIC X(16) VALUE
               '  MONTH ENDING: '.
           05  WS-HD-MONTH-END          PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(27) VALUE 'BRANCH'.
           05  FILLER                   PIC X(26) VALUE 'CATEGORY'.
           05  FILLER                   PIC X(10) VALUE ' RECEIVED'.
           05  FILLER                   PIC X(10) VALUE ' RESOLVED'.
           05  FILLER                   PIC X(10) VALUE '  IN TIME'.
           05  FILLER                   PIC X(10) VALUE '   UPHELD'.
           05  FILLER                   PIC X(10) VALUE '  OPEN AT'.
           05  FILLER                   PIC X(10) VALUE '  OVERDUE'.

       01  WS-COLUMN-HEADING-2.
           05  FILLER                   PIC X(93) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE ' MONTH END'.
           05  FILLER                   PIC X(10) VALUE ' MONTH END'.

       01  WS-DETAIL-LINE.
           05  WS-DET-BRANCH-CODE       PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-DET-BRANCH-NAME       PIC X(20).
           05  WS-DET-CATEGORY          PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-DESCRIPTION       PIC X(20).
           05  WS-DET-COUNTS.
               10  WS-DET-RECEIVED      PIC Z,ZZZ,ZZ9.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  WS-DET-RESOLVED      PIC Z,ZZZ,ZZ9.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  WS-DET-IN-TIME       PIC Z,ZZZ,ZZ9.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  WS-DET-UPHELD        PIC Z,ZZZ,ZZ9.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  WS-DET-OPEN          PIC Z,ZZZ,ZZ9.
               10  FILLER               PIC X(01) VALUE SPACES.
               10  WS-DET-OVERDUE       PIC Z,ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCCSUM'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-BRANCH-CODE
               ON ASCENDING KEY SR-CATEGORY
               INPUT PROCEDURE 2000-SELECT-CASES
               OUTPUT PROCEDURE 3000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           PERFORM 1100-SET-REPORT-MONTH
           OPEN INPUT BRANCH-REF-FILE
           IF WS-BRANCH-STATUS = '00'
               MOVE 'Y' TO WS-BRANCH-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCCSUM - BRCHREF NOT AVAILABLE ('
                       WS-BRANCH-STATUS ') - BRANCH NAMES BLANK'
           END-IF
           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE WS-REPORT-MONTH   TO WS-HD-REPORT-MONTH
           MOVE WS-MONTH-END-DATE TO WS-HD-MONTH-END
           WRITE SUMMARY-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE SUMMARY-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SUMMARY-REPORT-LINE FROM WS-COLUMN-HEADING
           WRITE SUMMARY-REPORT-LINE FROM WS-COLUMN-HEADING-2.

      * A MONTH-END REPORT RUNS EARLY IN THE NEXT MONTH, SO THE
      * DEFAULT IS THE MONTH BEFORE THE CYCLE DATE.  THE LAST DAY
      * OF THE MONTH IS THE DAY BEFORE THE FIRST OF THE NEXT.
       1100-SET-REPORT-MONTH.
           MOVE WS-CYCLE-DATE TO WS-WORK-DATE
           MOVE WS-WORK-CCYYMM TO WS-REPORT-MONTH
           IF WS-RPT-MONTH = 1
               SUBTRACT 1 FROM WS-RPT-YEAR
               MOVE 12 TO WS-RPT-MONTH
           ELSE
               SUBTRACT 1 FROM WS-RPT-MONTH
           END-IF
           OPEN INPUT SUMMARY-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ SUMMARY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CSP-REPORT-MONTH IS NUMERIC
                           MOVE CSP-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE SUMMARY-PARM-FILE
           END-IF
           MOVE WS-REPORT-MONTH TO WS-NEXT-MONTH
           IF WS-NXT-MONTH = 12
               ADD 1 TO WS-NXT-YEAR
               MOVE 1 TO WS-NXT-MONTH
           ELSE
               ADD 1 TO WS-NXT-MONTH
           END-IF
           MOVE WS-NEXT-MONTH TO WS-WORK-CCYYMM
           MOVE 01 TO WS-WORK-DD
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           DISPLAY 'ZCNCCSUM - REPORT MONTH: ' WS-REPORT-MONTH.

       2000-SELECT-CASES.
           OPEN INPUT COMPLAINT-CASE-FILE
           IF WS-CASE-STATUS = '00'
               PERFORM 2100-READ-CASE
               PERFORM 2200-CLASSIFY-CASE UNTIL WS-CASE-EOF
               CLOSE COMPLAINT-CASE-FILE
           ELSE
               DISPLAY 'ZCNCCSUM - NO CMPLCASE FILE: '
                       WS-CASE-STATUS
           END-IF.

       2100-READ-CASE.
           READ COMPLAINT-CASE-FILE
               AT END
                   MOVE 'Y' TO WS-CASE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CASES-READ
           END-READ.

      * IN TIME MEANS RESOLVED BY THE CATEGORY'S RESOLUTION
      * DEADLINE; UPHELD INCLUDES PARTLY UPHELD.  OVERDUE AT MONTH
      * END IS AN OPEN CASE ALREADY PAST THAT DEADLINE.
       2200-CLASSIFY-CASE.
           MOVE SPACES TO SORT-WORK-RECORD
           MOVE ZERO TO SR-RECEIVED SR-RESOLVED SR-RESOLVED-IN-TIME
                        SR-UPHELD SR-OPEN-AT-END SR-OVERDUE-AT-END
           SET CMC-IDX TO 1
           SEARCH CMC-ENTRY
               AT END
                   SET CMC-IDX TO CMPL-CATEGORY-COUNT
               WHEN CMC-CATEGORY (CMC-IDX) = CCS-CATEGORY
                   CONTINUE
           END-SEARCH
           COMPUTE WS-RECEIVED-INTEGER =
               FUNCTION INTEGER-OF-DATE (CCS-DATE-RECEIVED)
           COMPUTE WS-WORK-INTEGER =
               WS-RECEIVED-INTEGER + CMC-RESOLVE-DAYS (CMC-IDX)
           COMPUTE WS-RESOLVE-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE CCS-DATE-RECEIVED TO WS-WORK-DATE
           IF WS-WORK-CCYYMM = WS-REPORT-MONTH
               MOVE 1 TO SR-RECEIVED
           END-IF
           IF CCS-STATUS-RESOLVED
               MOVE CCS-RESOLUTION-DATE TO WS-WORK-DATE
               IF WS-WORK-CCYYMM = WS-REPORT-MONTH
                   MOVE 1 TO SR-RESOLVED
                   IF CCS-RESOLUTION-DATE NOT > WS-RESOLVE-DUE-DATE
                       MOVE 1 TO SR-RESOLVED-IN-TIME
                   END-IF
                   IF CCS-OUTCOME-UPHELD OR CCS-OUTCOME-PART-UPHELD
                       MOVE 1 TO SR-UPHELD
                   END-IF
               END-IF
           END-IF
           IF CCS-DATE-RECEIVED NOT > WS-MONTH-END-DATE
              AND (CCS-CASE-OUTSTANDING
                   OR CCS-RESOLUTION-DATE > WS-MONTH-END-DATE)
               MOVE 1 TO SR-OPEN-AT-END
               IF WS-MONTH-END-DATE > WS-RESOLVE-DUE-DATE
                   MOVE 1 TO SR-OVERDUE-AT-END
               END-IF
           END-IF
           IF SR-RECEIVED = 1 OR SR-RESOLVED = 1
              OR SR-OPEN-AT-END = 1
               MOVE CCS-BRANCH-CODE TO SR-BRANCH-CODE
               MOVE CCS-CATEGORY    TO SR-CATEGORY
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-CASES-SELECTED
           END-IF
           PERFORM 2100-READ-CASE.

       3000-PRINT-REPORT.
           PERFORM 3100-RETURN-SORT-RECORD
           PERFORM 3200-ACCUMULATE-CASE UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM 3300-WRITE-CATEGORY-LINE
               PERFORM 3400-WRITE-BRANCH-TOTAL
           END-IF
           PERFORM 3500-WRITE-REPORT-TOTAL.

       3100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       3200-ACCUMULATE-CASE.
           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-SW
               MOVE SR-BRANCH-CODE TO WS-PREV-BRANCH-CODE
               MOVE SR-CATEGORY    TO WS-PREV-CATEGORY
           END-IF
           IF NOT SR-BRANCH-CODE = WS-PREV-BRANCH-CODE
               PERFORM 3300-WRITE-CATEGORY-LINE
               PERFORM 3400-WRITE-BRANCH-TOTAL
               MOVE SR-BRANCH-CODE TO WS-PREV-BRANCH-CODE
               MOVE SR-CATEGORY    TO WS-PREV-CATEGORY
           ELSE
               IF NOT SR-CATEGORY = WS-PREV-CATEGORY
                   PERFORM 3300-WRITE-CATEGORY-LINE
                   MOVE SR-CATEGORY TO WS-PREV-CATEGORY
               END-IF
           END-IF
           ADD SR-RECEIVED         TO WS-LN-RECEIVED
           ADD SR-RESOLVED         TO WS-LN-RESOLVED
           ADD SR-RESOLVED-IN-TIME TO WS-LN-IN-TIME
           ADD SR-UPHELD           TO WS-LN-UPHELD
           ADD SR-OPEN-AT-END      TO WS-LN-OPEN
           ADD SR-OVERDUE-AT-END   TO WS-LN-OVERDUE
           PERFORM 3100-RETURN-SORT-RECORD.

      * THE BRANCH CODE AND NAME PRINT ON THE FIRST CATEGORY LINE
      * OF EACH BRANCH ONLY.  CASES WITH NO BRANCH PRINT AS (NONE).
       3300-WRITE-CATEGORY-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-BR-RECEIVED = ZERO AND WS-BR-RESOLVED = ZERO
              AND WS-BR-OPEN = ZERO
               PERFORM 3310-FORMAT-BRANCH
           END-IF
           MOVE WS-PREV-CATEGORY TO WS-DET-CATEGORY
           SET CMC-IDX TO 1
           SEARCH CMC-ENTRY
               AT END
                   MOVE 'NOT IN CMPLCAT' TO WS-DET-DESCRIPTION
               WHEN CMC-CATEGORY (CMC-IDX) = WS-PREV-CATEGORY
                   MOVE CMC-DESCRIPTION (CMC-IDX)
                       TO WS-DET-DESCRIPTION
           END-SEARCH
           MOVE WS-LN-RECEIVED TO WS-DET-RECEIVED
           MOVE WS-LN-RESOLVED TO WS-DET-RESOLVED
           MOVE WS-LN-IN-TIME  TO WS-DET-IN-TIME
           MOVE WS-LN-UPHELD   TO WS-DET-UPHELD
           MOVE WS-LN-OPEN     TO WS-DET-OPEN
           MOVE WS-LN-OVERDUE  TO WS-DET-OVERDUE
           WRITE SUMMARY-REPORT-LINE FROM WS-DETAIL-LINE
           ADD WS-LN-RECEIVED TO WS-BR-RECEIVED
           ADD WS-LN-RESOLVED TO WS-BR-RESOLVED
           ADD WS-LN-IN-TIME  TO WS-BR-IN-TIME
           ADD WS-LN-UPHELD   TO WS-BR-UPHELD
           ADD WS-LN-OPEN     TO WS-BR-OPEN
           ADD WS-LN-OVERDUE  TO WS-BR-OVERDUE
           MOVE ZEROS TO WS-LINE-TOTALS.

       3310-FORMAT-BRANCH.
           IF WS-PREV-BRANCH-CODE = SPACES
               MOVE '(NONE)' TO WS-DET-BRANCH-CODE
           ELSE
               MOVE WS-PREV-BRANCH-CODE TO WS-DET-BRANCH-CODE
               IF WS-BRANCH-AVAILABLE
                   MOVE WS-PREV-BRANCH-CODE TO BRC-BRANCH-CODE
                   READ BRANCH-REF-FILE
                       INVALID KEY
                           MOVE 'NOT ON BRCHREF' TO WS-DET-BRANCH-NAME
                       NOT INVALID KEY
                           MOVE BRC-BRANCH-NAME TO WS-DET-BRANCH-NAME
                   END-READ
               END-IF
           END-IF.

       3400-WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'BRANCH TOTAL' TO WS-DET-DESCRIPTION
           MOVE WS-BR-RECEIVED TO WS-DET-RECEIVED
           MOVE WS-BR-RESOLVED TO WS-DET-RESOLVED
           MOVE WS-BR-IN-TIME  TO WS-DET-IN-TIME
           MOVE WS-BR-UPHELD   TO WS-DET-UPHELD
           MOVE WS-BR-OPEN     TO WS-DET-OPEN
           MOVE WS-BR-OVERDUE  TO WS-DET-OVERDUE
           WRITE SUMMARY-REPORT-LINE FROM WS-DETAIL-LINE
           WRITE SUMMARY-REPORT-LINE FROM WS-BLANK-LINE
           ADD WS-BR-RECEIVED TO WS-RT-RECEIVED
           ADD WS-BR-RESOLVED TO WS-RT-RESOLVED
           ADD WS-BR-IN-TIME  TO WS-RT-IN-TIME
           ADD WS-BR-UPHELD   TO WS-RT-UPHELD
           ADD WS-BR-OPEN     TO WS-RT-OPEN
           ADD WS-BR-OVERDUE  TO WS-RT-OVERDUE
           MOVE ZEROS TO WS-BRANCH-TOTALS.

       3500-WRITE-REPORT-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ALL BRANCHES' TO WS-DET-DESCRIPTION
           MOVE WS-RT-RECEIVED TO WS-DET-RECEIVED
           MOVE WS-RT-RESOLVED TO WS-DET-RESOLVED
           MOVE WS-RT-IN-TIME  TO WS-DET-IN-TIME
           MOVE WS-RT-UPHELD   TO WS-DET-UPHELD
           MOVE WS-RT-OPEN     TO WS-DET-OPEN
           MOVE WS-RT-OVERDUE  TO WS-DET-OVERDUE
           WRITE SUMMARY-REPORT-LINE FROM WS-DETAIL-LINE.

       9000-TERMINATE.
           IF WS-BRANCH-AVAILABLE
               CLOSE BRANCH-REF-FILE
           END-IF
           CLOSE SUMMARY-REPORT-FILE
           DISPLAY 'ZCNCCSUM - CASES READ     : ' WS-CASES-READ
           DISPLAY 'ZCNCCSUM - CASES IN MONTH : ' WS-CASES-SELECTED
           DISPLAY 'ZCNCCSUM - RECEIVED       : ' WS-RT-RECEIVED
           DISPLAY 'ZCNCCSUM - RESOLVED       : ' WS-RT-RESOLVED
           DISPLAY 'ZCNCCSUM - OPEN AT END    : ' WS-RT-OPEN.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-CASES-READ TO WS-RH-RECORDS-READ
           MOVE WS-CASES-SELECTED TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
