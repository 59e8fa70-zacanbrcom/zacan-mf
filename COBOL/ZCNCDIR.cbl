      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       PRINTABLE CUSTOMER DIRECTORY REPORT.  SORTS  *
      *       THE NIGHTLY CUSTSNAP CUSTOMER SNAPSHOT       *
      *       (ZCNCSNAP) BY CUST-LAST-NAME WITHIN US-STATE *
      *       AND PRINTS IT WITH PAGE HEADERS, PAGE        *
      *       BREAKS, A HEADING PER STATE, AND A FINAL     *
      *       COUNT-OF-RECORDS FOOTER SO THE BRANCH        *
      *       OFFICES HAVE SOMETHING THEY CAN USE DIRECTLY *
      *       INSTEAD OF AN AD HOC FILE SELECT.  CUSTOMERS *
      *       AWAY ON A SEASONAL OR TEMPORARY ALTADDR      *
      *       ADDRESS ARE LISTED AT THE ADDRESS IN EFFECT  *
      *       ON THE CYCLE DATE (ZCNCAADR).  INDIVIDUAL    *
      *       AND BUSINESS CUSTOMERS (SNP-CUSTOMER-TYPE)   *
      *       PRINT AS SEPARATE SECTIONS, EACH WITH ITS    *
      *       OWN HEADING AND COUNT.                       *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCDIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK01".

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-STATUS.

           SELECT DIR-PARM-FILE      ASSIGN TO "DIRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-SECTION-SEQ           PIC X(01).
               88  SR-INDIVIDUAL-SECTION VALUE '1'.
               88  SR-BUSINESS-SECTION  VALUE '2'.
           05  SR-US-STATE              PIC X(02).
           05  SR-LAST-NAME             PIC X(10).
           05  SR-FIRST-NAME            PIC X(10).
           RECORDING MODE IS F.
       01  DIRECTORY-LINE               PIC X(80).

       FD  DIR-PARM-FILE
           RECORDING MODE IS F.
       01  DIR-PARM-RECORD.
           05  DPM-BRANCH-CODE          PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-DIRECTORY-STATUS          PIC X(02) VALUE SPACES.

      * THE DIRECTORY IS PRINTED FROM THE NIGHTLY CUSTSNAP SNAPSHOT
      * (ZCNCSNAP), NOT THE LIVE MASTER, SO IT CAN RUN WHILE THE
      * MASTER IS OPEN FOR MAINTENANCE.  ZCNCSNPV REFUSES A SNAPSHOT
      * THAT IS NOT BALANCED OR NOT FOR TODAY'S BUSINESS DATE.
       01  WS-SNAPSHOT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SNPV-RESULT-CODE          PIC 9(02) VALUE ZERO.
       01  WS-SNAPSHOT-SW               PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-USABLE       VALUE 'Y'.
       01  WS-SNAPSHOT-READ             PIC 9(07) VALUE ZERO.

           COPY SNAPCTL.

           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

      * RETURNED-MAIL SUPPRESSION - A CUSTOMER FLAGGED ON BADADDR
      * BY ZCNCNIXI IS LEFT OFF THE DIRECTORY UNTIL THE ADDRESS IS
      * FIXED.  THE FLAG COMES IN ON THE SNAPSHOT.
       01  WS-BAD-SUPPRESS-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-BAD-SUPPRESS          VALUE 'Y'.

      * BRANCH FILTER - A DIRPARM BRANCH CODE LIMITS THE DIRECTORY
      * TO THAT OFFICE'S OWN BOOK (SERVICING BRANCH ON CUSTBRCH);
      * NO PARM MEANS THE FULL DIRECTORY AS BEFORE.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-FILTER-BRANCH             PIC X(04) VALUE SPACES.
       01  WS-BRANCH-SKIP-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-BRANCH-SKIP           VALUE 'Y'.

      * ADDRESS IN EFFECT - ZCNCAADR SWAPS A SEASONAL OR TEMPORARY
      * ALTADDR ADDRESS INTO THE MASTER RECORD JUST READ WHILE ITS
      * DATE RANGE COVERS THE CYCLE DATE.  THE SWAP IS FOR THIS
      * RUN ONLY - THE MASTER FILE IS NEVER WRITTEN.
       01  WS-AADR-SOURCE               PIC X(01) VALUE 'P'.
           88  WS-AADR-ALTERNATE        VALUE 'A'.
       01  WS-AADR-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF        VALUE 'Y'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-FIRST-DETAIL-SWITCH   PIC X(01) VALUE 'Y'.
               88  WS-FIRST-DETAIL      VALUE 'Y'.
           05  WS-SECTION-BREAK-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-SECTION-BREAK     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PAGE-NO               PIC 9(04) VALUE ZERO.
           05  WS-RECORDS-PRINTED       PIC 9(07) VALUE ZERO.
           05  WS-BAD-ADDR-SUPPRESSED   PIC 9(07) VALUE ZERO.
           05  WS-OTHER-BRANCH-SKIPPED  PIC 9(07) VALUE ZERO.
           05  WS-ALT-ADDRESS-USED      PIC 9(07) VALUE ZERO.
           05  WS-SECTION-PRINTED       PIC 9(07) VALUE ZERO.

       01  WS-MAX-LINES-PER-PAGE        PIC 9(03) VALUE 40.

       01  WS-PRIOR-STATE               PIC X(02) VALUE SPACES.
       01  WS-PRIOR-SECTION             PIC X(01) VALUE SPACES.

      * A BUSINESS IS FILED ON THE MASTER UNDER ITS LEGAL NAME CUT
      * ACROSS THE TWO NAME FIELDS (ORGCUST), SO ITS SECTION SORTS
      * AND PRINTS THE TWENTY BYTES BACK TOGETHER AS ONE NAME.
       01  WS-SECTION-HEADING           PIC X(80) VALUE SPACES.
       01  WS-INDIVIDUAL-HEADING        PIC X(20) VALUE
           'INDIVIDUAL CUSTOMERS'.
       01  WS-BUSINESS-HEADING          PIC X(20) VALUE
           'BUSINESS CUSTOMERS'.

       01  WS-PAGE-HEADING-1.
           05  FILLER                   PIC X(28) VALUE
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'CITY'.

       01  WS-BUSINESS-COLUMN-HEADING.
           05  FILLER                   PIC X(10) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'BUSINESS NAME'.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'CITY'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
               'TOTAL CUSTOMERS PRINTED: '.
           05  WS-FL-RECORD-COUNT       PIC ZZZ,ZZ9.

       01  WS-SECTION-FOOTER-LINE.
           05  WS-SF-LABEL              PIC X(25).
           05  WS-SF-RECORD-COUNT       PIC ZZZ,ZZ9.

       01  WS-SUPPRESSED-LINE.
           05  FILLER                   PIC X(25) VALUE
               'BAD-ADDRESS SUPPRESSED:  '.
               'OTHER-BRANCH SKIPPED:    '.
           05  WS-BS-SKIP-COUNT         PIC ZZZ,ZZ9.

       01  WS-ALT-ADDRESS-LINE.
           05  FILLER                   PIC X(25) VALUE
               'ALTERNATE ADDRESS USED:  '.
           05  WS-AA-USED-COUNT         PIC ZZZ,ZZ9.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCDIR '.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-VERIFY-SNAPSHOT
           IF WS-SNAPSHOT-USABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-SECTION-SEQ
                   ON ASCENDING KEY SR-US-STATE
                   ON ASCENDING KEY SR-LAST-NAME
                   ON ASCENDING KEY SR-FIRST-NAME
                   INPUT PROCEDURE 2000-LOAD-SORT-FILE
                   OUTPUT PROCEDURE 3000-PRINT-REPORT
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
               DISPLAY 'ZCNCDIR - SNAPSHOT REFUSED, ZCNCSNPV CODE: '
                       WS-SNPV-RESULT-CODE
           END-IF.

       2000-LOAD-SORT-FILE.
           OPEN INPUT CUST-SNAPSHOT-FILE
           PERFORM 2050-READ-BRANCH-PARM
           IF NOT WS-SNAPSHOT-STATUS = '00'
               DISPLAY 'ZCNCDIR - ERROR OPENING SNAPSHOT FILE: '
                       WS-SNAPSHOT-STATUS
               MOVE 'N' TO WS-SNAPSHOT-SW
           ELSE
               PERFORM 2100-READ-MASTER
               PERFORM UNTIL WS-MASTER-EOF
                   IF WS-BAD-SUPPRESS
                       ADD 1 TO WS-BAD-ADDR-SUPPRESSED
                   ELSE
                       PERFORM 2270-APPLY-ADDRESS-IN-EFFECT
                       MOVE '1' TO SR-SECTION-SEQ
                       IF SNP-BUSINESS
                           MOVE '2' TO SR-SECTION-SEQ
                       END-IF
                       MOVE US-STATE OF MASTER-CUSTOMER-REC
                           TO SR-US-STATE
                       MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC TO
                   END-IF
                   PERFORM 2100-READ-MASTER
               END-PERFORM
               PERFORM 2900-PROVE-SNAPSHOT-COUNT
           END-IF
           CLOSE CUST-SNAPSHOT-FILE.

      * A BLANK OR MISSING DIRPARM MEANS NO FILTER - EVERY OFFICE
      * STILL GETS THE FULL DIRECTORY WHEN IT ASKS FOR IT.
           MOVE 'N' TO WS-BRANCH-SKIP-SWITCH
           IF WS-FILTER-BRANCH NOT = SPACES
               MOVE 'Y' TO WS-BRANCH-SKIP-SWITCH
               IF SNP-BRANCH-CODE = WS-FILTER-BRANCH
                   MOVE 'N' TO WS-BRANCH-SKIP-SWITCH
               END-IF
           END-IF.

      * A CUSTOMER AWAY ON A SEASONAL OR TEMPORARY ALTADDR ADDRESS
      * IS LISTED UNDER THAT ADDRESS'S STATE AND CITY WHILE ITS
      * RANGE COVERS THE CYCLE DATE.
       2270-APPLY-ADDRESS-IN-EFFECT.
           CALL 'ZCNCAADR' USING CUST-ID OF MASTER-CUSTOMER-REC
                                 CUST-LOCATION OF MASTER-CUSTOMER-REC
                                 WS-AADR-SOURCE
                                 WS-AADR-RETURN-CODE
           END-CALL
           IF WS-AADR-ALTERNATE
               ADD 1 TO WS-ALT-ADDRESS-USED
           END-IF.

       2200-CHECK-BAD-ADDRESS.
           MOVE 'N' TO WS-BAD-SUPPRESS-SWITCH
           IF SNP-BAD-ADDRESS
               MOVE 'Y' TO WS-BAD-SUPPRESS-SWITCH
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
               DISPLAY 'ZCNCDIR - SNAPSHOT COUNT MISMATCH, READ: '
                       WS-SNAPSHOT-READ ' CONTROL: '
                       SNC-SNAPSHOT-COUNT
               MOVE 'N' TO WS-SNAPSHOT-SW
           END-IF.

       3000-PRINT-REPORT.
           OPEN OUTPUT DIRECTORY-FILE
           PERFORM 3100-RETURN-SORT-RECORD
           PERFORM UNTIL WS-SORT-EOF
               MOVE 'N' TO WS-SECTION-BREAK-SWITCH
               IF WS-FIRST-DETAIL OR SR-SECTION-SEQ NOT =
                   WS-PRIOR-SECTION
                   PERFORM 3150-START-SECTION
               END-IF
               IF WS-FIRST-DETAIL OR WS-SECTION-BREAK
                   OR SR-US-STATE NOT = WS-PRIOR-STATE
                   PERFORM 3200-WRITE-PAGE-HEADING
                   PERFORM 3300-WRITE-STATE-HEADING
                   MOVE SR-US-STATE TO WS-PRIOR-STATE
               PERFORM 3400-WRITE-DETAIL
               PERFORM 3100-RETURN-SORT-RECORD
           END-PERFORM
           IF NOT WS-FIRST-DETAIL
               PERFORM 3450-WRITE-SECTION-FOOTER
           END-IF
           PERFORM 3500-WRITE-FOOTER
           CLOSE DIRECTORY-FILE.

                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

      * EACH SECTION STARTS ON A NEW PAGE; THE ONE BEFORE IT IS
      * CLOSED OFF WITH ITS OWN COUNT.
       3150-START-SECTION.
           IF NOT WS-FIRST-DETAIL
               PERFORM 3450-WRITE-SECTION-FOOTER
           END-IF
           MOVE SR-SECTION-SEQ TO WS-PRIOR-SECTION
           MOVE 'Y' TO WS-SECTION-BREAK-SWITCH
           MOVE ZERO TO WS-SECTION-PRINTED
           IF SR-BUSINESS-SECTION
               MOVE WS-BUSINESS-HEADING TO WS-SECTION-HEADING
           ELSE
               MOVE WS-INDIVIDUAL-HEADING TO WS-SECTION-HEADING
           END-IF.

       3200-WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PH-PAGE-NO
           WRITE DIRECTORY-LINE FROM WS-PAGE-HEADING-1
               AFTER ADVANCING PAGE
           WRITE DIRECTORY-LINE FROM WS-SECTION-HEADING
           MOVE SPACES TO DIRECTORY-LINE
           WRITE DIRECTORY-LINE
           IF SR-BUSINESS-SECTION
               WRITE DIRECTORY-LINE FROM WS-BUSINESS-COLUMN-HEADING
           ELSE
               WRITE DIRECTORY-LINE FROM WS-COLUMN-HEADING
           END-IF
           MOVE 4 TO WS-LINE-COUNT.

       3300-WRITE-STATE-HEADING.
           MOVE SR-US-STATE TO WS-SH-US-STATE

       3400-WRITE-DETAIL.
           MOVE SR-CUST-ID     TO WS-DL-CUST-ID
           IF SR-BUSINESS-SECTION
               MOVE SR-LAST-NAME  TO WS-DL-LAST-NAME (1:10)
               MOVE SR-FIRST-NAME TO WS-DL-LAST-NAME (11:10)
               MOVE SPACES        TO WS-DL-FIRST-NAME
           ELSE
               MOVE SR-LAST-NAME  TO WS-DL-LAST-NAME
               MOVE SR-FIRST-NAME TO WS-DL-FIRST-NAME
           END-IF
           MOVE SR-CITY        TO WS-DL-CITY
           WRITE DIRECTORY-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECORDS-PRINTED
           ADD 1 TO WS-SECTION-PRINTED.

       3450-WRITE-SECTION-FOOTER.
           MOVE SPACES TO DIRECTORY-LINE
           WRITE DIRECTORY-LINE
           IF WS-PRIOR-SECTION = '2'
               MOVE 'BUSINESSES PRINTED:      ' TO WS-SF-LABEL
           ELSE
               MOVE 'INDIVIDUALS PRINTED:     ' TO WS-SF-LABEL
           END-IF
           MOVE WS-SECTION-PRINTED TO WS-SF-RECORD-COUNT
           WRITE DIRECTORY-LINE FROM WS-SECTION-FOOTER-LINE
           ADD 2 TO WS-LINE-COUNT.

       3500-WRITE-FOOTER.
           MOVE SPACES TO DIRECTORY-LINE
           MOVE WS-BAD-ADDR-SUPPRESSED TO WS-SL-SUPPRESS-COUNT
           WRITE DIRECTORY-LINE FROM WS-SUPPRESSED-LINE
           MOVE WS-OTHER-BRANCH-SKIPPED TO WS-BS-SKIP-COUNT
           WRITE DIRECTORY-LINE FROM WS-BRANCH-SKIP-LINE
           MOVE WS-ALT-ADDRESS-USED TO WS-AA-USED-COUNT
           WRITE DIRECTORY-LINE FROM WS-ALT-ADDRESS-LINE.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-RECORDS-PRINTED TO WS-RH-RECORDS-READ
