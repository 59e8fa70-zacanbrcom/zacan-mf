      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       DUPLICATE-CUSTOMER DETECTION REPORT.         *
      *       MATCHES CUSTOMER RECORDS FROM THE NIGHTLY    *
      *       CUSTSNAP SNAPSHOT (ZCNCSNAP) ON LAST NAME    *
      *       PLUS POSTAL CODE (AND FLAGS FIRST-NAME       *
      *       NEAR-MATCHES) AND PRINTS A SUSPECT-DUPLICATE *
      *       REPORT WITH BOTH CUST-IDS SIDE BY SIDE.      *
      *                                                    *
      *       THE SNAPSHOT IS IN CUST-ID ORDER, NOT        *
      *       LAST-NAME/POSTAL-CODE, SO THE RECORDS ARE    *
      *       ORDERED THROUGH A SORT WORK FILE (THE SAME   *
      *       APPROACH ZCNCDIR AND ZCNCWORK USE) AND EACH  *
      *       RECORD IS COMPARED TO ITS NEIGHBOR AS THE    *
      *       SORT RETURNS IT.  NO IN-MEMORY TABLE, NO     *
      *       CEILING ON THE CUSTOMER COUNT - THE WHOLE    *
      *       BASE IS COVERED HOWEVER LARGE IT GROWS.      *
      *       A PERSON IS NEVER PAIRED WITH A BUSINESS:    *
      *       THE CUSTOMER TYPE (SNP-CUSTOMER-TYPE) IS     *
      *       THE MAJOR SORT KEY AND MUST MATCH TOO.       *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK06".


       DATA DIVISION.
       FILE SECTION.
       FD  CUST-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-CUSTOMER-TYPE         PIC X(01).
               88  SR-BUSINESS          VALUE 'B'.
           05  SR-LAST-NAME             PIC X(10).
           05  SR-POSTAL-CODE           PIC X(15).
           05  SR-CUST-ID               PIC X(10).
       01  DUP-REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

      * THE NIGHTLY CUSTSNAP SNAPSHOT (ZCNCSNAP) IS READ INSTEAD OF
      * THE LIVE MASTER AND ITS SATELLITES, SO THIS JOB CAN RUN
      * WHILE THE MASTER IS OPEN FOR MAINTENANCE.  ZCNCSNPV REFUSES
      * A SNAPSHOT THAT IS NOT BALANCED OR NOT FOR TODAY'S BUSINESS
      * DATE.
       01  WS-SNAPSHOT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SNPV-RESULT-CODE          PIC 9(02) VALUE ZERO.
       01  WS-SNAPSHOT-SW               PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-USABLE       VALUE 'Y'.

           COPY SNAPCTL.

           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.


       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF        VALUE 'Y'.
      * THE RECORD RETURNED JUST BEFORE THE CURRENT ONE - THE ONLY
      * STATE THE NEIGHBOR COMPARISON NEEDS, HOWEVER BIG THE FILE.
       01  WS-PRIOR-ENTRY.
           05  WS-PRIOR-CUSTOMER-TYPE   PIC X(01) VALUE SPACES.
           05  WS-PRIOR-LAST-NAME       PIC X(10) VALUE SPACES.
           05  WS-PRIOR-POSTAL-CODE     PIC X(15) VALUE SPACES.
           05  WS-PRIOR-CUST-ID         PIC X(10) VALUE SPACES.
      * IDENTICAL BUT SHARE THE SAME FIRST 3 CHARACTERS (E.G. "ROB"/
      * "ROBERT", "KATIE"/"KATHY" WOULD NOT, BUT "JON"/"JONATHAN"
      * WOULD) ARE FLAGGED AS A NEAR MATCH INSTEAD OF SILENTLY
      * FALLING INTO "DIFFERS".  A BUSINESS'S "FIRST NAME" IS
      * BYTES 11-20 OF ITS LEGAL NAME (ORGCUST), SO A NEAR MATCH
      * MEANS NOTHING THERE - IT EITHER MATCHES OR DIFFERS.
       01  WS-FIRST-NAME-MATCH-RESULT   PIC X(01) VALUE 'D'.
           88  WS-FIRST-NAME-EXACT      VALUE 'E'.
           88  WS-FIRST-NAME-NEAR       VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-VERIFY-SNAPSHOT
           IF WS-SNAPSHOT-USABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-CUSTOMER-TYPE
                   ON ASCENDING KEY SR-LAST-NAME
                   ON ASCENDING KEY SR-POSTAL-CODE
                   INPUT PROCEDURE 2000-LOAD-SORT-FILE
                   OUTPUT PROCEDURE 3000-FIND-DUPLICATES
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
               DISPLAY 'ZCNCDUP - SNAPSHOT REFUSED, ZCNCSNPV CODE: '
                       WS-SNPV-RESULT-CODE
           END-IF.

       2000-LOAD-SORT-FILE.
           OPEN INPUT CUST-SNAPSHOT-FILE
           IF NOT WS-SNAPSHOT-STATUS = '00'
               DISPLAY 'ZCNCDUP - ERROR OPENING SNAPSHOT FILE: '
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
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE SNP-MASTER-DATA TO MASTER-CUSTOMER-REC
           END-READ.

       2200-RELEASE-CUSTOMER.
           MOVE SNP-CUSTOMER-TYPE TO SR-CUSTOMER-TYPE
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO SR-LAST-NAME
           MOVE POSTAL-CODE OF MASTER-CUSTOMER-REC
           RELEASE SORT-WORK-RECORD
           PERFORM 2100-READ-MASTER.

      * A SNAPSHOT CUT SHORT SINCE ZCNCSNAP PROVED IT IS CAUGHT HERE;
      * THE RUN ENDS WITH CONDITION CODE 8.
       2900-PROVE-SNAPSHOT-COUNT.
           IF WS-CUSTOMER-COUNT NOT = SNC-SNAPSHOT-COUNT
               DISPLAY 'ZCNCDUP - SNAPSHOT COUNT MISMATCH, READ: '
                       WS-CUSTOMER-COUNT ' CONTROL: '
                       SNC-SNAPSHOT-COUNT
               MOVE 'N' TO WS-SNAPSHOT-SW
           END-IF.

       3000-FIND-DUPLICATES.
           OPEN OUTPUT DUP-REPORT-FILE
           WRITE DUP-REPORT-LINE FROM WS-HEADING-LINE

       3200-COMPARE-TO-NEIGHBOR.
           IF NOT WS-FIRST-RECORD
               AND SR-CUSTOMER-TYPE = WS-PRIOR-CUSTOMER-TYPE
               AND SR-LAST-NAME = WS-PRIOR-LAST-NAME
               AND SR-POSTAL-CODE = WS-PRIOR-POSTAL-CODE
               AND SR-CUST-ID NOT = WS-PRIOR-CUST-ID
               PERFORM 3300-WRITE-DUPLICATE-PAIR
           END-IF
           MOVE SR-CUSTOMER-TYPE TO WS-PRIOR-CUSTOMER-TYPE
           MOVE SR-LAST-NAME   TO WS-PRIOR-LAST-NAME
           MOVE SR-POSTAL-CODE TO WS-PRIOR-POSTAL-CODE
           MOVE SR-CUST-ID     TO WS-PRIOR-CUST-ID
           MOVE SR-LAST-NAME         TO WS-DET-LAST-NAME
           MOVE SR-POSTAL-CODE       TO WS-DET-POSTAL-CODE
           EVALUATE TRUE
               WHEN SR-BUSINESS AND WS-FIRST-NAME-EXACT
                   MOVE 'BUSINESS NAME MATCH' TO WS-DET-NAME-FLAG
               WHEN SR-BUSINESS
                   MOVE 'BUSINESS NAME DIFFERS' TO WS-DET-NAME-FLAG
               WHEN WS-FIRST-NAME-EXACT
                   MOVE 'FIRST NAME MATCH' TO WS-DET-NAME-FLAG
               WHEN WS-FIRST-NAME-NEAR
