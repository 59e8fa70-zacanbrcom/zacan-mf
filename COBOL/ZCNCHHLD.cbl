      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       HOUSEHOLD GROUPING BY ADDRESS.  SORTS THE    *
      *       NIGHTLY CUSTSNAP CUSTOMER SNAPSHOT           *
      *       (ZCNCSNAP) ON POSTAL-CODE, CITY, AND LAST    *
      *       NAME (SAME SORT-WORK APPROACH AS ZCNCDIR)    *
      *       AND GROUPS CONSECUTIVE MATCHES INTO          *
      *       HOUSEHOLDS, ASSIGNING EACH A HOUSEHOLD ID    *
      *       KEPT ON THE HHXREF CROSS-REFERENCE.  WRITES  *
      *       THE HHMAIL CONSOLIDATED-MAILING EXTRACT (ONE *
      *       ADDRESS LINE PER HOUSEHOLD, MEMBERS LISTED   *
      *       UNDER IT, VIP/DNC STATUS OF ANY MEMBER       *
      *       CARRIED TO THE HOUSEHOLD) PLUS THE HHRPT     *
      *       SUMMARY OF HOUSEHOLDS BY STATE AND AVERAGE   *
      *       MEMBERS PER HOUSEHOLD.  CUSTOMERS UNDER A    *
      *       CMPLHOLD COMPLIANCE HOLD STAY IN THE         *
      *       HOUSEHOLD BUT ARE LEFT OFF THE MAILING.  SO  *
      *       ARE CUSTOMERS WHOSE DEATH IS CONFIRMED ON    *
      *       THE DECEASED FILE.  A SEASONAL OR TEMPORARY  *
      *       ALTADDR ADDRESS IN EFFECT ON THE CYCLE DATE  *
      *       (ZCNCAADR) IS USED IN PLACE OF THE PERMANENT *
      *       ADDRESS.  BUSINESS CUSTOMERS (SNP-BUSINESS)  *
      *       ARE NOT HOUSEHOLDS AND ARE LEFT OUT.         *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCHHLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK04".

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CONTACT-EVENT-FILE ASSIGN TO "CONTEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           RECORDING MODE IS F.
       01  HOUSEHOLD-REPORT-LINE        PIC X(80).

       FD  CONTACT-EVENT-FILE
           RECORDING MODE IS F.
           COPY CONTEVT.

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MAIL-STATUS               PIC X(02) VALUE SPACES.
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

      * RETURNED-MAIL SUPPRESSION - A CUSTOMER FLAGGED ON BADADDR
      * BY ZCNCNIXI IS LEFT OUT OF THE HHMAIL MAILING UNTIL THE
      * ADDRESS IS FIXED.  SUPPRESSION TOUCHES ONLY THE MAILING
      * OUTPUT - THE CUSTOMER STILL JOINS THE HOUSEHOLD BUILD AND
      * THE HHXREF CROSS-REFERENCE, WHICH ZCNCVIP, ZCNC360, AND
      * THE INTEGRITY/ERASURE SWEEPS ALL DEPEND ON.
       01  WS-BAD-SUPPRESS-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-BAD-SUPPRESS          VALUE 'Y'.

      * POSTAL CONSENT ENFORCEMENT - A POSTAL-CHANNEL OPT-OUT ON
      * THE CONSENT FILE KEEPS THE CUSTOMER OUT OF THE HHMAIL
      * MAILING ONLY; HOUSEHOLD MEMBERSHIP ON HHXREF IS UNTOUCHED.
       01  WS-POSTAL-OPTOUT-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-POSTAL-OPTED-OUT      VALUE 'Y'.

      * COMPLIANCE HOLD ENFORCEMENT - A CUSTOMER UNDER AN OPEN OR
      * CONFIRMED CMPLHOLD HOLD IS KEPT OUT OF THE HHMAIL MAILING
      * ONLY, THE SAME WAY AS A BAD ADDRESS.
       01  WS-COMPLIANCE-HOLD-SW        PIC X(01) VALUE 'N'.
           88  WS-COMPLIANCE-HELD       VALUE 'Y'.

      * DECEASED SUPPRESSION - A CUSTOMER WHOSE DEATH IS CONFIRMED
      * ON THE DECEASED FILE IS NEVER MAILED, BUT STAYS ON HHXREF SO
      * THE REST OF THE HOUSEHOLD IS STILL MAILED AT THE ADDRESS.
       01  WS-DECEASED-SW               PIC X(01) VALUE 'N'.
           88  WS-CUST-DECEASED         VALUE 'Y'.

      * ADDRESS IN EFFECT - ZCNCAADR SWAPS A SEASONAL OR TEMPORARY
      * ALTADDR ADDRESS INTO THE MASTER RECORD JUST READ WHILE ITS
      * DATE RANGE COVERS THE CYCLE DATE.  THE SWAP IS FOR THIS
      * RUN ONLY - THE MASTER FILE IS NEVER WRITTEN.
       01  WS-AADR-SOURCE               PIC X(01) VALUE 'P'.
           88  WS-AADR-ALTERNATE        VALUE 'A'.
       01  WS-AADR-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * EVERY CUSTOMER MAILED THROUGH HHMAIL IS STAMPED ON THE
      * CONTEVT CONTACT-EVENT HISTORY, DATED WITH THE ZCNCBDAT
      * CYCLE DATE, SO DORMANCY IS JUDGED ON REAL CONTACT.
           05  WS-MULTI-HOUSEHOLDS      PIC 9(07) VALUE ZERO.
           05  WS-BAD-ADDR-SUPPRESSED   PIC 9(07) VALUE ZERO.
           05  WS-POSTAL-SUPPRESSED     PIC 9(07) VALUE ZERO.
           05  WS-COMPLIANCE-SUPPRESSED PIC 9(07) VALUE ZERO.
           05  WS-DECEASED-SUPPRESSED   PIC 9(07) VALUE ZERO.
           05  WS-ALT-ADDRESS-USED      PIC 9(07) VALUE ZERO.
           05  WS-BUSINESS-EXCLUDED     PIC 9(07) VALUE ZERO.

       01  WS-PRIOR-KEY.
           05  WS-PK-POSTAL-CODE        PIC X(15) VALUE SPACES.
               'POSTAL OPT-OUT SUPPRESSED:'.
           05  WS-TOT-OPTOUT            PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER                   PIC X(26) VALUE
               'COMPLIANCE HOLD SUPPRESSED'.
           05  WS-TOT-COMPLIANCE        PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-7.
           05  FILLER                   PIC X(26) VALUE
               'ALTERNATE ADDRESS USED:   '.
           05  WS-TOT-ALT-ADDRESS       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-8.
           05  FILLER                   PIC X(26) VALUE
               'DECEASED SUPPRESSED:      '.
           05  WS-TOT-DECEASED          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-9.
           05  FILLER                   PIC X(26) VALUE
               'BUSINESS CUSTOMERS EXCL.: '.
           05  WS-TOT-BUSINESS          PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-VERIFY-SNAPSHOT
           IF WS-SNAPSHOT-USABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-POSTAL-CODE
                   ON ASCENDING KEY SR-CITY
                   ON ASCENDING KEY SR-LAST-NAME
                   INPUT PROCEDURE 2000-LOAD-SORT-FILE
                   OUTPUT PROCEDURE 3000-BUILD-HOUSEHOLDS
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
               DISPLAY 'ZCNCHHLD - SNAPSHOT REFUSED, ZCNCSNPV CODE: '
                       WS-SNPV-RESULT-CODE
           END-IF.

       2000-LOAD-SORT-FILE.
           OPEN INPUT CUST-SNAPSHOT-FILE
           OPEN EXTEND CONTACT-EVENT-FILE
           IF WS-EVENT-STATUS = '35'
               OPEN OUTPUT CONTACT-EVENT-FILE
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-SNAPSHOT-STATUS = '00'
               DISPLAY 'ZCNCHHLD - ERROR OPENING SNAPSHOT FILE: '
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
           CLOSE CUST-SNAPSHOT-FILE
           CLOSE CONTACT-EVENT-FILE.

       2100-READ-MASTER.
           READ CUST-SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   MOVE SNP-MASTER-DATA TO MASTER-CUSTOMER-REC
           END-READ.

      * A SNAPSHOT CUT SHORT SINCE ZCNCSNAP PROVED IT IS CAUGHT HERE;
      * THE RUN ENDS WITH CONDITION CODE 8.
       2900-PROVE-SNAPSHOT-COUNT.
           IF WS-CUSTOMERS-READ NOT = SNC-SNAPSHOT-COUNT
               DISPLAY 'ZCNCHHLD - SNAPSHOT COUNT MISMATCH, READ: '
                       WS-CUSTOMERS-READ ' CONTROL: '
                       SNC-SNAPSHOT-COUNT
               MOVE 'N' TO WS-SNAPSHOT-SW
           END-IF.

      * EVERY CUSTOMER GOES TO THE SORT - THE SUPPRESSION VERDICT
      * RIDES ALONG ON SR-MAIL-SUPPRESS AND IS APPLIED WHEN THE
      * HHMAIL LINES ARE WRITTEN, SO A SUPPRESSED CUSTOMER STILL
      * COUNTS AS A HOUSEHOLD MEMBER EVERYWHERE ELSE.
      * A BUSINESS CUSTOMER IS NOT A HOUSEHOLD MEMBER AT ALL - IT
      * IS COUNTED AND NEVER REACHES THE SORT.
       2200-RELEASE-CUSTOMER.
           IF SNP-BUSINESS
               ADD 1 TO WS-BUSINESS-EXCLUDED
               PERFORM 2100-READ-MASTER
           ELSE
               PERFORM 2300-CHECK-BAD-ADDRESS
               PERFORM 2350-CHECK-POSTAL-CONSENT
               PERFORM 2380-CHECK-COMPLIANCE-HOLD
               PERFORM 2390-CHECK-DECEASED
               PERFORM 2250-RELEASE-ONE-CUSTOMER
           END-IF.

       2250-RELEASE-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-CUST-DECEASED
                   MOVE 'D' TO SR-MAIL-SUPPRESS
               WHEN WS-BAD-SUPPRESS
                   MOVE 'B' TO SR-MAIL-SUPPRESS
               WHEN WS-POSTAL-OPTED-OUT
                   MOVE 'P' TO SR-MAIL-SUPPRESS
               WHEN WS-COMPLIANCE-HELD
                   MOVE 'C' TO SR-MAIL-SUPPRESS
               WHEN OTHER
                   MOVE 'N' TO SR-MAIL-SUPPRESS
           END-EVALUATE
           PERFORM 2260-APPLY-ADDRESS-IN-EFFECT
           MOVE POSTAL-CODE OF MASTER-CUSTOMER-REC
               TO SR-POSTAL-CODE
           MOVE CITY OF MASTER-CUSTOMER-REC        TO SR-CITY
           RELEASE SORT-WORK-RECORD
           PERFORM 2100-READ-MASTER.

      * THE CUSTOMER IS HOUSEHOLDED AND MAILED AT THE ADDRESS IN
      * EFFECT, SO A SNOWBIRD AWAY FOR THE SEASON IS MAILED THERE
      * RATHER THAN AT THE PERMANENT ADDRESS.
       2260-APPLY-ADDRESS-IN-EFFECT.
           CALL 'ZCNCAADR' USING CUST-ID OF MASTER-CUSTOMER-REC
                                 CUST-LOCATION OF MASTER-CUSTOMER-REC
                                 WS-AADR-SOURCE
                                 WS-AADR-RETURN-CODE
           END-CALL
           IF WS-AADR-ALTERNATE
               ADD 1 TO WS-ALT-ADDRESS-USED
           END-IF.

       2300-CHECK-BAD-ADDRESS.
           MOVE 'N' TO WS-BAD-SUPPRESS-SWITCH
           IF SNP-BAD-ADDRESS
               MOVE 'Y' TO WS-BAD-SUPPRESS-SWITCH
           END-IF.

       2350-CHECK-POSTAL-CONSENT.
           MOVE 'N' TO WS-POSTAL-OPTOUT-SWITCH
           IF SNP-POSTAL-OPTED-OUT
               MOVE 'Y' TO WS-POSTAL-OPTOUT-SWITCH
           END-IF.

       2380-CHECK-COMPLIANCE-HOLD.
           MOVE 'N' TO WS-COMPLIANCE-HOLD-SW
           IF SNP-CMPL-SUPPRESSED
               MOVE 'Y' TO WS-COMPLIANCE-HOLD-SW
           END-IF.

      * ONLY A CONFIRMED DEATH SUPPRESSES - A PROBABLE MATCH STILL
      * AWAITING REVIEW MAY WELL BE SOMEONE ELSE.
       2390-CHECK-DECEASED.
           MOVE 'N' TO WS-DECEASED-SW
           IF SNP-DECEASED-CONFIRMED
               MOVE 'Y' TO WS-DECEASED-SW
           END-IF.

       3000-BUILD-HOUSEHOLDS.
                   ADD 1 TO WS-BAD-ADDR-SUPPRESSED
               WHEN 'P'
                   ADD 1 TO WS-POSTAL-SUPPRESSED
               WHEN 'C'
                   ADD 1 TO WS-COMPLIANCE-SUPPRESSED
               WHEN 'D'
                   ADD 1 TO WS-DECEASED-SUPPRESSED
               WHEN OTHER
                   ADD 1 TO WS-HH-MAILABLE-COUNT
           END-EVALUATE
           WRITE HOUSEHOLD-REPORT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-POSTAL-SUPPRESSED TO WS-TOT-OPTOUT
           WRITE HOUSEHOLD-REPORT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-COMPLIANCE-SUPPRESSED TO WS-TOT-COMPLIANCE
           WRITE HOUSEHOLD-REPORT-LINE FROM WS-TOTAL-LINE-6
           MOVE WS-ALT-ADDRESS-USED TO WS-TOT-ALT-ADDRESS
           WRITE HOUSEHOLD-REPORT-LINE FROM WS-TOTAL-LINE-7
           MOVE WS-DECEASED-SUPPRESSED TO WS-TOT-DECEASED
           WRITE HOUSEHOLD-REPORT-LINE FROM WS-TOTAL-LINE-8
           MOVE WS-BUSINESS-EXCLUDED TO WS-TOT-BUSINESS
           WRITE HOUSEHOLD-REPORT-LINE FROM WS-TOTAL-LINE-9
           DISPLAY 'ZCNCHHLD - CUSTOMERS READ    : '
                   WS-CUSTOMERS-READ
           DISPLAY 'ZCNCHHLD - HOUSEHOLDS BUILT  : '
