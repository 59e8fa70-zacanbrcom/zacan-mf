      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       DELIMITED EXPORT EXTRACT FOR THE CRM SYSTEM, *
      *       TAKEN FROM THE NIGHTLY CUSTSNAP SNAPSHOT     *
      *       (ZCNCSNAP) RATHER THAN THE LIVE MASTER.      *
      *       WRITES A PIPE-DELIMITED EXTRACT OF CUST-ID,  *
      *       CUST-NAME, CUST-LOCATION, AND THE STATUS     *
      *       FLAGS, EACH ROW PREFIXED WITH AN             *
      *       ADD/CHANGE/DELETE ACTION CODE.  IN FULL MODE *
      *       (CRMPARM 'F', THE MONTHLY RESYNC) EVERY      *
      *       CUSTOMER IS WRITTEN WITH ACTION 'A'.  IN     *
      *       DELTA MODE (CRMPARM 'D', THE NIGHTLY RUN)    *
      *       ONLY CUSTOMERS WITH AUDIT ACTIVITY SINCE THE *
      *       CRMCKPT CHECKPOINT TIMESTAMP, UP TO THE      *
      *       MOMENT THE SNAPSHOT WAS CUT, ARE WRITTEN,    *
      *       AND THE CHECKPOINT IS ADVANCED TO THAT       *
      *       MOMENT AT END OF RUN - A MISSED NIGHT        *
      *       AUTOMATICALLY WIDENS THE NEXT DELTA.  DNC    *
      *       CUSTOMERS ARE SUPPRESSED EITHER WAY, WITH A  *
      *       TRAILER RECORD GIVING THE ROW COUNT AND THE  *
      *       COUNT OF DO-NOT-CALL CUSTOMERS SUPPRESSED    *
      *       FROM THE EXTRACT (THE CRM MUST NEVER         *
      *       CAMPAIGN A DNC CUSTOMER), SO THE CRM TEAM    *
      *       CAN IMPORT IT DIRECTLY INSTEAD OF            *
      *       SCREEN-SCRAPING A REPORT.  CUSTOMERS UNDER A *
      *       CMPLHOLD COMPLIANCE HOLD ARE LEFT OUT AND    *
      *       COUNTED ON THE RUN LOG.  SO ARE CUSTOMERS    *
      *       WHOSE DEATH IS CONFIRMED ON THE DECEASED     *
      *       FILE; A DELTA RUN SENDS THE CRM A DELETE ROW *
      *       FOR THEM.                                    *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCCRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT CRM-EXTRACT-FILE   ASSIGN TO "CRMEXTR"
               ORGANIZATION IS SEQUENTIAL
               RECORD KEY IS DID-CUST-ID
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT CONTACT-EVENT-FILE ASSIGN TO "CONTEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       FD  CRM-EXTRACT-FILE
           RECORDING MODE IS F.
           05  DID-CUST-ID              PIC X(10).
           05  DID-ACTION-CODE          PIC X(01).

       FD  CONTACT-EVENT-FILE
           RECORDING MODE IS F.
           COPY CONTEVT.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CHECKPOINT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-DELTA-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS              PIC X(02) VALUE SPACES.

      * THE NIGHTLY CUSTSNAP SNAPSHOT (ZCNCSNAP) IS READ INSTEAD OF
      * THE LIVE MASTER AND ITS SATELLITES, SO THIS JOB CAN RUN
      * WHILE THE MASTER IS OPEN FOR MAINTENANCE.  ZCNCSNPV REFUSES
      * A SNAPSHOT THAT IS NOT BALANCED OR NOT FOR TODAY'S BUSINESS
      * DATE.  A DELTA RUN MATCHES THE DELTA IDS AGAINST IT IN
      * CUST-ID ORDER INSTEAD OF READING THE MASTER BY KEY.
       01  WS-SNAPSHOT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SNPV-RESULT-CODE          PIC 9(02) VALUE ZERO.
       01  WS-SNAPSHOT-SW               PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-USABLE       VALUE 'Y'.
       01  WS-SNAPSHOT-READ             PIC 9(07) VALUE ZERO.

           COPY SNAPCTL.

           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

      * EVERY CUSTOMER EXPORTED TO THE CRM IS STAMPED ON THE
      * CONTEVT CONTACT-EVENT HISTORY, DATED WITH THE ZCNCBDAT
      * CYCLE DATE, SO DORMANCY IS JUDGED ON REAL CONTACT.
      * EMAIL CONSENT ENFORCEMENT - THE CRM EXTRACT FEEDS EMAIL
      * CAMPAIGNS NOW THAT CUSTEXPF CARRIES ADDRESSES, SO AN
      * EMAIL-CHANNEL OPT-OUT ON THE CONSENT FILE SUPPRESSES THE
      * CUSTOMER THE SAME WAY DNC ALWAYS HAS.  NO CONSENT RECORD
      * MEANS NOTHING TO SUPPRESS.
       01  WS-EMAIL-OPTOUT-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-EMAIL-OPTED-OUT       VALUE 'Y'.

      * A CUSTOMER UNDER AN OPEN OR CONFIRMED COMPLIANCE HOLD IS
      * NOT HANDED TO THE CRM.  NO CMPLHOLD RECORD MEANS NO HOLD.
       01  WS-COMPLIANCE-HOLD-SW        PIC X(01) VALUE 'N'.
           88  WS-COMPLIANCE-HELD       VALUE 'Y'.

      * A CUSTOMER WHOSE DEATH IS CONFIRMED ON THE DECEASED FILE IS
      * NOT HANDED TO THE CRM, AND A DELTA RUN SENDS A DELETE SO THE
      * CRM DROPS THEM.  NO DECEASED RECORD MEANS NONE RECORDED.
       01  WS-DECEASED-SW               PIC X(01) VALUE 'N'.
           88  WS-CUST-DECEASED         VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
       01  WS-RECORDS-EXPORTED          PIC 9(07) VALUE ZERO.
       01  WS-DNC-SUPPRESSED            PIC 9(07) VALUE ZERO.
       01  WS-EMAIL-SUPPRESSED          PIC 9(07) VALUE ZERO.
       01  WS-COMPLIANCE-SUPPRESSED     PIC 9(07) VALUE ZERO.
       01  WS-DECEASED-SUPPRESSED       PIC 9(07) VALUE ZERO.
       01  WS-AUDITS-SCANNED            PIC 9(07) VALUE ZERO.
       01  WS-DELTA-IDS-FOUND           PIC 9(07) VALUE ZERO.

           05  WS-AUD-DATE              PIC 9(08).
           05  WS-AUD-TIME              PIC 9(06).

      * AUDIT ACTIVITY STAMPED AFTER THE SNAPSHOT WAS CUT IS NOT ON
      * THE SNAPSHOT YET, SO IT IS LEFT FOR THE NEXT NIGHT'S DELTA -
      * THE CHECKPOINT ADVANCES TO THIS TIMESTAMP, NOT THE CLOCK.
       01  WS-SNAPSHOT-TIMESTAMP.
           05  WS-SNP-DATE              PIC 9(08) VALUE ZERO.
           05  WS-SNP-TIME              PIC 9(06) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION             PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1050-VERIFY-SNAPSHOT
           IF WS-SNAPSHOT-USABLE
               PERFORM 1000-INITIALIZE
               IF WS-DELTA-MODE
                   PERFORM 4000-COLLECT-DELTA-IDS UNTIL WS-AUDIT-EOF
                   PERFORM 5000-EXPORT-DELTA-ROWS
               ELSE
                   PERFORM 2000-PROCESS-RECORDS UNTIL WS-END-OF-FILE
               END-IF
               IF NOT WS-SNAPSHOT-USABLE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 9000-TERMINATE
           END-IF
           IF NOT WS-SNAPSHOT-USABLE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-SNAPSHOT-FILE
           OPEN OUTPUT CRM-EXTRACT-FILE
           OPEN EXTEND CONTACT-EVENT-FILE
           IF WS-EVENT-STATUS = '35'
               OPEN OUTPUT CONTACT-EVENT-FILE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           PERFORM 1100-READ-MODE-PARM
           MOVE SNC-CREATED-DATE TO WS-SNP-DATE
           MOVE SNC-CREATED-TIME TO WS-SNP-TIME
           IF NOT WS-SNAPSHOT-STATUS = '00'
               DISPLAY 'ZCNCCRM - ERROR OPENING SNAPSHOT FILE: '
                       WS-SNAPSHOT-STATUS
               MOVE 'N' TO WS-SNAPSHOT-SW
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               MOVE 'F' TO WS-EXTRACT-MODE-SWITCH
           ELSE
               IF WS-DELTA-MODE
                   PERFORM 1200-PREPARE-DELTA-PASS
               ELSE
                   PERFORM 3000-READ-MASTER
               END-IF
           END-IF.

       1050-VERIFY-SNAPSHOT.
           CALL 'ZCNCSNPV' USING SNAPSHOT-CONTROL-RECORD
                                 WS-SNPV-RESULT-CODE
           END-CALL
           IF WS-SNPV-RESULT-CODE = ZERO
               MOVE 'Y' TO WS-SNAPSHOT-SW
           ELSE
               DISPLAY 'ZCNCCRM - SNAPSHOT REFUSED, ZCNCSNPV CODE: '
                       WS-SNPV-RESULT-CODE
           END-IF.

       1100-READ-MODE-PARM.
           OPEN INPUT CRM-PARM-FILE
           READ CRM-PARM-FILE INTO CRM-PARM-RECORD

       2000-PROCESS-RECORDS.
           PERFORM 2050-CHECK-EMAIL-CONSENT
           PERFORM 2060-CHECK-COMPLIANCE-HOLD
           PERFORM 2070-CHECK-DECEASED
           EVALUATE TRUE
               WHEN WS-CUST-DECEASED
                   ADD 1 TO WS-DECEASED-SUPPRESSED
               WHEN DO-NOT-CALL OF MASTER-CUSTOMER-REC
                   ADD 1 TO WS-DNC-SUPPRESSED
               WHEN WS-EMAIL-OPTED-OUT
                   ADD 1 TO WS-EMAIL-SUPPRESSED
               WHEN WS-COMPLIANCE-HELD
                   ADD 1 TO WS-COMPLIANCE-SUPPRESSED
               WHEN OTHER
                   MOVE 'A' TO WS-DL-ACTION
                   PERFORM 2100-WRITE-DETAIL

       2050-CHECK-EMAIL-CONSENT.
           MOVE 'N' TO WS-EMAIL-OPTOUT-SWITCH
           IF SNP-EMAIL-OPTED-OUT
               MOVE 'Y' TO WS-EMAIL-OPTOUT-SWITCH
           END-IF.

       2060-CHECK-COMPLIANCE-HOLD.
           MOVE 'N' TO WS-COMPLIANCE-HOLD-SW
           IF SNP-CMPL-SUPPRESSED
               MOVE 'Y' TO WS-COMPLIANCE-HOLD-SW
           END-IF.

      * ONLY A CONFIRMED DEATH SUPPRESSES - A PROBABLE MATCH STILL
      * AWAITING REVIEW MAY WELL BE SOMEONE ELSE.
       2070-CHECK-DECEASED.
           MOVE 'N' TO WS-DECEASED-SW
           IF SNP-DECEASED-CONFIRMED
               MOVE 'Y' TO WS-DECEASED-SW
           END-IF.

       2100-WRITE-DETAIL.
           MOVE 'ZCNCCRM'     TO CEV-SOURCE-PROGRAM
           WRITE CONTACT-EVENT-RECORD.

      * A DELTA RUN STOPS READING ONCE THE LAST DELTA ID IS PAST,
      * SO ONLY A FULL RUN CAN PROVE THE SNAPSHOT COUNT.
       3000-READ-MASTER.
           READ CUST-SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   IF WS-FULL-MODE
                       PERFORM 3900-PROVE-SNAPSHOT-COUNT
                   END-IF
               NOT AT END
                   ADD 1 TO WS-SNAPSHOT-READ
                   MOVE SNP-MASTER-DATA TO MASTER-CUSTOMER-REC
           END-READ.

      * A SNAPSHOT CUT SHORT SINCE ZCNCSNAP PROVED IT IS CAUGHT HERE;
      * THE RUN ENDS WITH CONDITION CODE 8.
       3900-PROVE-SNAPSHOT-COUNT.
           IF WS-SNAPSHOT-READ NOT = SNC-SNAPSHOT-COUNT
               DISPLAY 'ZCNCCRM - SNAPSHOT COUNT MISMATCH, READ: '
                       WS-SNAPSHOT-READ ' CONTROL: '
                       SNC-SNAPSHOT-COUNT
               MOVE 'N' TO WS-SNAPSHOT-SW
           END-IF.

      * DELTA PASS 1: EVERY AUDIT RECORD STAMPED AFTER THE
      * CHECKPOINT, UP TO THE SNAPSHOT, NAMES A CHANGED CUSTOMER.
      * CUST-ADD MAKES THE ROW AN ADD, CUST-DELETE/CUST-MERGED A
      * DELETE (DELETE WINS OVER EVERYTHING, ADD WINS OVER CHANGE),
      * ANYTHING ELSE A CHANGE.
       4000-COLLECT-DELTA-IDS.
           ADD 1 TO WS-AUDITS-SCANNED
           MOVE AUD-DATE TO WS-AUD-DATE
           MOVE AUD-TIME TO WS-AUD-TIME
           IF WS-AUDIT-TIMESTAMP > WS-CHECKPOINT-TIMESTAMP
               AND WS-AUDIT-TIMESTAMP NOT > WS-SNAPSHOT-TIMESTAMP
               PERFORM 4200-NOTE-CHANGED-CUSTOMER
           END-IF
           PERFORM 4100-READ-AUDIT.
                   END-IF
           END-EVALUATE.

      * DELTA PASS 2: THE COLLECTED IDS ARE MATCHED AGAINST THE
      * SNAPSHOT, BOTH IN CUST-ID ORDER.  DELETES GO OUT AS AN
      * ID-ONLY ROW; A CHANGED CUSTOMER NO LONGER ON THE SNAPSHOT IS
      * REPORTED AS A DELETE TOO, SO THE CRM NEVER KEEPS A CUSTOMER
      * WE DROPPED.
       5000-EXPORT-DELTA-ROWS.
           CLOSE DELTA-ID-FILE
           OPEN INPUT DELTA-ID-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-DELTA-EOF-SWITCH
           END-START
           IF NOT WS-DELTA-EOF
               PERFORM 5100-READ-NEXT-DELTA
               PERFORM 3000-READ-MASTER
           END-IF
           PERFORM 5150-MATCH-NEXT-DELTA UNTIL WS-DELTA-EOF.

       5100-READ-NEXT-DELTA.
           READ DELTA-ID-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DELTA-EOF-SWITCH
           END-READ.

       5150-MATCH-NEXT-DELTA.
           IF NOT WS-END-OF-FILE
               AND SNP-CUST-ID < DID-CUST-ID
               PERFORM 3000-READ-MASTER
           ELSE
               PERFORM 5200-EXPORT-ONE-CUSTOMER
               PERFORM 5100-READ-NEXT-DELTA
           END-IF.

       5200-EXPORT-ONE-CUSTOMER.
           IF DID-ACTION-CODE = 'D'
               OR WS-END-OF-FILE
               OR SNP-CUST-ID NOT = DID-CUST-ID
               PERFORM 5300-WRITE-DELETE-ROW
           ELSE
               PERFORM 2050-CHECK-EMAIL-CONSENT
               PERFORM 2060-CHECK-COMPLIANCE-HOLD
               PERFORM 2070-CHECK-DECEASED
               EVALUATE TRUE
                   WHEN WS-CUST-DECEASED
                       ADD 1 TO WS-DECEASED-SUPPRESSED
                       PERFORM 5300-WRITE-DELETE-ROW
                   WHEN DO-NOT-CALL OF MASTER-CUSTOMER-REC
                       ADD 1 TO WS-DNC-SUPPRESSED
                   WHEN WS-EMAIL-OPTED-OUT
                       ADD 1 TO WS-EMAIL-SUPPRESSED
                   WHEN WS-COMPLIANCE-HELD
                       ADD 1 TO WS-COMPLIANCE-SUPPRESSED
                   WHEN OTHER
                       MOVE DID-ACTION-CODE TO WS-DL-ACTION
                       PERFORM 2100-WRITE-DETAIL
               END-EVALUATE
           END-IF.

       5300-WRITE-DELETE-ROW.
           IF RETURN-CODE = ZERO
               PERFORM 9100-ADVANCE-CHECKPOINT
           END-IF
           CLOSE CUST-SNAPSHOT-FILE
           CLOSE CRM-EXTRACT-FILE
           CLOSE CONTACT-EVENT-FILE
           DISPLAY 'ZCNCCRM - RECORDS EXPORTED: ' WS-RECORDS-EXPORTED
           DISPLAY 'ZCNCCRM - DNC SUPPRESSED  : ' WS-DNC-SUPPRESSED
           DISPLAY 'ZCNCCRM - EMAIL OPT-OUTS  : '
                   WS-EMAIL-SUPPRESSED
           DISPLAY 'ZCNCCRM - COMPLIANCE HOLD : '
                   WS-COMPLIANCE-SUPPRESSED
           DISPLAY 'ZCNCCRM - DECEASED        : '
                   WS-DECEASED-SUPPRESSED
           IF WS-DELTA-MODE
               DISPLAY 'ZCNCCRM - AUDITS SCANNED  : '
                       WS-AUDITS-SCANNED

      * THE CHECKPOINT ONLY ADVANCES AFTER A CLEAN EXTRACT, SO A
      * FAILED OR MISSED NIGHT LEAVES IT ALONE AND THE NEXT DELTA
      * AUTOMATICALLY COVERS THE GAP.  IT ADVANCES TO THE MOMENT THE
      * SNAPSHOT WAS CUT, SO NOTHING CHANGED AFTER IT IS SKIPPED.
       9100-ADVANCE-CHECKPOINT.
           MOVE WS-SNP-DATE TO CKP-LAST-EXTRACT-DATE
           MOVE WS-SNP-TIME TO CKP-LAST-EXTRACT-TIME
           OPEN OUTPUT CRM-CHECKPOINT-FILE
           WRITE CRM-CHECKPOINT-RECORD
           CLOSE CRM-CHECKPOINT-FILE.
