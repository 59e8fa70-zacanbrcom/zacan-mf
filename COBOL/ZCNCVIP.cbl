      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       RULES-DRIVEN VIP TIERING.  SCORES EVERY      *
      *       CUSTOMER ON THE NIGHTLY CUSTSNAP SNAPSHOT    *
      *       (ZCNCSNAP) FROM DATA ALREADY ON FILE -       *
      *       TENURE FROM THE ALTREF APPLICATION DATE      *
      *       CARRIED ON THE SNAPSHOT, NOTE VOLUME FROM    *
      *       CUSTNOTE, HOUSEHOLD SIZE FROM HHXREF,        *
      *       CREDITED REFERRALS FROM REFERRAL - AGAINST   *
      *       THE VIPPARM RULE SET, AND SETS OR CLEARS     *
      *       CUST-VIP-FLAG ON THE LIVE MASTER, READ BACK  *
      *       BY KEY, WITH THE SAME BEFORE/AFTER ZCNCAUDT  *
      *       TRAIL ZCNCDNC LEAVES FOR ITS FLAG.  PRINTS A *
      *       PROMOTIONS/DEMOTIONS REPORT PLUS A VIP       *
      *       DIRECTORY FOR THE BRANCH DESKS, SO THE FLAG  *
      *       FINALLY DRIVES SOMETHING AND IS SET BY RULE, *
      *       NOT BY NOBODY.                               *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCVIP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-NOTE-FILE     ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHXREF-STATUS.

           SELECT REFERRAL-FILE      ASSIGN TO "REFERRAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RFL-SOURCE-CUST-ID
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT VIP-WORK-FILE      ASSIGN TO "VIPWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  CUST-NOTE-FILE
           RECORDING MODE IS F.
           COPY CUSTNOTE.
           05  HHX-HOUSEHOLD-ID         PIC 9(07).
           05  HHX-CUST-ID              PIC X(10).

       FD  REFERRAL-FILE
           RECORDING MODE IS F.
           COPY REFERRAL.

       FD  VIP-WORK-FILE
           RECORDING MODE IS F.
       01  VIP-WORK-RECORD.
           05  VWK-CUST-ID              PIC X(10).
           05  VWK-HOUSEHOLD-SIZE       PIC 9(05).
           05  VWK-REFERRAL-COUNT       PIC 9(05).

       FD  VIP-PARM-FILE
           RECORDING MODE IS F.
           05  VPM-HH-THRESHOLD         PIC X(02).
           05  VPM-HH-POINTS            PIC X(02).
           05  VPM-PROMOTE-SCORE        PIC X(02).
           05  VPM-REFERRAL-THRESHOLD   PIC X(02).
           05  VPM-REFERRAL-POINTS      PIC X(02).

       FD  VIP-REPORT-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-NOTE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-HHXREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REFERRAL-STATUS           PIC X(02) VALUE SPACES.
       01  WS-WORK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-DIRECTORY-STATUS          PIC X(02) VALUE SPACES.

      * CUSTOMERS ARE SCORED FROM THE NIGHTLY CUSTSNAP SNAPSHOT
      * (ZCNCSNAP), WHICH ALSO CARRIES THE ALTREF APPLICATION DATE;
      * ONLY A FLAG THAT CHANGES IS READ BACK FROM THE LIVE MASTER,
      * BY KEY, AND REWRITTEN.  ZCNCSNPV REFUSES A SNAPSHOT THAT IS
      * NOT BALANCED OR NOT FOR TODAY'S BUSINESS DATE.
       01  WS-SNAPSHOT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SNPV-RESULT-CODE          PIC 9(02) VALUE ZERO.
       01  WS-SNAPSHOT-SW               PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-USABLE       VALUE 'Y'.

           COPY SNAPCTL.

           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==SNAPSHOT-CUSTOMER-REC==.

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF        VALUE 'Y'.
               88  WS-HHXREF-EOF        VALUE 'Y'.
           05  WS-NOTE-SWEEP-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-NOTE-SWEEP-DONE   VALUE 'Y'.
           05  WS-REFERRAL-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-REFERRAL-EOF      VALUE 'Y'.
           05  WS-REFERRAL-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-REFERRAL-AVAILABLE VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTERS-SCANNED       PIC 9(07) VALUE ZERO.
           05  WS-PROMOTIONS            PIC 9(07) VALUE ZERO.
           05  WS-DEMOTIONS             PIC 9(07) VALUE ZERO.
           05  WS-CHANGES-SKIPPED       PIC 9(07) VALUE ZERO.
           05  WS-VIP-ON-FILE           PIC 9(07) VALUE ZERO.
           05  WS-CUST-NOTE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-REFERRALS-COUNTED     PIC 9(07) VALUE ZERO.

      * RULE SET WITH SHOP DEFAULTS - A MISSING OR PARTIAL VIPPARM
      * CARD FALLS BACK FIELD BY FIELD.
       01  WS-HH-THRESHOLD              PIC 9(02) VALUE 3.
       01  WS-HH-POINTS                 PIC 9(02) VALUE 1.
       01  WS-PROMOTE-SCORE             PIC 9(02) VALUE 2.
      * SUCCESSFUL REFERRALS SCORE NOTHING UNTIL VIPPARM GIVES THEM
      * POINTS, SO EXISTING TIERS DO NOT MOVE ON THEIR OWN.
       01  WS-REFERRAL-THRESHOLD        PIC 9(02) VALUE 3.
       01  WS-REFERRAL-POINTS           PIC 9(02) VALUE ZERO.

       01  WS-CUSTOMER-SCORE            PIC 9(03) VALUE ZERO.
       01  WS-TENURE-AGE-DAYS           PIC S9(05) VALUE ZERO.
       01  WS-CYCLE-INTEGER             PIC 9(08) VALUE ZERO.
       01  WS-APP-DATE-INTEGER          PIC 9(08) VALUE ZERO.
       01  WS-HOUSEHOLD-SIZE            PIC 9(05) VALUE ZERO.
       01  WS-REFERRAL-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-NEW-VIP-FLAG              PIC X(01) VALUE 'N'.
       01  WS-SAVE-CUST-ID              PIC X(10) VALUE SPACES.


       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1050-VERIFY-SNAPSHOT
           IF WS-SNAPSHOT-USABLE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-SIZE-HOUSEHOLDS UNTIL WS-HHXREF-EOF
               PERFORM 2500-FLUSH-LAST-HOUSEHOLD
               PERFORM 3000-COUNT-REFERRALS UNTIL WS-REFERRAL-EOF
               PERFORM 4000-SCORE-MASTER UNTIL WS-MASTER-EOF
               PERFORM 9000-TERMINATE
           END-IF
           IF NOT WS-SNAPSHOT-USABLE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-SNAPSHOT-FILE
           OPEN I-O    CUST-MASTER-FILE
           OPEN INPUT  CUST-NOTE-FILE
           OPEN INPUT  HOUSEHOLD-XREF-FILE
           OPEN INPUT  REFERRAL-FILE
           IF WS-REFERRAL-STATUS = '00'
               MOVE 'Y' TO WS-REFERRAL-AVAIL-SW
           ELSE
               MOVE 'Y' TO WS-REFERRAL-EOF-SWITCH
           END-IF
      * LAST RUN'S SIZES MUST NOT LEAK INTO THIS RUN, SO THE WORK
      * FILE IS TRUNCATED AND REOPENED (THE ZCNCCRM DELTA-ID
      * APPROACH).
                       WS-MASTER-STATUS
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               MOVE 'Y' TO WS-HHXREF-EOF-SWITCH
               MOVE 'Y' TO WS-REFERRAL-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-HHXREF-STATUS = '00'
                   MOVE 'Y' TO WS-HHXREF-EOF-SWITCH
               END-IF
           END-IF
           IF NOT WS-SNAPSHOT-STATUS = '00'
               DISPLAY 'ZCNCVIP - ERROR OPENING SNAPSHOT FILE: '
                       WS-SNAPSHOT-STATUS
               MOVE 'N' TO WS-SNAPSHOT-SW
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               MOVE 'Y' TO WS-HHXREF-EOF-SWITCH
               MOVE 'Y' TO WS-REFERRAL-EOF-SWITCH
           END-IF.

       1050-VERIFY-SNAPSHOT.
           CALL 'ZCNCSNPV' USING SNAPSHOT-CONTROL-RECORD
                                 WS-SNPV-RESULT-CODE
           END-CALL
           IF WS-SNPV-RESULT-CODE = ZERO
               MOVE 'Y' TO WS-SNAPSHOT-SW
           ELSE
               DISPLAY 'ZCNCVIP - SNAPSHOT REFUSED, ZCNCSNPV CODE: '
                       WS-SNPV-RESULT-CODE
           END-IF.

       1100-READ-RULE-PARM.
                   IF VPM-PROMOTE-SCORE IS NUMERIC
                       MOVE VPM-PROMOTE-SCORE TO WS-PROMOTE-SCORE
                   END-IF
                   IF VPM-REFERRAL-THRESHOLD IS NUMERIC
                       MOVE VPM-REFERRAL-THRESHOLD
                           TO WS-REFERRAL-THRESHOLD
                   END-IF
                   IF VPM-REFERRAL-POINTS IS NUMERIC
                       MOVE VPM-REFERRAL-POINTS TO WS-REFERRAL-POINTS
                   END-IF
           END-READ.

      * PASS 1: HHXREF ARRIVES IN HOUSEHOLD ORDER, SO THE SIZE OF
       2600-WRITE-MEMBER-SIZE.
           MOVE WS-MT-CUST-ID (WS-MBR-IDX) TO VWK-CUST-ID
           MOVE WS-HH-MEMBER-COUNT TO VWK-HOUSEHOLD-SIZE
           MOVE ZERO TO VWK-REFERRAL-COUNT
           WRITE VIP-WORK-RECORD
               INVALID KEY
                   REWRITE VIP-WORK-RECORD
           END-WRITE
           SET WS-MBR-IDX UP BY 1.

      * PASS 2: A REFERRAL COUNTS FOR ITS REFERRER ONCE IT IS
      * CREDITED - VALID AND THE APPLICANT ONBOARDED.  THE COUNT
      * RIDES ON THE SAME WORK RECORD AS THE HOUSEHOLD SIZE.
       3000-COUNT-REFERRALS.
           READ REFERRAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REFERRAL-EOF-SWITCH
               NOT AT END
                   IF RFL-VALID
                       AND RFL-APPLICANT-ONBOARDED
                       AND NOT RFL-NOT-CREDITED
                       PERFORM 3100-ADD-REFERRAL-COUNT
                   END-IF
           END-READ.

       3100-ADD-REFERRAL-COUNT.
           ADD 1 TO WS-REFERRALS-COUNTED
           MOVE RFL-REFERRER-ID TO VWK-CUST-ID
           READ VIP-WORK-FILE
               INVALID KEY
                   MOVE ZERO TO VWK-HOUSEHOLD-SIZE
                   MOVE 1 TO VWK-REFERRAL-COUNT
                   WRITE VIP-WORK-RECORD
               NOT INVALID KEY
                   ADD 1 TO VWK-REFERRAL-COUNT
                   REWRITE VIP-WORK-RECORD
           END-READ.

      * PASS 3: SCORE EACH SNAPSHOT CUSTOMER AGAINST THE RULE SET
      * AND SET OR CLEAR THE FLAG WHERE THE VERDICT CHANGED.
       4000-SCORE-MASTER.
           READ CUST-SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                   PERFORM 4900-PROVE-SNAPSHOT-COUNT
               NOT AT END
                   ADD 1 TO WS-MASTERS-SCANNED
                   MOVE SNP-MASTER-DATA TO SNAPSHOT-CUSTOMER-REC
                   PERFORM 4100-SCORE-CUSTOMER
           END-READ.

       4100-SCORE-CUSTOMER.
           MOVE CUST-ID OF SNAPSHOT-CUSTOMER-REC TO WS-SAVE-CUST-ID
           MOVE ZERO TO WS-CUSTOMER-SCORE
           PERFORM 4200-SCORE-TENURE
           PERFORM 4300-SCORE-NOTE-VOLUME
           PERFORM 4400-SCORE-HOUSEHOLD
           PERFORM 4450-SCORE-REFERRALS
           IF WS-CUSTOMER-SCORE >= WS-PROMOTE-SCORE
               MOVE 'Y' TO WS-NEW-VIP-FLAG
           ELSE
               MOVE 'N' TO WS-NEW-VIP-FLAG
           END-IF
           IF WS-NEW-VIP-FLAG NOT =
               CUST-VIP-FLAG OF SNAPSHOT-CUSTOMER-REC
               PERFORM 4500-CHANGE-VIP-FLAG
           END-IF
           IF WS-NEW-VIP-FLAG = 'Y'
           END-IF.

       4200-SCORE-TENURE.
           IF SNP-ALTREF-ON-FILE
               AND SNP-APPLICATION-DATE > ZERO
               COMPUTE WS-APP-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (SNP-APPLICATION-DATE)
               COMPUTE WS-TENURE-AGE-DAYS =
                   WS-CYCLE-INTEGER - WS-APP-DATE-INTEGER
               IF WS-TENURE-AGE-DAYS >= WS-TENURE-DAYS
                   ADD WS-TENURE-POINTS TO WS-CUSTOMER-SCORE
               END-IF
           END-IF.

      * NOTE VOLUME IS COUNTED WITH THE SAME KEYED WALK ZCNCNOTA
                   END-IF
           END-READ.

      * THE WORK RECORD READ HERE ALSO CARRIES THE REFERRAL COUNT
      * 4450 SCORES.
       4400-SCORE-HOUSEHOLD.
           MOVE ZERO TO WS-HOUSEHOLD-SIZE
           MOVE ZERO TO WS-REFERRAL-COUNT
           MOVE WS-SAVE-CUST-ID TO VWK-CUST-ID
           READ VIP-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VWK-HOUSEHOLD-SIZE TO WS-HOUSEHOLD-SIZE
                   MOVE VWK-REFERRAL-COUNT TO WS-REFERRAL-COUNT
           END-READ
           IF WS-HOUSEHOLD-SIZE >= WS-HH-THRESHOLD
               ADD WS-HH-POINTS TO WS-CUSTOMER-SCORE
           END-IF.

       4450-SCORE-REFERRALS.
           IF WS-REFERRAL-COUNT > ZERO
               AND WS-REFERRAL-COUNT >= WS-REFERRAL-THRESHOLD
               ADD WS-REFERRAL-POINTS TO WS-CUSTOMER-SCORE
           END-IF.

      * THE SNAPSHOT IS A NIGHT OLD, SO THE LIVE RECORD IS READ BACK
      * BY KEY BEFORE IT IS TOUCHED.  A CUSTOMER DELETED SINCE, OR
      * WHOSE FLAG SOMEONE ALREADY SET THE SAME WAY, IS COUNTED AS
      * SKIPPED AND LEFT ALONE.
       4500-CHANGE-VIP-FLAG.
           MOVE WS-SAVE-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-CHANGES-SKIPPED
               NOT INVALID KEY
                   IF CUST-VIP-FLAG OF MASTER-CUSTOMER-REC
                       = WS-NEW-VIP-FLAG
                       ADD 1 TO WS-CHANGES-SKIPPED
                   ELSE
                       PERFORM 4550-REWRITE-VIP-FLAG
                   END-IF
           END-READ.

       4550-REWRITE-VIP-FLAG.
           MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
           MOVE CUST-VIP-FLAG OF MASTER-CUSTOMER-REC
               TO WS-AUDIT-OLD-VALUE

       4700-WRITE-DIRECTORY-LINE.
           MOVE WS-SAVE-CUST-ID TO WS-DIR-CUST-ID
           MOVE CUST-FIRST-NAME OF SNAPSHOT-CUSTOMER-REC
               TO WS-DIR-FIRST-NAME
           MOVE CUST-LAST-NAME OF SNAPSHOT-CUSTOMER-REC
               TO WS-DIR-LAST-NAME
           MOVE CITY OF SNAPSHOT-CUSTOMER-REC TO WS-DIR-CITY
           MOVE US-STATE OF SNAPSHOT-CUSTOMER-REC TO WS-DIR-US-STATE
           WRITE VIP-DIRECTORY-LINE FROM WS-DIR-DETAIL-LINE.

      * A SNAPSHOT CUT SHORT SINCE ZCNCSNAP PROVED IT IS CAUGHT HERE;
      * THE RUN ENDS WITH CONDITION CODE 8.
       4900-PROVE-SNAPSHOT-COUNT.
           IF WS-MASTERS-SCANNED NOT = SNC-SNAPSHOT-COUNT
               DISPLAY 'ZCNCVIP - SNAPSHOT COUNT MISMATCH, READ: '
                       WS-MASTERS-SCANNED ' CONTROL: '
                       SNC-SNAPSHOT-COUNT
               MOVE 'N' TO WS-SNAPSHOT-SW
           END-IF.

       9000-TERMINATE.
           WRITE VIP-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-PROMOTIONS TO WS-TOT-PROMOTED
           WRITE VIP-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-VIP-ON-FILE TO WS-TOT-VIP
           WRITE VIP-REPORT-LINE FROM WS-TOTAL-LINE-3
           CLOSE CUST-SNAPSHOT-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-NOTE-FILE
           CLOSE HOUSEHOLD-XREF-FILE
           IF WS-REFERRAL-AVAILABLE
               CLOSE REFERRAL-FILE
           END-IF
           CLOSE VIP-WORK-FILE
           CLOSE VIP-PARM-FILE
           CLOSE VIP-REPORT-FILE
           DISPLAY 'ZCNCVIP - MASTERS SCANNED: ' WS-MASTERS-SCANNED
           DISPLAY 'ZCNCVIP - PROMOTIONS     : ' WS-PROMOTIONS
           DISPLAY 'ZCNCVIP - DEMOTIONS      : ' WS-DEMOTIONS
           DISPLAY 'ZCNCVIP - CHANGES SKIPPED: ' WS-CHANGES-SKIPPED
           DISPLAY 'ZCNCVIP - VIPS ON FILE   : ' WS-VIP-ON-FILE
           DISPLAY 'ZCNCVIP - REFERRALS COUNTED: '
                   WS-REFERRALS-COUNTED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-MASTERS-SCANNED TO WS-RH-RECORDS-READ
           MOVE WS-PROMOTIONS TO WS-RH-RECORDS-APPLIED
           ADD WS-DEMOTIONS TO WS-RH-RECORDS-APPLIED
           MOVE WS-CHANGES-SKIPPED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
