       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCREFR                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       MONTHLY REFERRAL REWARD RUN. FIRST RE-CHECKS *
      *       EVERY QUEUED REFERRAL ON THE REFERRAL        *
      *       SATELLITE: ONE WHOSE REFERRER IS ACTIVE      *
      *       AGAIN BECOMES VALID (AND IS CREDITED IF THE  *
      *       APPLICANT IS ALREADY A CUSTOMER), ONE STILL  *
      *       INACTIVE PAST THE REFRPARM QUEUE LIMIT       *
      *       (DEFAULT 90 DAYS) IS REJECTED.               *
      *                                                    *
      *       THEN LISTS ON REFRRPT, PER REFERRER, EVERY   *
      *       REFERRAL CAPTURED OR CREDITED IN THE REPORT  *
      *       MONTH (DEFAULT THE MONTH BEFORE THE CYCLE    *
      *       DATE) OR STILL OPEN, WITH THE REFERRAL AND   *
      *       APPLICANT STATUS AND THE REWARD EARNED UNDER *
      *       THE REFRPARM RULE: AN AMOUNT PER CREDITED    *
      *       REFERRAL UP TO A MONTHLY CAP, PLUS A BONUS   *
      *       AT A THRESHOLD. A REFERRER NO LONGER ACTIVE  *
      *       HAS THE REWARD WITHHELD. EACH REFERRER PAID  *
      *       GOES ON THE REFRPAY EXTRACT FOR FINANCE.     *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCREFR.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-FILE      ASSIGN TO "REFERRAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFL-SOURCE-CUST-ID
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-BRANCH-FILE   ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CUST-ID
               FILE STATUS IS WS-CUSTBRCH-STATUS.

           SELECT REWARD-PARM-FILE   ASSIGN TO "REFRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK15".

           SELECT REFERRAL-REPORT-FILE ASSIGN TO "REFRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PAYOUT-FILE        ASSIGN TO "REFRPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-FILE
           RECORDING MODE IS F.
           COPY REFERRAL.

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  CUST-BRANCH-FILE
           RECORDING MODE IS F.
           COPY CUSTBRCH.

      * EVERY FIELD IS OPTIONAL - A BLANK OR NON-NUMERIC ONE KEEPS
      * ITS DEFAULT.  AMOUNTS ARE KEYED WITH TWO IMPLIED DECIMALS
      * (0002500 = 25.00).  A CAP OR BONUS THRESHOLD OF ZERO TURNS
      * THAT PART OF THE RULE OFF.
       FD  REWARD-PARM-FILE
           RECORDING MODE IS F.
       01  REWARD-PARM-RECORD.
           05  RRP-REPORT-MONTH         PIC X(06).
           05  RRP-REWARD-AMOUNT-X      PIC X(07).
           05  RRP-REWARD-AMOUNT REDEFINES RRP-REWARD-AMOUNT-X
                                        PIC 9(05)V99.
           05  RRP-BONUS-THRESHOLD      PIC X(03).
           05  RRP-BONUS-AMOUNT-X       PIC X(07).
           05  RRP-BONUS-AMOUNT REDEFINES RRP-BONUS-AMOUNT-X
                                        PIC 9(05)V99.
           05  RRP-MONTHLY-CAP          PIC X(03).
           05  RRP-QUEUE-DAYS           PIC X(03).
           05  FILLER                   PIC X(51).

      * ONE SORT RECORD PER REFERRAL THAT FIGURES IN THE MONTH,
      * GROUPED BY REFERRER WITH THE REFERRALS CREDITED IN THE
      * MONTH FIRST, OLDEST CREDIT FIRST, SO THE MONTHLY CAP
      * REWARDS THE EARLIEST ONES.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-REFERRER-ID           PIC X(10).
           05  SR-CREDIT-GROUP          PIC X(01).
               88  SR-CREDITED-IN-MONTH VALUE '1'.
               88  SR-NOT-CREDITED      VALUE '2'.
           05  SR-CREDIT-DATE           PIC 9(08).
           05  SR-SOURCE-CUST-ID        PIC X(10).
           05  SR-FIRST-NAME            PIC X(10).
           05  SR-LAST-NAME             PIC X(10).
           05  SR-CUST-ID               PIC X(10).
           05  SR-CAPTURE-DATE          PIC 9(08).
           05  SR-REFERRAL-STATUS       PIC X(01).
           05  SR-REASON-TEXT           PIC X(30).
           05  SR-APPLICANT-STATUS      PIC X(01).

       FD  REFERRAL-REPORT-FILE
           RECORDING MODE IS F.
       01  REFERRAL-REPORT-LINE         PIC X(132).

       FD  PAYOUT-FILE
           RECORDING MODE IS F.
           COPY REFRPAY.

       WORKING-STORAGE SECTION.
       01  WS-REFERRAL-STATUS           PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CUSTBRCH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PAYOUT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-REFERRAL-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-REFERRAL-EOF      VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.
           05  WS-REFERRAL-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-REFERRAL-AVAILABLE VALUE 'Y'.
           05  WS-CUSTBRCH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CUSTBRCH-AVAILABLE VALUE 'Y'.
           05  WS-REFERRER-STATE-SW     PIC X(01) VALUE 'A'.
               88  WS-REFERRER-ACTIVE   VALUE 'A'.
               88  WS-REFERRER-INACTIVE VALUE 'I'.
               88  WS-REFERRER-NOT-FOUND VALUE 'X'.

       01  WS-COUNTERS.
           05  WS-REFERRALS-READ        PIC 9(07) VALUE ZERO.
           05  WS-REFERRALS-LISTED      PIC 9(07) VALUE ZERO.
           05  WS-QUEUE-RELEASED        PIC 9(07) VALUE ZERO.
           05  WS-QUEUE-EXPIRED         PIC 9(07) VALUE ZERO.
           05  WS-QUEUE-STILL-WAITING   PIC 9(07) VALUE ZERO.
           05  WS-REFERRERS-LISTED      PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-CREDITED        PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-REWARDED        PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-OVER-CAP        PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-WITHHELD        PIC 9(07) VALUE ZERO.
           05  WS-PAYOUTS-WRITTEN       PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-PAYOUT              PIC 9(07)V99 VALUE ZERO.

      * PER-REFERRER ACCUMULATORS, CLEARED AT EACH REFERRER BREAK.
       01  WS-REFERRER-TOTALS.
           05  WS-RF-CREDITED           PIC 9(05) VALUE ZERO.
           05  WS-RF-REWARDED           PIC 9(05) VALUE ZERO.
           05  WS-RF-REWARD             PIC 9(07)V99 VALUE ZERO.
           05  WS-RF-BONUS              PIC 9(07)V99 VALUE ZERO.
           05  WS-RF-TOTAL              PIC 9(07)V99 VALUE ZERO.
       01  WS-CUR-REFERRER-ID           PIC X(10) VALUE SPACES.
       01  WS-CUR-FIRST-NAME            PIC X(10) VALUE SPACES.
       01  WS-CUR-LAST-NAME             PIC X(10) VALUE SPACES.
       01  WS-CUR-BRANCH-CODE           PIC X(04) VALUE SPACES.

      * THE REWARD RULE - OVERRIDDEN FIELD BY FIELD FROM REFRPARM.
      * EACH REFERRAL CREDITED IN THE MONTH EARNS THE REWARD, UP TO
      * THE MONTHLY CAP PER REFERRER; A REFERRER REWARDED FOR AT
      * LEAST THE THRESHOLD NUMBER ALSO EARNS THE BONUS.  A QUEUED
      * REFERRAL WHOSE REFERRER IS STILL INACTIVE AFTER THE QUEUE
      * LIMIT IS REJECTED.
       01  WS-REWARD-AMOUNT             PIC 9(05)V99 VALUE 25.00.
       01  WS-BONUS-THRESHOLD           PIC 9(03) VALUE 5.
       01  WS-BONUS-AMOUNT              PIC 9(05)V99 VALUE 50.00.
       01  WS-MONTHLY-CAP               PIC 9(03) VALUE 10.
       01  WS-QUEUE-LIMIT-DAYS          PIC 9(03) VALUE 90.
       01  WS-QUEUE-AGE-DAYS            PIC S9(07) VALUE ZERO.

      * REPORT MONTH (CCYYMM).  A REFERRAL IS LISTED IF IT WAS
      * CAPTURED OR CREDITED IN THE MONTH, OR IS STILL WAITING ON
      * THE APPLICANT OR THE REFERRER.
       01  WS-REPORT-MONTH              PIC 9(06) VALUE ZERO.
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-YEAR              PIC 9(04).
           05  WS-RPT-MONTH             PIC 9(02).
       01  WS-WORK-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05  WS-WORK-CCYYMM           PIC 9(06).
           05  WS-WORK-DD               PIC 9(02).
       01  WS-MONTH-START-DATE          PIC 9(08) VALUE ZERO.
       01  WS-MONTH-END-DATE            PIC 9(08) VALUE ZERO.
       01  WS-NEXT-MONTH                PIC 9(06) VALUE ZERO.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
           05  WS-NXT-YEAR              PIC 9(04).
           05  WS-NXT-MONTH             PIC 9(02).
       01  WS-WORK-INTEGER              PIC 9(08) VALUE ZERO.

      * BUSINESS-DATE CONTROL - THE DEFAULT MONTH IS THE ONE BEFORE
      * THE ZCNCBDAT CYCLE DATE, AND THE QUEUE IS AGED TO IT.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               'REFERRAL REWARD REPORT'.
           05  FILLER                   PIC X(07) VALUE 'MONTH: '.
           05  WS-HL-REPORT-MONTH       PIC 9(06).
           05  FILLER                   PIC X(14) VALUE
               '  CYCLE DATE: '.
           05  WS-HL-CYCLE-DATE         PIC 9(08).

       01  WS-RULE-LINE.
           05  FILLER                   PIC X(21) VALUE
               'REWARD PER REFERRAL: '.
           05  WS-RL-REWARD             PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(15) VALUE
               '  MONTHLY CAP: '.
           05  WS-RL-CAP                PIC ZZ9.
           05  FILLER                   PIC X(12) VALUE
               '  BONUS AT: '.
           05  WS-RL-THRESHOLD          PIC ZZ9.
           05  FILLER                   PIC X(06) VALUE ' OF:  '.
           05  WS-RL-BONUS              PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(15) VALUE
               '  QUEUE DAYS: '.
           05  WS-RL-QUEUE-DAYS         PIC ZZ9.

       01  WS-REFERRER-HEADING.
           05  FILLER                   PIC X(10) VALUE 'REFERRER: '.
           05  WS-RFH-REFERRER-ID        PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RFH-NAME               PIC X(21).
           05  FILLER                   PIC X(10) VALUE
               '  BRANCH: '.
           05  WS-RFH-BRANCH-CODE        PIC X(06).
           05  FILLER                   PIC X(10) VALUE
               '  STATUS: '.
           05  WS-RFH-STATUS             PIC X(12).

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(12) VALUE 'APPLICANT'.
           05  FILLER                   PIC X(23) VALUE 'NAME'.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(10) VALUE 'CAPTURED'.
           05  FILLER                   PIC X(10) VALUE 'REFERRAL'.
           05  FILLER                   PIC X(32) VALUE 'REASON'.
           05  FILLER                   PIC X(11) VALUE 'APPLICANT'.
           05  FILLER                   PIC X(10) VALUE 'CREDITED'.
           05  FILLER                   PIC X(08) VALUE 'REWARD'.

       01  WS-DETAIL-LINE.
           05  WS-DL-SOURCE-CUST-ID     PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-NAME               PIC X(21).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-CAPTURE-DATE       PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-REFERRAL-STATUS    PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-REASON-TEXT        PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-APPLICANT-STATUS   PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-CREDIT-DATE        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-REWARD-MARKER      PIC X(08).

       01  WS-REFERRER-TOTAL-LINE.
           05  FILLER                   PIC X(12) VALUE
               '  CREDITED: '.
           05  WS-RT-CREDITED           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE
               '  REWARDED: '.
           05  WS-RT-REWARDED           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE
               '  REWARD: '.
           05  WS-RT-REWARD             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(09) VALUE
               '  BONUS: '.
           05  WS-RT-BONUS              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(09) VALUE
               '  TOTAL: '.
           05  WS-RT-TOTAL              PIC Z,ZZZ,ZZ9.99.

       01  WS-WITHHELD-LINE.
           05  FILLER                   PIC X(28) VALUE
               '  REWARD WITHHELD - REFERRER'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-WL-STATUS             PIC X(12).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL              PIC X(34).
           05  WS-TL-COUNT              PIC ZZZ,ZZ9.

       01  WS-AMOUNT-TOTAL-LINE.
           05  WS-AL-LABEL              PIC X(34).
           05  WS-AL-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCREFR'.
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
                   ON ASCENDING KEY SR-REFERRER-ID
                   ON ASCENDING KEY SR-CREDIT-GROUP
                   ON ASCENDING KEY SR-CREDIT-DATE
                   ON ASCENDING KEY SR-SOURCE-CUST-ID
                   INPUT PROCEDURE 2000-SELECT-REFERRALS
                   OUTPUT PROCEDURE 3000-PRINT-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-MASTER-FILE
           OPEN I-O    REFERRAL-FILE
           IF WS-REFERRAL-STATUS = '00'
               MOVE 'Y' TO WS-REFERRAL-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCREFR - NO REFERRAL FILE, NOTHING TO '
                       'REWARD: ' WS-REFERRAL-STATUS
           END-IF
           OPEN INPUT  CUST-BRANCH-FILE
           IF WS-CUSTBRCH-STATUS = '00'
               MOVE 'Y' TO WS-CUSTBRCH-AVAIL-SW
           END-IF
           OPEN OUTPUT REFERRAL-REPORT-FILE
           OPEN OUTPUT PAYOUT-FILE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           PERFORM 1100-SET-REPORT-MONTH
           MOVE WS-REPORT-MONTH     TO WS-HL-REPORT-MONTH
           MOVE WS-CYCLE-DATE       TO WS-HL-CYCLE-DATE
           WRITE REFERRAL-REPORT-LINE FROM WS-HEADING-LINE
           MOVE WS-REWARD-AMOUNT    TO WS-RL-REWARD
           MOVE WS-MONTHLY-CAP      TO WS-RL-CAP
           MOVE WS-BONUS-THRESHOLD  TO WS-RL-THRESHOLD
           MOVE WS-BONUS-AMOUNT     TO WS-RL-BONUS
           MOVE WS-QUEUE-LIMIT-DAYS TO WS-RL-QUEUE-DAYS
           WRITE REFERRAL-REPORT-LINE FROM WS-RULE-LINE
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCREFR - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       1100-SET-REPORT-MONTH.
           MOVE WS-CYCLE-DATE TO WS-WORK-DATE
           MOVE WS-WORK-CCYYMM TO WS-REPORT-MONTH
           IF WS-RPT-MONTH = 1
               SUBTRACT 1 FROM WS-RPT-YEAR
               MOVE 12 TO WS-RPT-MONTH
           ELSE
               SUBTRACT 1 FROM WS-RPT-MONTH
           END-IF
           OPEN INPUT REWARD-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ REWARD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1200-APPLY-REWARD-PARM
               END-READ
               CLOSE REWARD-PARM-FILE
           END-IF
           MOVE WS-REPORT-MONTH TO WS-WORK-CCYYMM
           MOVE 01 TO WS-WORK-DD
           MOVE WS-WORK-DATE TO WS-MONTH-START-DATE
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
           DISPLAY 'ZCNCREFR - REPORT MONTH: ' WS-REPORT-MONTH.

       1200-APPLY-REWARD-PARM.
           IF RRP-REPORT-MONTH IS NUMERIC
               MOVE RRP-REPORT-MONTH TO WS-REPORT-MONTH
           END-IF
           IF RRP-REWARD-AMOUNT-X IS NUMERIC
               MOVE RRP-REWARD-AMOUNT TO WS-REWARD-AMOUNT
           END-IF
           IF RRP-BONUS-THRESHOLD IS NUMERIC
               MOVE RRP-BONUS-THRESHOLD TO WS-BONUS-THRESHOLD
           END-IF
           IF RRP-BONUS-AMOUNT-X IS NUMERIC
               MOVE RRP-BONUS-AMOUNT TO WS-BONUS-AMOUNT
           END-IF
           IF RRP-MONTHLY-CAP IS NUMERIC
               MOVE RRP-MONTHLY-CAP TO WS-MONTHLY-CAP
           END-IF
           IF RRP-QUEUE-DAYS IS NUMERIC
               MOVE RRP-QUEUE-DAYS TO WS-QUEUE-LIMIT-DAYS
           END-IF.

       2000-SELECT-REFERRALS.
           IF WS-REFERRAL-AVAILABLE
               PERFORM 2100-READ-REFERRAL
               PERFORM 2200-CHECK-REFERRAL UNTIL WS-REFERRAL-EOF
           END-IF.

       2100-READ-REFERRAL.
           READ REFERRAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REFERRAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REFERRALS-READ
           END-READ.

       2200-CHECK-REFERRAL.
           IF RFL-QUEUED
               PERFORM 2300-RECHECK-QUEUED
           END-IF
           IF (RFL-CAPTURE-DATE >= WS-MONTH-START-DATE
               AND RFL-CAPTURE-DATE <= WS-MONTH-END-DATE)
              OR (RFL-CREDIT-DATE >= WS-MONTH-START-DATE
               AND RFL-CREDIT-DATE <= WS-MONTH-END-DATE)
              OR RFL-QUEUED
              OR (RFL-APPLICANT-PENDING AND NOT RFL-REJECTED)
               PERFORM 2400-RELEASE-REFERRAL
           END-IF
           PERFORM 2100-READ-REFERRAL.

      * A REFERRAL IS QUEUED WHILE ITS REFERRER IS INACTIVE.  ONCE
      * THE REFERRER IS ACTIVE AGAIN IT BECOMES VALID, AND IS
      * CREDITED NOW IF THE APPLICANT IS ALREADY A CUSTOMER; A
      * REFERRER STILL INACTIVE PAST THE QUEUE LIMIT, OR GONE FROM
      * THE MASTER, REJECTS IT FOR GOOD.
       2300-RECHECK-QUEUED.
           MOVE RFL-REFERRER-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   SET RFL-REJECTED TO TRUE
                   MOVE 'REFERRER NOT ON FILE' TO RFL-REASON-TEXT
                   ADD 1 TO WS-QUEUE-EXPIRED
                   PERFORM 2350-REWRITE-REFERRAL
               NOT INVALID KEY
                   IF NOT CUST-INACTIVE OF MASTER-CUSTOMER-REC
                       SET RFL-VALID TO TRUE
                       MOVE SPACES TO RFL-REASON-TEXT
                       IF RFL-APPLICANT-ONBOARDED
                           AND RFL-NOT-CREDITED
                           MOVE WS-CYCLE-DATE TO RFL-CREDIT-DATE
                       END-IF
                       ADD 1 TO WS-QUEUE-RELEASED
                       PERFORM 2350-REWRITE-REFERRAL
                   ELSE
                       PERFORM 2320-AGE-QUEUED-REFERRAL
                   END-IF
           END-READ.

       2320-AGE-QUEUED-REFERRAL.
           MOVE ZERO TO WS-QUEUE-AGE-DAYS
           IF RFL-CAPTURE-DATE > ZERO
               COMPUTE WS-QUEUE-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
                   - FUNCTION INTEGER-OF-DATE (RFL-CAPTURE-DATE)
           END-IF
           IF WS-QUEUE-AGE-DAYS > WS-QUEUE-LIMIT-DAYS
               SET RFL-REJECTED TO TRUE
               MOVE 'REFERRER INACTIVE - EXPIRED'
                   TO RFL-REASON-TEXT
               ADD 1 TO WS-QUEUE-EXPIRED
               PERFORM 2350-REWRITE-REFERRAL
           ELSE
               ADD 1 TO WS-QUEUE-STILL-WAITING
           END-IF.

       2350-REWRITE-REFERRAL.
           MOVE WS-CYCLE-DATE TO RFL-LAST-CHANGED-DATE
           MOVE 'ZCNCREFR'    TO RFL-CHANGED-BY
           REWRITE REFERRAL-RECORD
               INVALID KEY
                   DISPLAY 'ZCNCREFR - REFERRAL NOT REWRITTEN: '
                           RFL-SOURCE-CUST-ID
           END-REWRITE.

       2400-RELEASE-REFERRAL.
           ADD 1 TO WS-REFERRALS-LISTED
           MOVE SPACES TO SORT-WORK-RECORD
           MOVE RFL-REFERRER-ID       TO SR-REFERRER-ID
           IF RFL-VALID
               AND RFL-CREDIT-DATE >= WS-MONTH-START-DATE
               AND RFL-CREDIT-DATE <= WS-MONTH-END-DATE
               SET SR-CREDITED-IN-MONTH TO TRUE
           ELSE
               SET SR-NOT-CREDITED TO TRUE
           END-IF
           MOVE RFL-CREDIT-DATE       TO SR-CREDIT-DATE
           MOVE RFL-SOURCE-CUST-ID    TO SR-SOURCE-CUST-ID
           MOVE RFL-APPLICANT-FIRST-NAME TO SR-FIRST-NAME
           MOVE RFL-APPLICANT-LAST-NAME  TO SR-LAST-NAME
           MOVE RFL-CUST-ID           TO SR-CUST-ID
           MOVE RFL-CAPTURE-DATE      TO SR-CAPTURE-DATE
           MOVE RFL-REFERRAL-STATUS   TO SR-REFERRAL-STATUS
           MOVE RFL-REASON-TEXT       TO SR-REASON-TEXT
           MOVE RFL-APPLICANT-STATUS  TO SR-APPLICANT-STATUS
           RELEASE SORT-WORK-RECORD.

       3000-PRINT-REPORT.
           PERFORM 3100-RETURN-SORT-RECORD
           PERFORM 3200-PRINT-REFERRER UNTIL WS-SORT-EOF.

       3100-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       3200-PRINT-REFERRER.
           ADD 1 TO WS-REFERRERS-LISTED
           MOVE SR-REFERRER-ID TO WS-CUR-REFERRER-ID
           INITIALIZE WS-REFERRER-TOTALS
           PERFORM 3300-GET-REFERRER
           WRITE REFERRAL-REPORT-LINE FROM WS-BLANK-LINE
           WRITE REFERRAL-REPORT-LINE FROM WS-REFERRER-HEADING
           WRITE REFERRAL-REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM 3400-PRINT-REFERRAL-LINE
               UNTIL WS-SORT-EOF
                  OR NOT SR-REFERRER-ID = WS-CUR-REFERRER-ID
           PERFORM 3500-FINISH-REFERRER.

      * THE REWARD GOES TO THE REFERRER AS THEY STAND ON THE MASTER
      * TODAY - ONE SINCE MADE INACTIVE OR REMOVED EARNS NOTHING.
       3300-GET-REFERRER.
           MOVE SPACES TO WS-CUR-FIRST-NAME
           MOVE SPACES TO WS-CUR-LAST-NAME
           MOVE SPACES TO WS-CUR-BRANCH-CODE
           MOVE WS-CUR-REFERRER-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   SET WS-REFERRER-NOT-FOUND TO TRUE
                   MOVE 'NOT ON FILE' TO WS-RFH-STATUS
               NOT INVALID KEY
                   MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                       TO WS-CUR-FIRST-NAME
                   MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                       TO WS-CUR-LAST-NAME
                   IF CUST-INACTIVE OF MASTER-CUSTOMER-REC
                       SET WS-REFERRER-INACTIVE TO TRUE
                       MOVE 'INACTIVE' TO WS-RFH-STATUS
                   ELSE
                       SET WS-REFERRER-ACTIVE TO TRUE
                       MOVE 'ACTIVE' TO WS-RFH-STATUS
                   END-IF
           END-READ
           IF WS-CUSTBRCH-AVAILABLE
               AND NOT WS-REFERRER-NOT-FOUND
               MOVE WS-CUR-REFERRER-ID TO CBR-CUST-ID
               READ CUST-BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CBR-BRANCH-CODE TO WS-CUR-BRANCH-CODE
               END-READ
           END-IF
           MOVE WS-CUR-REFERRER-ID TO WS-RFH-REFERRER-ID
           MOVE SPACES TO WS-RFH-NAME
           STRING WS-CUR-LAST-NAME  DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  WS-CUR-FIRST-NAME DELIMITED BY '  '
               INTO WS-RFH-NAME
           END-STRING
           IF WS-CUR-BRANCH-CODE = SPACES
               MOVE '(NONE)' TO WS-RFH-BRANCH-CODE
           ELSE
               MOVE WS-CUR-BRANCH-CODE TO WS-RFH-BRANCH-CODE
           END-IF.

       3400-PRINT-REFERRAL-LINE.
           MOVE SPACES TO WS-DL-REWARD-MARKER
           IF SR-CREDITED-IN-MONTH
               ADD 1 TO WS-RF-CREDITED
               ADD 1 TO WS-TOTAL-CREDITED
               EVALUATE TRUE
                   WHEN NOT WS-REFERRER-ACTIVE
                       MOVE 'WITHHELD' TO WS-DL-REWARD-MARKER
                       ADD 1 TO WS-TOTAL-WITHHELD
                   WHEN WS-MONTHLY-CAP > ZERO
                       AND WS-RF-REWARDED >= WS-MONTHLY-CAP
                       MOVE 'OVER CAP' TO WS-DL-REWARD-MARKER
                       ADD 1 TO WS-TOTAL-OVER-CAP
                   WHEN OTHER
                       MOVE 'REWARDED' TO WS-DL-REWARD-MARKER
                       ADD 1 TO WS-RF-REWARDED
                       ADD 1 TO WS-TOTAL-REWARDED
               END-EVALUATE
           END-IF
           MOVE SR-SOURCE-CUST-ID TO WS-DL-SOURCE-CUST-ID
           MOVE SPACES TO WS-DL-NAME
           STRING SR-LAST-NAME  DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  SR-FIRST-NAME DELIMITED BY '  '
               INTO WS-DL-NAME
           END-STRING
           MOVE SR-CUST-ID        TO WS-DL-CUST-ID
           MOVE SR-CAPTURE-DATE   TO WS-DL-CAPTURE-DATE
           EVALUATE SR-REFERRAL-STATUS
               WHEN 'V'
                   MOVE 'VALID'    TO WS-DL-REFERRAL-STATUS
               WHEN 'Q'
                   MOVE 'QUEUED'   TO WS-DL-REFERRAL-STATUS
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-DL-REFERRAL-STATUS
           END-EVALUATE
           MOVE SR-REASON-TEXT    TO WS-DL-REASON-TEXT
           EVALUATE SR-APPLICANT-STATUS
               WHEN 'O'
                   MOVE 'ONBOARDED' TO WS-DL-APPLICANT-STATUS
               WHEN 'N'
                   MOVE 'DROPPED'   TO WS-DL-APPLICANT-STATUS
               WHEN OTHER
                   MOVE 'PENDING'   TO WS-DL-APPLICANT-STATUS
           END-EVALUATE
           IF SR-CREDIT-DATE = ZERO
               MOVE SPACES TO WS-DL-CREDIT-DATE
           ELSE
               MOVE SR-CREDIT-DATE TO WS-DL-CREDIT-DATE
           END-IF
           WRITE REFERRAL-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 3100-RETURN-SORT-RECORD.

      * A BONUS THRESHOLD OF ZERO MEANS NO BONUS IS PAID.  ONLY A
      * REFERRER WITH SOMETHING TO PAY GOES ON THE EXTRACT.
       3500-FINISH-REFERRER.
           COMPUTE WS-RF-REWARD = WS-RF-REWARDED * WS-REWARD-AMOUNT
           IF WS-BONUS-THRESHOLD > ZERO
               AND WS-RF-REWARDED >= WS-BONUS-THRESHOLD
               MOVE WS-BONUS-AMOUNT TO WS-RF-BONUS
           END-IF
           COMPUTE WS-RF-TOTAL = WS-RF-REWARD + WS-RF-BONUS
           MOVE WS-RF-CREDITED TO WS-RT-CREDITED
           MOVE WS-RF-REWARDED TO WS-RT-REWARDED
           MOVE WS-RF-REWARD   TO WS-RT-REWARD
           MOVE WS-RF-BONUS    TO WS-RT-BONUS
           MOVE WS-RF-TOTAL    TO WS-RT-TOTAL
           WRITE REFERRAL-REPORT-LINE FROM WS-REFERRER-TOTAL-LINE
           IF WS-RF-CREDITED > ZERO
               AND NOT WS-REFERRER-ACTIVE
               MOVE WS-RFH-STATUS TO WS-WL-STATUS
               WRITE REFERRAL-REPORT-LINE FROM WS-WITHHELD-LINE
           END-IF
           IF WS-RF-TOTAL > ZERO
               PERFORM 3600-WRITE-PAYOUT
           END-IF.

       3600-WRITE-PAYOUT.
           MOVE SPACES TO REFERRAL-PAYOUT-RECORD
           MOVE WS-CUR-REFERRER-ID TO RPY-REFERRER-ID
           MOVE WS-CUR-FIRST-NAME  TO RPY-FIRST-NAME
           MOVE WS-CUR-LAST-NAME   TO RPY-LAST-NAME
           MOVE WS-CUR-BRANCH-CODE TO RPY-BRANCH-CODE
           MOVE WS-REPORT-MONTH    TO RPY-REPORT-MONTH
           MOVE WS-RF-CREDITED     TO RPY-CREDITED-COUNT
           MOVE WS-RF-REWARDED     TO RPY-REWARDED-COUNT
           MOVE WS-RF-REWARD       TO RPY-REWARD-AMOUNT
           MOVE WS-RF-BONUS        TO RPY-BONUS-AMOUNT
           MOVE WS-RF-TOTAL        TO RPY-TOTAL-AMOUNT
           MOVE WS-CYCLE-DATE      TO RPY-RUN-DATE
           WRITE REFERRAL-PAYOUT-RECORD
           ADD 1 TO WS-PAYOUTS-WRITTEN
           ADD WS-RF-TOTAL TO WS-TOTAL-PAYOUT.

       9000-TERMINATE.
           WRITE REFERRAL-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'REFERRALS ON FILE:' TO WS-TL-LABEL
           MOVE WS-REFERRALS-READ TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REFERRALS LISTED:' TO WS-TL-LABEL
           MOVE WS-REFERRALS-LISTED TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'QUEUED REFERRALS RELEASED:' TO WS-TL-LABEL
           MOVE WS-QUEUE-RELEASED TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'QUEUED REFERRALS REJECTED:' TO WS-TL-LABEL
           MOVE WS-QUEUE-EXPIRED TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'QUEUED REFERRALS STILL WAITING:' TO WS-TL-LABEL
           MOVE WS-QUEUE-STILL-WAITING TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REFERRERS LISTED:' TO WS-TL-LABEL
           MOVE WS-REFERRERS-LISTED TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REFERRALS CREDITED IN MONTH:' TO WS-TL-LABEL
           MOVE WS-TOTAL-CREDITED TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REFERRALS REWARDED:' TO WS-TL-LABEL
           MOVE WS-TOTAL-REWARDED TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'OVER MONTHLY CAP:' TO WS-TL-LABEL
           MOVE WS-TOTAL-OVER-CAP TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'WITHHELD - REFERRER NOT ACTIVE:' TO WS-TL-LABEL
           MOVE WS-TOTAL-WITHHELD TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REFERRERS PAID:' TO WS-TL-LABEL
           MOVE WS-PAYOUTS-WRITTEN TO WS-TL-COUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL PAYOUT:' TO WS-AL-LABEL
           MOVE WS-TOTAL-PAYOUT TO WS-AL-AMOUNT
           WRITE REFERRAL-REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
           IF WS-MASTER-STATUS NOT = '35'
               CLOSE CUST-MASTER-FILE
           END-IF
           IF WS-REFERRAL-AVAILABLE
               CLOSE REFERRAL-FILE
           END-IF
           IF WS-CUSTBRCH-AVAILABLE
               CLOSE CUST-BRANCH-FILE
           END-IF
           CLOSE REFERRAL-REPORT-FILE
           CLOSE PAYOUT-FILE
           DISPLAY 'ZCNCREFR - REFERRALS READ    : ' WS-REFERRALS-READ
           DISPLAY 'ZCNCREFR - QUEUE RELEASED    : ' WS-QUEUE-RELEASED
           DISPLAY 'ZCNCREFR - QUEUE REJECTED    : ' WS-QUEUE-EXPIRED
           DISPLAY 'ZCNCREFR - CREDITED IN MONTH : ' WS-TOTAL-CREDITED
           DISPLAY 'ZCNCREFR - REWARDED          : ' WS-TOTAL-REWARDED
           DISPLAY 'ZCNCREFR - REFERRERS PAID    : '
                   WS-PAYOUTS-WRITTEN.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-REFERRALS-READ TO WS-RH-RECORDS-READ
           MOVE WS-PAYOUTS-WRITTEN TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
