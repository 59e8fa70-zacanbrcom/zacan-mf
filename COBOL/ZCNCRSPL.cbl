       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCRSPL                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       CHANNEL-RESPONSE DISTRIBUTION.  READS THE     *
      *       DAY'S CHANRESP RESPONSES WRITTEN BY THE       *
      *       INTAKE STEPS (ZCNCBL2, ZCNCBL3) AND THE HOLD- *
      *       SETTLING BATCHES (ZCNCCRED, ZCNCDUPR,         *
      *       ZCNCSCRN) AND SPLITS THEM INTO ONE RETURN     *
      *       FILE PER SOURCE CHANNEL, EACH WRAPPED IN THE  *
      *       SAME HDR/TRL BATCH ENVELOPE THE CHANNELS USE  *
      *       TO SEND US THEIR APPLICATIONS, SO EVERY       *
      *       SOURCE SYSTEM CAN PROVE IT GOT THE WHOLE      *
      *       FILE.  RESPONSES FROM A CHANNEL WITH NO       *
      *       RETURN FILE OF ITS OWN LAND ON RSPOTHER FOR   *
      *       THE ONBOARDING TEAM.  THE CHANRESP FILE IS    *
      *       EMPTIED ONCE DISTRIBUTED SO NO RESPONSE IS    *
      *       SENT TWICE; EVERY RESPONSE IS FIRST ADDED TO  *
      *       THE RSPHIST HISTORY THE MONTHLY ONBOARDING    *
      *       FUNNEL (ZCNCFUNL) IS BUILT FROM.              *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCRSPL.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE      ASSIGN TO "CHANRESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT WEB-RETURN-FILE    ASSIGN TO "RSPWEB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WEB-STATUS.

           SELECT BRANCH-RETURN-FILE ASSIGN TO "RSPBRNCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT PHONE-RETURN-FILE  ASSIGN TO "RSPPHONE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHONE-STATUS.

           SELECT REFERRAL-RETURN-FILE ASSIGN TO "RSPREFER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT PARTNER-RETURN-FILE ASSIGN TO "RSPPARTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.

           SELECT INTL-RETURN-FILE   ASSIGN TO "RSPINTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTL-STATUS.

           SELECT OTHER-RETURN-FILE  ASSIGN TO "RSPOTHER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OTHER-STATUS.

           SELECT RESPONSE-HISTORY-FILE ASSIGN TO "RSPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE
           RECORDING MODE IS F.
           COPY CHANRESP.

       FD  WEB-RETURN-FILE
           RECORDING MODE IS F.
       01  WEB-RETURN-RECORD            PIC X(100).

       FD  BRANCH-RETURN-FILE
           RECORDING MODE IS F.
       01  BRANCH-RETURN-RECORD         PIC X(100).

       FD  PHONE-RETURN-FILE
           RECORDING MODE IS F.
       01  PHONE-RETURN-RECORD          PIC X(100).

       FD  REFERRAL-RETURN-FILE
           RECORDING MODE IS F.
       01  REFERRAL-RETURN-RECORD       PIC X(100).

       FD  PARTNER-RETURN-FILE
           RECORDING MODE IS F.
       01  PARTNER-RETURN-RECORD        PIC X(100).

       FD  INTL-RETURN-FILE
           RECORDING MODE IS F.
       01  INTL-RETURN-RECORD           PIC X(100).

       FD  OTHER-RETURN-FILE
           RECORDING MODE IS F.
       01  OTHER-RETURN-RECORD          PIC X(100).

       FD  RESPONSE-HISTORY-FILE
           RECORDING MODE IS F.
       01  RESPONSE-HISTORY-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-WEB-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BRANCH-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PHONE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REFERRAL-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PARTNER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-INTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-OTHER-STATUS              PIC X(02) VALUE SPACES.
       01  WS-HISTORY-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-OPEN-FAILED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-OPEN-FAILED       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RESPONSES-READ        PIC 9(07) VALUE ZERO.
           05  WS-WEB-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-BRANCH-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-PHONE-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-REFERRAL-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-PARTNER-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-INTL-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-OTHER-COUNT           PIC 9(07) VALUE ZERO.

      * THE RETURN ENVELOPE MIRRORS THE INTAKE FEEDS: AN HDR RECORD
      * CARRYING THE BATCH ID (THE CYCLE DATE) AND CREATION DATE,
      * AND A TRL RECORD CARRYING THE DETAIL COUNT.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADER-RECORD.
           05  FILLER                   PIC X(03) VALUE 'HDR'.
           05  WS-HDR-BATCH-ID          PIC 9(08).
           05  WS-HDR-CREATE-DATE       PIC 9(08).
           05  FILLER                   PIC X(81) VALUE SPACES.

       01  WS-TRAILER-RECORD.
           05  FILLER                   PIC X(03) VALUE 'TRL'.
           05  WS-TRL-COUNT             PIC 9(07).
           05  FILLER                   PIC X(90) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCRSPL'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DISTRIBUTE-RESPONSE UNTIL WS-END-OF-FILE
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
           MOVE WS-CYCLE-DATE TO WS-HDR-BATCH-ID
           MOVE WS-CYCLE-DATE TO WS-HDR-CREATE-DATE
           OPEN OUTPUT WEB-RETURN-FILE
           OPEN OUTPUT BRANCH-RETURN-FILE
           OPEN OUTPUT PHONE-RETURN-FILE
           OPEN OUTPUT REFERRAL-RETURN-FILE
           OPEN OUTPUT PARTNER-RETURN-FILE
           OPEN OUTPUT INTL-RETURN-FILE
           OPEN OUTPUT OTHER-RETURN-FILE
           OPEN EXTEND RESPONSE-HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT RESPONSE-HISTORY-FILE
           END-IF
           PERFORM 1100-CHECK-OUTPUT-OPENS
           IF WS-OPEN-FAILED
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               WRITE WEB-RETURN-RECORD      FROM WS-HEADER-RECORD
               WRITE BRANCH-RETURN-RECORD   FROM WS-HEADER-RECORD
               WRITE PHONE-RETURN-RECORD    FROM WS-HEADER-RECORD
               WRITE REFERRAL-RETURN-RECORD FROM WS-HEADER-RECORD
               WRITE PARTNER-RETURN-RECORD  FROM WS-HEADER-RECORD
               WRITE INTL-RETURN-RECORD     FROM WS-HEADER-RECORD
               WRITE OTHER-RETURN-RECORD    FROM WS-HEADER-RECORD
               OPEN INPUT RESPONSE-FILE
               IF WS-RESPONSE-STATUS = '00'
                   PERFORM 3000-READ-RESPONSE
               ELSE
                   DISPLAY 'ZCNCRSPL - NO RESPONSES TO DISTRIBUTE ('
                           WS-RESPONSE-STATUS ')'
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

      * CHANRESP IS ONLY EMPTIED ONCE EVERY RESPONSE HAS BEEN COPIED
      * TO ITS RETURN FILE AND TO RSPHIST.  IF ANY OF THOSE CANNOT BE
      * OPENED NOTHING IS DISTRIBUTED AND CHANRESP IS LEFT AS IT IS
      * FOR THE RERUN.
       1100-CHECK-OUTPUT-OPENS.
           IF NOT WS-WEB-STATUS      = '00'
              OR NOT WS-BRANCH-STATUS   = '00'
              OR NOT WS-PHONE-STATUS    = '00'
              OR NOT WS-REFERRAL-STATUS = '00'
              OR NOT WS-PARTNER-STATUS  = '00'
              OR NOT WS-INTL-STATUS     = '00'
              OR NOT WS-OTHER-STATUS    = '00'
              OR NOT WS-HISTORY-STATUS  = '00'
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               DISPLAY 'ZCNCRSPL - ERROR OPENING RETURN FILES, '
                       'CHANRESP NOT DISTRIBUTED'
               DISPLAY 'ZCNCRSPL - RSPWEB ' WS-WEB-STATUS
                       ' RSPBRNCH ' WS-BRANCH-STATUS
                       ' RSPPHONE ' WS-PHONE-STATUS
                       ' RSPREFER ' WS-REFERRAL-STATUS
               DISPLAY 'ZCNCRSPL - RSPPARTN ' WS-PARTNER-STATUS
                       ' RSPINTL ' WS-INTL-STATUS
                       ' RSPOTHER ' WS-OTHER-STATUS
                       ' RSPHIST ' WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-DISTRIBUTE-RESPONSE.
           WRITE RESPONSE-HISTORY-RECORD FROM CHANNEL-RESPONSE-RECORD
           EVALUATE RSP-SOURCE-CHANNEL
               WHEN 'WEB'
                   WRITE WEB-RETURN-RECORD
                       FROM CHANNEL-RESPONSE-RECORD
                   ADD 1 TO WS-WEB-COUNT
               WHEN 'BRANCH'
                   WRITE BRANCH-RETURN-RECORD
                       FROM CHANNEL-RESPONSE-RECORD
                   ADD 1 TO WS-BRANCH-COUNT
               WHEN 'PHONE'
                   WRITE PHONE-RETURN-RECORD
                       FROM CHANNEL-RESPONSE-RECORD
                   ADD 1 TO WS-PHONE-COUNT
               WHEN 'REFERRAL'
                   WRITE REFERRAL-RETURN-RECORD
                       FROM CHANNEL-RESPONSE-RECORD
                   ADD 1 TO WS-REFERRAL-COUNT
               WHEN 'PARTNER'
                   WRITE PARTNER-RETURN-RECORD
                       FROM CHANNEL-RESPONSE-RECORD
                   ADD 1 TO WS-PARTNER-COUNT
               WHEN 'INTL'
                   WRITE INTL-RETURN-RECORD
                       FROM CHANNEL-RESPONSE-RECORD
                   ADD 1 TO WS-INTL-COUNT
               WHEN OTHER
                   WRITE OTHER-RETURN-RECORD
                       FROM CHANNEL-RESPONSE-RECORD
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           PERFORM 3000-READ-RESPONSE.

       3000-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RESPONSES-READ
           END-READ.

       9000-TERMINATE.
           IF WS-OPEN-FAILED
               PERFORM 9200-CLOSE-OPENED-FILES
           ELSE
               PERFORM 9100-CLOSE-DISTRIBUTION
           END-IF
           IF WS-OTHER-COUNT > ZERO
               DISPLAY 'ZCNCRSPL - RESPONSES FOR UNKNOWN CHANNELS ON '
                       'RSPOTHER: ' WS-OTHER-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCRSPL - RESPONSES READ   : ' WS-RESPONSES-READ
           DISPLAY 'ZCNCRSPL - WEB              : ' WS-WEB-COUNT
           DISPLAY 'ZCNCRSPL - BRANCH           : ' WS-BRANCH-COUNT
           DISPLAY 'ZCNCRSPL - PHONE            : ' WS-PHONE-COUNT
           DISPLAY 'ZCNCRSPL - REFERRAL         : ' WS-REFERRAL-COUNT
           DISPLAY 'ZCNCRSPL - PARTNER          : ' WS-PARTNER-COUNT
           DISPLAY 'ZCNCRSPL - INTERNATIONAL    : ' WS-INTL-COUNT
           DISPLAY 'ZCNCRSPL - OTHER            : ' WS-OTHER-COUNT.

       9100-CLOSE-DISTRIBUTION.
           MOVE WS-WEB-COUNT TO WS-TRL-COUNT
           WRITE WEB-RETURN-RECORD      FROM WS-TRAILER-RECORD
           MOVE WS-BRANCH-COUNT TO WS-TRL-COUNT
           WRITE BRANCH-RETURN-RECORD   FROM WS-TRAILER-RECORD
           MOVE WS-PHONE-COUNT TO WS-TRL-COUNT
           WRITE PHONE-RETURN-RECORD    FROM WS-TRAILER-RECORD
           MOVE WS-REFERRAL-COUNT TO WS-TRL-COUNT
           WRITE REFERRAL-RETURN-RECORD FROM WS-TRAILER-RECORD
           MOVE WS-PARTNER-COUNT TO WS-TRL-COUNT
           WRITE PARTNER-RETURN-RECORD  FROM WS-TRAILER-RECORD
           MOVE WS-INTL-COUNT TO WS-TRL-COUNT
           WRITE INTL-RETURN-RECORD     FROM WS-TRAILER-RECORD
           MOVE WS-OTHER-COUNT TO WS-TRL-COUNT
           WRITE OTHER-RETURN-RECORD    FROM WS-TRAILER-RECORD
           CLOSE WEB-RETURN-FILE
           CLOSE BRANCH-RETURN-FILE
           CLOSE PHONE-RETURN-FILE
           CLOSE REFERRAL-RETURN-FILE
           CLOSE PARTNER-RETURN-FILE
           CLOSE INTL-RETURN-FILE
           CLOSE OTHER-RETURN-FILE
           CLOSE RESPONSE-HISTORY-FILE
      * EVERY RESPONSE IS NOW ON ITS CHANNEL'S RETURN FILE - EMPTY
      * THE ACCUMULATOR SO TOMORROW'S FILES CARRY ONLY NEW ONES.
           IF WS-RESPONSE-STATUS = '00' OR '10'
               CLOSE RESPONSE-FILE
               OPEN OUTPUT RESPONSE-FILE
               CLOSE RESPONSE-FILE
           END-IF.

       9200-CLOSE-OPENED-FILES.
           IF WS-WEB-STATUS = '00'
               CLOSE WEB-RETURN-FILE
           END-IF
           IF WS-BRANCH-STATUS = '00'
               CLOSE BRANCH-RETURN-FILE
           END-IF
           IF WS-PHONE-STATUS = '00'
               CLOSE PHONE-RETURN-FILE
           END-IF
           IF WS-REFERRAL-STATUS = '00'
               CLOSE REFERRAL-RETURN-FILE
           END-IF
           IF WS-PARTNER-STATUS = '00'
               CLOSE PARTNER-RETURN-FILE
           END-IF
           IF WS-INTL-STATUS = '00'
               CLOSE INTL-RETURN-FILE
           END-IF
           IF WS-OTHER-STATUS = '00'
               CLOSE OTHER-RETURN-FILE
           END-IF
           IF WS-HISTORY-STATUS = '00'
               CLOSE RESPONSE-HISTORY-FILE
           END-IF.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-RESPONSES-READ TO WS-RH-RECORDS-READ
           COMPUTE WS-RH-RECORDS-APPLIED =
               WS-RESPONSES-READ - WS-OTHER-COUNT
           MOVE WS-OTHER-COUNT TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
