       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCREFU                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       REFERRAL UPDATE SUBPROGRAM. OWNS EVERY WRITE *
      *       TO THE REFERRAL SATELLITE MADE DURING        *
      *       ONBOARDING: ZCNCBL2 ADDS THE REFERRAL IT     *
      *       CAPTURED FROM A CHANNEL-REFERRAL APPLICATION *
      *       (FUNCTION A), AND ZCNCBL2, ZCNCCRED,         *
      *       ZCNCDUPR AND ZCNCSCRN REPORT WHETHER THE     *
      *       APPLICANT REACHED THE MASTER (FUNCTION O,    *
      *       WITH THE ASSIGNED CUST-ID) OR NEVER WILL     *
      *       (FUNCTION N).                                *
      *                                                    *
      *       A VALID REFERRAL IS CREDITED THE FIRST TIME  *
      *       ITS APPLICANT IS ONBOARDED. AN APPLICANT     *
      *       WITH NO REFERRAL ON FILE COMES BACK RC 04; A *
      *       REFERRAL ALREADY ON FILE FOR THE SAME        *
      *       APPLICANT COMES BACK RC 08.                  *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCREFU.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-FILE      ASSIGN TO "REFERRAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RFF-SOURCE-CUST-ID
               FILE STATUS IS WS-REFERRAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-FILE
           RECORDING MODE IS F.
       01  REFERRAL-FILE-RECORD.
           05  RFF-SOURCE-CUST-ID       PIC X(10).
           05  FILLER                   PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-REFERRAL-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REFERRAL-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-REFERRAL-OPEN         VALUE 'Y'.

      * THE CALLER'S SETTLEMENT DETAILS ARE SAVED BEFORE THE FILED
      * REFERRAL IS READ OVER THE LINKAGE RECORD.
       01  WS-SAVE-CUST-ID              PIC X(10) VALUE SPACES.
       01  WS-SAVE-ONBOARDED-DATE       PIC 9(08) VALUE ZERO.
       01  WS-SAVE-CHANGED-DATE         PIC 9(08) VALUE ZERO.
       01  WS-SAVE-CHANGED-BY           PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FUNCTION                  PIC X(01).
           88  LK-ADD-REFERRAL          VALUE 'A'.
           88  LK-APPLICANT-ONBOARDED   VALUE 'O'.
           88  LK-APPLICANT-DROPPED     VALUE 'N'.
           COPY REFERRAL.
       01  LK-RETURN-CODE               PIC 9(02).
           88  LK-REFERRAL-OK           VALUE 00.
           88  LK-NO-REFERRAL           VALUE 04.
           88  LK-ALREADY-ON-FILE       VALUE 08.
           88  LK-REFERRAL-FAILED       VALUE 99.

       PROCEDURE DIVISION USING LK-FUNCTION
                                 REFERRAL-RECORD
                                 LK-RETURN-CODE.
       0000-MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           MOVE 'N' TO WS-REFERRAL-OPEN-SW
           OPEN I-O REFERRAL-FILE
           IF WS-REFERRAL-STATUS = '35'
               AND LK-ADD-REFERRAL
               OPEN OUTPUT REFERRAL-FILE
               CLOSE REFERRAL-FILE
               OPEN I-O REFERRAL-FILE
           END-IF
           IF WS-REFERRAL-STATUS = '00'
               MOVE 'Y' TO WS-REFERRAL-OPEN-SW
           END-IF
           EVALUATE TRUE
               WHEN WS-REFERRAL-STATUS = '35'
                   MOVE 04 TO LK-RETURN-CODE
               WHEN WS-REFERRAL-STATUS NOT = '00'
                   MOVE 99 TO LK-RETURN-CODE
               WHEN LK-ADD-REFERRAL
                   PERFORM 1000-ADD-REFERRAL
               WHEN LK-APPLICANT-ONBOARDED
                   PERFORM 2000-MARK-ONBOARDED
               WHEN LK-APPLICANT-DROPPED
                   PERFORM 3000-MARK-DROPPED
               WHEN OTHER
                   MOVE 99 TO LK-RETURN-CODE
           END-EVALUATE
           IF WS-REFERRAL-OPEN
               CLOSE REFERRAL-FILE
           END-IF
           GOBACK.

      * AN APPLICANT ADDED STRAIGHT FROM INTAKE ON A VALID REFERRAL
      * IS CREDITED THE SAME DAY.
       1000-ADD-REFERRAL.
           IF RFL-VALID
               AND RFL-APPLICANT-ONBOARDED
               MOVE RFL-ONBOARDED-DATE TO RFL-CREDIT-DATE
           END-IF
           WRITE REFERRAL-FILE-RECORD FROM REFERRAL-RECORD
               INVALID KEY
                   MOVE 08 TO LK-RETURN-CODE
           END-WRITE.

      * CALLED FOR EVERY APPLICANT THAT REACHES THE MASTER - MOST
      * WERE NEVER REFERRED, SO NO ENTRY ON FILE IS RC 04, NOT AN
      * ERROR.
       2000-MARK-ONBOARDED.
           MOVE RFL-CUST-ID           TO WS-SAVE-CUST-ID
           MOVE RFL-ONBOARDED-DATE    TO WS-SAVE-ONBOARDED-DATE
           MOVE RFL-LAST-CHANGED-DATE TO WS-SAVE-CHANGED-DATE
           MOVE RFL-CHANGED-BY        TO WS-SAVE-CHANGED-BY
           MOVE RFL-SOURCE-CUST-ID    TO RFF-SOURCE-CUST-ID
           READ REFERRAL-FILE INTO REFERRAL-RECORD
               INVALID KEY
                   MOVE 04 TO LK-RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-SAVE-CUST-ID        TO RFL-CUST-ID
                   MOVE WS-SAVE-ONBOARDED-DATE TO RFL-ONBOARDED-DATE
                   SET RFL-APPLICANT-ONBOARDED TO TRUE
                   IF RFL-VALID
                       AND RFL-NOT-CREDITED
                       MOVE WS-SAVE-ONBOARDED-DATE
                           TO RFL-CREDIT-DATE
                   END-IF
                   MOVE WS-SAVE-CHANGED-DATE TO RFL-LAST-CHANGED-DATE
                   MOVE WS-SAVE-CHANGED-BY   TO RFL-CHANGED-BY
                   REWRITE REFERRAL-FILE-RECORD FROM REFERRAL-RECORD
           END-READ.

      * A DECLINED, AGED-OUT OR REJECTED APPLICANT NEVER BECOMES A
      * CUSTOMER, SO THE REFERRAL CAN NEVER BE CREDITED.
       3000-MARK-DROPPED.
           MOVE RFL-LAST-CHANGED-DATE TO WS-SAVE-CHANGED-DATE
           MOVE RFL-CHANGED-BY        TO WS-SAVE-CHANGED-BY
           MOVE RFL-SOURCE-CUST-ID    TO RFF-SOURCE-CUST-ID
           READ REFERRAL-FILE INTO REFERRAL-RECORD
               INVALID KEY
                   MOVE 04 TO LK-RETURN-CODE
               NOT INVALID KEY
                   SET RFL-APPLICANT-DROPPED TO TRUE
                   MOVE WS-SAVE-CHANGED-DATE TO RFL-LAST-CHANGED-DATE
                   MOVE WS-SAVE-CHANGED-BY   TO RFL-CHANGED-BY
                   REWRITE REFERRAL-FILE-RECORD FROM REFERRAL-RECORD
           END-READ.
