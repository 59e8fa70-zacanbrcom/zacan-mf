       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCAADR                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       ADDRESS-IN-EFFECT SUBPROGRAM.  THE MAILING   *
      *       STEPS (ZCNCHHLD, ZCNCLANG, ZCNCDIR) PASS THE *
      *       CUST-ID AND THE MASTER LOCATION THEY JUST    *
      *       READ; WHEN THE ALTADDR SATELLITE HOLDS A     *
      *       SEASONAL OR TEMPORARY ADDRESS IN EFFECT ON   *
      *       THE ZCNCBDAT CYCLE DATE, THAT ADDRESS IS     *
      *       HANDED BACK IN ITS PLACE AND THE SOURCE IS   *
      *       RETURNED AS 'A'.  OTHERWISE THE LOCATION     *
      *       COMES BACK UNCHANGED AS 'P'.  THE CALLER'S   *
      *       MASTER FILE IS NEVER WRITTEN - THE SWAP IS   *
      *       FOR THE CURRENT MAILING ONLY.                *
      *                                                    *
      *       THE CYCLE DATE IS TAKEN AND ALTADDR OPENED   *
      *       ONCE ON THE FIRST CALL; THE FILE STAYS OPEN  *
      *       FOR THE REST OF THE STEP.  NO ALTADDR FILE   *
      *       MEANS EVERY CUSTOMER MAILS TO THE PERMANENT  *
      *       ADDRESS (RC 04).                             *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCAADR.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-ADDRESS-FILE   ASSIGN TO "ALTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALA-CUST-ID
               FILE STATUS IS WS-ALTADDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALT-ADDRESS-FILE
           RECORDING MODE IS F.
           COPY ALTADDR.

       WORKING-STORAGE SECTION.
       01  WS-ALTADDR-STATUS            PIC X(02) VALUE SPACES.

       01  WS-OPENED-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-FILE-OPENED           VALUE 'Y'.
       01  WS-ALTADDR-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-ALTADDR-AVAILABLE     VALUE 'Y'.
       01  WS-IN-EFFECT-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-RANGE-IN-EFFECT       VALUE 'Y'.

      * BUSINESS-DATE CONTROL - THE ADDRESS IN EFFECT IS JUDGED ON
      * THE ZCNCBDAT CYCLE DATE, NOT THE SYSTEM CLOCK, SO A RERUN
      * MAILS TO THE SAME ADDRESS THE ORIGINAL RUN WOULD HAVE.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-PARTS REDEFINES WS-CYCLE-DATE.
           05  WS-CYCLE-CCYY            PIC 9(04).
           05  WS-CYCLE-MMDD            PIC 9(04).
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-CUST-ID                   PIC X(10).
       01  LK-ADDRESS-LOCATION.
           05  LK-CITY                  PIC X(20).
           05  LK-US-STATE              PIC X(02).
           05  LK-COUNTRY-CODE          PIC X(03).
           05  LK-POSTAL-CODE           PIC X(15).
       01  LK-ADDRESS-SOURCE            PIC X(01).
           88  LK-PERMANENT-ADDRESS     VALUE 'P'.
           88  LK-ALTERNATE-ADDRESS     VALUE 'A'.
       01  LK-RETURN-CODE               PIC 9(02).

       PROCEDURE DIVISION USING LK-CUST-ID
                                 LK-ADDRESS-LOCATION
                                 LK-ADDRESS-SOURCE
                                 LK-RETURN-CODE.
       0000-MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           MOVE 'P' TO LK-ADDRESS-SOURCE
           IF NOT WS-FILE-OPENED
               PERFORM 1000-OPEN-ALTERNATE-FILE
           END-IF
           IF WS-ALTADDR-AVAILABLE
               PERFORM 2000-CHECK-ALTERNATE
           ELSE
               MOVE 04 TO LK-RETURN-CODE
           END-IF
           GOBACK.

       1000-OPEN-ALTERNATE-FILE.
           MOVE 'Y' TO WS-OPENED-SWITCH
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           OPEN INPUT ALT-ADDRESS-FILE
           IF WS-ALTADDR-STATUS = '00'
               MOVE 'Y' TO WS-ALTADDR-AVAIL-SW
           END-IF.

       2000-CHECK-ALTERNATE.
           MOVE LK-CUST-ID TO ALA-CUST-ID
           READ ALT-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2100-TEST-DATE-RANGE
                   IF WS-RANGE-IN-EFFECT
                       MOVE ALA-LOCATION TO LK-ADDRESS-LOCATION
                       MOVE 'A' TO LK-ADDRESS-SOURCE
                   END-IF
           END-READ.

      * BOTH ENDS OF THE RANGE ARE INCLUSIVE.  A SEASONAL RANGE
      * WHOSE START MMDD IS AFTER ITS END MMDD RUNS ACROSS THE
      * YEAR-END, SO IT IS IN EFFECT ON OR AFTER THE START OR ON OR
      * BEFORE THE END.
       2100-TEST-DATE-RANGE.
           MOVE 'N' TO WS-IN-EFFECT-SWITCH
           EVALUATE TRUE
               WHEN ALA-TEMPORARY
                   IF WS-CYCLE-DATE >= ALA-START-DATE
                      AND WS-CYCLE-DATE <= ALA-END-DATE
                       MOVE 'Y' TO WS-IN-EFFECT-SWITCH
                   END-IF
               WHEN ALA-SEASONAL
                AND ALA-START-MMDD NOT > ALA-END-MMDD
                   IF WS-CYCLE-MMDD >= ALA-START-MMDD
                      AND WS-CYCLE-MMDD <= ALA-END-MMDD
                       MOVE 'Y' TO WS-IN-EFFECT-SWITCH
                   END-IF
               WHEN ALA-SEASONAL
                   IF WS-CYCLE-MMDD >= ALA-START-MMDD
                      OR WS-CYCLE-MMDD <= ALA-END-MMDD
                       MOVE 'Y' TO WS-IN-EFFECT-SWITCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
