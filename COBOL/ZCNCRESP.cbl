       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCRESP                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       CHANNEL-RESPONSE SUBPROGRAM.  CALLED BY THE   *
      *       INTAKE STEPS AND THE HOLD-SETTLING BATCHES    *
      *       (ZCNCCRED, ZCNCDUPR, ZCNCSCRN) TO APPEND ONE   *
      *       ACCEPTED / REJECTED / HELD RESPONSE TO THE     *
      *       CHANRESP FILE, WHICH ZCNCRSPL SPLITS INTO ONE  *
      *       RETURN FILE PER SOURCE CHANNEL.                *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCRESP.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE      ASSIGN TO "CHANRESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE
           RECORDING MODE IS F.
       01  RESPONSE-FILE-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-STATUS           PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
           COPY CHANRESP.
       01  LK-RETURN-CODE               PIC 9(02).
           88  LK-RESPONSE-OK           VALUE 00.
           88  LK-RESPONSE-FAILED       VALUE 99.

       PROCEDURE DIVISION USING CHANNEL-RESPONSE-RECORD
                                 LK-RETURN-CODE.
       0000-MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           OPEN EXTEND RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '35'
               OPEN OUTPUT RESPONSE-FILE
           END-IF
           IF WS-RESPONSE-STATUS NOT = '00' AND NOT = '35'
               MOVE 99 TO LK-RETURN-CODE
           ELSE
               WRITE RESPONSE-FILE-RECORD FROM CHANNEL-RESPONSE-RECORD
           END-IF
           CLOSE RESPONSE-FILE
           GOBACK.
