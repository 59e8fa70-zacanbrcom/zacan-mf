       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCLTRG                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       LETTER-TRIGGER SUBPROGRAM.  CALLED BY THE     *
      *       STEPS THAT OWE A CUSTOMER A LETTER (ZCNCBL2,  *
      *       ZCNCBL3, ZCNCDUPR, ZCNCSCRN, ZCNCCRED,        *
      *       ZCNCMOVE, ZCNCCONS) TO APPEND ONE TRIGGER TO  *
      *       THE LETRTRIG FILE, WHICH ZCNCLETR MERGES WITH *
      *       THE LETTER TEMPLATES INTO PRINT-READY MAIL.   *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCLTRG.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIGGER-FILE       ASSIGN TO "LETRTRIG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIGGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIGGER-FILE
           RECORDING MODE IS F.
       01  TRIGGER-FILE-RECORD          PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-TRIGGER-STATUS            PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
           COPY LETRTRIG.
       01  LK-RETURN-CODE               PIC 9(02).
           88  LK-TRIGGER-OK            VALUE 00.
           88  LK-TRIGGER-FAILED        VALUE 99.

       PROCEDURE DIVISION USING LETTER-TRIGGER-RECORD
                                 LK-RETURN-CODE.
       0000-MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           OPEN EXTEND TRIGGER-FILE
           IF WS-TRIGGER-STATUS = '35'
               OPEN OUTPUT TRIGGER-FILE
           END-IF
           IF WS-TRIGGER-STATUS NOT = '00' AND NOT = '35'
               MOVE 99 TO LK-RETURN-CODE
           ELSE
               WRITE TRIGGER-FILE-RECORD FROM LETTER-TRIGGER-RECORD
           END-IF
           CLOSE TRIGGER-FILE
           GOBACK.
