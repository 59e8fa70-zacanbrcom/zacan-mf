       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCACLG                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       READ-ACCESS LOG SUBPROGRAM. CALLED BY EVERY  *
      *       PROGRAM THAT SHOWS A CUSTOMER TO A USER      *
      *       (ZCNCMAINT INQUIRIES, ZCNCSRCH, ZCNC360,     *
      *       ZCNCAINQ, ZCNCNINQ) TO APPEND ONE RECORD TO  *
      *       THE ACCESLOG FILE - WHO LOOKED, FROM WHICH   *
      *       PROGRAM, AT WHICH CUST-ID, WITH WHAT SEARCH  *
      *       ARGUMENT, ON WHICH BUSINESS DATE - FOR THE   *
      *       ZCNCACRV PRIVACY ACCESS REVIEW.              *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCACLG.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE    ASSIGN TO "ACCESLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       01  ACCESS-LOG-FILE-RECORD       PIC X(81).

       WORKING-STORAGE SECTION.
       01  WS-ACCESS-LOG-STATUS         PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
           COPY ACCESSLG.
       01  LK-RETURN-CODE               PIC 9(02).
           88  LK-ACCESS-LOGGED         VALUE 00.
           88  LK-ACCESS-LOG-FAILED     VALUE 99.

       PROCEDURE DIVISION USING ACCESS-LOG-RECORD
                                 LK-RETURN-CODE.
       0000-MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-ACCESS-LOG-STATUS = '35'
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           IF WS-ACCESS-LOG-STATUS NOT = '00' AND NOT = '35'
               MOVE 99 TO LK-RETURN-CODE
           ELSE
               WRITE ACCESS-LOG-FILE-RECORD FROM ACCESS-LOG-RECORD
           END-IF
           CLOSE ACCESS-LOG-FILE
           GOBACK.
