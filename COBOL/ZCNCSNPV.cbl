       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCSNPV                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       SNAPSHOT VERIFY SUBPROGRAM.  EVERY READER OF *
      *       THE NIGHTLY CUSTSNAP SNAPSHOT CALLS THIS     *
      *       FIRST.  RETURNS THE SNAPCTL CONTROL RECORD   *
      *       AND A RESULT CODE: 00 USABLE, 04 NO CONTROL  *
      *       RECORD, 08 STILL BUILDING OR OUT OF BALANCE, *
      *       12 SNAPSHOT COUNT DISAGREES WITH THE MSTRCNT *
      *       COUNT, 16 SNAPSHOT IS NOT FOR THE CURRENT    *
      *       ZCNCBDAT BUSINESS DATE.  ANYTHING BUT 00 AND *
      *       THE CALLER REFUSES TO RUN.                   *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCSNPV.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-CONTROL-FILE ASSIGN TO "SNAPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-CONTROL-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-CONTROL-LINE        PIC X(37).

       WORKING-STORAGE SECTION.
       01  WS-SNAPCTL-STATUS            PIC X(02) VALUE SPACES.

       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.
           COPY SNAPCTL.

       01  LK-RESULT-CODE               PIC 9(02).
           88  LK-SNAPSHOT-USABLE       VALUE 00.
           88  LK-CONTROL-MISSING       VALUE 04.
           88  LK-NOT-BALANCED          VALUE 08.
           88  LK-COUNT-MISMATCH        VALUE 12.
           88  LK-WRONG-BUSINESS-DATE   VALUE 16.

       PROCEDURE DIVISION USING SNAPSHOT-CONTROL-RECORD
                                 LK-RESULT-CODE.
       0000-MAIN-PROCESS.
           MOVE 00 TO LK-RESULT-CODE
           INITIALIZE SNAPSHOT-CONTROL-RECORD
           PERFORM 1000-READ-CONTROL-RECORD
           IF LK-SNAPSHOT-USABLE
               PERFORM 2000-CHECK-CONTROL-RECORD
           END-IF
           GOBACK.

       1000-READ-CONTROL-RECORD.
           OPEN INPUT SNAPSHOT-CONTROL-FILE
           IF WS-SNAPCTL-STATUS NOT = '00'
               MOVE 04 TO LK-RESULT-CODE
           ELSE
               READ SNAPSHOT-CONTROL-FILE INTO SNAPSHOT-CONTROL-RECORD
                   AT END
                       MOVE 04 TO LK-RESULT-CODE
               END-READ
               CLOSE SNAPSHOT-CONTROL-FILE
           END-IF.

      * CHECKED IN THIS ORDER SO THE CODE NAMES THE FIRST THING
      * WRONG: A SNAPSHOT STILL BUILDING (OR FOUND OUT OF BALANCE BY
      * ZCNCSNAP ITSELF), A COUNT THAT DISAGREES WITH THE MSTRCNT
      * COUNT IT WAS BUILT AGAINST, THEN A SNAPSHOT FROM ANOTHER
      * BUSINESS DAY.
       2000-CHECK-CONTROL-RECORD.
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           EVALUATE TRUE
               WHEN NOT SNC-BALANCED
                   MOVE 08 TO LK-RESULT-CODE
               WHEN SNC-SNAPSHOT-COUNT NOT = SNC-MASTER-COUNT
                   MOVE 12 TO LK-RESULT-CODE
               WHEN SNC-BUSINESS-DATE NOT = WS-CYCLE-DATE
                   MOVE 16 TO LK-RESULT-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
