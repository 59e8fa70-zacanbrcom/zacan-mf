       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCCRES                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       CAMPAIGN RESPONSE MATCHING AND RESULTS.       *
      *       READS THE CAMPRESP RESPONSE FILE (CAMPAIGN    *
      *       ID, CUST-ID, RESPONSE DATE AND CODE) AND      *
      *       MATCHES EACH RESPONDER BACK TO THE CAMPMBR    *
      *       LIST ZCNCCSEL PULLED, MARKING THE MEMBER AS   *
      *       RESPONDED.  A RESPONSE FROM SOMEONE NOT ON    *
      *       THE LIST, A SECOND RESPONSE, OR ONE OUTSIDE   *
      *       THE CAMPAIGN'S START/END WINDOW IS LISTED AS  *
      *       AN EXCEPTION AND NOT COUNTED.  THEN, FOR      *
      *       EVERY CAMPAIGN WHOSE LIST HAS BEEN PULLED,    *
      *       PRINTS THE RESULTS ON CRESRPT - LIST SIZE,    *
      *       RESPONDERS, AND RESPONSE RATE, OVERALL AND    *
      *       BY VIP FLAG, BRANCH, STATE, AND LANGUAGE.     *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCCRES.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-RESPONSE-FILE ASSIGN TO "CAMPRESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT CAMPAIGN-FILE      ASSIGN TO "CAMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CAMPAIGN-ID
               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT CAMPAIGN-MEMBER-FILE ASSIGN TO "CAMPMBR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-KEY
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT RESULTS-REPORT-FILE ASSIGN TO "CRESRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-RESPONSE-FILE
           RECORDING MODE IS F.
       01  CAMPAIGN-RESPONSE-RECORD.
           05  CRS-CAMPAIGN-ID          PIC X(08).
           05  CRS-CUST-ID              PIC X(10).
           05  CRS-RESPONSE-DATE        PIC 9(08).
           05  CRS-RESPONSE-CODE        PIC X(04).

       FD  CAMPAIGN-FILE
           RECORDING MODE IS F.
           COPY CAMPMAST.

       FD  CAMPAIGN-MEMBER-FILE
           RECORDING MODE IS F.
           COPY CAMPMBR.

       FD  RESULTS-REPORT-FILE
           RECORDING MODE IS F.
       01  RESULTS-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CAMPAIGN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-MEMBER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-RESPONSE-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-RESPONSE-EOF      VALUE 'Y'.
           05  WS-CAMPAIGN-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-CAMPAIGN-EOF      VALUE 'Y'.
           05  WS-MEMBER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MEMBER-EOF        VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RESPONSES-READ        PIC 9(07) VALUE ZERO.
           05  WS-RESPONSES-MATCHED     PIC 9(07) VALUE ZERO.
           05  WS-RESPONSES-REJECTED    PIC 9(07) VALUE ZERO.
           05  WS-CAMPAIGNS-REPORTED    PIC 9(07) VALUE ZERO.

       01  WS-EXCEPTION-REASON          PIC X(30) VALUE SPACES.

      * RESULTS FOR THE CAMPAIGN BEING PRINTED.
       01  WS-CAMPAIGN-SELECTED         PIC 9(07) VALUE ZERO.
       01  WS-CAMPAIGN-RESPONDED        PIC 9(07) VALUE ZERO.
       01  WS-RATE-SELECTED             PIC 9(07) VALUE ZERO.
       01  WS-RATE-RESPONDED            PIC 9(07) VALUE ZERO.
       01  WS-RESPONSE-RATE             PIC 9(03)V9(02) VALUE ZERO.

      * SEGMENT TALLIES FOR ONE CAMPAIGN, EMPTIED BETWEEN CAMPAIGNS.
      * EACH ENTRY IS A SEGMENT TYPE (VIP, BRANCH, STATE, LANGUAGE)
      * AND THE VALUE THE MEMBER CARRIED ON SELECTION DAY.  A LIST
      * SPREAD OVER MORE VALUES THAN THE TABLE HOLDS IS STILL
      * REPORTED IN TOTAL; THE OVERFLOW IS NOTED ON THE REPORT.
       01  WS-MAX-SEGMENTS              PIC 9(03) VALUE 200.
       01  WS-SEGMENT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-SEGMENT-OVERFLOW          PIC 9(07) VALUE ZERO.
       01  WS-SEGMENT-TABLE.
           05  WS-SEGMENT-ENTRY OCCURS 200 TIMES
                                INDEXED BY WS-SG-IDX.
               10  WS-SG-TYPE           PIC X(08).
               10  WS-SG-VALUE          PIC X(04).
               10  WS-SG-SELECTED       PIC 9(07).
               10  WS-SG-RESPONDED      PIC 9(07).

       01  WS-SEGMENT-KEY.
           05  WS-SK-TYPE               PIC X(08) VALUE SPACES.
           05  WS-SK-VALUE              PIC X(04) VALUE SPACES.

       01  WS-PRINT-TYPE                PIC X(08) VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER                   PIC X(38) VALUE
               'CAMPAIGN RESULTS REPORT          DATE '.
           05  WS-HD-CYCLE-DATE         PIC 9(08).

       01  WS-EXCEPTION-HEADING         PIC X(80) VALUE
           'RESPONSE EXCEPTIONS'.

       01  WS-EXCEPTION-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EX-CAMPAIGN-ID        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EX-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EX-RESPONSE-DATE      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EX-RESPONSE-CODE      PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-EX-REASON             PIC X(30).

       01  WS-CAMPAIGN-LINE.
           05  FILLER                   PIC X(10) VALUE 'CAMPAIGN: '.
           05  WS-CL-CAMPAIGN-ID        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CL-CAMPAIGN-NAME      PIC X(30).
           05  FILLER                   PIC X(10) VALUE ' CHANNEL: '.
           05  WS-CL-CHANNEL            PIC X(01).

       01  WS-WINDOW-LINE.
           05  FILLER                   PIC X(10) VALUE '  WINDOW: '.
           05  WS-WL-START-DATE         PIC 9(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  WS-WL-END-DATE           PIC 9(08).
           05  FILLER                   PIC X(12) VALUE
               '  SELECTED: '.
           05  WS-WL-SELECTION-DATE     PIC 9(08).

       01  WS-RESULT-HEADING.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'SEGMENT '.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE '    LISTED'.
           05  FILLER                   PIC X(12) VALUE
               '   RESPONDED'.
           05  FILLER                   PIC X(10) VALUE '    RATE %'.

       01  WS-RESULT-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-RS-TYPE               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RS-VALUE              PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RS-SELECTED           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-RS-RESPONDED          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-RS-RATE               PIC ZZ9.99.

       01  WS-OVERFLOW-LINE.
           05  FILLER                   PIC X(40) VALUE
               '    MEMBERS NOT SEGMENTED (TABLE FULL): '.
           05  WS-OV-COUNT              PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL             PIC X(30).
           05  WS-CNT-VALUE             PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCCRES'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-RESPONSE UNTIL WS-RESPONSE-EOF
           PERFORM 5000-REPORT-RESULTS
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

      * NO RESPONSE FILE IS A NORMAL NIGHT - THE RESULTS ARE STILL
      * REPRINTED FROM WHAT CAMPMBR ALREADY HOLDS.
       1000-INITIALIZE.
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           OPEN OUTPUT RESULTS-REPORT-FILE
           MOVE WS-CYCLE-DATE TO WS-HD-CYCLE-DATE
           WRITE RESULTS-REPORT-LINE FROM WS-REPORT-HEADING
           WRITE RESULTS-REPORT-LINE FROM WS-BLANK-LINE
           WRITE RESULTS-REPORT-LINE FROM WS-EXCEPTION-HEADING
           OPEN INPUT CAMPAIGN-FILE
           OPEN I-O   CAMPAIGN-MEMBER-FILE
           IF NOT WS-CAMPAIGN-STATUS = '00'
               OR NOT WS-MEMBER-STATUS = '00'
               DISPLAY 'ZCNCCRES - NO CAMPAIGN LISTS ON FILE: '
                       WS-CAMPAIGN-STATUS ' ' WS-MEMBER-STATUS
               MOVE 'Y' TO WS-RESPONSE-EOF-SWITCH
               MOVE 'Y' TO WS-CAMPAIGN-EOF-SWITCH
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT CAMPAIGN-RESPONSE-FILE
               IF WS-RESPONSE-STATUS = '00'
                   PERFORM 3000-READ-RESPONSE
               ELSE
                   MOVE 'Y' TO WS-RESPONSE-EOF-SWITCH
               END-IF
           END-IF.

       2000-MATCH-RESPONSE.
           ADD 1 TO WS-RESPONSES-READ
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE CRS-CAMPAIGN-ID TO CMB-CAMPAIGN-ID
           MOVE CRS-CUST-ID     TO CMB-CUST-ID
           READ CAMPAIGN-MEMBER-FILE
               INVALID KEY
                   MOVE 'NOT ON CAMPAIGN LIST' TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   PERFORM 2100-EDIT-RESPONSE
           END-READ
           IF WS-EXCEPTION-REASON = SPACES
               MOVE 'Y'               TO CMB-RESPONSE-FLAG
               MOVE CRS-RESPONSE-DATE TO CMB-RESPONSE-DATE
               MOVE CRS-RESPONSE-CODE TO CMB-RESPONSE-CODE
               REWRITE CAMPAIGN-MEMBER-RECORD
               ADD 1 TO WS-RESPONSES-MATCHED
           ELSE
               ADD 1 TO WS-RESPONSES-REJECTED
               PERFORM 2900-WRITE-EXCEPTION
           END-IF
           PERFORM 3000-READ-RESPONSE.

      * ONLY THE FIRST RESPONSE COUNTS, AND ONLY INSIDE THE WINDOW
      * THE CAMPAIGN WAS RUN FOR.
       2100-EDIT-RESPONSE.
           MOVE CRS-CAMPAIGN-ID TO CMP-CAMPAIGN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   MOVE 'CAMPAIGN NOT ON FILE' TO WS-EXCEPTION-REASON
           END-READ
           EVALUATE TRUE
               WHEN WS-EXCEPTION-REASON NOT = SPACES
                   CONTINUE
               WHEN CMB-RESPONDED
                   MOVE 'ALREADY RESPONDED' TO WS-EXCEPTION-REASON
               WHEN CRS-RESPONSE-DATE NOT NUMERIC
                   MOVE 'INVALID RESPONSE DATE' TO WS-EXCEPTION-REASON
               WHEN CRS-RESPONSE-DATE < CMP-START-DATE
                   OR CRS-RESPONSE-DATE > CMP-END-DATE
                   MOVE 'OUTSIDE CAMPAIGN WINDOW'
                       TO WS-EXCEPTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2900-WRITE-EXCEPTION.
           MOVE CRS-CAMPAIGN-ID     TO WS-EX-CAMPAIGN-ID
           MOVE CRS-CUST-ID         TO WS-EX-CUST-ID
           MOVE CRS-RESPONSE-DATE   TO WS-EX-RESPONSE-DATE
           MOVE CRS-RESPONSE-CODE   TO WS-EX-RESPONSE-CODE
           MOVE WS-EXCEPTION-REASON TO WS-EX-REASON
           WRITE RESULTS-REPORT-LINE FROM WS-EXCEPTION-LINE.

       3000-READ-RESPONSE.
           READ CAMPAIGN-RESPONSE-FILE INTO CAMPAIGN-RESPONSE-RECORD
               AT END
                   MOVE 'Y' TO WS-RESPONSE-EOF-SWITCH
           END-READ.

      * RESULTS FOR EVERY CAMPAIGN WHOSE LIST HAS BEEN PULLED, SO
      * THE REPORT SHOWS EACH CAMPAIGN'S STANDING TO DATE.
       5000-REPORT-RESULTS.
           WRITE RESULTS-REPORT-LINE FROM WS-BLANK-LINE
           IF NOT WS-CAMPAIGN-EOF
               MOVE LOW-VALUES TO CMP-CAMPAIGN-ID
               START CAMPAIGN-FILE KEY IS NOT LESS THAN
                       CMP-CAMPAIGN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-CAMPAIGN-EOF-SWITCH
               END-START
           END-IF
           PERFORM 5100-READ-CAMPAIGN
           PERFORM 5200-REPORT-CAMPAIGN UNTIL WS-CAMPAIGN-EOF.

       5100-READ-CAMPAIGN.
           IF NOT WS-CAMPAIGN-EOF
               READ CAMPAIGN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAMPAIGN-EOF-SWITCH
               END-READ
           END-IF.

       5200-REPORT-CAMPAIGN.
           IF CMP-LIST-SELECTED
               ADD 1 TO WS-CAMPAIGNS-REPORTED
               MOVE ZERO TO WS-CAMPAIGN-SELECTED
               MOVE ZERO TO WS-CAMPAIGN-RESPONDED
               MOVE ZERO TO WS-SEGMENT-COUNT
               MOVE ZERO TO WS-SEGMENT-OVERFLOW
               MOVE 'N' TO WS-MEMBER-EOF-SWITCH
               MOVE CMP-CAMPAIGN-ID TO CMB-CAMPAIGN-ID
               MOVE LOW-VALUES      TO CMB-CUST-ID
               START CAMPAIGN-MEMBER-FILE KEY IS NOT LESS THAN
                       CMB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
               END-START
               PERFORM 5300-READ-MEMBER
               PERFORM 5400-TALLY-MEMBER UNTIL WS-MEMBER-EOF
               PERFORM 6000-PRINT-CAMPAIGN-RESULTS
           END-IF
           PERFORM 5100-READ-CAMPAIGN.

       5300-READ-MEMBER.
           IF NOT WS-MEMBER-EOF
               READ CAMPAIGN-MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
                   NOT AT END
                       IF CMB-CAMPAIGN-ID NOT = CMP-CAMPAIGN-ID
                           MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       5400-TALLY-MEMBER.
           ADD 1 TO WS-CAMPAIGN-SELECTED
           IF CMB-RESPONDED
               ADD 1 TO WS-CAMPAIGN-RESPONDED
           END-IF
           MOVE 'VIP'      TO WS-SK-TYPE
           MOVE CMB-VIP-FLAG TO WS-SK-VALUE
           PERFORM 5500-TALLY-SEGMENT
           MOVE 'BRANCH'   TO WS-SK-TYPE
           MOVE CMB-BRANCH-CODE TO WS-SK-VALUE
           PERFORM 5500-TALLY-SEGMENT
           MOVE 'STATE'    TO WS-SK-TYPE
           MOVE CMB-US-STATE TO WS-SK-VALUE
           PERFORM 5500-TALLY-SEGMENT
           MOVE 'LANGUAGE' TO WS-SK-TYPE
           MOVE CMB-LANGUAGE-CODE TO WS-SK-VALUE
           PERFORM 5500-TALLY-SEGMENT
           PERFORM 5300-READ-MEMBER.

       5500-TALLY-SEGMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 5600-FIND-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SET WS-SG-IDX DOWN BY 1
           ELSE
               IF WS-SEGMENT-COUNT < WS-MAX-SEGMENTS
                   ADD 1 TO WS-SEGMENT-COUNT
                   SET WS-SG-IDX TO WS-SEGMENT-COUNT
                   MOVE WS-SK-TYPE  TO WS-SG-TYPE (WS-SG-IDX)
                   MOVE WS-SK-VALUE TO WS-SG-VALUE (WS-SG-IDX)
                   MOVE ZERO TO WS-SG-SELECTED (WS-SG-IDX)
                   MOVE ZERO TO WS-SG-RESPONDED (WS-SG-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-SEGMENT-OVERFLOW
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-SG-SELECTED (WS-SG-IDX)
               IF CMB-RESPONDED
                   ADD 1 TO WS-SG-RESPONDED (WS-SG-IDX)
               END-IF
           END-IF.

       5600-FIND-SEGMENT.
           IF WS-SG-TYPE (WS-SG-IDX) = WS-SK-TYPE
               AND WS-SG-VALUE (WS-SG-IDX) = WS-SK-VALUE
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       6000-PRINT-CAMPAIGN-RESULTS.
           MOVE CMP-CAMPAIGN-ID    TO WS-CL-CAMPAIGN-ID
           MOVE CMP-CAMPAIGN-NAME  TO WS-CL-CAMPAIGN-NAME
           MOVE CMP-CHANNEL        TO WS-CL-CHANNEL
           WRITE RESULTS-REPORT-LINE FROM WS-CAMPAIGN-LINE
           MOVE CMP-START-DATE     TO WS-WL-START-DATE
           MOVE CMP-END-DATE       TO WS-WL-END-DATE
           MOVE CMP-SELECTION-DATE TO WS-WL-SELECTION-DATE
           WRITE RESULTS-REPORT-LINE FROM WS-WINDOW-LINE
           WRITE RESULTS-REPORT-LINE FROM WS-RESULT-HEADING
           MOVE 'TOTAL'            TO WS-RS-TYPE
           MOVE SPACES             TO WS-RS-VALUE
           MOVE WS-CAMPAIGN-SELECTED  TO WS-RATE-SELECTED
           MOVE WS-CAMPAIGN-RESPONDED TO WS-RATE-RESPONDED
           PERFORM 6200-COMPUTE-RATE
           WRITE RESULTS-REPORT-LINE FROM WS-RESULT-LINE
           MOVE 'VIP'      TO WS-PRINT-TYPE
           PERFORM 6100-PRINT-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
           MOVE 'BRANCH'   TO WS-PRINT-TYPE
           PERFORM 6100-PRINT-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
           MOVE 'STATE'    TO WS-PRINT-TYPE
           PERFORM 6100-PRINT-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
           MOVE 'LANGUAGE' TO WS-PRINT-TYPE
           PERFORM 6100-PRINT-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
           IF WS-SEGMENT-OVERFLOW > ZERO
               MOVE WS-SEGMENT-OVERFLOW TO WS-OV-COUNT
               WRITE RESULTS-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF
           WRITE RESULTS-REPORT-LINE FROM WS-BLANK-LINE.

       6100-PRINT-SEGMENT.
           IF WS-SG-TYPE (WS-SG-IDX) = WS-PRINT-TYPE
               MOVE WS-SG-TYPE (WS-SG-IDX)      TO WS-RS-TYPE
               MOVE WS-SG-VALUE (WS-SG-IDX)     TO WS-RS-VALUE
               MOVE WS-SG-SELECTED (WS-SG-IDX)  TO WS-RATE-SELECTED
               MOVE WS-SG-RESPONDED (WS-SG-IDX) TO WS-RATE-RESPONDED
               PERFORM 6200-COMPUTE-RATE
               WRITE RESULTS-REPORT-LINE FROM WS-RESULT-LINE
           END-IF.

       6200-COMPUTE-RATE.
           IF WS-RATE-SELECTED = ZERO
               MOVE ZERO TO WS-RESPONSE-RATE
           ELSE
               COMPUTE WS-RESPONSE-RATE ROUNDED =
                   WS-RATE-RESPONDED * 100 / WS-RATE-SELECTED
           END-IF
           MOVE WS-RATE-SELECTED  TO WS-RS-SELECTED
           MOVE WS-RATE-RESPONDED TO WS-RS-RESPONDED
           MOVE WS-RESPONSE-RATE  TO WS-RS-RATE.

       9000-TERMINATE.
           MOVE 'RESPONSES READ' TO WS-CNT-LABEL
           MOVE WS-RESPONSES-READ TO WS-CNT-VALUE
           WRITE RESULTS-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RESPONSES MATCHED' TO WS-CNT-LABEL
           MOVE WS-RESPONSES-MATCHED TO WS-CNT-VALUE
           WRITE RESULTS-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RESPONSE EXCEPTIONS' TO WS-CNT-LABEL
           MOVE WS-RESPONSES-REJECTED TO WS-CNT-VALUE
           WRITE RESULTS-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CAMPAIGNS REPORTED' TO WS-CNT-LABEL
           MOVE WS-CAMPAIGNS-REPORTED TO WS-CNT-VALUE
           WRITE RESULTS-REPORT-LINE FROM WS-COUNT-LINE
           CLOSE CAMPAIGN-RESPONSE-FILE
           CLOSE CAMPAIGN-FILE
           CLOSE CAMPAIGN-MEMBER-FILE
           CLOSE RESULTS-REPORT-FILE
           IF WS-RESPONSES-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCCRES - RESPONSES READ   : ' WS-RESPONSES-READ
           DISPLAY 'ZCNCCRES - RESPONSES MATCHED: '
                   WS-RESPONSES-MATCHED
           DISPLAY 'ZCNCCRES - EXCEPTIONS       : '
                   WS-RESPONSES-REJECTED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-RESPONSES-READ TO WS-RH-RECORDS-READ
           MOVE WS-RESPONSES-MATCHED TO WS-RH-RECORDS-APPLIED
           MOVE WS-RESPONSES-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
