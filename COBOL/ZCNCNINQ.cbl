      *       CUSTOMER'S FULL NOTE HISTORY AFTER THE        *
      *       RETENTION JOB HAS MOVED OLD NOTES OFF THE     *
      *       ACTIVE FILE.                                  *
      *       THE INQUIRY IS LOGGED TO ACCESLOG UNDER THE   *
      *       REQUESTING USER ON NINQPARM.                  *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCNINQ.
           RECORDING MODE IS F.
       01  NOTE-INQ-PARM-RECORD.
           05  NIP-CUST-ID              PIC X(10).
           05  NIP-USER-ID              PIC X(08).

       FD  NOTE-INQ-REPORT-FILE
           RECORDING MODE IS F.
           05  WS-NOTES-PRINTED         PIC 9(07) VALUE ZERO.

       01  WS-SELECT-CUST-ID            PIC X(10) VALUE SPACES.
       01  WS-REQUESTED-BY              PIC X(08) VALUE SPACES.

      * READ-ACCESS LOGGING - THE INQUIRY IS LOGGED ONCE THROUGH
      * ZCNCACLG UNDER THE REQUESTING USER ON NINQPARM, WHETHER OR
      * NOT ANY ARCHIVED NOTE WAS FOUND.
           COPY ACCESSLG.
       01  WS-ACCESS-RETURN-CODE        PIC 9(02) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

      * BUSINESS-DATE CONTROL - ACCESS IS LOGGED UNDER THE ZCNCBDAT
      * CYCLE DATE.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(34) VALUE
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY UNTIL WS-END-OF-FILE
           IF WS-SELECT-CUST-ID NOT = SPACES
               PERFORM 7000-LOG-NOTE-INQUIRY
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.
           OPEN INPUT  NOTE-HISTORY-FILE
           OPEN INPUT  NOTE-INQ-PARM-FILE
           OPEN OUTPUT NOTE-INQ-REPORT-FILE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-HISTORY-STATUS = '00'
               DISPLAY 'ZCNCNINQ - ERROR OPENING HISTORY FILE: '
                       WS-HISTORY-STATUS
                   CONTINUE
               NOT AT END
                   MOVE NIP-CUST-ID TO WS-SELECT-CUST-ID
                   MOVE NIP-USER-ID TO WS-REQUESTED-BY
           END-READ
           IF WS-SELECT-CUST-ID = SPACES
               DISPLAY 'ZCNCNINQ - NO CUST-ID SUPPLIED, NOTHING '
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       7000-LOG-NOTE-INQUIRY.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-REQUESTED-BY      TO ACL-USER-ID
           MOVE WS-RH-PROGRAM-ID     TO ACL-PROGRAM-ID
           MOVE WS-SELECT-CUST-ID    TO ACL-CUST-ID
           MOVE WS-SELECT-CUST-ID    TO ACL-SEARCH-ARG
           MOVE WS-CYCLE-DATE        TO ACL-ACCESS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-TIME         TO ACL-ACCESS-TIME
           IF WS-NOTES-PRINTED > ZERO
               SET ACL-RETURNED TO TRUE
           ELSE
               SET ACL-NOT-ON-FILE TO TRUE
           END-IF
           CALL 'ZCNCACLG' USING ACCESS-LOG-RECORD
                                 WS-ACCESS-RETURN-CODE
           END-CALL
           IF WS-ACCESS-RETURN-CODE NOT = 00
               DISPLAY 'ZCNCNINQ - ACCESS LOG WRITE FAILED FOR '
                       WS-SELECT-CUST-ID
           END-IF.

       9000-TERMINATE.
           WRITE NOTE-INQ-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-NOTES-PRINTED TO WS-TOT-PRINTED
