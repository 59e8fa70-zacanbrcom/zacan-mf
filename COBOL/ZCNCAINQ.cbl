      *       AUD-PROGRAM-ID AND USER SO COMPLIANCE CAN       *
      *       ANSWER "WHO SET THIS FLAG AND WHEN" WITHOUT     *
      *       BROWSING THE RAW FILE BY EYE.                   *
      *       EACH CUSTOMER SHOWN IS LOGGED TO ACCESLOG       *
      *       UNDER THE REQUESTING USER ON AUDPARM.           *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCAINQ.
           05  APM-DATE-FROM            PIC X(08).
           05  APM-DATE-TO              PIC X(08).
           05  APM-USER-ID              PIC X(08).
           05  APM-REQUESTED-BY         PIC X(08).

       FD  AUDIT-REPORT-FILE
           RECORDING MODE IS F.
       01  WS-SELECT-DATE-TO            PIC 9(08) VALUE 99999999.
       01  WS-SELECT-USER-ID            PIC X(08) VALUE SPACES.

       01  WS-REQUESTED-BY              PIC X(08) VALUE SPACES.

      * READ-ACCESS LOGGING THROUGH ZCNCACLG UNDER THE REQUESTING
      * USER.  A SINGLE-CUSTOMER INQUIRY IS LOGGED ONCE AT THE END;
      * A SWEEP LOGS EACH CUSTOMER IT PRINTS, ONCE PER RUN OF
      * CONSECUTIVE RECORDS FOR THE SAME CUST-ID.
           COPY ACCESSLG.
       01  WS-ACCESS-RETURN-CODE        PIC 9(02) VALUE ZERO.
       01  WS-LAST-LOGGED-CUST-ID       PIC X(10) VALUE SPACES.
       01  WS-SEARCH-ARGUMENT.
           05  WS-SA-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-SA-DATE-FROM          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-SA-DATE-TO            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-SA-USER-ID            PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
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

       01  WS-SELECT-FLAG               PIC X(01) VALUE 'N'.
           88  WS-RECORD-SELECTED       VALUE 'Y'.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUDIT-RECORDS UNTIL WS-END-OF-FILE
           PERFORM 7000-PRINT-SUMMARY
           IF WS-SELECT-CUST-ID NOT = SPACES
               PERFORM 7500-LOG-CUSTOMER-INQUIRY
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.
           OPEN INPUT  AUDIT-FILE
           OPEN INPUT  AUDIT-PARM-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-AUDIT-STATUS = '00'
               DISPLAY 'ZCNCAINQ - ERROR OPENING AUDIT FILE: '
                       WS-AUDIT-STATUS
                       MOVE APM-DATE-TO TO WS-SELECT-DATE-TO
                   END-IF
                   MOVE APM-USER-ID TO WS-SELECT-USER-ID
                   MOVE APM-REQUESTED-BY TO WS-REQUESTED-BY
           END-READ
           MOVE WS-SELECT-CUST-ID   TO WS-SA-CUST-ID
           MOVE WS-SELECT-DATE-FROM TO WS-SA-DATE-FROM
           MOVE WS-SELECT-DATE-TO   TO WS-SA-DATE-TO
           MOVE WS-SELECT-USER-ID   TO WS-SA-USER-ID.

       1200-WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO
               ADD 1 TO WS-RECORDS-SELECTED
               PERFORM 2200-WRITE-DETAIL
               PERFORM 2300-TALLY-SUMMARY
               IF WS-SELECT-CUST-ID = SPACES
                   AND AUD-CUST-ID NOT = WS-LAST-LOGGED-CUST-ID
                   PERFORM 2400-LOG-SWEEP-ACCESS
               END-IF
           END-IF
           PERFORM 3000-READ-AUDIT.

               END-IF
           END-IF.

       2400-LOG-SWEEP-ACCESS.
           MOVE AUD-CUST-ID TO WS-LAST-LOGGED-CUST-ID
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE AUD-CUST-ID TO ACL-CUST-ID
           SET ACL-RETURNED TO TRUE
           PERFORM 7600-WRITE-ACCESS-LOG.

       3000-READ-AUDIT.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
           MOVE WS-SUM-CHANGES (WS-SUM-IDX)    TO WS-SD-CHANGES
           WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-DETAIL-LINE.

      * A SINGLE-CUSTOMER INQUIRY THAT SELECTED NOTHING IS STILL A
      * LOOKUP OF THAT CUSTOMER.
       7500-LOG-CUSTOMER-INQUIRY.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-SELECT-CUST-ID TO ACL-CUST-ID
           IF WS-RECORDS-SELECTED > ZERO
               SET ACL-RETURNED TO TRUE
           ELSE
               SET ACL-NOT-ON-FILE TO TRUE
           END-IF
           PERFORM 7600-WRITE-ACCESS-LOG.

       7600-WRITE-ACCESS-LOG.
           MOVE WS-REQUESTED-BY      TO ACL-USER-ID
           MOVE WS-RH-PROGRAM-ID     TO ACL-PROGRAM-ID
           MOVE WS-SEARCH-ARGUMENT   TO ACL-SEARCH-ARG
           MOVE WS-CYCLE-DATE        TO ACL-ACCESS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-TIME         TO ACL-ACCESS-TIME
           CALL 'ZCNCACLG' USING ACCESS-LOG-RECORD
                                 WS-ACCESS-RETURN-CODE
           END-CALL
           IF WS-ACCESS-RETURN-CODE NOT = 00
               DISPLAY 'ZCNCAINQ - ACCESS LOG WRITE FAILED FOR '
                       ACL-CUST-ID
           END-IF.

       9000-TERMINATE.
           CLOSE AUDIT-FILE
           CLOSE AUDIT-PARM-FILE
