      * THE MASTER RECORD COUNT IS CARRIED ON THE MSTRCNT CONTROL
      * RECORD (ZCNCMCNT) - THIS STEP'S NET CHANGE ROLLS IT FORWARD
      * AT END OF RUN.
      * BUSINESS-DATE CONTROL - EACH REJECT IS STAMPED WITH THE
      * ZCNCBDAT CYCLE DATE SO THE QUEUE CAN BE AGED.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-MCNT-FUNCTION             PIC X(01) VALUE 'A'.
       01  WS-MCNT-COUNT-VALUE          PIC 9(07) VALUE ZERO.
       01  WS-MCNT-ADJUSTMENT           PIC S9(07) VALUE ZERO.
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           OPEN I-O    CUST-MASTER-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN INPUT  SC-REFERENCE-FILE
                   SET REJ-INVALID-COUNTRY TO TRUE
                   MOVE 'INVALID COUNTRY-CODE' TO REJ-REASON-TEXT
           END-EVALUATE
           MOVE WS-CYCLE-DATE TO REJ-DATE-REJECTED
           WRITE REJECT-RECORD
      * QUARANTINE THE BAD RECORD OFF THE MASTER SO IT STOPS FLOWING
      * INTO EVERY DOWNSTREAM REPORT/PROGRAM - THE REJECT FILE IS THE
