               88  WS-ZIP-VALID         VALUE 'Y'.
           05  WS-BADADDR-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-BADADDR-AVAILABLE VALUE 'Y'.
           05  WS-OLD-ADDR-BAD-SW       PIC X(01) VALUE 'N'.
               88  WS-OLD-ADDRESS-BAD   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MOVES-READ            PIC 9(07) VALUE ZERO.
       01  WS-OLD-US-STATE              PIC X(02) VALUE SPACES.
       01  WS-OLD-POSTAL-CODE           PIC X(15) VALUE SPACES.

      * EVERY APPLIED MOVE OWES THE CUSTOMER A CONFIRMATION AT BOTH
      * THE OLD AND THE NEW ADDRESS - THE TRIGGERS GO TO LETRTRIG
      * (ZCNCLTRG) FOR ZCNCLETR TO PRINT.
           COPY LETRTRIG.
       01  WS-LTRG-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           MOVE MVF-NEW-POSTAL-CODE TO WS-AUDIT-NEW-VALUE
           MOVE 'POSTAL-CODE'       TO WS-AUDIT-FIELD-NAME
           PERFORM 2600-WRITE-MOVE-AUDIT
           PERFORM 2500-CLEAR-BAD-ADDRESS
           PERFORM 2700-WRITE-MOVE-LETTERS.

      * A MOVE APPLIED TO A CUSTOMER FLAGGED BY ZCNCNIXI MEANS THE
      * ADDRESS IS FIXED, SO THE RETURNED-MAIL SUPPRESSION COMES
      * OFF WITH ITS OWN AUDIT TRAIL.
       2500-CLEAR-BAD-ADDRESS.
           MOVE 'N' TO WS-OLD-ADDR-BAD-SW
           IF WS-BADADDR-AVAILABLE
               MOVE WS-MATCHED-CUST-ID TO BAD-CUST-ID
               READ BAD-ADDRESS-FILE
                       CONTINUE
                   NOT INVALID KEY
                       IF BAD-ADDRESS
                           MOVE 'Y' TO WS-OLD-ADDR-BAD-SW
                           DELETE BAD-ADDRESS-FILE
                               INVALID KEY
                                   CONTINUE
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
           MOVE SPACES TO WS-AUDIT-NEW-VALUE.

      * ONE CONFIRMATION GOES TO THE ADDRESS BEING LEFT (SO A MOVE
      * THE CUSTOMER DID NOT ASK FOR IS NOTICED) AND ONE TO THE NEW
      * ADDRESS.  THE OLD ADDRESS'S BADADDR FLAG WAS JUST CLEARED BY
      * 2500, SO IT RIDES ON THE TRIGGER FOR ZCNCLETR TO HONOR.
       2700-WRITE-MOVE-LETTERS.
           MOVE SPACES TO LETTER-TRIGGER-RECORD
           SET LTG-ADDRESS-OLD TO TRUE
           MOVE WS-MATCHED-CUST-ID TO LTG-CUST-ID
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               TO LTG-FIRST-NAME
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO LTG-LAST-NAME
           MOVE WS-OLD-CITY        TO LTG-CITY
           MOVE WS-OLD-US-STATE    TO LTG-US-STATE
           MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
               TO LTG-COUNTRY-CODE
           MOVE WS-OLD-POSTAL-CODE TO LTG-POSTAL-CODE
           MOVE WS-OLD-ADDR-BAD-SW TO LTG-BAD-ADDRESS-FLAG
           STRING MVF-NEW-CITY DELIMITED BY '  '
                  ' '              DELIMITED BY SIZE
                  MVF-NEW-US-STATE DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  MVF-NEW-POSTAL-CODE DELIMITED BY SIZE
               INTO LTG-DETAIL-TEXT
           END-STRING
           MOVE MVF-MOVE-DATE      TO LTG-EVENT-DATE
           MOVE 'ZCNCMOVE'         TO LTG-SOURCE-PROGRAM
           PERFORM 2750-CALL-LETTER-TRIGGER
           SET LTG-ADDRESS-NEW TO TRUE
           MOVE MVF-NEW-CITY        TO LTG-CITY
           MOVE MVF-NEW-US-STATE    TO LTG-US-STATE
           MOVE MVF-NEW-POSTAL-CODE TO LTG-POSTAL-CODE
           MOVE 'N' TO LTG-BAD-ADDRESS-FLAG
           MOVE SPACES TO LTG-DETAIL-TEXT
           STRING WS-OLD-CITY      DELIMITED BY '  '
                  ' '              DELIMITED BY SIZE
                  WS-OLD-US-STATE  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-OLD-POSTAL-CODE DELIMITED BY SIZE
               INTO LTG-DETAIL-TEXT
           END-STRING
           PERFORM 2750-CALL-LETTER-TRIGGER.

       2750-CALL-LETTER-TRIGGER.
           CALL 'ZCNCLTRG' USING LETTER-TRIGGER-RECORD
                                 WS-LTRG-RETURN-CODE
           END-CALL
           IF WS-LTRG-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCMOVE - LETTER TRIGGER NOT WRITTEN FOR: '
                       LTG-CUST-ID
           END-IF.

       2900-WRITE-MOVE-DETAIL.
           MOVE MVF-LAST-NAME        TO WS-DET-LAST-NAME
           MOVE MVF-FIRST-NAME       TO WS-DET-FIRST-NAME
