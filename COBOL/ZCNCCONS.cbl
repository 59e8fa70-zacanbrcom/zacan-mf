       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * EVERY APPLIED CONSENT CHANGE IS CONFIRMED TO THE CUSTOMER IN
      * WRITING - THE TRIGGER GOES TO LETRTRIG (ZCNCLTRG) FOR
      * ZCNCLETR TO PRINT.
           COPY LETRTRIG.
       01  WS-LTRG-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(80) VALUE
           'CONTACT-CONSENT MAINTENANCE REPORT'.

           ADD 1 TO WS-CONSENTS-APPLIED
           MOVE 'APPLIED' TO WS-DET-RESULT
           PERFORM 2500-AUDIT-CONSENT-CHANGE
           PERFORM 2600-WRITE-CONSENT-LETTER
           PERFORM 2900-WRITE-DETAIL.

       2400-REWRITE-CONSENT.
           ADD 1 TO WS-CONSENTS-APPLIED
           MOVE 'APPLIED' TO WS-DET-RESULT
           PERFORM 2500-AUDIT-CONSENT-CHANGE
           PERFORM 2600-WRITE-CONSENT-LETTER
           PERFORM 2900-WRITE-DETAIL.

      * THE CONSENT CHANGE LEAVES THE SAME BEFORE/AFTER TRAIL THE
                                 WS-AUDIT-RETURN-CODE
           END-CALL.

      * THE CONFIRMATION NAMES THE CHANNEL AND THE NEW DECISION AND
      * IS ADDRESSED FROM THE MASTER RECORD READ BY 2100.  A POSTAL
      * OPT-OUT IS STILL CONFIRMED - ZCNCLETR DECIDES WHAT MAY BE
      * MAILED.
       2600-WRITE-CONSENT-LETTER.
           MOVE SPACES TO LETTER-TRIGGER-RECORD
           SET LTG-CONSENT-CHANGE TO TRUE
           MOVE CNT-CUST-ID TO LTG-CUST-ID
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               TO LTG-FIRST-NAME
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO LTG-LAST-NAME
           MOVE CITY OF MASTER-CUSTOMER-REC     TO LTG-CITY
           MOVE US-STATE OF MASTER-CUSTOMER-REC TO LTG-US-STATE
           MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
               TO LTG-COUNTRY-CODE
           MOVE POSTAL-CODE OF MASTER-CUSTOMER-REC
               TO LTG-POSTAL-CODE
           MOVE 'N' TO LTG-BAD-ADDRESS-FLAG
           EVALUATE TRUE
               WHEN CNT-EMAIL-CHANNEL AND CNT-OPT-IN
                   MOVE 'EMAIL - OPTED IN' TO LTG-DETAIL-TEXT
               WHEN CNT-EMAIL-CHANNEL
                   MOVE 'EMAIL - OPTED OUT' TO LTG-DETAIL-TEXT
               WHEN CNT-OPT-IN
                   MOVE 'POSTAL MAIL - OPTED IN' TO LTG-DETAIL-TEXT
               WHEN OTHER
                   MOVE 'POSTAL MAIL - OPTED OUT' TO LTG-DETAIL-TEXT
           END-EVALUATE
           MOVE WS-CYCLE-DATE TO LTG-EVENT-DATE
           MOVE 'ZCNCCONS'    TO LTG-SOURCE-PROGRAM
           CALL 'ZCNCLTRG' USING LETTER-TRIGGER-RECORD
                                 WS-LTRG-RETURN-CODE
           END-CALL
           IF WS-LTRG-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCCONS - LETTER TRIGGER NOT WRITTEN FOR: '
                       LTG-CUST-ID
           END-IF.

       2900-WRITE-DETAIL.
           MOVE CNT-CUST-ID        TO WS-DET-CUST-ID
           MOVE CNT-CHANNEL        TO WS-DET-CHANNEL
