       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCLETR                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       CUSTOMER LETTER GENERATION.  READS THE DAY'S  *
      *       LETRTRIG TRIGGERS - WELCOME LETTERS FROM THE  *
      *       INTAKE AND HOLD-RELEASE STEPS, ADVERSE-ACTION *
      *       NOTICES FROM ZCNCCRED DECLINES, OLD- AND NEW- *
      *       ADDRESS CONFIRMATIONS FROM ZCNCMOVE, AND      *
      *       CONSENT CONFIRMATIONS FROM ZCNCCONS - AND     *
      *       MERGES EACH WITH ITS LETRTMPL TEMPLATE IN THE *
      *       CUSTOMER'S INTLCNT PREFERRED LANGUAGE         *
      *       (ENGLISH WHEN THERE IS NONE, OR NO TEMPLATE   *
      *       IN THAT LANGUAGE) INTO THE PRINT-READY        *
      *       LETTERS FILE, ONE LETTER PER PAGE.  BADADDR   *
      *       AND A POSTAL CONSENT OPT-OUT STOP A LETTER,   *
      *       AS DOES A CONFIRMED DEATH ON THE DECEASED     *
      *       FILE.                                         *
      *       EVERY LETTER PRINTED IS STAMPED ON CONTEVT,   *
      *       AND THE LETRRPT REPORT LISTS EVERY LETTER     *
      *       NOT PRINTED AND WHY, SO A REQUIRED NOTICE CAN *
      *       BE PROVED SENT OR ACCOUNTED FOR.  A TRIGGER   *
      *       WITH NO TEMPLATE AT ALL IS KEPT ON LETRTRIG   *
      *       FOR THE NEXT RUN (CC 4); THE REST ARE         *
      *       CLEARED SO NO LETTER IS PRINTED TWICE.        *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCLETR.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIGGER-FILE       ASSIGN TO "LETRTRIG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRIGGER-STATUS.

           SELECT TEMPLATE-FILE      ASSIGN TO "LETRTMPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTM-KEY
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT INTL-CONTACT-FILE  ASSIGN TO "INTLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-CUST-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT BAD-ADDRESS-FILE   ASSIGN TO "BADADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAD-CUST-ID
               FILE STATUS IS WS-BADADDR-STATUS.

           SELECT CONSENT-FILE       ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-KEY
               FILE STATUS IS WS-CONSENT-STATUS.

           SELECT DECEASED-FILE      ASSIGN TO "DECEASED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DECEASED-STATUS.

           SELECT CONTACT-EVENT-FILE ASSIGN TO "CONTEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT LETTER-PRINT-FILE  ASSIGN TO "LETTERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT PENDING-TRIGGER-FILE ASSIGN TO "LETRPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT LETTER-REPORT-FILE ASSIGN TO "LETRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIGGER-FILE
           RECORDING MODE IS F.
       01  TRIGGER-FILE-RECORD          PIC X(133).

       FD  TEMPLATE-FILE
           RECORDING MODE IS F.
           COPY LETRTMPL.

       FD  INTL-CONTACT-FILE
           RECORDING MODE IS F.
           COPY INTLCNT.

       FD  BAD-ADDRESS-FILE
           RECORDING MODE IS F.
           COPY BADADDR.

       FD  CONSENT-FILE
           RECORDING MODE IS F.
           COPY CONSENT.

       FD  DECEASED-FILE
           RECORDING MODE IS F.
           COPY DECEASED.

       FD  CONTACT-EVENT-FILE
           RECORDING MODE IS F.
           COPY CONTEVT.

       FD  LETTER-PRINT-FILE
           RECORDING MODE IS F.
       01  LETTER-PRINT-LINE            PIC X(100).

       FD  PENDING-TRIGGER-FILE
           RECORDING MODE IS F.
       01  PENDING-TRIGGER-RECORD       PIC X(133).

       FD  LETTER-REPORT-FILE
           RECORDING MODE IS F.
       01  LETTER-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRIGGER-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TEMPLATE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CONTACT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BADADDR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONSENT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DECEASED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-LETTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PENDING-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

           COPY LETRTRIG.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-PENDING-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-PENDING-EOF       VALUE 'Y'.
           05  WS-KEEP-TRIGGERS-SW      PIC X(01) VALUE 'N'.
               88  WS-KEEP-TRIGGERS     VALUE 'Y'.
           05  WS-CONTACT-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-CONTACT-AVAILABLE VALUE 'Y'.
           05  WS-BADADDR-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-BADADDR-AVAILABLE VALUE 'Y'.
           05  WS-CONSENT-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-CONSENT-AVAILABLE VALUE 'Y'.
           05  WS-DECEASED-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-DECEASED-AVAILABLE VALUE 'Y'.
           05  WS-TEMPLATE-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-TEMPLATE-FOUND    VALUE 'Y'.
           05  WS-TEMPLATE-DONE-SW      PIC X(01) VALUE 'N'.
               88  WS-TEMPLATE-DONE     VALUE 'Y'.
           05  WS-SUPPRESS-SW           PIC X(01) VALUE 'N'.
               88  WS-NOT-SUPPRESSED    VALUE 'N'.
               88  WS-SUPPRESS-BAD-ADDR VALUE 'B'.
               88  WS-SUPPRESS-CONSENT  VALUE 'P'.
               88  WS-SUPPRESS-DECEASED VALUE 'D'.

       01  WS-COUNTERS.
           05  WS-TRIGGERS-READ         PIC 9(07) VALUE ZERO.
           05  WS-LETTERS-PRINTED       PIC 9(07) VALUE ZERO.
           05  WS-WELCOME-PRINTED       PIC 9(07) VALUE ZERO.
           05  WS-ADVERSE-PRINTED       PIC 9(07) VALUE ZERO.
           05  WS-ADDR-OLD-PRINTED      PIC 9(07) VALUE ZERO.
           05  WS-ADDR-NEW-PRINTED      PIC 9(07) VALUE ZERO.
           05  WS-CONSENT-PRINTED       PIC 9(07) VALUE ZERO.
           05  WS-ENGLISH-FALLBACK      PIC 9(07) VALUE ZERO.
           05  WS-BAD-ADDR-SUPPRESSED   PIC 9(07) VALUE ZERO.
           05  WS-CONSENT-SUPPRESSED    PIC 9(07) VALUE ZERO.
           05  WS-DECEASED-SUPPRESSED   PIC 9(07) VALUE ZERO.
           05  WS-TRIGGERS-PENDING      PIC 9(07) VALUE ZERO.
           05  WS-TRIGGERS-REJECTED     PIC 9(07) VALUE ZERO.

      * LANGUAGE THE LETTER IS PRINTED IN, AND THE TEXT THE TEMPLATE
      * FIELD CODES ARE FILLED FROM.
       01  WS-LETTER-LANGUAGE           PIC X(02) VALUE SPACES.
       01  WS-NAME-TEXT                 PIC X(21) VALUE SPACES.
       01  WS-ADDRESS-TEXT              PIC X(40) VALUE SPACES.
       01  WS-FIELD-VALUE               PIC X(40) VALUE SPACES.

       01  WS-LETTER-DATE               PIC 9(08) VALUE ZERO.
       01  WS-LETTER-DATE-X REDEFINES WS-LETTER-DATE.
           05  WS-LD-YYYY               PIC X(04).
           05  WS-LD-MM                 PIC X(02).
           05  WS-LD-DD                 PIC X(02).
       01  WS-PRINT-DATE.
           05  WS-PD-YYYY               PIC X(04).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-PD-MM                 PIC X(02).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-PD-DD                 PIC X(02).

      * LETTER BODY LINE - A FIVE-COLUMN MARGIN, THEN THE TEMPLATE
      * TEXT WITH ANY FIELD VALUE LAID OVER IT FROM ITS COLUMN.
       01  WS-LETTER-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WS-LL-TEXT               PIC X(95) VALUE SPACES.

      * BUSINESS-DATE CONTROL - LETTERS AND THEIR CONTACT EVENTS ARE
      * DATED WITH THE ZCNCBDAT CYCLE DATE.
       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE              PIC X(100) VALUE
           'CUSTOMER LETTER GENERATION - LETTERS NOT PRINTED'.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(06) VALUE 'TYPE'.
           05  FILLER                   PIC X(06) VALUE 'LANG'.
           05  FILLER                   PIC X(10) VALUE 'SOURCE'.
           05  FILLER                   PIC X(30) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-LETTER-TYPE       PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-LANGUAGE          PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-DET-SOURCE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(40).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'TRIGGERS READ:                '.
           05  WS-TOT-READ              PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(30) VALUE
               'WELCOME LETTERS PRINTED:      '.
           05  WS-TOT-WELCOME           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(30) VALUE
               'ADVERSE-ACTION NOTICES:       '.
           05  WS-TOT-ADVERSE           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(30) VALUE
               'MOVE NOTICES - OLD ADDRESS:   '.
           05  WS-TOT-ADDR-OLD          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                   PIC X(30) VALUE
               'MOVE NOTICES - NEW ADDRESS:   '.
           05  WS-TOT-ADDR-NEW          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER                   PIC X(30) VALUE
               'CONSENT CONFIRMATIONS:        '.
           05  WS-TOT-CONSENT           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-7.
           05  FILLER                   PIC X(30) VALUE
               'PRINTED IN ENGLISH FALLBACK:  '.
           05  WS-TOT-FALLBACK          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-8.
           05  FILLER                   PIC X(30) VALUE
               'BAD-ADDRESS SUPPRESSED:       '.
           05  WS-TOT-BAD-ADDR          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-9.
           05  FILLER                   PIC X(30) VALUE
               'POSTAL CONSENT SUPPRESSED:    '.
           05  WS-TOT-CONS-SUPP         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-10.
           05  FILLER                   PIC X(30) VALUE
               'HELD - NO TEMPLATE:           '.
           05  WS-TOT-PENDING           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-11.
           05  FILLER                   PIC X(30) VALUE
               'INVALID LETTER TYPE:          '.
           05  WS-TOT-REJECTED          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-12.
           05  FILLER                   PIC X(30) VALUE
               'DECEASED SUPPRESSED:          '.
           05  WS-TOT-DECEASED          PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCLETR'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRIGGERS UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

      * NO LETRTRIG FILE IS A QUIET DAY, NOT AN ERROR.  NO TEMPLATE
      * FILE IS - NOTHING CAN BE PRINTED, SO THE TRIGGERS ARE LEFT
      * UNTOUCHED FOR THE RERUN.  THE SAME GOES FOR A LETTERS,
      * LETRPEND OR CONTEVT FILE THAT CANNOT BE OPENED, SINCE A
      * TRIGGER WORKED WITHOUT THEM WOULD BE LOST.
       1000-INITIALIZE.
           OPEN INPUT  TRIGGER-FILE
           OPEN INPUT  TEMPLATE-FILE
           OPEN INPUT  INTL-CONTACT-FILE
           IF WS-CONTACT-STATUS = '00'
               MOVE 'Y' TO WS-CONTACT-AVAIL-SW
           END-IF
           OPEN INPUT  BAD-ADDRESS-FILE
           IF WS-BADADDR-STATUS = '00'
               MOVE 'Y' TO WS-BADADDR-AVAIL-SW
           END-IF
           OPEN INPUT  CONSENT-FILE
           IF WS-CONSENT-STATUS = '00'
               MOVE 'Y' TO WS-CONSENT-AVAIL-SW
           END-IF
           OPEN INPUT  DECEASED-FILE
           IF WS-DECEASED-STATUS = '00'
               MOVE 'Y' TO WS-DECEASED-AVAIL-SW
           END-IF
           OPEN EXTEND CONTACT-EVENT-FILE
           IF WS-EVENT-STATUS = '35'
               OPEN OUTPUT CONTACT-EVENT-FILE
           END-IF
           OPEN OUTPUT LETTER-PRINT-FILE
           OPEN OUTPUT PENDING-TRIGGER-FILE
           OPEN OUTPUT LETTER-REPORT-FILE
           IF NOT WS-EVENT-STATUS   = '00'
              OR NOT WS-LETTER-STATUS  = '00'
              OR NOT WS-PENDING-STATUS = '00'
               DISPLAY 'ZCNCLETR - ERROR OPENING OUTPUT FILES: CONTEVT '
                       WS-EVENT-STATUS ' LETTERS ' WS-LETTER-STATUS
                       ' LETRPEND ' WS-PENDING-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-KEEP-TRIGGERS-SW
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE LETTER-REPORT-LINE FROM WS-HEADING-LINE
           WRITE LETTER-REPORT-LINE FROM WS-BLANK-LINE
           WRITE LETTER-REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           MOVE WS-CYCLE-DATE TO WS-LETTER-DATE
           MOVE WS-LD-YYYY    TO WS-PD-YYYY
           MOVE WS-LD-MM      TO WS-PD-MM
           MOVE WS-LD-DD      TO WS-PD-DD
           IF NOT WS-TEMPLATE-STATUS = '00'
               DISPLAY 'ZCNCLETR - ERROR OPENING TEMPLATE FILE: '
                       WS-TEMPLATE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-KEEP-TRIGGERS-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TRIGGER-STATUS = '00'
                   AND NOT WS-KEEP-TRIGGERS
                   PERFORM 3000-READ-TRIGGER
               ELSE
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 'Y' TO WS-KEEP-TRIGGERS-SW
               END-IF
           END-IF.

       2000-PROCESS-TRIGGERS.
           ADD 1 TO WS-TRIGGERS-READ
           IF NOT LTG-WELCOME AND NOT LTG-ADVERSE-ACTION
               AND NOT LTG-ADDRESS-OLD AND NOT LTG-ADDRESS-NEW
               AND NOT LTG-CONSENT-CHANGE
               ADD 1 TO WS-TRIGGERS-REJECTED
               MOVE SPACES TO WS-LETTER-LANGUAGE
               MOVE 'INVALID LETTER TYPE - DROPPED' TO WS-DET-RESULT
               PERFORM 2900-WRITE-DETAIL
           ELSE
               PERFORM 2100-RESOLVE-LANGUAGE
               PERFORM 2200-CHECK-SUPPRESSION
               EVALUATE TRUE
                   WHEN WS-SUPPRESS-DECEASED
                       ADD 1 TO WS-DECEASED-SUPPRESSED
                       MOVE 'NOT MAILED - CUSTOMER DECEASED'
                           TO WS-DET-RESULT
                       PERFORM 2900-WRITE-DETAIL
                   WHEN WS-SUPPRESS-BAD-ADDR
                       ADD 1 TO WS-BAD-ADDR-SUPPRESSED
                       MOVE 'NOT MAILED - BAD ADDRESS'
                           TO WS-DET-RESULT
                       PERFORM 2900-WRITE-DETAIL
                   WHEN WS-SUPPRESS-CONSENT
                       ADD 1 TO WS-CONSENT-SUPPRESSED
                       MOVE 'NOT MAILED - POSTAL CONSENT OPT-OUT'
                           TO WS-DET-RESULT
                       PERFORM 2900-WRITE-DETAIL
                   WHEN OTHER
                       PERFORM 2300-FIND-TEMPLATE
                       IF WS-TEMPLATE-FOUND
                           PERFORM 2400-PRINT-LETTER
                           PERFORM 2500-WRITE-CONTACT-EVENT
                       ELSE
                           PERFORM 2600-HOLD-TRIGGER
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 3000-READ-TRIGGER.

      * A LANGUAGE ON THE TRIGGER WINS; OTHERWISE THE INTLCNT
      * PREFERENCE; OTHERWISE ENGLISH.
       2100-RESOLVE-LANGUAGE.
           MOVE LTG-LANGUAGE-CODE TO WS-LETTER-LANGUAGE
           IF WS-LETTER-LANGUAGE = SPACES AND WS-CONTACT-AVAILABLE
               MOVE LTG-CUST-ID TO IC-CUST-ID
               READ INTL-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IC-LANGUAGE-CODE TO WS-LETTER-LANGUAGE
               END-READ
           END-IF
           IF WS-LETTER-LANGUAGE = SPACES
               MOVE 'EN' TO WS-LETTER-LANGUAGE
           END-IF.

      * THE OLD-ADDRESS MOVE NOTICE CARRIES ITS OWN BAD-ADDRESS FLAG
      * (ZCNCMOVE CLEARS BADADDR WHEN IT APPLIES THE MOVE); EVERY
      * OTHER LETTER IS CHECKED AGAINST BADADDR.  A POSTAL OPT-OUT
      * STOPS EVERY LETTER TYPE, AND SO DOES A CONFIRMED DEATH ON
      * THE DECEASED FILE - THE BRANCH WRITES TO THE ESTATE ITSELF.
       2200-CHECK-SUPPRESSION.
           MOVE 'N' TO WS-SUPPRESS-SW
           IF WS-DECEASED-AVAILABLE
               MOVE LTG-CUST-ID TO DCD-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DCD-CONFIRMED
                           MOVE 'D' TO WS-SUPPRESS-SW
                       END-IF
               END-READ
           END-IF
           IF WS-NOT-SUPPRESSED AND LTG-ADDRESS-UNDELIVERABLE
               MOVE 'B' TO WS-SUPPRESS-SW
           END-IF
           IF WS-NOT-SUPPRESSED AND WS-BADADDR-AVAILABLE
               AND NOT LTG-ADDRESS-OLD
               MOVE LTG-CUST-ID TO BAD-CUST-ID
               READ BAD-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAD-ADDRESS
                           MOVE 'B' TO WS-SUPPRESS-SW
                       END-IF
               END-READ
           END-IF
           IF WS-NOT-SUPPRESSED AND WS-CONSENT-AVAILABLE
               MOVE LTG-CUST-ID TO CNS-CUST-ID
               MOVE 'P' TO CNS-CHANNEL
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-OPTED-OUT
                           MOVE 'P' TO WS-SUPPRESS-SW
                       END-IF
               END-READ
           END-IF.

      * THE FIRST LINE OF THE TEMPLATE IS LEFT IN THE RECORD AREA
      * FOR 2400 TO PRINT.  NO TEMPLATE IN THE CUSTOMER'S LANGUAGE
      * FALLS BACK TO THE ENGLISH ONE.
       2300-FIND-TEMPLATE.
           PERFORM 2310-POSITION-TEMPLATE
           IF NOT WS-TEMPLATE-FOUND AND WS-LETTER-LANGUAGE NOT = 'EN'
               MOVE 'EN' TO WS-LETTER-LANGUAGE
               PERFORM 2310-POSITION-TEMPLATE
               IF WS-TEMPLATE-FOUND
                   ADD 1 TO WS-ENGLISH-FALLBACK
               END-IF
           END-IF.

       2310-POSITION-TEMPLATE.
           MOVE 'N' TO WS-TEMPLATE-FOUND-SW
           MOVE LTG-LETTER-TYPE    TO LTM-LETTER-TYPE
           MOVE WS-LETTER-LANGUAGE TO LTM-LANGUAGE-CODE
           MOVE ZERO               TO LTM-LINE-NUMBER
           START TEMPLATE-FILE KEY IS NOT LESS THAN LTM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TEMPLATE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LTM-LETTER-TYPE = LTG-LETTER-TYPE
                               AND LTM-LANGUAGE-CODE =
                                   WS-LETTER-LANGUAGE
                               MOVE 'Y' TO WS-TEMPLATE-FOUND-SW
                           END-IF
                   END-READ
           END-START.

      * EACH LETTER STARTS A NEW PAGE WITH THE ADDRESS BLOCK, SO THE
      * PRINT FILE CAN GO STRAIGHT TO A WINDOW-ENVELOPE MAILING.
       2400-PRINT-LETTER.
           MOVE SPACES TO WS-NAME-TEXT WS-ADDRESS-TEXT
           STRING LTG-FIRST-NAME DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  LTG-LAST-NAME  DELIMITED BY SPACE
               INTO WS-NAME-TEXT
           END-STRING
           STRING LTG-CITY        DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  LTG-US-STATE    DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  LTG-POSTAL-CODE DELIMITED BY SPACE
               INTO WS-ADDRESS-TEXT
           END-STRING
           MOVE SPACES TO WS-LL-TEXT
           MOVE WS-NAME-TEXT TO WS-LL-TEXT
           WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO WS-LL-TEXT
           MOVE WS-ADDRESS-TEXT TO WS-LL-TEXT
           WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
               AFTER ADVANCING 1 LINE
           IF LTG-COUNTRY-CODE NOT = SPACES
               MOVE SPACES TO WS-LL-TEXT
               MOVE LTG-COUNTRY-CODE TO WS-LL-TEXT
               WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-LL-TEXT
           WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO WS-TEMPLATE-DONE-SW
           PERFORM 2450-PRINT-TEMPLATE-LINE UNTIL WS-TEMPLATE-DONE
           ADD 1 TO WS-LETTERS-PRINTED
           EVALUATE TRUE
               WHEN LTG-WELCOME
                   ADD 1 TO WS-WELCOME-PRINTED
               WHEN LTG-ADVERSE-ACTION
                   ADD 1 TO WS-ADVERSE-PRINTED
               WHEN LTG-ADDRESS-OLD
                   ADD 1 TO WS-ADDR-OLD-PRINTED
               WHEN LTG-ADDRESS-NEW
                   ADD 1 TO WS-ADDR-NEW-PRINTED
               WHEN OTHER
                   ADD 1 TO WS-CONSENT-PRINTED
           END-EVALUATE.

       2450-PRINT-TEMPLATE-LINE.
           MOVE SPACES TO WS-LL-TEXT
           MOVE LTM-LINE-TEXT TO WS-LL-TEXT
           IF NOT LTM-NO-FIELD
               AND LTM-FIELD-COLUMN > ZERO
               AND LTM-FIELD-COLUMN NOT > 60
               PERFORM 2460-FILL-FIELD
           END-IF
           WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
               AFTER ADVANCING 1 LINE
           READ TEMPLATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TEMPLATE-DONE-SW
               NOT AT END
                   IF LTM-LETTER-TYPE NOT = LTG-LETTER-TYPE
                       OR LTM-LANGUAGE-CODE NOT = WS-LETTER-LANGUAGE
                       MOVE 'Y' TO WS-TEMPLATE-DONE-SW
                   END-IF
           END-READ.

       2460-FILL-FIELD.
           EVALUATE TRUE
               WHEN LTM-FIELD-NAME
                   MOVE WS-NAME-TEXT TO WS-FIELD-VALUE
               WHEN LTM-FIELD-CUST-ID
                   MOVE LTG-CUST-ID TO WS-FIELD-VALUE
               WHEN LTM-FIELD-DATE
                   MOVE WS-PRINT-DATE TO WS-FIELD-VALUE
               WHEN LTM-FIELD-ADDRESS
                   MOVE WS-ADDRESS-TEXT TO WS-FIELD-VALUE
               WHEN LTM-FIELD-DETAIL
                   MOVE LTG-DETAIL-TEXT TO WS-FIELD-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-FIELD-VALUE
           END-EVALUATE
           MOVE WS-FIELD-VALUE TO WS-LL-TEXT (LTM-FIELD-COLUMN:).

      * ONLY LETTERS THAT ACTUALLY PRINTED ARE STAMPED ON THE
      * CONTACT-EVENT HISTORY.
       2500-WRITE-CONTACT-EVENT.
           MOVE SPACES TO CONTACT-EVENT-RECORD
           MOVE LTG-CUST-ID     TO CEV-CUST-ID
           MOVE WS-CYCLE-DATE   TO CEV-EVENT-DATE
           MOVE 'LTR-'          TO CEV-EVENT-TYPE (1:4)
           MOVE LTG-LETTER-TYPE TO CEV-EVENT-TYPE (5:4)
           MOVE 'ZCNCLETR'      TO CEV-SOURCE-PROGRAM
           WRITE CONTACT-EVENT-RECORD.

      * NO TEMPLATE IN EITHER LANGUAGE - THE TRIGGER IS KEPT FOR THE
      * NEXT RUN ONCE THE TEMPLATE IS LOADED THROUGH ZCNCTMNT.
       2600-HOLD-TRIGGER.
           WRITE PENDING-TRIGGER-RECORD FROM LETTER-TRIGGER-RECORD
           ADD 1 TO WS-TRIGGERS-PENDING
           MOVE 'HELD - NO TEMPLATE ON FILE' TO WS-DET-RESULT
           PERFORM 2900-WRITE-DETAIL.

       2900-WRITE-DETAIL.
           MOVE LTG-CUST-ID        TO WS-DET-CUST-ID
           MOVE LTG-LETTER-TYPE    TO WS-DET-LETTER-TYPE
           MOVE WS-LETTER-LANGUAGE TO WS-DET-LANGUAGE
           MOVE LTG-SOURCE-PROGRAM TO WS-DET-SOURCE
           WRITE LETTER-REPORT-LINE FROM WS-DETAIL-LINE.

       3000-READ-TRIGGER.
           READ TRIGGER-FILE INTO LETTER-TRIGGER-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       9000-TERMINATE.
           WRITE LETTER-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-TRIGGERS-READ       TO WS-TOT-READ
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-WELCOME-PRINTED     TO WS-TOT-WELCOME
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-ADVERSE-PRINTED     TO WS-TOT-ADVERSE
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-ADDR-OLD-PRINTED    TO WS-TOT-ADDR-OLD
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-ADDR-NEW-PRINTED    TO WS-TOT-ADDR-NEW
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-CONSENT-PRINTED     TO WS-TOT-CONSENT
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-6
           MOVE WS-ENGLISH-FALLBACK    TO WS-TOT-FALLBACK
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-7
           MOVE WS-BAD-ADDR-SUPPRESSED TO WS-TOT-BAD-ADDR
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-8
           MOVE WS-CONSENT-SUPPRESSED  TO WS-TOT-CONS-SUPP
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-9
           MOVE WS-DECEASED-SUPPRESSED TO WS-TOT-DECEASED
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-12
           MOVE WS-TRIGGERS-PENDING    TO WS-TOT-PENDING
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-10
           MOVE WS-TRIGGERS-REJECTED   TO WS-TOT-REJECTED
           WRITE LETTER-REPORT-LINE FROM WS-TOTAL-LINE-11
           CLOSE TRIGGER-FILE
           CLOSE TEMPLATE-FILE
           CLOSE INTL-CONTACT-FILE
           CLOSE BAD-ADDRESS-FILE
           CLOSE CONSENT-FILE
           IF WS-DECEASED-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF
           CLOSE CONTACT-EVENT-FILE
           CLOSE LETTER-PRINT-FILE
           CLOSE PENDING-TRIGGER-FILE
           CLOSE LETTER-REPORT-FILE
           IF NOT WS-KEEP-TRIGGERS
               PERFORM 9100-REQUEUE-PENDING
           END-IF
           IF (WS-TRIGGERS-PENDING > ZERO
               OR WS-TRIGGERS-REJECTED > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCLETR - TRIGGERS READ    : ' WS-TRIGGERS-READ
           DISPLAY 'ZCNCLETR - LETTERS PRINTED  : '
                   WS-LETTERS-PRINTED
           DISPLAY 'ZCNCLETR - BAD-ADDR SUPPRESS: '
                   WS-BAD-ADDR-SUPPRESSED
           DISPLAY 'ZCNCLETR - CONSENT SUPPRESS : '
                   WS-CONSENT-SUPPRESSED
           DISPLAY 'ZCNCLETR - DECEASED SUPPRESS: '
                   WS-DECEASED-SUPPRESSED
           DISPLAY 'ZCNCLETR - HELD NO TEMPLATE : '
                   WS-TRIGGERS-PENDING.

      * THE DAY'S TRIGGERS ARE WORKED, SO LETRTRIG IS REPLACED BY
      * JUST THE ONES STILL WAITING ON A TEMPLATE - NO LETTER IS
      * PRINTED TWICE AND NONE IS LOST.  IF LETRPEND CANNOT BE READ
      * BACK, LETRTRIG IS LEFT AS IT WAS AND THE WHOLE DAY REPRINTS
      * ON THE RERUN RATHER THAN THE WAITING TRIGGERS BEING LOST.
       9100-REQUEUE-PENDING.
           OPEN INPUT  PENDING-TRIGGER-FILE
           IF NOT WS-PENDING-STATUS = '00'
               DISPLAY 'ZCNCLETR - ERROR REOPENING LETRPEND: '
                       WS-PENDING-STATUS ' - LETRTRIG NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT TRIGGER-FILE
               MOVE 'N' TO WS-PENDING-EOF-SWITCH
               PERFORM 9110-COPY-PENDING UNTIL WS-PENDING-EOF
               CLOSE PENDING-TRIGGER-FILE
               CLOSE TRIGGER-FILE
           END-IF.

       9110-COPY-PENDING.
           READ PENDING-TRIGGER-FILE
               AT END
                   MOVE 'Y' TO WS-PENDING-EOF-SWITCH
               NOT AT END
                   WRITE TRIGGER-FILE-RECORD
                       FROM PENDING-TRIGGER-RECORD
           END-READ.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-TRIGGERS-READ TO WS-RH-RECORDS-READ
           MOVE WS-LETTERS-PRINTED TO WS-RH-RECORDS-APPLIED
           MOVE WS-TRIGGERS-PENDING TO WS-RH-RECORDS-REJECTED
           ADD WS-TRIGGERS-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
