       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCMASK                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       MASKED TEST-REGION COPY.  READS CUSTMAST AND  *
      *       ITS SATELLITES (CUSTEXPF, INTLCNT, NAMEOVFL,  *
      *       CUSTNOTE, CUSTXREF, HHXREF, AND NAMEHIST AND  *
      *       THIRDPTY WHERE PRESENT) AND WRITES A TEST     *
      *       COPY OF EACH WITH NAMES, PHONE NUMBERS, EMAIL *
      *       ADDRESSES, NOTE TEXT AND DOCUMENT REFERENCES  *
      *       REPLACED BY FAKE VALUES.  EVERY FAKE IS       *
      *       DERIVED FROM A HASH OF THE REAL VALUE AND THE *
      *       MASKPARM KEY, SO A GIVEN REAL VALUE IS MASKED *
      *       THE SAME WAY IN EVERY FILE AND DUPLICATES,    *
      *       HOUSEHOLDS AND XREF KEYS STILL LINE UP.  A    *
      *       NAME IS HASHED ON ITS FIRST 10 CHARACTERS SO  *
      *       THE MASTER'S SHORT NAME AND THE NAMEOVFL FULL *
      *       NAME MASK ALIKE.  CUST-ID, CITY, STATE,       *
      *       COUNTRY, POSTAL CODE, FLAGS, DATES, AND THE   *
      *       BRANCH/LANGUAGE CODES ARE COPIED UNCHANGED.   *
      *       ZCNCMSKV THEN PROVES NOTHING REAL SURVIVED.   *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCMASK.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-PARM-FILE     ASSIGN TO "MASKPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TEST-MASTER-FILE   ASSIGN TO "TSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID OF TEST-CUSTOMER-REC
               FILE STATUS IS WS-TEST-MASTER-STATUS.

           SELECT CUST-EXPANDED-FILE ASSIGN TO "CUSTEXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID OF CUSTOMER-EXPANDED-REC
               FILE STATUS IS WS-EXPANDED-STATUS.

           SELECT TEST-EXPANDED-FILE ASSIGN TO "TSTEXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID OF TEST-EXPANDED-REC
               FILE STATUS IS WS-TEST-EXPANDED-STATUS.

           SELECT INTL-CONTACT-FILE  ASSIGN TO "INTLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IC-CUST-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT TEST-CONTACT-FILE  ASSIGN TO "TSTINTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIC-CUST-ID
               FILE STATUS IS WS-TEST-CONTACT-STATUS.

           SELECT NAME-OVERFLOW-FILE ASSIGN TO "NAMEOVFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOV-CUST-ID
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT TEST-OVERFLOW-FILE ASSIGN TO "TSTNOVF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TNV-CUST-ID
               FILE STATUS IS WS-TEST-OVERFLOW-STATUS.

           SELECT CUST-NOTE-FILE     ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-NOTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT TEST-NOTE-FILE     ASSIGN TO "TSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCN-NOTE-KEY
               FILE STATUS IS WS-TEST-NOTE-STATUS.

           SELECT NAME-XREF-FILE     ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

      * THE XREF AND ALIAS FILES ARE KEYED BY NAME, SO THEIR MASKED
      * COPIES COME OUT IN A DIFFERENT ORDER AND ARE WRITTEN BY KEY.
           SELECT TEST-XREF-FILE     ASSIGN TO "TSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXR-XREF-KEY
               FILE STATUS IS WS-TEST-XREF-STATUS.

           SELECT HOUSEHOLD-XREF-FILE ASSIGN TO "HHXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHXREF-STATUS.

           SELECT TEST-HHXREF-FILE   ASSIGN TO "TSTHHXR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-HHXREF-STATUS.

           SELECT NAME-HISTORY-FILE  ASSIGN TO "NAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NMH-KEY
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT TEST-NAMEHIST-FILE ASSIGN TO "TSTNHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TNH-KEY
               FILE STATUS IS WS-TEST-NAMEHIST-STATUS.

           SELECT THIRD-PARTY-FILE   ASSIGN TO "THIRDPTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TPA-KEY
               FILE STATUS IS WS-THIRDPTY-STATUS.

           SELECT TEST-THIRDPTY-FILE ASSIGN TO "TSTTPTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TTP-KEY
               FILE STATUS IS WS-TEST-THIRDPTY-STATUS.

           SELECT MASK-REPORT-FILE   ASSIGN TO "MASKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-PARM-FILE
           RECORDING MODE IS F.
       01  MASK-PARM-RECORD.
           05  MKP-MASK-KEY             PIC X(16).
           05  FILLER                   PIC X(64).

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  TEST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==TEST-CUSTOMER-REC==.

       FD  CUST-EXPANDED-FILE
           RECORDING MODE IS F.
           COPY CUSTEXP REPLACING ==CUSTOMER-EXPANDED-RECORD== BY
                                   ==CUSTOMER-EXPANDED-REC==.

       FD  TEST-EXPANDED-FILE
           RECORDING MODE IS F.
           COPY CUSTEXP REPLACING ==CUSTOMER-EXPANDED-RECORD== BY
                                   ==TEST-EXPANDED-REC==.

       FD  INTL-CONTACT-FILE
           RECORDING MODE IS F.
           COPY INTLCNT.

       FD  TEST-CONTACT-FILE
           RECORDING MODE IS F.
           COPY INTLCNT REPLACING ==INTL-CONTACT-RECORD== BY
                                   ==TEST-CONTACT-RECORD==
                                  LEADING ==IC== BY ==TIC==.

       FD  NAME-OVERFLOW-FILE
           RECORDING MODE IS F.
           COPY NAMEOVFL.

       FD  TEST-OVERFLOW-FILE
           RECORDING MODE IS F.
           COPY NAMEOVFL REPLACING ==NAME-OVERFLOW-RECORD== BY
                                    ==TEST-OVERFLOW-RECORD==
                                   LEADING ==NOV== BY ==TNV==.

       FD  CUST-NOTE-FILE
           RECORDING MODE IS F.
           COPY CUSTNOTE.

       FD  TEST-NOTE-FILE
           RECORDING MODE IS F.
           COPY CUSTNOTE REPLACING ==CUST-NOTE-RECORD== BY
                                    ==TEST-NOTE-RECORD==
                                   LEADING ==CN== BY ==TCN==.

       FD  NAME-XREF-FILE
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  TEST-XREF-FILE
           RECORDING MODE IS F.
           COPY XREFREC REPLACING ==NAME-XREF-RECORD== BY
                                   ==TEST-XREF-RECORD==
                                  LEADING ==XRF== BY ==TXR==.

       FD  HOUSEHOLD-XREF-FILE
           RECORDING MODE IS F.
       01  HOUSEHOLD-XREF-RECORD.
           05  HHX-HOUSEHOLD-ID         PIC 9(07).
           05  HHX-CUST-ID              PIC X(10).

       FD  TEST-HHXREF-FILE
           RECORDING MODE IS F.
       01  TEST-HHXREF-RECORD           PIC X(17).

       FD  NAME-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NAMEHIST.

       FD  TEST-NAMEHIST-FILE
           RECORDING MODE IS F.
           COPY NAMEHIST REPLACING ==NAME-HISTORY-RECORD== BY
                                    ==TEST-NAMEHIST-RECORD==
                                   LEADING ==NMH== BY ==TNH==.

       FD  THIRD-PARTY-FILE
           RECORDING MODE IS F.
           COPY THIRDPTY.

       FD  TEST-THIRDPTY-FILE
           RECORDING MODE IS F.
           COPY THIRDPTY REPLACING ==THIRD-PARTY-AUTH-RECORD== BY
                                    ==TEST-THIRDPTY-RECORD==
                                   LEADING ==TPA== BY ==TTP==.

       FD  MASK-REPORT-FILE
           RECORDING MODE IS F.
       01  MASK-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-TEST-MASTER-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EXPANDED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TEST-EXPANDED-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CONTACT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TEST-CONTACT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-OVERFLOW-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TEST-OVERFLOW-STATUS      PIC X(02) VALUE SPACES.
       01  WS-NOTE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-TEST-NOTE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-TEST-XREF-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HHXREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-TEST-HHXREF-STATUS        PIC X(02) VALUE SPACES.
       01  WS-NAMEHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TEST-NAMEHIST-STATUS      PIC X(02) VALUE SPACES.
       01  WS-THIRDPTY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TEST-THIRDPTY-STATUS      PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-PARM-AVAIL-SW         PIC X(01) VALUE 'N'.
               88  WS-PARM-AVAILABLE    VALUE 'Y'.
           05  WS-NAMEHIST-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-NAMEHIST-AVAILABLE VALUE 'Y'.
           05  WS-THIRDPTY-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-THIRDPTY-AVAILABLE VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTERS-COPIED        PIC 9(07) VALUE ZERO.
           05  WS-EXPANDED-COPIED       PIC 9(07) VALUE ZERO.
           05  WS-CONTACTS-COPIED       PIC 9(07) VALUE ZERO.
           05  WS-OVERFLOWS-COPIED      PIC 9(07) VALUE ZERO.
           05  WS-NOTES-COPIED          PIC 9(07) VALUE ZERO.
           05  WS-XREFS-COPIED          PIC 9(07) VALUE ZERO.
           05  WS-XREFS-COLLIDED        PIC 9(07) VALUE ZERO.
           05  WS-HHXREFS-COPIED        PIC 9(07) VALUE ZERO.
           05  WS-ALIASES-COPIED        PIC 9(07) VALUE ZERO.
           05  WS-ALIASES-COLLIDED      PIC 9(07) VALUE ZERO.
           05  WS-AUTHS-COPIED          PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-READ          PIC 9(07) VALUE ZERO.

      * MASKING KEY.  THE HASH OF EVERY REAL VALUE STARTS FROM THE
      * HASH OF THIS KEY, SO THE FAKES CANNOT BE WORKED BACK FROM A
      * LIST OF COMMON NAMES WITHOUT IT.  THE SAME KEY GIVES THE
      * SAME FAKES RUN AFTER RUN; CHANGE IT TO RE-DEAL THEM.
       01  WS-MASK-KEY                  PIC X(16) VALUE
           'ZACAN-TEST-MASK '.
       01  WS-KEY-HASH                  PIC 9(09) COMP VALUE ZERO.

      * MASKING WORK AREA.  THE REAL VALUE GOES IN WS-MSK-IN WITH
      * ITS SIGNIFICANT LENGTH IN WS-MSK-LENGTH; THE FAKE COMES BACK
      * IN WS-MSK-OUT.  BLANK IN, BLANK OUT.
       01  WS-MSK-IN                    PIC X(100) VALUE SPACES.
       01  WS-MSK-OUT                   PIC X(100) VALUE SPACES.
       01  WS-MSK-LENGTH                PIC 9(03) COMP VALUE ZERO.
       01  WS-MSK-POS                   PIC 9(03) COMP VALUE ZERO.
       01  WS-MSK-HASH                  PIC 9(09) COMP VALUE ZERO.
       01  WS-MSK-QUOTIENT              PIC 9(09) COMP VALUE ZERO.
       01  WS-MSK-PICK                  PIC 9(03) COMP VALUE ZERO.
       01  WS-MSK-PICK-2                PIC 9(03) COMP VALUE ZERO.
       01  WS-MSK-DIGIT                 PIC 9(01) VALUE ZERO.
       01  WS-MSK-DIGIT-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-MSK-NUMBER                PIC 9(06) VALUE ZERO.
       01  WS-HASH-MODULUS              PIC 9(09) COMP VALUE 999983.

      * FAKE SURNAMES ARE BUILT FROM A PREFIX AND A SUFFIX (400
      * COMBINATIONS, NONE LONGER THAN THE MASTER'S 10 BYTES).
       01  WS-SURNAME-PREFIX-VALUES.
           05  FILLER                   PIC X(05) VALUE 'ASH'.
           05  FILLER                   PIC X(05) VALUE 'BRAM'.
           05  FILLER                   PIC X(05) VALUE 'CALD'.
           05  FILLER                   PIC X(05) VALUE 'DUN'.
           05  FILLER                   PIC X(05) VALUE 'ELM'.
           05  FILLER                   PIC X(05) VALUE 'FAIR'.
           05  FILLER                   PIC X(05) VALUE 'GRAN'.
           05  FILLER                   PIC X(05) VALUE 'HOL'.
           05  FILLER                   PIC X(05) VALUE 'KING'.
           05  FILLER                   PIC X(05) VALUE 'LANG'.
           05  FILLER                   PIC X(05) VALUE 'MAR'.
           05  FILLER                   PIC X(05) VALUE 'NORTH'.
           05  FILLER                   PIC X(05) VALUE 'OAK'.
           05  FILLER                   PIC X(05) VALUE 'PEN'.
           05  FILLER                   PIC X(05) VALUE 'RID'.
           05  FILLER                   PIC X(05) VALUE 'STAN'.
           05  FILLER                   PIC X(05) VALUE 'THORN'.
           05  FILLER                   PIC X(05) VALUE 'WEST'.
           05  FILLER                   PIC X(05) VALUE 'WIN'.
           05  FILLER                   PIC X(05) VALUE 'YAR'.
       01  WS-SURNAME-PREFIX-TABLE REDEFINES WS-SURNAME-PREFIX-VALUES.
           05  WS-SURNAME-PREFIX        PIC X(05) OCCURS 20 TIMES
                                        INDEXED BY WS-PFX-IDX.

       01  WS-SURNAME-SUFFIX-VALUES.
           05  FILLER                   PIC X(05) VALUE 'BURY'.
           05  FILLER                   PIC X(05) VALUE 'FORD'.
           05  FILLER                   PIC X(05) VALUE 'WOOD'.
           05  FILLER                   PIC X(05) VALUE 'TON'.
           05  FILLER                   PIC X(05) VALUE 'LEY'.
           05  FILLER                   PIC X(05) VALUE 'WELL'.
           05  FILLER                   PIC X(05) VALUE 'FIELD'.
           05  FILLER                   PIC X(05) VALUE 'MORE'.
           05  FILLER                   PIC X(05) VALUE 'DALE'.
           05  FILLER                   PIC X(05) VALUE 'HAM'.
           05  FILLER                   PIC X(05) VALUE 'WICK'.
           05  FILLER                   PIC X(05) VALUE 'BROOK'.
           05  FILLER                   PIC X(05) VALUE 'CROFT'.
           05  FILLER                   PIC X(05) VALUE 'HURST'.
           05  FILLER                   PIC X(05) VALUE 'LAND'.
           05  FILLER                   PIC X(05) VALUE 'WORTH'.
           05  FILLER                   PIC X(05) VALUE 'GATE'.
           05  FILLER                   PIC X(05) VALUE 'SHAW'.
           05  FILLER                   PIC X(05) VALUE 'COTT'.
           05  FILLER                   PIC X(05) VALUE 'MONT'.
       01  WS-SURNAME-SUFFIX-TABLE REDEFINES WS-SURNAME-SUFFIX-VALUES.
           05  WS-SURNAME-SUFFIX        PIC X(05) OCCURS 20 TIMES
                                        INDEXED BY WS-SFX-IDX.

       01  WS-FIRST-NAME-VALUES.
           05  FILLER                   PIC X(10) VALUE 'ALICE'.
           05  FILLER                   PIC X(10) VALUE 'ANDREW'.
           05  FILLER                   PIC X(10) VALUE 'BEATRICE'.
           05  FILLER                   PIC X(10) VALUE 'BENJAMIN'.
           05  FILLER                   PIC X(10) VALUE 'CAROL'.
           05  FILLER                   PIC X(10) VALUE 'CHARLES'.
           05  FILLER                   PIC X(10) VALUE 'DIANA'.
           05  FILLER                   PIC X(10) VALUE 'DANIEL'.
           05  FILLER                   PIC X(10) VALUE 'ELEANOR'.
           05  FILLER                   PIC X(10) VALUE 'EDWARD'.
           05  FILLER                   PIC X(10) VALUE 'FIONA'.
           05  FILLER                   PIC X(10) VALUE 'FRANCIS'.
           05  FILLER                   PIC X(10) VALUE 'GRACE'.
           05  FILLER                   PIC X(10) VALUE 'GEORGE'.
           05  FILLER                   PIC X(10) VALUE 'HELEN'.
           05  FILLER                   PIC X(10) VALUE 'HENRY'.
           05  FILLER                   PIC X(10) VALUE 'IRENE'.
           05  FILLER                   PIC X(10) VALUE 'ISAAC'.
           05  FILLER                   PIC X(10) VALUE 'JOAN'.
           05  FILLER                   PIC X(10) VALUE 'JAMES'.
           05  FILLER                   PIC X(10) VALUE 'KAREN'.
           05  FILLER                   PIC X(10) VALUE 'KENNETH'.
           05  FILLER                   PIC X(10) VALUE 'LAURA'.
           05  FILLER                   PIC X(10) VALUE 'LEONARD'.
           05  FILLER                   PIC X(10) VALUE 'MARGARET'.
           05  FILLER                   PIC X(10) VALUE 'MICHAEL'.
           05  FILLER                   PIC X(10) VALUE 'NANCY'.
           05  FILLER                   PIC X(10) VALUE 'NATHAN'.
           05  FILLER                   PIC X(10) VALUE 'OLIVIA'.
           05  FILLER                   PIC X(10) VALUE 'OSCAR'.
           05  FILLER                   PIC X(10) VALUE 'PAULINE'.
           05  FILLER                   PIC X(10) VALUE 'PETER'.
           05  FILLER                   PIC X(10) VALUE 'ROSE'.
           05  FILLER                   PIC X(10) VALUE 'RICHARD'.
           05  FILLER                   PIC X(10) VALUE 'SARAH'.
           05  FILLER                   PIC X(10) VALUE 'SAMUEL'.
           05  FILLER                   PIC X(10) VALUE 'TERESA'.
           05  FILLER                   PIC X(10) VALUE 'THOMAS'.
           05  FILLER                   PIC X(10) VALUE 'VIVIAN'.
           05  FILLER                   PIC X(10) VALUE 'WALTER'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FAKE-FIRST-NAME       PIC X(10) OCCURS 40 TIMES
                                        INDEXED BY WS-FNM-IDX.

      * NOTE TEXT IS REPLACED WHOLE BY ONE OF THESE ROUTINE-SOUNDING
      * LINES (EACH FITS THE MASTER'S 40-BYTE NOTES FIELD).
       01  WS-NOTE-TEXT-VALUES.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER CALLED ABOUT STATEMENT'.
           05  FILLER                   PIC X(40) VALUE
               'MAILING PREFERENCE CONFIRMED BY PHONE'.
           05  FILLER                   PIC X(40) VALUE
               'ASKED FOR A COPY OF THE LAST LETTER'.
           05  FILLER                   PIC X(40) VALUE
               'ADDRESS VERIFIED WITH CUSTOMER'.
           05  FILLER                   PIC X(40) VALUE
               'CALLBACK REQUESTED AFTER 5 PM'.
           05  FILLER                   PIC X(40) VALUE
               'ACCOUNT REVIEW COMPLETED'.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER UPDATED CONTACT DETAILS'.
           05  FILLER                   PIC X(40) VALUE
               'GENERAL INQUIRY - NO ACTION NEEDED'.
       01  WS-NOTE-TEXT-TABLE REDEFINES WS-NOTE-TEXT-VALUES.
           05  WS-FAKE-NOTE-TEXT        PIC X(40) OCCURS 8 TIMES
                                        INDEXED BY WS-NTX-IDX.

       01  WS-FAKE-EMAIL.
           05  FILLER                   PIC X(04) VALUE 'TEST'.
           05  WS-FE-NUMBER             PIC 9(06).
           05  FILLER                   PIC X(12) VALUE
               '@EXAMPLE.COM'.

       01  WS-FAKE-DOCUMENT-REF.
           05  FILLER                   PIC X(07) VALUE 'TESTDOC'.
           05  WS-FD-NUMBER             PIC 9(06).

       01  WS-HEADING-LINE              PIC X(80) VALUE
           'MASKED TEST-REGION COPY'.

       01  WS-COUNT-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-CL-FILE-NAME          PIC X(10).
           05  WS-CL-ACTION             PIC X(30).
           05  WS-CL-COUNT              PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCMASK'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE < 8
               PERFORM 2000-MASK-MASTER
               PERFORM 2100-MASK-EXPANDED
               PERFORM 2200-MASK-INTL-CONTACT
               PERFORM 2300-MASK-OVERFLOW
               PERFORM 2400-MASK-NOTES
               PERFORM 2500-MASK-XREF
               PERFORM 2600-COPY-HHXREF
               IF WS-NAMEHIST-AVAILABLE
                   PERFORM 2700-MASK-NAME-HISTORY
               END-IF
               IF WS-THIRDPTY-AVAILABLE
                   PERFORM 2800-MASK-THIRD-PARTIES
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  MASK-PARM-FILE
           IF WS-PARM-STATUS = '00'
               MOVE 'Y' TO WS-PARM-AVAIL-SW
               PERFORM 1100-READ-MASK-PARM
           END-IF
           MOVE WS-MASK-KEY TO WS-MSK-IN
           MOVE 16 TO WS-MSK-LENGTH
           MOVE ZERO TO WS-KEY-HASH
           PERFORM 7900-HASH-VALUE
           MOVE WS-MSK-HASH TO WS-KEY-HASH
           OPEN INPUT  CUST-MASTER-FILE
           OPEN INPUT  CUST-EXPANDED-FILE
           OPEN INPUT  INTL-CONTACT-FILE
           OPEN INPUT  NAME-OVERFLOW-FILE
           OPEN INPUT  CUST-NOTE-FILE
           OPEN INPUT  NAME-XREF-FILE
           OPEN INPUT  HOUSEHOLD-XREF-FILE
           OPEN INPUT  NAME-HISTORY-FILE
           IF WS-NAMEHIST-STATUS = '00'
               MOVE 'Y' TO WS-NAMEHIST-AVAIL-SW
           END-IF
           OPEN INPUT  THIRD-PARTY-FILE
           IF WS-THIRDPTY-STATUS = '00'
               MOVE 'Y' TO WS-THIRDPTY-AVAIL-SW
           END-IF
           OPEN OUTPUT TEST-MASTER-FILE
           OPEN OUTPUT TEST-EXPANDED-FILE
           OPEN OUTPUT TEST-CONTACT-FILE
           OPEN OUTPUT TEST-OVERFLOW-FILE
           OPEN OUTPUT TEST-NOTE-FILE
           OPEN OUTPUT TEST-XREF-FILE
           OPEN OUTPUT TEST-HHXREF-FILE
           OPEN OUTPUT TEST-NAMEHIST-FILE
           OPEN OUTPUT TEST-THIRDPTY-FILE
           OPEN OUTPUT MASK-REPORT-FILE
           WRITE MASK-REPORT-LINE FROM WS-HEADING-LINE
           WRITE MASK-REPORT-LINE FROM WS-BLANK-LINE
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCMASK - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * NO MASKPARM CARD (OR A BLANK KEY) KEEPS THE HOUSE KEY.
       1100-READ-MASK-PARM.
           READ MASK-PARM-FILE INTO MASK-PARM-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF NOT MKP-MASK-KEY = SPACES
                       MOVE MKP-MASK-KEY TO WS-MASK-KEY
                   END-IF
           END-READ.

       2000-MASK-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2010-READ-MASTER
           PERFORM 2020-WRITE-TEST-MASTER UNTIL WS-END-OF-FILE.

       2010-READ-MASTER.
           READ CUST-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       2020-WRITE-TEST-MASTER.
           MOVE MASTER-CUSTOMER-REC TO TEST-CUSTOMER-REC
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC TO WS-MSK-IN
           PERFORM 7000-MASK-LAST-NAME
           MOVE WS-MSK-OUT TO CUST-LAST-NAME OF TEST-CUSTOMER-REC
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC TO WS-MSK-IN
           PERFORM 7100-MASK-FIRST-NAME
           MOVE WS-MSK-OUT TO CUST-FIRST-NAME OF TEST-CUSTOMER-REC
           MOVE NOTES OF MASTER-CUSTOMER-REC TO WS-MSK-IN
           MOVE 40 TO WS-MSK-LENGTH
           PERFORM 7400-MASK-NOTE-TEXT
           MOVE WS-MSK-OUT TO NOTES OF TEST-CUSTOMER-REC
           WRITE TEST-CUSTOMER-REC
           ADD 1 TO WS-MASTERS-COPIED
           PERFORM 2010-READ-MASTER.

       2100-MASK-EXPANDED.
           MOVE 'N' TO WS-EOF-SWITCH
           IF NOT WS-EXPANDED-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2110-READ-EXPANDED
           END-IF
           PERFORM 2120-WRITE-TEST-EXPANDED UNTIL WS-END-OF-FILE.

       2110-READ-EXPANDED.
           READ CUST-EXPANDED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       2120-WRITE-TEST-EXPANDED.
           MOVE CUSTOMER-EXPANDED-REC TO TEST-EXPANDED-REC
           MOVE CUST-LAST-NAME OF CUSTOMER-EXPANDED-REC TO WS-MSK-IN
           PERFORM 7000-MASK-LAST-NAME
           MOVE WS-MSK-OUT TO CUST-LAST-NAME OF TEST-EXPANDED-REC
           MOVE CUST-FIRST-NAME OF CUSTOMER-EXPANDED-REC TO WS-MSK-IN
           PERFORM 7100-MASK-FIRST-NAME
           MOVE WS-MSK-OUT TO CUST-FIRST-NAME OF TEST-EXPANDED-REC
           MOVE NOTES OF CUSTOMER-EXPANDED-REC TO WS-MSK-IN
           MOVE 40 TO WS-MSK-LENGTH
           PERFORM 7400-MASK-NOTE-TEXT
           MOVE WS-MSK-OUT TO NOTES OF TEST-EXPANDED-REC
           MOVE CUST-PHONE-NUMBER OF CUSTOMER-EXPANDED-REC
               TO WS-MSK-IN
           PERFORM 7200-MASK-PHONE
           MOVE WS-MSK-OUT TO CUST-PHONE-NUMBER OF TEST-EXPANDED-REC
           MOVE CUST-EMAIL-ADDRESS OF CUSTOMER-EXPANDED-REC
               TO WS-MSK-IN
           PERFORM 7300-MASK-EMAIL
           MOVE WS-MSK-OUT TO CUST-EMAIL-ADDRESS OF TEST-EXPANDED-REC
           WRITE TEST-EXPANDED-REC
           ADD 1 TO WS-EXPANDED-COPIED
           PERFORM 2110-READ-EXPANDED.

       2200-MASK-INTL-CONTACT.
           MOVE 'N' TO WS-EOF-SWITCH
           IF NOT WS-CONTACT-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2210-READ-INTL-CONTACT
           END-IF
           PERFORM 2220-WRITE-TEST-CONTACT UNTIL WS-END-OF-FILE.

       2210-READ-INTL-CONTACT.
           READ INTL-CONTACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      * THE COUNTRY DIAL CODE AND LANGUAGE STAY REAL; ONLY THE
      * SUBSCRIBER NUMBER IS PERSONAL.
       2220-WRITE-TEST-CONTACT.
           MOVE INTL-CONTACT-RECORD TO TEST-CONTACT-RECORD
           MOVE IC-SUBSCRIBER-NUMBER TO WS-MSK-IN
           PERFORM 7200-MASK-PHONE
           MOVE WS-MSK-OUT TO TIC-SUBSCRIBER-NUMBER
           WRITE TEST-CONTACT-RECORD
           ADD 1 TO WS-CONTACTS-COPIED
           PERFORM 2210-READ-INTL-CONTACT.

       2300-MASK-OVERFLOW.
           MOVE 'N' TO WS-EOF-SWITCH
           IF NOT WS-OVERFLOW-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2310-READ-OVERFLOW
           END-IF
           PERFORM 2320-WRITE-TEST-OVERFLOW UNTIL WS-END-OF-FILE.

       2310-READ-OVERFLOW.
           READ NAME-OVERFLOW-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      * THE FULL NAME MASKS TO THE SAME FAKE AS THE MASTER'S
      * TRUNCATED COPY OF IT, SO THE TWO STILL AGREE IN TEST.
       2320-WRITE-TEST-OVERFLOW.
           MOVE NAME-OVERFLOW-RECORD TO TEST-OVERFLOW-RECORD
           MOVE NOV-FULL-LAST-NAME TO WS-MSK-IN
           PERFORM 7000-MASK-LAST-NAME
           MOVE WS-MSK-OUT TO TNV-FULL-LAST-NAME
           MOVE NOV-FULL-FIRST-NAME TO WS-MSK-IN
           PERFORM 7100-MASK-FIRST-NAME
           MOVE WS-MSK-OUT TO TNV-FULL-FIRST-NAME
           WRITE TEST-OVERFLOW-RECORD
           ADD 1 TO WS-OVERFLOWS-COPIED
           PERFORM 2310-READ-OVERFLOW.

       2400-MASK-NOTES.
           MOVE 'N' TO WS-EOF-SWITCH
           IF NOT WS-NOTE-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2410-READ-NOTE
           END-IF
           PERFORM 2420-WRITE-TEST-NOTE UNTIL WS-END-OF-FILE.

       2410-READ-NOTE.
           READ CUST-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       2420-WRITE-TEST-NOTE.
           MOVE CUST-NOTE-RECORD TO TEST-NOTE-RECORD
           MOVE CN-NOTE-TEXT TO WS-MSK-IN
           MOVE 100 TO WS-MSK-LENGTH
           PERFORM 7400-MASK-NOTE-TEXT
           MOVE WS-MSK-OUT TO TCN-NOTE-TEXT
           WRITE TEST-NOTE-RECORD
           ADD 1 TO WS-NOTES-COPIED
           PERFORM 2410-READ-NOTE.

       2500-MASK-XREF.
           MOVE 'N' TO WS-EOF-SWITCH
           IF NOT WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2510-READ-XREF
           END-IF
           PERFORM 2520-WRITE-TEST-XREF UNTIL WS-END-OF-FILE.

       2510-READ-XREF.
           READ NAME-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      * A CUST-ID IS ON THE XREF ONCE, SO THE MASKED KEY CAN ONLY
      * COLLIDE IF PRODUCTION ALREADY HELD A DUPLICATE - COUNTED.
       2520-WRITE-TEST-XREF.
           MOVE NAME-XREF-RECORD TO TEST-XREF-RECORD
           MOVE XRF-LAST-NAME TO WS-MSK-IN
           PERFORM 7000-MASK-LAST-NAME
           MOVE WS-MSK-OUT TO TXR-LAST-NAME
           MOVE XRF-FIRST-NAME TO WS-MSK-IN
           PERFORM 7100-MASK-FIRST-NAME
           MOVE WS-MSK-OUT TO TXR-FIRST-NAME
           WRITE TEST-XREF-RECORD
               INVALID KEY
                   ADD 1 TO WS-XREFS-COLLIDED
               NOT INVALID KEY
                   ADD 1 TO WS-XREFS-COPIED
           END-WRITE
           PERFORM 2510-READ-XREF.

      * HHXREF CARRIES ONLY HOUSEHOLD NUMBERS AND CUST-IDS, WHICH
      * ARE KEPT REAL, SO IT IS COPIED AS IT STANDS.
       2600-COPY-HHXREF.
           MOVE 'N' TO WS-EOF-SWITCH
           IF NOT WS-HHXREF-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2610-READ-HHXREF
           END-IF
           PERFORM 2620-WRITE-TEST-HHXREF UNTIL WS-END-OF-FILE.

       2610-READ-HHXREF.
           READ HOUSEHOLD-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       2620-WRITE-TEST-HHXREF.
           WRITE TEST-HHXREF-RECORD FROM HOUSEHOLD-XREF-RECORD
           ADD 1 TO WS-HHXREFS-COPIED
           PERFORM 2610-READ-HHXREF.

       2700-MASK-NAME-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2710-READ-ALIAS
           PERFORM 2720-WRITE-TEST-ALIAS UNTIL WS-END-OF-FILE.

       2710-READ-ALIAS.
           READ NAME-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      * TWO PRIOR NAMES OF ONE CUSTOMER THAT MASK ALIKE LEAVE ONE
      * TEST ALIAS - COUNTED AS COLLIDED.
       2720-WRITE-TEST-ALIAS.
           MOVE NAME-HISTORY-RECORD TO TEST-NAMEHIST-RECORD
           MOVE NMH-LAST-NAME TO WS-MSK-IN
           PERFORM 7000-MASK-LAST-NAME
           MOVE WS-MSK-OUT TO TNH-LAST-NAME
           MOVE NMH-FIRST-NAME TO WS-MSK-IN
           PERFORM 7100-MASK-FIRST-NAME
           MOVE WS-MSK-OUT TO TNH-FIRST-NAME
           WRITE TEST-NAMEHIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALIASES-COLLIDED
               NOT INVALID KEY
                   ADD 1 TO WS-ALIASES-COPIED
           END-WRITE
           PERFORM 2710-READ-ALIAS.

       2800-MASK-THIRD-PARTIES.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2810-READ-THIRD-PARTY
           PERFORM 2820-WRITE-TEST-THIRD-PARTY UNTIL WS-END-OF-FILE.

       2810-READ-THIRD-PARTY.
           READ THIRD-PARTY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      * A REPRESENTATIVE WHO IS ALSO A CUSTOMER HAD THEIR NAME
      * COPIED FROM THE MASTER, SO IT MASKS TO THE SAME FAKE.
       2820-WRITE-TEST-THIRD-PARTY.
           MOVE THIRD-PARTY-AUTH-RECORD TO TEST-THIRDPTY-RECORD
           MOVE TPA-REP-LAST-NAME TO WS-MSK-IN
           PERFORM 7000-MASK-LAST-NAME
           MOVE WS-MSK-OUT TO TTP-REP-LAST-NAME
           MOVE TPA-REP-FIRST-NAME TO WS-MSK-IN
           PERFORM 7100-MASK-FIRST-NAME
           MOVE WS-MSK-OUT TO TTP-REP-FIRST-NAME
           MOVE TPA-DOCUMENT-REF TO WS-MSK-IN
           PERFORM 7500-MASK-DOCUMENT-REF
           MOVE WS-MSK-OUT TO TTP-DOCUMENT-REF
           WRITE TEST-THIRDPTY-RECORD
           ADD 1 TO WS-AUTHS-COPIED
           PERFORM 2810-READ-THIRD-PARTY.

      * A SURNAME IS HASHED ON ITS FIRST 10 BYTES; THE LOW PART OF
      * THE HASH PICKS THE PREFIX AND THE NEXT PART THE SUFFIX.  A
      * FAKE THAT HAPPENS TO SPELL THE REAL NAME IS RE-DEALT.
       7000-MASK-LAST-NAME.
           MOVE SPACES TO WS-MSK-OUT
           IF NOT WS-MSK-IN (1:10) = SPACES
               MOVE 10 TO WS-MSK-LENGTH
               PERFORM 7900-HASH-VALUE
               PERFORM 7010-BUILD-SURNAME
               PERFORM 7020-REDEAL-SURNAME
                   UNTIL NOT WS-MSK-OUT (1:10) = WS-MSK-IN (1:10)
           END-IF.

       7010-BUILD-SURNAME.
           DIVIDE WS-MSK-HASH BY 20 GIVING WS-MSK-QUOTIENT
               REMAINDER WS-MSK-PICK
           COMPUTE WS-MSK-PICK-2 = FUNCTION MOD (WS-MSK-QUOTIENT, 20)
           SET WS-PFX-IDX TO WS-MSK-PICK
           SET WS-PFX-IDX UP BY 1
           SET WS-SFX-IDX TO WS-MSK-PICK-2
           SET WS-SFX-IDX UP BY 1
           MOVE SPACES TO WS-MSK-OUT
           STRING WS-SURNAME-PREFIX (WS-PFX-IDX) DELIMITED BY SPACE
                  WS-SURNAME-SUFFIX (WS-SFX-IDX) DELIMITED BY SPACE
               INTO WS-MSK-OUT
           END-STRING.

       7020-REDEAL-SURNAME.
           ADD 7 TO WS-MSK-HASH
           PERFORM 7010-BUILD-SURNAME.

       7100-MASK-FIRST-NAME.
           MOVE SPACES TO WS-MSK-OUT
           IF NOT WS-MSK-IN (1:10) = SPACES
               MOVE 10 TO WS-MSK-LENGTH
               PERFORM 7900-HASH-VALUE
               PERFORM 7110-PICK-FIRST-NAME
               PERFORM 7120-REDEAL-FIRST-NAME
                   UNTIL NOT WS-MSK-OUT (1:10) = WS-MSK-IN (1:10)
           END-IF.

       7110-PICK-FIRST-NAME.
           COMPUTE WS-MSK-PICK = FUNCTION MOD (WS-MSK-HASH, 40)
           SET WS-FNM-IDX TO WS-MSK-PICK
           SET WS-FNM-IDX UP BY 1
           MOVE WS-FAKE-FIRST-NAME (WS-FNM-IDX) TO WS-MSK-OUT.

       7120-REDEAL-FIRST-NAME.
           ADD 1 TO WS-MSK-HASH
           PERFORM 7110-PICK-FIRST-NAME.

      * EVERY DIGIT OF A PHONE NUMBER IS REPLACED FROM THE HASH OF
      * THE WHOLE NUMBER; SPACES, DASHES AND BRACKETS STAY WHERE
      * THEY WERE SO THE FORMAT EDITS STILL SEE A PHONE NUMBER.
       7200-MASK-PHONE.
           MOVE SPACES TO WS-MSK-OUT
           IF NOT WS-MSK-IN (1:15) = SPACES
               MOVE 15 TO WS-MSK-LENGTH
               PERFORM 7900-HASH-VALUE
               MOVE ZERO TO WS-MSK-DIGIT-COUNT
               INSPECT WS-MSK-IN (1:15) TALLYING WS-MSK-DIGIT-COUNT
                   FOR ALL '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'
               PERFORM 7210-BUILD-PHONE
               PERFORM 7220-REDEAL-PHONE
                   UNTIL NOT WS-MSK-OUT (1:15) = WS-MSK-IN (1:15)
                      OR WS-MSK-DIGIT-COUNT = ZERO
           END-IF.

       7210-BUILD-PHONE.
           MOVE WS-MSK-IN (1:15) TO WS-MSK-OUT
           PERFORM 7230-MASK-PHONE-DIGIT
               VARYING WS-MSK-POS FROM 1 BY 1
               UNTIL WS-MSK-POS > 15.

       7220-REDEAL-PHONE.
           ADD 1 TO WS-MSK-HASH
           PERFORM 7210-BUILD-PHONE.

       7230-MASK-PHONE-DIGIT.
           IF WS-MSK-IN (WS-MSK-POS:1) IS NUMERIC
               COMPUTE WS-MSK-QUOTIENT = WS-MSK-HASH / (WS-MSK-POS + 2)
               COMPUTE WS-MSK-DIGIT = FUNCTION MOD
                   (WS-MSK-QUOTIENT + WS-MSK-POS * 7, 10)
               MOVE WS-MSK-DIGIT TO WS-MSK-OUT (WS-MSK-POS:1)
           END-IF.

       7300-MASK-EMAIL.
           MOVE SPACES TO WS-MSK-OUT
           IF NOT WS-MSK-IN (1:50) = SPACES
               MOVE 50 TO WS-MSK-LENGTH
               PERFORM 7900-HASH-VALUE
               COMPUTE WS-FE-NUMBER =
                   FUNCTION MOD (WS-MSK-HASH, 1000000)
               MOVE WS-FAKE-EMAIL TO WS-MSK-OUT
           END-IF.

      * THE CALLER SETS WS-MSK-LENGTH TO THE WIDTH OF THE NOTE.
       7400-MASK-NOTE-TEXT.
           MOVE SPACES TO WS-MSK-OUT
           IF NOT WS-MSK-IN (1:WS-MSK-LENGTH) = SPACES
               PERFORM 7900-HASH-VALUE
               COMPUTE WS-MSK-PICK = FUNCTION MOD (WS-MSK-HASH, 8)
               SET WS-NTX-IDX TO WS-MSK-PICK
               SET WS-NTX-IDX UP BY 1
               MOVE WS-FAKE-NOTE-TEXT (WS-NTX-IDX) TO WS-MSK-OUT
           END-IF.

       7500-MASK-DOCUMENT-REF.
           MOVE SPACES TO WS-MSK-OUT
           IF NOT WS-MSK-IN (1:20) = SPACES
               MOVE 20 TO WS-MSK-LENGTH
               PERFORM 7900-HASH-VALUE
               COMPUTE WS-FD-NUMBER =
                   FUNCTION MOD (WS-MSK-HASH, 1000000)
               MOVE WS-FAKE-DOCUMENT-REF TO WS-MSK-OUT
           END-IF.

      * RUNNING HASH OF WS-MSK-IN (1:WS-MSK-LENGTH), SEEDED WITH THE
      * HASH OF THE MASKING KEY.
       7900-HASH-VALUE.
           MOVE WS-KEY-HASH TO WS-MSK-HASH
           PERFORM 7910-HASH-ONE-BYTE
               VARYING WS-MSK-POS FROM 1 BY 1
               UNTIL WS-MSK-POS > WS-MSK-LENGTH.

       7910-HASH-ONE-BYTE.
           COMPUTE WS-MSK-HASH = FUNCTION MOD
               (WS-MSK-HASH * 37
                + FUNCTION ORD (WS-MSK-IN (WS-MSK-POS:1)),
                WS-HASH-MODULUS).

       9000-TERMINATE.
           PERFORM 9100-WRITE-COUNTS
           IF WS-PARM-AVAILABLE
               CLOSE MASK-PARM-FILE
           END-IF
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-EXPANDED-FILE
           CLOSE INTL-CONTACT-FILE
           CLOSE NAME-OVERFLOW-FILE
           CLOSE CUST-NOTE-FILE
           CLOSE NAME-XREF-FILE
           CLOSE HOUSEHOLD-XREF-FILE
           IF WS-NAMEHIST-AVAILABLE
               CLOSE NAME-HISTORY-FILE
           END-IF
           IF WS-THIRDPTY-AVAILABLE
               CLOSE THIRD-PARTY-FILE
           END-IF
           CLOSE TEST-MASTER-FILE
           CLOSE TEST-EXPANDED-FILE
           CLOSE TEST-CONTACT-FILE
           CLOSE TEST-OVERFLOW-FILE
           CLOSE TEST-NOTE-FILE
           CLOSE TEST-XREF-FILE
           CLOSE TEST-HHXREF-FILE
           CLOSE TEST-NAMEHIST-FILE
           CLOSE TEST-THIRDPTY-FILE
           CLOSE MASK-REPORT-FILE
           IF (WS-XREFS-COLLIDED > ZERO OR WS-ALIASES-COLLIDED > ZERO)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'ZCNCMASK - RECORDS READ     : ' WS-RECORDS-READ
           DISPLAY 'ZCNCMASK - MASTERS MASKED   : ' WS-MASTERS-COPIED
           DISPLAY 'ZCNCMASK - XREF COLLISIONS  : ' WS-XREFS-COLLIDED
           DISPLAY 'ZCNCMASK - ALIAS COLLISIONS : '
                   WS-ALIASES-COLLIDED.

       9100-WRITE-COUNTS.
           MOVE 'TSTMAST   ' TO WS-CL-FILE-NAME
           MOVE 'MASTERS MASKED:              ' TO WS-CL-ACTION
           MOVE WS-MASTERS-COPIED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TSTEXPF   ' TO WS-CL-FILE-NAME
           MOVE 'EXPANDED RECORDS MASKED:     ' TO WS-CL-ACTION
           MOVE WS-EXPANDED-COPIED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TSTINTL   ' TO WS-CL-FILE-NAME
           MOVE 'INTL CONTACTS MASKED:        ' TO WS-CL-ACTION
           MOVE WS-CONTACTS-COPIED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TSTNOVF   ' TO WS-CL-FILE-NAME
           MOVE 'OVERFLOW NAMES MASKED:       ' TO WS-CL-ACTION
           MOVE WS-OVERFLOWS-COPIED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TSTNOTE   ' TO WS-CL-FILE-NAME
           MOVE 'NOTES MASKED:                ' TO WS-CL-ACTION
           MOVE WS-NOTES-COPIED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TSTXREF   ' TO WS-CL-FILE-NAME
           MOVE 'XREF ENTRIES MASKED:         ' TO WS-CL-ACTION
           MOVE WS-XREFS-COPIED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TSTXREF   ' TO WS-CL-FILE-NAME
           MOVE 'XREF KEYS COLLIDED:          ' TO WS-CL-ACTION
           MOVE WS-XREFS-COLLIDED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TSTHHXR   ' TO WS-CL-FILE-NAME
           MOVE 'HOUSEHOLD LINKS COPIED:      ' TO WS-CL-ACTION
           MOVE WS-HHXREFS-COPIED TO WS-CL-COUNT
           WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           IF WS-NAMEHIST-AVAILABLE
               MOVE 'TSTNHST   ' TO WS-CL-FILE-NAME
               MOVE 'PRIOR NAMES MASKED:          ' TO WS-CL-ACTION
               MOVE WS-ALIASES-COPIED TO WS-CL-COUNT
               WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
               MOVE 'TSTNHST   ' TO WS-CL-FILE-NAME
               MOVE 'PRIOR NAMES COLLIDED:        ' TO WS-CL-ACTION
               MOVE WS-ALIASES-COLLIDED TO WS-CL-COUNT
               WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           END-IF
           IF WS-THIRDPTY-AVAILABLE
               MOVE 'TSTTPTY   ' TO WS-CL-FILE-NAME
               MOVE 'THIRD PARTIES MASKED:        ' TO WS-CL-ACTION
               MOVE WS-AUTHS-COPIED TO WS-CL-COUNT
               WRITE MASK-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-RECORDS-READ TO WS-RH-RECORDS-READ
           COMPUTE WS-RH-RECORDS-APPLIED =
               WS-MASTERS-COPIED + WS-EXPANDED-COPIED
               + WS-CONTACTS-COPIED + WS-OVERFLOWS-COPIED
               + WS-NOTES-COPIED + WS-XREFS-COPIED
               + WS-HHXREFS-COPIED + WS-ALIASES-COPIED
               + WS-AUTHS-COPIED
           COMPUTE WS-RH-RECORDS-REJECTED =
               WS-XREFS-COLLIDED + WS-ALIASES-COLLIDED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
