       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCMSKV                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       MASKING VERIFICATION.  READS EVERY TEST COPY  *
      *       WRITTEN BY ZCNCMASK AND LOOKS UP THE SAME     *
      *       RECORD IN PRODUCTION.  ANY NAME, PHONE        *
      *       NUMBER, EMAIL, NOTE OR DOCUMENT REFERENCE     *
      *       THAT STILL MATCHES ITS PRODUCTION VALUE IS    *
      *       LISTED, AS IS ANY MASKED XREF OR PRIOR-NAME   *
      *       KEY THAT STILL EXISTS IN PRODUCTION.  THE     *
      *       REPORT ENDS WITH A CERTIFICATION LINE AND THE *
      *       STEP ENDS RC 8 IF ANYTHING SURVIVED.          *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCMSKV.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TEST-MASTER-FILE   ASSIGN TO "TSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID OF TEST-CUSTOMER-REC
               FILE STATUS IS WS-TEST-MASTER-STATUS.

           SELECT CUST-EXPANDED-FILE ASSIGN TO "CUSTEXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF CUSTOMER-EXPANDED-REC
               FILE STATUS IS WS-EXPANDED-STATUS.

           SELECT TEST-EXPANDED-FILE ASSIGN TO "TSTEXPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID OF TEST-EXPANDED-REC
               FILE STATUS IS WS-TEST-EXPANDED-STATUS.

           SELECT INTL-CONTACT-FILE  ASSIGN TO "INTLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-CUST-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT TEST-CONTACT-FILE  ASSIGN TO "TSTINTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIC-CUST-ID
               FILE STATUS IS WS-TEST-CONTACT-STATUS.

           SELECT NAME-OVERFLOW-FILE ASSIGN TO "NAMEOVFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOV-CUST-ID
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT TEST-OVERFLOW-FILE ASSIGN TO "TSTNOVF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TNV-CUST-ID
               FILE STATUS IS WS-TEST-OVERFLOW-STATUS.

           SELECT CUST-NOTE-FILE     ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-NOTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT TEST-NOTE-FILE     ASSIGN TO "TSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCN-NOTE-KEY
               FILE STATUS IS WS-TEST-NOTE-STATUS.

           SELECT NAME-XREF-FILE     ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT TEST-XREF-FILE     ASSIGN TO "TSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXR-XREF-KEY
               FILE STATUS IS WS-TEST-XREF-STATUS.

           SELECT NAME-HISTORY-FILE  ASSIGN TO "NAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NMH-KEY
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT TEST-NAMEHIST-FILE ASSIGN TO "TSTNHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TNH-KEY
               FILE STATUS IS WS-TEST-NAMEHIST-STATUS.

           SELECT THIRD-PARTY-FILE   ASSIGN TO "THIRDPTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TPA-KEY
               FILE STATUS IS WS-THIRDPTY-STATUS.

           SELECT TEST-THIRDPTY-FILE ASSIGN TO "TSTTPTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TTP-KEY
               FILE STATUS IS WS-TEST-THIRDPTY-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "MSKVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  VERIFY-REPORT-FILE
           RECORDING MODE IS F.
       01  VERIFY-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
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
       01  WS-NAMEHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TEST-NAMEHIST-STATUS      PIC X(02) VALUE SPACES.
       01  WS-THIRDPTY-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TEST-THIRDPTY-STATUS      PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-PROD-FOUND        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-CHECKED       PIC 9(07) VALUE ZERO.
           05  WS-NAMES-CHECKED         PIC 9(07) VALUE ZERO.
           05  WS-PHONES-CHECKED        PIC 9(07) VALUE ZERO.
           05  WS-OTHERS-CHECKED        PIC 9(07) VALUE ZERO.
           05  WS-NAMES-SURVIVED        PIC 9(07) VALUE ZERO.
           05  WS-PHONES-SURVIVED       PIC 9(07) VALUE ZERO.
           05  WS-OTHERS-SURVIVED       PIC 9(07) VALUE ZERO.
           05  WS-FILE-CHECKED          PIC 9(07) VALUE ZERO.
           05  WS-FILE-SURVIVED         PIC 9(07) VALUE ZERO.
           05  WS-DIGIT-COUNT           PIC 9(03) VALUE ZERO.

      * ONE VALUE TO COMPARE: THE TEST COPY'S VALUE, THE PRODUCTION
      * VALUE FOR THE SAME RECORD, AND WHAT KIND OF VALUE IT IS.
       01  WS-CHK-FILE-NAME             PIC X(08) VALUE SPACES.
       01  WS-CHK-CUST-ID               PIC X(10) VALUE SPACES.
       01  WS-CHK-FIELD-NAME            PIC X(16) VALUE SPACES.
       01  WS-CHK-TEST-VALUE            PIC X(100) VALUE SPACES.
       01  WS-CHK-PROD-VALUE            PIC X(100) VALUE SPACES.
       01  WS-CHK-KIND                  PIC X(01) VALUE SPACE.
           88  WS-CHK-NAME              VALUE 'N'.
           88  WS-CHK-PHONE             VALUE 'P'.
           88  WS-CHK-OTHER             VALUE 'O'.

       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'MASKED TEST-REGION COPY - VERIFICATION'.
       01  WS-HEADING-LINE-2.
           05  FILLER                   PIC X(10) VALUE 'FILE'.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(18) VALUE 'FIELD'.
           05  FILLER                   PIC X(40) VALUE
               'VALUE STILL MATCHING PRODUCTION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-FILE-NAME          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-FIELD-NAME         PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DL-VALUE              PIC X(60).

       01  WS-FILE-TOTAL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-FT-FILE-NAME          PIC X(10).
           05  FILLER                   PIC X(18) VALUE
               'RECORDS CHECKED: '.
           05  WS-FT-CHECKED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               'VALUES SURVIVED: '.
           05  WS-FT-SURVIVED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL              PIC X(30).
           05  WS-TL-CHECKED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-TL-SURVIVED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-HEADING.
           05  FILLER                   PIC X(33) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'CHECKED   SURVIVED'.

       01  WS-CERTIFY-PASS-LINE.
           05  FILLER                   PIC X(50) VALUE
               'CERTIFIED: NO PRODUCTION NAME, PHONE NUMBER OR '.
           05  FILLER                   PIC X(50) VALUE
               'OTHER MASKED VALUE SURVIVED IN THE TEST COPY'.
       01  WS-CERTIFY-FAIL-LINE.
           05  FILLER                   PIC X(50) VALUE
               '*** NOT CERTIFIED: PRODUCTION VALUES SURVIVED - '.
           05  FILLER                   PIC X(50) VALUE
               'DO NOT RELEASE THE TEST COPY ***'.

       01  WS-BLANK-LINE                PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCMSKV'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE < 8
               PERFORM 2000-VERIFY-MASTER
               PERFORM 2100-VERIFY-EXPANDED
               PERFORM 2200-VERIFY-INTL-CONTACT
               PERFORM 2300-VERIFY-OVERFLOW
               PERFORM 2400-VERIFY-NOTES
               PERFORM 2500-VERIFY-XREF
               PERFORM 2700-VERIFY-NAME-HISTORY
               PERFORM 2800-VERIFY-THIRD-PARTIES
               PERFORM 8000-WRITE-CERTIFICATION
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-MASTER-FILE
           OPEN INPUT  TEST-MASTER-FILE
           OPEN INPUT  CUST-EXPANDED-FILE
           OPEN INPUT  TEST-EXPANDED-FILE
           OPEN INPUT  INTL-CONTACT-FILE
           OPEN INPUT  TEST-CONTACT-FILE
           OPEN INPUT  NAME-OVERFLOW-FILE
           OPEN INPUT  TEST-OVERFLOW-FILE
           OPEN INPUT  CUST-NOTE-FILE
           OPEN INPUT  TEST-NOTE-FILE
           OPEN INPUT  NAME-XREF-FILE
           OPEN INPUT  TEST-XREF-FILE
           OPEN INPUT  NAME-HISTORY-FILE
           OPEN INPUT  TEST-NAMEHIST-FILE
           OPEN INPUT  THIRD-PARTY-FILE
           OPEN INPUT  TEST-THIRDPTY-FILE
           OPEN OUTPUT VERIFY-REPORT-FILE
           WRITE VERIFY-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE VERIFY-REPORT-LINE FROM WS-BLANK-LINE
           WRITE VERIFY-REPORT-LINE FROM WS-HEADING-LINE-2
           IF NOT WS-MASTER-STATUS = '00'
              OR NOT WS-TEST-MASTER-STATUS = '00'
               DISPLAY 'ZCNCMSKV - ERROR OPENING MASTER FILES: '
                       WS-MASTER-STATUS ' ' WS-TEST-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************
      *  TSTMAST AGAINST CUSTMAST                          *
      ******************************************************
       2000-VERIFY-MASTER.
           MOVE 'TSTMAST ' TO WS-CHK-FILE-NAME
           PERFORM 2900-START-FILE
           PERFORM 2010-READ-TEST-MASTER
           PERFORM 2020-CHECK-MASTER UNTIL WS-END-OF-FILE
           PERFORM 2950-END-FILE.

       2010-READ-TEST-MASTER.
           READ TEST-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2020-CHECK-MASTER.
           PERFORM 2910-COUNT-RECORD
           MOVE CUST-ID OF TEST-CUSTOMER-REC TO WS-CHK-CUST-ID
           MOVE CUST-ID OF TEST-CUSTOMER-REC
               TO CUST-ID OF MASTER-CUSTOMER-REC
           MOVE 'Y' TO WS-FOUND-SWITCH
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
           END-READ
           IF WS-PROD-FOUND
               MOVE 'N' TO WS-CHK-KIND
               MOVE 'LAST NAME' TO WS-CHK-FIELD-NAME
               MOVE CUST-LAST-NAME OF TEST-CUSTOMER-REC
                   TO WS-CHK-TEST-VALUE
               MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                   TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
               MOVE 'FIRST NAME' TO WS-CHK-FIELD-NAME
               MOVE CUST-FIRST-NAME OF TEST-CUSTOMER-REC
                   TO WS-CHK-TEST-VALUE
               MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                   TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
               MOVE 'O' TO WS-CHK-KIND
               MOVE 'NOTES' TO WS-CHK-FIELD-NAME
               MOVE NOTES OF TEST-CUSTOMER-REC TO WS-CHK-TEST-VALUE
               MOVE NOTES OF MASTER-CUSTOMER-REC TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
           END-IF
           PERFORM 2010-READ-TEST-MASTER.

      ******************************************************
      *  TSTEXPF AGAINST CUSTEXPF                          *
      ******************************************************
       2100-VERIFY-EXPANDED.
           MOVE 'TSTEXPF ' TO WS-CHK-FILE-NAME
           PERFORM 2900-START-FILE
           IF NOT WS-TEST-EXPANDED-STATUS = '00'
              OR NOT WS-EXPANDED-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2110-READ-TEST-EXPANDED
           END-IF
           PERFORM 2120-CHECK-EXPANDED UNTIL WS-END-OF-FILE
           PERFORM 2950-END-FILE.

       2110-READ-TEST-EXPANDED.
           READ TEST-EXPANDED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2120-CHECK-EXPANDED.
           PERFORM 2910-COUNT-RECORD
           MOVE CUST-ID OF TEST-EXPANDED-REC TO WS-CHK-CUST-ID
           MOVE CUST-ID OF TEST-EXPANDED-REC
               TO CUST-ID OF CUSTOMER-EXPANDED-REC
           MOVE 'Y' TO WS-FOUND-SWITCH
           READ CUST-EXPANDED-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
           END-READ
           IF WS-PROD-FOUND
               MOVE 'N' TO WS-CHK-KIND
               MOVE 'LAST NAME' TO WS-CHK-FIELD-NAME
               MOVE CUST-LAST-NAME OF TEST-EXPANDED-REC
                   TO WS-CHK-TEST-VALUE
               MOVE CUST-LAST-NAME OF CUSTOMER-EXPANDED-REC
                   TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
               MOVE 'FIRST NAME' TO WS-CHK-FIELD-NAME
               MOVE CUST-FIRST-NAME OF TEST-EXPANDED-REC
                   TO WS-CHK-TEST-VALUE
               MOVE CUST-FIRST-NAME OF CUSTOMER-EXPANDED-REC
                   TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
               MOVE 'P' TO WS-CHK-KIND
               MOVE 'PHONE NUMBER' TO WS-CHK-FIELD-NAME
               MOVE CUST-PHONE-NUMBER OF TEST-EXPANDED-REC
                   TO WS-CHK-TEST-VALUE
               MOVE CUST-PHONE-NUMBER OF CUSTOMER-EXPANDED-REC
                   TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
               MOVE 'O' TO WS-CHK-KIND
               MOVE 'EMAIL ADDRESS' TO WS-CHK-FIELD-NAME
               MOVE CUST-EMAIL-ADDRESS OF TEST-EXPANDED-REC
                   TO WS-CHK-TEST-VALUE
               MOVE CUST-EMAIL-ADDRESS OF CUSTOMER-EXPANDED-REC
                   TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
               MOVE 'NOTES' TO WS-CHK-FIELD-NAME
               MOVE NOTES OF TEST-EXPANDED-REC TO WS-CHK-TEST-VALUE
               MOVE NOTES OF CUSTOMER-EXPANDED-REC
                   TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
           END-IF
           PERFORM 2110-READ-TEST-EXPANDED.

      ******************************************************
      *  TSTINTL AGAINST INTLCNT                           *
      ******************************************************
       2200-VERIFY-INTL-CONTACT.
           MOVE 'TSTINTL ' TO WS-CHK-FILE-NAME
           PERFORM 2900-START-FILE
           IF NOT WS-TEST-CONTACT-STATUS = '00'
              OR NOT WS-CONTACT-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2210-READ-TEST-CONTACT
           END-IF
           PERFORM 2220-CHECK-CONTACT UNTIL WS-END-OF-FILE
           PERFORM 2950-END-FILE.

       2210-READ-TEST-CONTACT.
           READ TEST-CONTACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2220-CHECK-CONTACT.
           PERFORM 2910-COUNT-RECORD
           MOVE TIC-CUST-ID TO WS-CHK-CUST-ID
           MOVE TIC-CUST-ID TO IC-CUST-ID
           MOVE 'Y' TO WS-FOUND-SWITCH
           READ INTL-CONTACT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
           END-READ
           IF WS-PROD-FOUND
               MOVE 'P' TO WS-CHK-KIND
               MOVE 'SUBSCRIBER NO' TO WS-CHK-FIELD-NAME
               MOVE TIC-SUBSCRIBER-NUMBER TO WS-CHK-TEST-VALUE
               MOVE IC-SUBSCRIBER-NUMBER TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
           END-IF
           PERFORM 2210-READ-TEST-CONTACT.

      ******************************************************
      *  TSTNOVF AGAINST NAMEOVFL                          *
      ******************************************************
       2300-VERIFY-OVERFLOW.
           MOVE 'TSTNOVF ' TO WS-CHK-FILE-NAME
           PERFORM 2900-START-FILE
           IF NOT WS-TEST-OVERFLOW-STATUS = '00'
              OR NOT WS-OVERFLOW-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2310-READ-TEST-OVERFLOW
           END-IF
           PERFORM 2320-CHECK-OVERFLOW UNTIL WS-END-OF-FILE
           PERFORM 2950-END-FILE.

       2310-READ-TEST-OVERFLOW.
           READ TEST-OVERFLOW-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2320-CHECK-OVERFLOW.
           PERFORM 2910-COUNT-RECORD
           MOVE TNV-CUST-ID TO WS-CHK-CUST-ID
           MOVE TNV-CUST-ID TO NOV-CUST-ID
           MOVE 'Y' TO WS-FOUND-SWITCH
           READ NAME-OVERFLOW-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
           END-READ
           IF WS-PROD-FOUND
               MOVE 'N' TO WS-CHK-KIND
               MOVE 'FULL LAST NAME' TO WS-CHK-FIELD-NAME
               MOVE TNV-FULL-LAST-NAME TO WS-CHK-TEST-VALUE
               MOVE NOV-FULL-LAST-NAME TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
               MOVE 'FULL FIRST NAME' TO WS-CHK-FIELD-NAME
               MOVE TNV-FULL-FIRST-NAME TO WS-CHK-TEST-VALUE
               MOVE NOV-FULL-FIRST-NAME TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
           END-IF
           PERFORM 2310-READ-TEST-OVERFLOW.

      ******************************************************
      *  TSTNOTE AGAINST CUSTNOTE                          *
      ******************************************************
       2400-VERIFY-NOTES.
           MOVE 'TSTNOTE ' TO WS-CHK-FILE-NAME
           PERFORM 2900-START-FILE
           IF NOT WS-TEST-NOTE-STATUS = '00'
              OR NOT WS-NOTE-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2410-READ-TEST-NOTE
           END-IF
           PERFORM 2420-CHECK-NOTE UNTIL WS-END-OF-FILE
           PERFORM 2950-END-FILE.

       2410-READ-TEST-NOTE.
           READ TEST-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2420-CHECK-NOTE.
           PERFORM 2910-COUNT-RECORD
           MOVE TCN-CUST-ID TO WS-CHK-CUST-ID
           MOVE TCN-NOTE-KEY TO CN-NOTE-KEY
           MOVE 'Y' TO WS-FOUND-SWITCH
           READ CUST-NOTE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
           END-READ
           IF WS-PROD-FOUND
               MOVE 'O' TO WS-CHK-KIND
               MOVE 'NOTE TEXT' TO WS-CHK-FIELD-NAME
               MOVE TCN-NOTE-TEXT TO WS-CHK-TEST-VALUE
               MOVE CN-NOTE-TEXT TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
           END-IF
           PERFORM 2410-READ-TEST-NOTE.

      ******************************************************
      *  TSTXREF - A MASKED KEY MUST NOT EXIST IN CUSTXREF *
      ******************************************************
       2500-VERIFY-XREF.
           MOVE 'TSTXREF ' TO WS-CHK-FILE-NAME
           PERFORM 2900-START-FILE
           IF NOT WS-TEST-XREF-STATUS = '00'
              OR NOT WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2510-READ-TEST-XREF
           END-IF
           PERFORM 2520-CHECK-XREF UNTIL WS-END-OF-FILE
           PERFORM 2950-END-FILE.

       2510-READ-TEST-XREF.
           READ TEST-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2520-CHECK-XREF.
           PERFORM 2910-COUNT-RECORD
           MOVE TXR-CUST-ID TO WS-CHK-CUST-ID
           MOVE TXR-XREF-KEY TO XRF-XREF-KEY
           MOVE 'N' TO WS-CHK-KIND
           MOVE 'XREF NAME KEY' TO WS-CHK-FIELD-NAME
           PERFORM 7100-COUNT-CHECKED
           READ NAME-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TXR-LAST-NAME TO WS-CHK-TEST-VALUE
                   PERFORM 7200-REPORT-SURVIVOR
           END-READ
           PERFORM 2510-READ-TEST-XREF.

      ******************************************************
      *  TSTNHST - A MASKED KEY MUST NOT EXIST IN NAMEHIST *
      ******************************************************
       2700-VERIFY-NAME-HISTORY.
           MOVE 'TSTNHST ' TO WS-CHK-FILE-NAME
           PERFORM 2900-START-FILE
           IF NOT WS-TEST-NAMEHIST-STATUS = '00'
              OR NOT WS-NAMEHIST-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2710-READ-TEST-ALIAS
           END-IF
           PERFORM 2720-CHECK-ALIAS UNTIL WS-END-OF-FILE
           PERFORM 2950-END-FILE.

       2710-READ-TEST-ALIAS.
           READ TEST-NAMEHIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2720-CHECK-ALIAS.
           PERFORM 2910-COUNT-RECORD
           MOVE TNH-CUST-ID TO WS-CHK-CUST-ID
           MOVE TNH-KEY TO NMH-KEY
           MOVE 'N' TO WS-CHK-KIND
           MOVE 'PRIOR NAME KEY' TO WS-CHK-FIELD-NAME
           PERFORM 7100-COUNT-CHECKED
           READ NAME-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TNH-LAST-NAME TO WS-CHK-TEST-VALUE
                   PERFORM 7200-REPORT-SURVIVOR
           END-READ
           PERFORM 2710-READ-TEST-ALIAS.

      ******************************************************
      *  TSTTPTY AGAINST THIRDPTY                          *
      ******************************************************
       2800-VERIFY-THIRD-PARTIES.
           MOVE 'TSTTPTY ' TO WS-CHK-FILE-NAME
           PERFORM 2900-START-FILE
           IF NOT WS-TEST-THIRDPTY-STATUS = '00'
              OR NOT WS-THIRDPTY-STATUS = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 2810-READ-TEST-THIRD-PARTY
           END-IF
           PERFORM 2820-CHECK-THIRD-PARTY UNTIL WS-END-OF-FILE
           PERFORM 2950-END-FILE.

       2810-READ-TEST-THIRD-PARTY.
           READ TEST-THIRDPTY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2820-CHECK-THIRD-PARTY.
           PERFORM 2910-COUNT-RECORD
           MOVE TTP-CUST-ID TO WS-CHK-CUST-ID
           MOVE TTP-KEY TO TPA-KEY
           MOVE 'Y' TO WS-FOUND-SWITCH
           READ THIRD-PARTY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
           END-READ
           IF WS-PROD-FOUND
               MOVE 'N' TO WS-CHK-KIND
               MOVE 'REP LAST NAME' TO WS-CHK-FIELD-NAME
               MOVE TTP-REP-LAST-NAME TO WS-CHK-TEST-VALUE
               MOVE TPA-REP-LAST-NAME TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
               MOVE 'REP FIRST NAME' TO WS-CHK-FIELD-NAME
               MOVE TTP-REP-FIRST-NAME TO WS-CHK-TEST-VALUE
               MOVE TPA-REP-FIRST-NAME TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
               MOVE 'O' TO WS-CHK-KIND
               MOVE 'DOCUMENT REF' TO WS-CHK-FIELD-NAME
               MOVE TTP-DOCUMENT-REF TO WS-CHK-TEST-VALUE
               MOVE TPA-DOCUMENT-REF TO WS-CHK-PROD-VALUE
               PERFORM 7000-CHECK-VALUE
           END-IF
           PERFORM 2810-READ-TEST-THIRD-PARTY.

       2900-START-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-FILE-CHECKED
           MOVE ZERO TO WS-FILE-SURVIVED.

       2910-COUNT-RECORD.
           ADD 1 TO WS-FILE-CHECKED
           ADD 1 TO WS-RECORDS-CHECKED.

       2950-END-FILE.
           MOVE WS-CHK-FILE-NAME TO WS-FT-FILE-NAME
           MOVE WS-FILE-CHECKED TO WS-FT-CHECKED
           MOVE WS-FILE-SURVIVED TO WS-FT-SURVIVED
           WRITE VERIFY-REPORT-LINE FROM WS-BLANK-LINE
           WRITE VERIFY-REPORT-LINE FROM WS-FILE-TOTAL-LINE
           WRITE VERIFY-REPORT-LINE FROM WS-BLANK-LINE.

      * A BLANK VALUE HAS NOTHING TO HIDE.  A PHONE NUMBER WITH NO
      * DIGITS IN IT IS NOT A NUMBER AND IS NOT COUNTED.
       7000-CHECK-VALUE.
           IF NOT WS-CHK-PROD-VALUE = SPACES
               MOVE ZERO TO WS-DIGIT-COUNT
               IF WS-CHK-PHONE
                   INSPECT WS-CHK-PROD-VALUE TALLYING WS-DIGIT-COUNT
                       FOR ALL '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'
               END-IF
               IF NOT WS-CHK-PHONE OR WS-DIGIT-COUNT > ZERO
                   PERFORM 7100-COUNT-CHECKED
                   IF WS-CHK-TEST-VALUE = WS-CHK-PROD-VALUE
                       PERFORM 7200-REPORT-SURVIVOR
                   END-IF
               END-IF
           END-IF.

       7100-COUNT-CHECKED.
           EVALUATE TRUE
               WHEN WS-CHK-NAME
                   ADD 1 TO WS-NAMES-CHECKED
               WHEN WS-CHK-PHONE
                   ADD 1 TO WS-PHONES-CHECKED
               WHEN OTHER
                   ADD 1 TO WS-OTHERS-CHECKED
           END-EVALUATE.

       7200-REPORT-SURVIVOR.
           EVALUATE TRUE
               WHEN WS-CHK-NAME
                   ADD 1 TO WS-NAMES-SURVIVED
               WHEN WS-CHK-PHONE
                   ADD 1 TO WS-PHONES-SURVIVED
               WHEN OTHER
                   ADD 1 TO WS-OTHERS-SURVIVED
           END-EVALUATE
           ADD 1 TO WS-FILE-SURVIVED
           MOVE WS-CHK-FILE-NAME TO WS-DL-FILE-NAME
           MOVE WS-CHK-CUST-ID TO WS-DL-CUST-ID
           MOVE WS-CHK-FIELD-NAME TO WS-DL-FIELD-NAME
           MOVE WS-CHK-TEST-VALUE TO WS-DL-VALUE
           WRITE VERIFY-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-CERTIFICATION.
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-HEADING
           MOVE 'NAMES' TO WS-TL-LABEL
           MOVE WS-NAMES-CHECKED TO WS-TL-CHECKED
           MOVE WS-NAMES-SURVIVED TO WS-TL-SURVIVED
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PHONE NUMBERS' TO WS-TL-LABEL
           MOVE WS-PHONES-CHECKED TO WS-TL-CHECKED
           MOVE WS-PHONES-SURVIVED TO WS-TL-SURVIVED
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EMAIL, NOTES, DOCUMENT REFS' TO WS-TL-LABEL
           MOVE WS-OTHERS-CHECKED TO WS-TL-CHECKED
           MOVE WS-OTHERS-SURVIVED TO WS-TL-SURVIVED
           WRITE VERIFY-REPORT-LINE FROM WS-TOTAL-LINE
           WRITE VERIFY-REPORT-LINE FROM WS-BLANK-LINE
           IF WS-NAMES-SURVIVED = ZERO
              AND WS-PHONES-SURVIVED = ZERO
              AND WS-OTHERS-SURVIVED = ZERO
               WRITE VERIFY-REPORT-LINE FROM WS-CERTIFY-PASS-LINE
           ELSE
               WRITE VERIFY-REPORT-LINE FROM WS-CERTIFY-FAIL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE CUST-MASTER-FILE
           CLOSE TEST-MASTER-FILE
           CLOSE CUST-EXPANDED-FILE
           CLOSE TEST-EXPANDED-FILE
           CLOSE INTL-CONTACT-FILE
           CLOSE TEST-CONTACT-FILE
           CLOSE NAME-OVERFLOW-FILE
           CLOSE TEST-OVERFLOW-FILE
           CLOSE CUST-NOTE-FILE
           CLOSE TEST-NOTE-FILE
           CLOSE NAME-XREF-FILE
           CLOSE TEST-XREF-FILE
           CLOSE NAME-HISTORY-FILE
           CLOSE TEST-NAMEHIST-FILE
           CLOSE THIRD-PARTY-FILE
           CLOSE TEST-THIRDPTY-FILE
           CLOSE VERIFY-REPORT-FILE
           DISPLAY 'ZCNCMSKV - RECORDS CHECKED  : ' WS-RECORDS-CHECKED
           DISPLAY 'ZCNCMSKV - NAMES SURVIVED   : ' WS-NAMES-SURVIVED
           DISPLAY 'ZCNCMSKV - PHONES SURVIVED  : ' WS-PHONES-SURVIVED
           DISPLAY 'ZCNCMSKV - OTHERS SURVIVED  : ' WS-OTHERS-SURVIVED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-RECORDS-CHECKED TO WS-RH-RECORDS-READ
           COMPUTE WS-RH-RECORDS-REJECTED = WS-NAMES-SURVIVED
               + WS-PHONES-SURVIVED + WS-OTHERS-SURVIVED
           IF WS-RH-RECORDS-REJECTED < WS-RECORDS-CHECKED
               COMPUTE WS-RH-RECORDS-APPLIED =
                   WS-RECORDS-CHECKED - WS-RH-RECORDS-REJECTED
           END-IF
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
