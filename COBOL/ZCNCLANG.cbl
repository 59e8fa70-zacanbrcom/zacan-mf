      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       LANGUAGE-KEYED CORRESPONDENCE EXTRACT.       *
      *       TAKES THE INTLCNT CONTACT DETAIL BUILT BY    *
      *       ZCNCBL3 FROM THE NIGHTLY CUSTSNAP CUSTOMER   *
      *       SNAPSHOT (ZCNCSNAP), WHERE IT IS ALREADY     *
      *       JOINED TO THE CUSTOMER MASTER, AND WRITES    *
      *       ONE OUTPUT FILE PER PREFERRED LANGUAGE       *
      *       (EN/FR/DE/ES/JA/PT) SO THE FULFILLMENT       *
      *       VENDOR CAN MAIL EACH CUSTOMER IN THEIR OWN   *
      *       LANGUAGE.  CONTACTS WITH AN UNRECOGNIZED     *
      *       LANGUAGE CODE FALL BACK TO THE ENGLISH FILE  *
      *       SO NOBODY IS DROPPED FROM THE MAILING.       *
      *       CUSTOMERS UNDER A CMPLHOLD COMPLIANCE HOLD   *
      *       ARE LEFT OUT AND COUNTED.  SO ARE CUSTOMERS  *
      *       WHOSE DEATH IS CONFIRMED ON THE DECEASED     *
      *       FILE.  EACH CUSTOMER IS MAILED AT THE        *
      *       SEASONAL OR TEMPORARY ALTADDR ADDRESS IN     *
      *       EFFECT ON THE CYCLE DATE (ZCNCAADR), ELSE    *
      *       THE PERMANENT ONE.                           *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCLANG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-SNAPSHOT-FILE ASSIGN TO "CUSTSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT LANG-EN-FILE       ASSIGN TO "LANGEN"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LANG-PT-STATUS.

           SELECT CONTACT-EVENT-FILE ASSIGN TO "CONTEVT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       FD  LANG-EN-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  LANG-PT-LINE                 PIC X(100).

       FD  CONTACT-EVENT-FILE
           RECORDING MODE IS F.
           COPY CONTEVT.

       WORKING-STORAGE SECTION.
       01  WS-LANG-EN-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LANG-FR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LANG-DE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LANG-ES-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LANG-JA-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LANG-PT-STATUS            PIC X(02) VALUE SPACES.

      * THE NIGHTLY CUSTSNAP SNAPSHOT (ZCNCSNAP) IS READ INSTEAD OF
      * THE LIVE MASTER AND ITS SATELLITES, SO THIS JOB CAN RUN
      * WHILE THE MASTER IS OPEN FOR MAINTENANCE.  ZCNCSNPV REFUSES
      * A SNAPSHOT THAT IS NOT BALANCED OR NOT FOR TODAY'S BUSINESS
      * DATE.
       01  WS-SNAPSHOT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SNPV-RESULT-CODE          PIC 9(02) VALUE ZERO.
       01  WS-SNAPSHOT-SW               PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-USABLE       VALUE 'Y'.
       01  WS-SNAPSHOT-READ             PIC 9(07) VALUE ZERO.

           COPY SNAPCTL.

           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

      * THE SNAPSHOT CARRIES THE INTLCNT CONTACT DETAIL JOINED ON BY
      * ZCNCSNAP.  A CUSTOMER WITH CONTACT DETAIL IS LAID BACK INTO
      * THE INTLCNT LAYOUT SO THE EXTRACT IS BUILT AS IT ALWAYS WAS;
      * A CUSTOMER WITHOUT IS PASSED OVER.  CONTACT DETAIL ORPHANED
      * BY A DELETED CUSTOMER NEVER REACHES THE SNAPSHOT AT ALL.
           COPY INTLCNT.

      * RETURNED-MAIL SUPPRESSION - A CUSTOMER FLAGGED ON BADADDR
      * BY ZCNCNIXI IS LEFT OUT OF EVERY LANGUAGE MAILING UNTIL THE
      * ADDRESS IS FIXED.
       01  WS-BAD-SUPPRESS-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-BAD-SUPPRESS          VALUE 'Y'.

      * POSTAL CONSENT ENFORCEMENT - A POSTAL-CHANNEL OPT-OUT ON
      * THE CONSENT FILE KEEPS THE CUSTOMER OUT OF EVERY LANGUAGE
      * MAILING.
       01  WS-POSTAL-OPTOUT-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-POSTAL-OPTED-OUT      VALUE 'Y'.

      * COMPLIANCE HOLD ENFORCEMENT - A CUSTOMER UNDER AN OPEN OR
      * CONFIRMED CMPLHOLD HOLD IS KEPT OUT OF EVERY LANGUAGE
      * MAILING.
       01  WS-COMPLIANCE-HOLD-SW        PIC X(01) VALUE 'N'.
           88  WS-COMPLIANCE-HELD       VALUE 'Y'.

      * DECEASED SUPPRESSION - A CUSTOMER WHOSE DEATH IS CONFIRMED
      * ON THE DECEASED FILE IS KEPT OUT OF EVERY LANGUAGE MAILING.
       01  WS-DECEASED-SW               PIC X(01) VALUE 'N'.
           88  WS-CUST-DECEASED         VALUE 'Y'.

      * EVERY CUSTOMER MAILED THROUGH A LANGUAGE FILE IS STAMPED ON
      * THE CONTEVT CONTACT-EVENT HISTORY, DATED WITH THE ZCNCBDAT
      * CYCLE DATE, SO DORMANCY IS JUDGED ON REAL CONTACT.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * ADDRESS IN EFFECT - ZCNCAADR SWAPS A SEASONAL OR TEMPORARY
      * ALTADDR ADDRESS INTO THE MASTER RECORD JUST READ WHILE ITS
      * DATE RANGE COVERS THE CYCLE DATE.  THE SWAP IS FOR THIS
      * RUN ONLY - THE MASTER FILE IS NEVER WRITTEN.
       01  WS-AADR-SOURCE               PIC X(01) VALUE 'P'.
           88  WS-AADR-ALTERNATE        VALUE 'A'.
       01  WS-AADR-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-CONTACTS-READ         PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-EXTRACTED     PIC 9(07) VALUE ZERO.
           05  WS-LANG-DEFAULTED        PIC 9(07) VALUE ZERO.
           05  WS-BAD-ADDR-SUPPRESSED   PIC 9(07) VALUE ZERO.
           05  WS-POSTAL-SUPPRESSED     PIC 9(07) VALUE ZERO.
           05  WS-COMPLIANCE-SUPPRESSED PIC 9(07) VALUE ZERO.
           05  WS-DECEASED-SUPPRESSED   PIC 9(07) VALUE ZERO.
           05  WS-ALT-ADDRESS-USED      PIC 9(07) VALUE ZERO.

       01  WS-EXTRACT-LINE.
           05  WS-EX-CUST-ID            PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1100-VERIFY-SNAPSHOT
           IF WS-SNAPSHOT-USABLE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-CONTACTS UNTIL WS-END-OF-FILE
               PERFORM 9000-TERMINATE
           END-IF
           IF NOT WS-SNAPSHOT-USABLE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CUST-SNAPSHOT-FILE
           OPEN OUTPUT LANG-EN-FILE
           OPEN OUTPUT LANG-FR-FILE
           OPEN OUTPUT LANG-DE-FILE
           OPEN OUTPUT LANG-ES-FILE
           OPEN OUTPUT LANG-JA-FILE
           OPEN OUTPUT LANG-PT-FILE
           OPEN EXTEND CONTACT-EVENT-FILE
           IF WS-EVENT-STATUS = '35'
               OPEN OUTPUT CONTACT-EVENT-FILE
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-SNAPSHOT-STATUS = '00'
               DISPLAY 'ZCNCLANG - ERROR OPENING SNAPSHOT FILE: '
                       WS-SNAPSHOT-STATUS
               MOVE 'N' TO WS-SNAPSHOT-SW
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 3000-READ-CONTACT
           END-IF.

       1100-VERIFY-SNAPSHOT.
           CALL 'ZCNCSNPV' USING SNAPSHOT-CONTROL-RECORD
                                 WS-SNPV-RESULT-CODE
           END-CALL
           IF WS-SNPV-RESULT-CODE = ZERO
               MOVE 'Y' TO WS-SNAPSHOT-SW
           ELSE
               DISPLAY 'ZCNCLANG - SNAPSHOT REFUSED, ZCNCSNPV CODE: '
                       WS-SNPV-RESULT-CODE
           END-IF.

       2000-PROCESS-CONTACTS.
           ADD 1 TO WS-CONTACTS-READ
           PERFORM 2300-CHECK-BAD-ADDRESS
           PERFORM 2350-CHECK-POSTAL-CONSENT
           PERFORM 2380-CHECK-COMPLIANCE-HOLD
           PERFORM 2390-CHECK-DECEASED
           EVALUATE TRUE
               WHEN WS-CUST-DECEASED
                   ADD 1 TO WS-DECEASED-SUPPRESSED
               WHEN WS-BAD-SUPPRESS
                   ADD 1 TO WS-BAD-ADDR-SUPPRESSED
               WHEN WS-POSTAL-OPTED-OUT
                   ADD 1 TO WS-POSTAL-SUPPRESSED
               WHEN WS-COMPLIANCE-HELD
                   ADD 1 TO WS-COMPLIANCE-SUPPRESSED
               WHEN OTHER
                   PERFORM 2120-APPLY-ADDRESS-IN-EFFECT
                   PERFORM 2100-BUILD-EXTRACT-LINE
                   PERFORM 2200-WRITE-LANGUAGE-FILE
           END-EVALUATE
           PERFORM 3000-READ-CONTACT.

       2350-CHECK-POSTAL-CONSENT.
           MOVE 'N' TO WS-POSTAL-OPTOUT-SWITCH
           IF SNP-POSTAL-OPTED-OUT
               MOVE 'Y' TO WS-POSTAL-OPTOUT-SWITCH
           END-IF.

       2380-CHECK-COMPLIANCE-HOLD.
           MOVE 'N' TO WS-COMPLIANCE-HOLD-SW
           IF SNP-CMPL-SUPPRESSED
               MOVE 'Y' TO WS-COMPLIANCE-HOLD-SW
           END-IF.

      * ONLY A CONFIRMED DEATH SUPPRESSES - A PROBABLE MATCH STILL
      * AWAITING REVIEW MAY WELL BE SOMEONE ELSE.
       2390-CHECK-DECEASED.
           MOVE 'N' TO WS-DECEASED-SW
           IF SNP-DECEASED-CONFIRMED
               MOVE 'Y' TO WS-DECEASED-SW
           END-IF.

       2300-CHECK-BAD-ADDRESS.
           MOVE 'N' TO WS-BAD-SUPPRESS-SWITCH
           IF SNP-BAD-ADDRESS
               MOVE 'Y' TO WS-BAD-SUPPRESS-SWITCH
           END-IF.

      * THE CORRESPONDENCE GOES TO THE ADDRESS IN EFFECT ON THE
      * CYCLE DATE - A SEASONAL OR TEMPORARY ALTADDR ADDRESS WHILE
      * ITS RANGE IS RUNNING, THE PERMANENT ADDRESS OTHERWISE.
       2120-APPLY-ADDRESS-IN-EFFECT.
           CALL 'ZCNCAADR' USING CUST-ID OF MASTER-CUSTOMER-REC
                                 CUST-LOCATION OF MASTER-CUSTOMER-REC
                                 WS-AADR-SOURCE
                                 WS-AADR-RETURN-CODE
           END-CALL
           IF WS-AADR-ALTERNATE
               ADD 1 TO WS-ALT-ADDRESS-USED
           END-IF.

       2100-BUILD-EXTRACT-LINE.
           MOVE 'ZCNCLANG'    TO CEV-SOURCE-PROGRAM
           WRITE CONTACT-EVENT-RECORD.

      * POSITIONS ON THE NEXT SNAPSHOT CUSTOMER THAT HAS CONTACT
      * DETAIL, THE WAY THE INTLCNT FILE ITSELF USED TO BE READ.
       3000-READ-CONTACT.
           PERFORM 3100-READ-SNAPSHOT
           PERFORM 3100-READ-SNAPSHOT
               UNTIL WS-END-OF-FILE OR SNP-INTL-ON-FILE
           IF WS-END-OF-FILE
               PERFORM 3900-PROVE-SNAPSHOT-COUNT
           ELSE
               MOVE SNP-MASTER-DATA TO MASTER-CUSTOMER-REC
               MOVE SNP-CUST-ID           TO IC-CUST-ID
               MOVE SNP-COUNTRY-DIAL-CODE TO IC-COUNTRY-DIAL-CODE
               MOVE SNP-SUBSCRIBER-NUMBER TO IC-SUBSCRIBER-NUMBER
               MOVE SNP-LANGUAGE-CODE     TO IC-LANGUAGE-CODE
           END-IF.

       3100-READ-SNAPSHOT.
           READ CUST-SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SNAPSHOT-READ
           END-READ.

      * A SNAPSHOT CUT SHORT SINCE ZCNCSNAP PROVED IT IS CAUGHT HERE;
      * THE RUN ENDS WITH CONDITION CODE 8.
       3900-PROVE-SNAPSHOT-COUNT.
           IF WS-SNAPSHOT-READ NOT = SNC-SNAPSHOT-COUNT
               DISPLAY 'ZCNCLANG - SNAPSHOT COUNT MISMATCH, READ: '
                       WS-SNAPSHOT-READ ' CONTROL: '
                       SNC-SNAPSHOT-COUNT
               MOVE 'N' TO WS-SNAPSHOT-SW
           END-IF.

       9000-TERMINATE.
           CLOSE CUST-SNAPSHOT-FILE
           CLOSE LANG-EN-FILE
           CLOSE LANG-FR-FILE
           CLOSE LANG-DE-FILE
           CLOSE LANG-ES-FILE
           CLOSE LANG-JA-FILE
           CLOSE LANG-PT-FILE
           CLOSE CONTACT-EVENT-FILE
           DISPLAY 'ZCNCLANG - SNAPSHOT READ       : '
                   WS-SNAPSHOT-READ
           DISPLAY 'ZCNCLANG - CONTACTS READ       : '
                   WS-CONTACTS-READ
           DISPLAY 'ZCNCLANG - RECORDS EXTRACTED   : '
                   WS-RECORDS-EXTRACTED
           DISPLAY 'ZCNCLANG - LANGUAGE DEFAULTED  : '
                   WS-LANG-DEFAULTED
           DISPLAY 'ZCNCLANG - BAD-ADDR SUPPRESSED : '
                   WS-BAD-ADDR-SUPPRESSED
           DISPLAY 'ZCNCLANG - POSTAL OPT-OUTS     : '
                   WS-POSTAL-SUPPRESSED
           DISPLAY 'ZCNCLANG - COMPLIANCE HOLDS    : '
                   WS-COMPLIANCE-SUPPRESSED
           DISPLAY 'ZCNCLANG - DECEASED            : '
                   WS-DECEASED-SUPPRESSED
           DISPLAY 'ZCNCLANG - ALTERNATE ADDRESS   : '
                   WS-ALT-ADDRESS-USED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-CONTACTS-READ TO WS-RH-RECORDS-READ
           MOVE WS-RECORDS-EXTRACTED TO WS-RH-RECORDS-APPLIED
           MOVE ZERO TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
