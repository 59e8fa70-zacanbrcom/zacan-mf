       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCWUPD                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       COMPLIANCE WATCHLIST FILE MAINTENANCE.       *
      *       APPLIES THE LIST VENDOR'S ADD, CHANGE, AND   *
      *       DELETE FILE TO WATCHLST WITH A CHANGE REPORT *
      *       AND THE SAME SHRINK GUARD AS ZCNCZUPD (CC 8, *
      *       NOTHING APPLIED, IF THE NET EFFECT WOULD     *
      *       SHRINK THE LIST BY MORE THAN THE WUPDPARM    *
      *       PERCENT).  EVERY NEW OR CHANGED ENTRY IS     *
      *       THEN RETRO-SCREENED AGAINST THE EXISTING     *
      *       CUSTOMER BASE - INTAKE ONLY EVER SCREENED    *
      *       AGAINST THE LIST AS IT STOOD THAT DAY.  A    *
      *       MATCH OPENS A CMPLHOLD COMPLIANCE HOLD,      *
      *       WHICH KEEPS THE CUSTOMER OFF OUTBOUND WORK   *
      *       UNTIL ZCNCCREV RECORDS THE DISPOSITION.      *
      *       PRIOR NAMES ON THE NAMEHIST ALIAS FILE ARE   *
      *       SCREENED TOO, SO A NAME CHANGE CANNOT HIDE   *
      *       A CUSTOMER FROM THE LIST.                    *
      *       A BUSINESS CUSTOMER (ORGCUST) IS SCREENED BY *
      *       LEGAL NAME, BY TRADING NAME, AND THROUGH     *
      *       EACH OF ITS PRINCIPALS, SO A LISTED OWNER OR *
      *       DIRECTOR HOLDS THE BUSINESS AS WELL.         *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCWUPD.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-VENDOR-FILE  ASSIGN TO "WATCHVND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT WATCHLIST-FILE     ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLS-KEY
               FILE STATUS IS WS-WATCHLIST-STATUS.

           SELECT WATCH-PARM-FILE    ASSIGN TO "WUPDPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NAME-OVERFLOW-FILE ASSIGN TO "NAMEOVFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOV-CUST-ID
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT NAME-HISTORY-FILE  ASSIGN TO "NAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NMH-KEY
               FILE STATUS IS WS-NAMEHIST-STATUS.

           SELECT COMPLIANCE-HOLD-FILE ASSIGN TO "CMPLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMH-CUST-ID
               FILE STATUS IS WS-CMPLHOLD-STATUS.

           SELECT ORGANIZATION-FILE  ASSIGN TO "ORGCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CUST-ID
               FILE STATUS IS WS-ORGCUST-STATUS.

           SELECT WATCH-REPORT-FILE  ASSIGN TO "WATCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-VENDOR-FILE
           RECORDING MODE IS F.
       01  WATCH-VENDOR-RECORD.
           05  WVN-ACTION-CODE          PIC X(01).
               88  WVN-ADD              VALUE 'A'.
               88  WVN-CHANGE           VALUE 'C'.
               88  WVN-DELETE           VALUE 'D'.
           05  WVN-LAST-NAME            PIC X(10).
           05  WVN-FIRST-NAME           PIC X(10).
           05  WVN-COUNTRY-CODE         PIC X(03).
           05  WVN-LIST-SOURCE          PIC X(10).
           05  WVN-FULL-LAST-NAME       PIC X(30).
           05  WVN-FULL-FIRST-NAME      PIC X(30).

       FD  WATCHLIST-FILE
           RECORDING MODE IS F.
           COPY WATCHREC.

       FD  WATCH-PARM-FILE
           RECORDING MODE IS F.
       01  WATCH-PARM-RECORD.
           05  WPM-SHRINK-THRESHOLD     PIC X(03).

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  NAME-OVERFLOW-FILE
           RECORDING MODE IS F.
           COPY NAMEOVFL.

       FD  NAME-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NAMEHIST.

       FD  COMPLIANCE-HOLD-FILE
           RECORDING MODE IS F.
           COPY CMPLHOLD.

       FD  ORGANIZATION-FILE
           RECORDING MODE IS F.
           COPY ORGCUST.

       FD  WATCH-REPORT-FILE
           RECORDING MODE IS F.
       01  WATCH-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-STATUS             PIC X(02) VALUE SPACES.
       01  WS-WATCHLIST-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-OVERFLOW-STATUS           PIC X(02) VALUE SPACES.
       01  WS-NAMEHIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CMPLHOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ORGCUST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-VENDOR-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-VENDOR-EOF        VALUE 'Y'.
           05  WS-COUNT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-COUNT-EOF         VALUE 'Y'.
           05  WS-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED       VALUE 'Y'.
           05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF        VALUE 'Y'.
           05  WS-OVERFLOW-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-OVERFLOW-AVAILABLE VALUE 'Y'.
           05  WS-CUST-MATCHED-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-CUST-MATCHED      VALUE 'Y'.
           05  WS-SCREEN-FULL-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-SCREEN-TABLE-FULL VALUE 'Y'.
           05  WS-NAMEHIST-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-NAMEHIST-AVAILABLE VALUE 'Y'.
           05  WS-NAMEHIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-NAMEHIST-EOF      VALUE 'Y'.
           05  WS-ALIAS-PASS-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ALIAS-PASS        VALUE 'Y'.
           05  WS-ORGCUST-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-ORGCUST-AVAILABLE VALUE 'Y'.
           05  WS-BUSINESS-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CUST-IS-BUSINESS  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-VENDOR-READ           PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-ADDED         PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-CHANGED       PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-DELETED       PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-REJECTED      PIC 9(07) VALUE ZERO.
           05  WS-CURRENT-LIST-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-VENDOR-ADDS           PIC 9(07) VALUE ZERO.
           05  WS-VENDOR-DELETES        PIC 9(07) VALUE ZERO.
           05  WS-CUSTOMERS-SCREENED    PIC 9(07) VALUE ZERO.
           05  WS-ALIASES-SCREENED      PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-OPENED          PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-REOPENED        PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-HELD          PIC 9(07) VALUE ZERO.
           05  WS-BUSINESSES-SCREENED   PIC 9(07) VALUE ZERO.
           05  WS-PRINCIPALS-SCREENED   PIC 9(07) VALUE ZERO.

       01  WS-SHRINK-THRESHOLD-PCT     PIC 9(03) VALUE 20.
       01  WS-PROJECTED-COUNT          PIC S9(08) VALUE ZERO.
       01  WS-MINIMUM-COUNT            PIC S9(08) VALUE ZERO.

       01  WS-OLD-COUNTRY-CODE         PIC X(03) VALUE SPACES.
       01  WS-OLD-LIST-SOURCE          PIC X(10) VALUE SPACES.

      * EVERY ENTRY ADDED OR CHANGED THIS RUN IS KEPT HERE FOR THE
      * RETRO-SCREEN, SO THE CUSTOMER BASE IS READ ONCE NO MATTER
      * HOW MANY ENTRIES THE VENDOR SENT.  A FULL TABLE IS REPORTED
      * AND THE RUN ENDS CC 4 - THE DROPPED ENTRIES STILL SCREEN AT
      * INTAKE, BUT SOMEONE HAS TO RE-RUN THE BASE AGAINST THEM.
       01  WS-MAX-SCREEN-ENTRIES        PIC 9(05) VALUE 5000.
       01  WS-SCREEN-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-SCREEN-DROPPED            PIC 9(05) VALUE ZERO.
       01  WS-SCREEN-TABLE.
           05  WS-SCREEN-ENTRY OCCURS 5000 TIMES
                                INDEXED BY WS-SCR-IDX.
               10  WS-SCR-LAST-NAME     PIC X(10).
               10  WS-SCR-FIRST-NAME    PIC X(10).
               10  WS-SCR-COUNTRY-CODE  PIC X(03).
               10  WS-SCR-LIST-SOURCE   PIC X(10).
               10  WS-SCR-FULL-LAST     PIC X(30).
               10  WS-SCR-FULL-FIRST    PIC X(30).

      * THE CUSTOMER'S NAME AS SCREENED - THE NAMEOVFL FULL NAME
      * WHERE ONE IS ON FILE, OTHERWISE THE TEN-BYTE MASTER NAME -
      * OR, ON THE ALIAS PASS, THE PRIOR NAME FROM NAMEHIST.  THE
      * SHORT NAMES ARE WHAT A TEN-BYTE LIST KEY IS COMPARED WITH.
       01  WS-CUST-FULL-LAST            PIC X(30) VALUE SPACES.
       01  WS-CUST-FULL-FIRST           PIC X(30) VALUE SPACES.
       01  WS-CUST-SHORT-LAST           PIC X(10) VALUE SPACES.
       01  WS-CUST-SHORT-FIRST          PIC X(10) VALUE SPACES.

      * A BUSINESS IS SCREENED UNDER ITS LEGAL NAME CUT THE WAY THE
      * MASTER CUTS IT - BYTES 1-10 AND 11-20 AGAINST A TEN-BYTE KEY,
      * 1-30 AND 31-60 AGAINST A FULL-NAME ENTRY - THEN THE SAME FOR
      * ITS TRADING NAME.  ITS PRINCIPALS ARE READ FROM THE MASTER
      * AND SCREENED UNDER THEIR OWN NAMES AND COUNTRY; A PRINCIPAL
      * HIT HOLDS THE BUSINESS (THE PRINCIPAL IS HELD IN ITS OWN
      * RIGHT WHEN THE PASS REACHES THEM).  WS-HIT-NAME SAYS WHICH
      * NAME MATCHED ON THE HIT LINE.
       01  WS-BUSINESS-CUST-ID          PIC X(10) VALUE SPACES.
       01  WS-PRINCIPAL-SUB             PIC 9(02) VALUE ZERO.
       01  WS-PRINCIPAL-IDS.
           05  WS-PRINCIPAL-ID          PIC X(10) OCCURS 4 TIMES.
       01  WS-HIT-NAME                  PIC X(21) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-AUDIT-SEQ-NO              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE 'ZCNCWUPD'.
       01  WS-AUDIT-USER-ID             PIC X(08) VALUE 'COMPLNCE'.
       01  WS-AUDIT-FIELD-NAME          PIC X(15) VALUE 'COMPL-HOLD'.
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

       01  WS-NOTE-TEXT                 PIC X(100) VALUE SPACES.
       01  WS-NOTE-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(100) VALUE
           'COMPLIANCE WATCHLIST CHANGE REPORT'.

       01  WS-SCREEN-HEADING-LINE      PIC X(100) VALUE
           'RETRO-SCREEN OF EXISTING CUSTOMERS - COMPLIANCE HOLDS'.

       01  WS-CHANGE-DETAIL-LINE.
           05  WS-CD-ACTION            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-LAST-NAME         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CD-FIRST-NAME        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-OLD-COUNTRY       PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CD-OLD-SOURCE        PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' -> '.
           05  WS-CD-NEW-COUNTRY       PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CD-NEW-SOURCE        PIC X(10).

       01  WS-HIT-DETAIL-LINE.
           05  WS-HD-CUST-ID           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HD-CUST-NAME         PIC X(21).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HD-COUNTRY           PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HD-LIST-SOURCE       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HD-RESULT            PIC X(20).

       01  WS-REFUSAL-LINE.
           05  FILLER                  PIC X(42) VALUE
               'RUN REFUSED - VENDOR FILE WOULD SHRINK THE'.
           05  FILLER                  PIC X(17) VALUE
               ' WATCHLIST BELOW '.
           05  WS-RF-MINIMUM           PIC ZZZZZZ9.

       01  WS-OVERFLOW-LINE.
           05  FILLER                  PIC X(40) VALUE
               'SCREEN TABLE FULL - ENTRIES NOT SCREENED'.
           05  FILLER                  PIC X(02) VALUE ': '.
           05  WS-OF-DROPPED           PIC ZZ,ZZ9.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(24) VALUE
               'ENTRIES ADDED:          '.
           05  WS-TOT-ADDED            PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(24) VALUE
               'ENTRIES CHANGED:        '.
           05  WS-TOT-CHANGED          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(24) VALUE
               'ENTRIES DELETED:        '.
           05  WS-TOT-DELETED          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(24) VALUE
               'VENDOR REJECTS:         '.
           05  WS-TOT-REJECTED         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(24) VALUE
               'CUSTOMERS SCREENED:     '.
           05  WS-TOT-SCREENED         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER                  PIC X(24) VALUE
               'NEW COMPLIANCE HOLDS:   '.
           05  WS-TOT-OPENED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-7.
           05  FILLER                  PIC X(24) VALUE
               'CLEARED HOLDS REOPENED: '.
           05  WS-TOT-REOPENED         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-8.
           05  FILLER                  PIC X(24) VALUE
               'MATCHES ALREADY HELD:   '.
           05  WS-TOT-ALREADY          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-9.
           05  FILLER                  PIC X(24) VALUE
               'PRIOR NAMES SCREENED:   '.
           05  WS-TOT-ALIASES          PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCWUPD'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRESCAN-VENDOR-FILE
           IF NOT WS-RUN-REFUSED
               PERFORM 4000-APPLY-UPDATES UNTIL WS-VENDOR-EOF
               IF WS-SCREEN-COUNT > ZERO
                   PERFORM 5000-RETRO-SCREEN
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  WATCH-VENDOR-FILE
           OPEN I-O    WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS = '35'
               OPEN OUTPUT WATCHLIST-FILE
               CLOSE WATCHLIST-FILE
               OPEN I-O WATCHLIST-FILE
           END-IF
           OPEN INPUT  WATCH-PARM-FILE
           OPEN OUTPUT WATCH-REPORT-FILE
           WRITE WATCH-REPORT-LINE FROM WS-HEADING-LINE
           WRITE WATCH-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           IF NOT WS-WATCHLIST-STATUS = '00'
               DISPLAY 'ZCNCWUPD - ERROR OPENING WATCHLIST: '
                       WS-WATCHLIST-STATUS
               MOVE 'Y' TO WS-VENDOR-EOF-SWITCH
               MOVE 'Y' TO WS-REFUSED-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-READ-THRESHOLD-PARM
               PERFORM 1200-COUNT-CURRENT-ENTRIES
           END-IF.

       1100-READ-THRESHOLD-PARM.
           READ WATCH-PARM-FILE INTO WATCH-PARM-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF WPM-SHRINK-THRESHOLD IS NUMERIC
                       MOVE WPM-SHRINK-THRESHOLD
                           TO WS-SHRINK-THRESHOLD-PCT
                   ELSE
                       DISPLAY 'ZCNCWUPD - NON-NUMERIC THRESHOLD, '
                               'DEFAULT USED: '
                               WS-SHRINK-THRESHOLD-PCT
                   END-IF
           END-READ.

       1200-COUNT-CURRENT-ENTRIES.
           MOVE LOW-VALUES TO WLS-KEY
           START WATCHLIST-FILE KEY IS NOT LESS THAN WLS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-COUNT-EOF-SWITCH
           END-START
           PERFORM 1210-COUNT-NEXT UNTIL WS-COUNT-EOF.

       1210-COUNT-NEXT.
           READ WATCHLIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COUNT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CURRENT-LIST-COUNT
           END-READ.

      * FIRST PASS OVER THE VENDOR FILE ONLY COUNTS WHAT IT WOULD DO.
      * A TRUNCATED LIST FILE WOULD QUIETLY STOP INTAKE SCREENING FOR
      * EVERY NAME IT DROPPED, SO BELOW THE THRESHOLD FLOOR NOTHING
      * IS APPLIED AND THE RUN ENDS CC 8, EXACTLY AS ZCNCZUPD DOES.
       2000-PRESCAN-VENDOR-FILE.
           IF NOT WS-RUN-REFUSED
               PERFORM 2100-READ-VENDOR
               PERFORM 2200-TALLY-VENDOR-EFFECT UNTIL WS-VENDOR-EOF
               COMPUTE WS-PROJECTED-COUNT =
                   WS-CURRENT-LIST-COUNT + WS-VENDOR-ADDS
                   - WS-VENDOR-DELETES
               COMPUTE WS-MINIMUM-COUNT =
                   (WS-CURRENT-LIST-COUNT *
                    (100 - WS-SHRINK-THRESHOLD-PCT)) / 100
               IF WS-CURRENT-LIST-COUNT > ZERO
                   AND WS-PROJECTED-COUNT < WS-MINIMUM-COUNT
                   MOVE 'Y' TO WS-REFUSED-SWITCH
                   MOVE WS-MINIMUM-COUNT TO WS-RF-MINIMUM
                   WRITE WATCH-REPORT-LINE FROM WS-REFUSAL-LINE
                   DISPLAY 'ZCNCWUPD - RUN REFUSED, PROJECTED COUNT '
                           WS-PROJECTED-COUNT ' BELOW MINIMUM '
                           WS-MINIMUM-COUNT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   CLOSE WATCH-VENDOR-FILE
                   OPEN INPUT WATCH-VENDOR-FILE
                   MOVE 'N' TO WS-VENDOR-EOF-SWITCH
                   MOVE ZERO TO WS-VENDOR-READ
                   PERFORM 2100-READ-VENDOR
               END-IF
           END-IF.

       2100-READ-VENDOR.
           READ WATCH-VENDOR-FILE INTO WATCH-VENDOR-RECORD
               AT END
                   MOVE 'Y' TO WS-VENDOR-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-VENDOR-READ
           END-READ.

       2200-TALLY-VENDOR-EFFECT.
           EVALUATE TRUE
               WHEN WVN-ADD
                   ADD 1 TO WS-VENDOR-ADDS
               WHEN WVN-DELETE
                   ADD 1 TO WS-VENDOR-DELETES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-VENDOR.

       4000-APPLY-UPDATES.
           EVALUATE TRUE
               WHEN WVN-ADD
                   PERFORM 4100-ADD-ENTRY
               WHEN WVN-CHANGE
                   PERFORM 4200-CHANGE-ENTRY
               WHEN WVN-DELETE
                   PERFORM 4300-DELETE-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'ZCNCWUPD - INVALID ACTION CODE '
                           WVN-ACTION-CODE ' FOR: ' WVN-LAST-NAME
                           ' ' WVN-FIRST-NAME
           END-EVALUATE
           PERFORM 2100-READ-VENDOR.

       4100-ADD-ENTRY.
           MOVE WVN-LAST-NAME       TO WLS-LAST-NAME
           MOVE WVN-FIRST-NAME      TO WLS-FIRST-NAME
           MOVE WVN-COUNTRY-CODE    TO WLS-COUNTRY-CODE
           MOVE WVN-LIST-SOURCE     TO WLS-LIST-SOURCE
           MOVE WVN-FULL-LAST-NAME  TO WLS-FULL-LAST-NAME
           MOVE WVN-FULL-FIRST-NAME TO WLS-FULL-FIRST-NAME
           WRITE WATCHLIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'ZCNCWUPD - ADD FAILED, ALREADY ON FILE: '
                           WVN-LAST-NAME ' ' WVN-FIRST-NAME
               NOT INVALID KEY
                   ADD 1 TO WS-ENTRIES-ADDED
                   MOVE 'ADDED'  TO WS-CD-ACTION
                   MOVE SPACES   TO WS-OLD-COUNTRY-CODE
                   MOVE SPACES   TO WS-OLD-LIST-SOURCE
                   PERFORM 4400-WRITE-CHANGE-DETAIL
                   PERFORM 4500-QUEUE-FOR-SCREEN
           END-WRITE.

       4200-CHANGE-ENTRY.
           MOVE WVN-LAST-NAME  TO WLS-LAST-NAME
           MOVE WVN-FIRST-NAME TO WLS-FIRST-NAME
           READ WATCHLIST-FILE
               INVALID KEY
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'ZCNCWUPD - CHANGE FAILED, NOT ON FILE: '
                           WVN-LAST-NAME ' ' WVN-FIRST-NAME
               NOT INVALID KEY
                   MOVE WLS-COUNTRY-CODE    TO WS-OLD-COUNTRY-CODE
                   MOVE WLS-LIST-SOURCE     TO WS-OLD-LIST-SOURCE
                   MOVE WVN-COUNTRY-CODE    TO WLS-COUNTRY-CODE
                   MOVE WVN-LIST-SOURCE     TO WLS-LIST-SOURCE
                   MOVE WVN-FULL-LAST-NAME  TO WLS-FULL-LAST-NAME
                   MOVE WVN-FULL-FIRST-NAME TO WLS-FULL-FIRST-NAME
                   REWRITE WATCHLIST-RECORD
                   ADD 1 TO WS-ENTRIES-CHANGED
                   MOVE 'CHANGED' TO WS-CD-ACTION
                   PERFORM 4400-WRITE-CHANGE-DETAIL
                   PERFORM 4500-QUEUE-FOR-SCREEN
           END-READ.

      * A DELETE TAKES THE NAME OFF INTAKE SCREENING ONLY - HOLDS IT
      * ALREADY RAISED STAY OPEN UNTIL COMPLIANCE DISPOSITIONS THEM.
       4300-DELETE-ENTRY.
           MOVE WVN-LAST-NAME  TO WLS-LAST-NAME
           MOVE WVN-FIRST-NAME TO WLS-FIRST-NAME
           READ WATCHLIST-FILE
               INVALID KEY
                   ADD 1 TO WS-ENTRIES-REJECTED
                   DISPLAY 'ZCNCWUPD - DELETE FAILED, NOT ON FILE: '
                           WVN-LAST-NAME ' ' WVN-FIRST-NAME
               NOT INVALID KEY
                   MOVE WLS-COUNTRY-CODE TO WS-OLD-COUNTRY-CODE
                   MOVE WLS-LIST-SOURCE  TO WS-OLD-LIST-SOURCE
                   DELETE WATCHLIST-FILE
                   ADD 1 TO WS-ENTRIES-DELETED
                   MOVE 'DELETED' TO WS-CD-ACTION
                   MOVE SPACES TO WVN-COUNTRY-CODE
                   MOVE SPACES TO WVN-LIST-SOURCE
                   PERFORM 4400-WRITE-CHANGE-DETAIL
           END-READ.

       4400-WRITE-CHANGE-DETAIL.
           MOVE WVN-LAST-NAME       TO WS-CD-LAST-NAME
           MOVE WVN-FIRST-NAME      TO WS-CD-FIRST-NAME
           MOVE WS-OLD-COUNTRY-CODE TO WS-CD-OLD-COUNTRY
           MOVE WS-OLD-LIST-SOURCE  TO WS-CD-OLD-SOURCE
           MOVE WVN-COUNTRY-CODE    TO WS-CD-NEW-COUNTRY
           MOVE WVN-LIST-SOURCE     TO WS-CD-NEW-SOURCE
           WRITE WATCH-REPORT-LINE FROM WS-CHANGE-DETAIL-LINE.

       4500-QUEUE-FOR-SCREEN.
           IF WS-SCREEN-COUNT < WS-MAX-SCREEN-ENTRIES
               ADD 1 TO WS-SCREEN-COUNT
               SET WS-SCR-IDX TO WS-SCREEN-COUNT
               MOVE WLS-LAST-NAME
                   TO WS-SCR-LAST-NAME (WS-SCR-IDX)
               MOVE WLS-FIRST-NAME
                   TO WS-SCR-FIRST-NAME (WS-SCR-IDX)
               MOVE WLS-COUNTRY-CODE
                   TO WS-SCR-COUNTRY-CODE (WS-SCR-IDX)
               MOVE WLS-LIST-SOURCE
                   TO WS-SCR-LIST-SOURCE (WS-SCR-IDX)
               MOVE WLS-FULL-LAST-NAME
                   TO WS-SCR-FULL-LAST (WS-SCR-IDX)
               MOVE WLS-FULL-FIRST-NAME
                   TO WS-SCR-FULL-FIRST (WS-SCR-IDX)
           ELSE
               MOVE 'Y' TO WS-SCREEN-FULL-SWITCH
               ADD 1 TO WS-SCREEN-DROPPED
               DISPLAY 'ZCNCWUPD - SCREEN TABLE FULL, NOT SCREENED: '
                       WLS-LAST-NAME ' ' WLS-FIRST-NAME
           END-IF.

      * ONE PASS OF THE CUSTOMER BASE AGAINST THIS RUN'S NEW AND
      * CHANGED ENTRIES.  A CUSTOMER IS HELD ONCE, ON THE FIRST
      * ENTRY IT MATCHES.
       5000-RETRO-SCREEN.
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT NAME-OVERFLOW-FILE
           IF WS-OVERFLOW-STATUS = '00'
               MOVE 'Y' TO WS-OVERFLOW-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCWUPD - NAMEOVFL NOT AVAILABLE ('
                       WS-OVERFLOW-STATUS '), TEN-BYTE NAMES USED'
           END-IF
           OPEN INPUT NAME-HISTORY-FILE
           IF WS-NAMEHIST-STATUS = '00'
               MOVE 'Y' TO WS-NAMEHIST-AVAIL-SW
           END-IF
           OPEN INPUT ORGANIZATION-FILE
           IF WS-ORGCUST-STATUS = '00'
               MOVE 'Y' TO WS-ORGCUST-AVAIL-SW
           END-IF
           OPEN I-O COMPLIANCE-HOLD-FILE
           IF WS-CMPLHOLD-STATUS = '35'
               OPEN OUTPUT COMPLIANCE-HOLD-FILE
               CLOSE COMPLIANCE-HOLD-FILE
               OPEN I-O COMPLIANCE-HOLD-FILE
           END-IF
           WRITE WATCH-REPORT-LINE FROM WS-BLANK-LINE
           WRITE WATCH-REPORT-LINE FROM WS-SCREEN-HEADING-LINE
           WRITE WATCH-REPORT-LINE FROM WS-BLANK-LINE
           IF NOT WS-MASTER-STATUS = '00'
               OR NOT WS-CMPLHOLD-STATUS = '00'
               DISPLAY 'ZCNCWUPD - RETRO-SCREEN NOT RUN, MASTER ('
                       WS-MASTER-STATUS ') CMPLHOLD ('
                       WS-CMPLHOLD-STATUS ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5100-READ-MASTER
               PERFORM 5200-SCREEN-CUSTOMER UNTIL WS-MASTER-EOF
               IF WS-NAMEHIST-AVAILABLE
                   MOVE 'Y' TO WS-ALIAS-PASS-SWITCH
                   PERFORM 5800-READ-ALIAS
                   PERFORM 5900-SCREEN-ALIAS UNTIL WS-NAMEHIST-EOF
               END-IF
           END-IF
           CLOSE CUST-MASTER-FILE
           IF WS-OVERFLOW-AVAILABLE
               CLOSE NAME-OVERFLOW-FILE
           END-IF
           IF WS-NAMEHIST-AVAILABLE
               CLOSE NAME-HISTORY-FILE
           END-IF
           IF WS-ORGCUST-AVAILABLE
               CLOSE ORGANIZATION-FILE
           END-IF
           CLOSE COMPLIANCE-HOLD-FILE.

       5100-READ-MASTER.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-READ.

       5200-SCREEN-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-SCREENED
           MOVE SPACES TO WS-HIT-NAME
           PERFORM 5210-CHECK-BUSINESS
           IF WS-CUST-IS-BUSINESS
               PERFORM 5220-SCREEN-BUSINESS
           ELSE
               PERFORM 5300-GET-FULL-NAMES
               PERFORM 5350-MATCH-ENTRIES
           END-IF
           IF WS-CUST-MATCHED
               PERFORM 5500-HOLD-CUSTOMER
           END-IF
           PERFORM 5100-READ-MASTER.

       5210-CHECK-BUSINESS.
           MOVE 'N' TO WS-BUSINESS-SWITCH
           IF WS-ORGCUST-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO ORG-CUST-ID
               READ ORGANIZATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BUSINESS-SWITCH
               END-READ
           END-IF.

       5220-SCREEN-BUSINESS.
           ADD 1 TO WS-BUSINESSES-SCREENED
           MOVE ORG-LEGAL-NAME (1:30)  TO WS-CUST-FULL-LAST
           MOVE ORG-LEGAL-NAME (31:30) TO WS-CUST-FULL-FIRST
           MOVE ORG-LEGAL-NAME (1:10)  TO WS-CUST-SHORT-LAST
           MOVE ORG-LEGAL-NAME (11:10) TO WS-CUST-SHORT-FIRST
           PERFORM 5350-MATCH-ENTRIES
           IF NOT WS-CUST-MATCHED
               AND ORG-TRADING-NAME NOT = SPACES
               MOVE ORG-TRADING-NAME (1:30)  TO WS-CUST-FULL-LAST
               MOVE ORG-TRADING-NAME (31:30) TO WS-CUST-FULL-FIRST
               MOVE ORG-TRADING-NAME (1:10)  TO WS-CUST-SHORT-LAST
               MOVE ORG-TRADING-NAME (11:10) TO WS-CUST-SHORT-FIRST
               PERFORM 5350-MATCH-ENTRIES
               IF WS-CUST-MATCHED
                   STRING 'T/A '           DELIMITED BY SIZE
                          ORG-TRADING-NAME DELIMITED BY SIZE
                       INTO WS-HIT-NAME
                   END-STRING
               END-IF
           END-IF
           IF NOT WS-CUST-MATCHED
               PERFORM 5230-SCREEN-PRINCIPALS
           END-IF.

      * THE PRINCIPAL READS MOVE THE MASTER BROWSE, SO THE BUSINESS
      * IS READ BACK BY KEY AFTERWARDS - THAT RESTORES BOTH ITS
      * RECORD FOR THE HOLD AND THE POSITION FOR THE NEXT READ.
       5230-SCREEN-PRINCIPALS.
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO WS-BUSINESS-CUST-ID
           PERFORM 5235-SAVE-PRINCIPAL-ID
               VARYING WS-PRINCIPAL-SUB FROM 1 BY 1
               UNTIL WS-PRINCIPAL-SUB > 4
           PERFORM 5240-SCREEN-PRINCIPAL
               VARYING WS-PRINCIPAL-SUB FROM 1 BY 1
               UNTIL WS-PRINCIPAL-SUB > 4
                  OR WS-CUST-MATCHED
           MOVE WS-BUSINESS-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   DISPLAY 'ZCNCWUPD - BUSINESS NOT RE-READ: '
                           WS-BUSINESS-CUST-ID
                   MOVE 'N' TO WS-CUST-MATCHED-SWITCH
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-READ.

       5235-SAVE-PRINCIPAL-ID.
           MOVE ORG-PRINCIPAL-CUST-ID (WS-PRINCIPAL-SUB)
               TO WS-PRINCIPAL-ID (WS-PRINCIPAL-SUB).

       5240-SCREEN-PRINCIPAL.
           IF WS-PRINCIPAL-ID (WS-PRINCIPAL-SUB) NOT = SPACES
               MOVE WS-PRINCIPAL-ID (WS-PRINCIPAL-SUB)
                   TO CUST-ID OF MASTER-CUSTOMER-REC
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-PRINCIPALS-SCREENED
                       PERFORM 5300-GET-FULL-NAMES
                       PERFORM 5350-MATCH-ENTRIES
                       IF WS-CUST-MATCHED
                           STRING 'PRINCIPAL '   DELIMITED BY SIZE
                                  WS-PRINCIPAL-ID (WS-PRINCIPAL-SUB)
                                                 DELIMITED BY SIZE
                               INTO WS-HIT-NAME
                           END-STRING
                       END-IF
               END-READ
           END-IF.

       5300-GET-FULL-NAMES.
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO WS-CUST-FULL-LAST
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               TO WS-CUST-FULL-FIRST
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO WS-CUST-SHORT-LAST
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               TO WS-CUST-SHORT-FIRST
           IF WS-OVERFLOW-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO NOV-CUST-ID
               READ NAME-OVERFLOW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOV-FULL-LAST-NAME  TO WS-CUST-FULL-LAST
                       MOVE NOV-FULL-FIRST-NAME TO WS-CUST-FULL-FIRST
               END-READ
           END-IF.

      * ON A MATCH WS-SCR-IDX IS LEFT ON THE ENTRY THAT MATCHED.
       5350-MATCH-ENTRIES.
           MOVE 'N' TO WS-CUST-MATCHED-SWITCH
           PERFORM 5400-CHECK-ENTRY
               VARYING WS-SCR-IDX FROM 1 BY 1
               UNTIL WS-SCR-IDX > WS-SCREEN-COUNT
                  OR WS-CUST-MATCHED
           IF WS-CUST-MATCHED
               SET WS-SCR-IDX DOWN BY 1
           END-IF.

      * AN ENTRY THE VENDOR SENT WITH FULL NAMES MATCHES ON THE FULL
      * NAMES, SO TWO PEOPLE WHOSE LONG NAMES TRUNCATE ALIKE ARE NOT
      * BOTH HELD; OTHERWISE THE TEN-BYTE KEY IS COMPARED THE SAME
      * WAY INTAKE COMPARES IT.  A CODED LIST COUNTRY MUST BE THE
      * CUSTOMER'S COUNTRY.
       5400-CHECK-ENTRY.
           IF WS-SCR-COUNTRY-CODE (WS-SCR-IDX) = SPACES
               OR WS-SCR-COUNTRY-CODE (WS-SCR-IDX) =
                  COUNTRY-CODE OF MASTER-CUSTOMER-REC
               IF WS-SCR-FULL-LAST (WS-SCR-IDX) NOT = SPACES
                   IF WS-SCR-FULL-LAST (WS-SCR-IDX) = WS-CUST-FULL-LAST
                       AND WS-SCR-FULL-FIRST (WS-SCR-IDX) =
                           WS-CUST-FULL-FIRST
                       MOVE 'Y' TO WS-CUST-MATCHED-SWITCH
                   END-IF
               ELSE
                   IF WS-SCR-LAST-NAME (WS-SCR-IDX) =
                          WS-CUST-SHORT-LAST
                       AND WS-SCR-FIRST-NAME (WS-SCR-IDX) =
                          WS-CUST-SHORT-FIRST
                       MOVE 'Y' TO WS-CUST-MATCHED-SWITCH
                   END-IF
               END-IF
           END-IF.

      * A CUSTOMER ALREADY UNDER AN OPEN OR CONFIRMED HOLD IS ONLY
      * REPORTED.  ONE COMPLIANCE CLEARED EARLIER IS REOPENED - THE
      * LIST CHANGED SINCE THAT REVIEW.
       5500-HOLD-CUSTOMER.
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CMH-CUST-ID
           READ COMPLIANCE-HOLD-FILE
               INVALID KEY
                   PERFORM 5510-BUILD-HOLD
                   WRITE COMPLIANCE-HOLD-RECORD
                       INVALID KEY
                           DISPLAY 'ZCNCWUPD - HOLD WRITE FAILED: '
                                   CMH-CUST-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-OPENED
                           MOVE 'NEW HOLD' TO WS-HD-RESULT
                           MOVE SPACES TO WS-AUDIT-OLD-VALUE
                           PERFORM 5600-RECORD-HOLD
                   END-WRITE
               NOT INVALID KEY
                   IF CMH-CLEARED
                       MOVE CMH-HOLD-STATUS TO WS-AUDIT-OLD-VALUE
                       PERFORM 5510-BUILD-HOLD
                       REWRITE COMPLIANCE-HOLD-RECORD
                       ADD 1 TO WS-HOLDS-REOPENED
                       MOVE 'CLEARED HOLD REOPENED' TO WS-HD-RESULT
                       PERFORM 5600-RECORD-HOLD
                   ELSE
                       ADD 1 TO WS-ALREADY-HELD
                       MOVE 'ALREADY HELD' TO WS-HD-RESULT
                   END-IF
           END-READ
           PERFORM 5700-WRITE-HIT-DETAIL.

       5510-BUILD-HOLD.
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CMH-CUST-ID
           SET CMH-OPEN TO TRUE
           MOVE WS-SCR-LAST-NAME (WS-SCR-IDX)
               TO CMH-MATCHED-LAST-NAME
           MOVE WS-SCR-FIRST-NAME (WS-SCR-IDX)
               TO CMH-MATCHED-FIRST-NAME
           MOVE WS-SCR-LIST-SOURCE (WS-SCR-IDX) TO CMH-LIST-SOURCE
           MOVE WS-SCR-COUNTRY-CODE (WS-SCR-IDX) TO CMH-COUNTRY-CODE
           MOVE 'ZCNCWUPD'    TO CMH-SOURCE-PROGRAM
           MOVE WS-CYCLE-DATE TO CMH-DATE-HELD
           MOVE ZERO          TO CMH-DISPOSITION-DATE
           MOVE SPACES        TO CMH-REVIEWER-ID.

      * THE HOLD GOES ON THE AUDIT TRAIL AND INTO THE CUSTOMER'S
      * CONTACT HISTORY SO BRANCH STAFF SEE WHY OUTREACH STOPPED.
       5600-RECORD-HOLD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           MOVE CMH-HOLD-STATUS TO WS-AUDIT-NEW-VALUE
           CALL 'ZCNCAUDT' USING CMH-CUST-ID
                                 WS-AUDIT-SEQ-NO
                                 WS-CURR-DATE
                                 WS-CURR-TIME
                                 WS-AUDIT-PROGRAM-ID
                                 WS-AUDIT-USER-ID
                                 WS-AUDIT-FIELD-NAME
                                 WS-AUDIT-OLD-VALUE
                                 WS-AUDIT-NEW-VALUE
                                 WS-AUDIT-RETURN-CODE
           END-CALL
           MOVE SPACES TO WS-NOTE-TEXT
           STRING 'COMPLIANCE HOLD - WATCHLIST MATCH ('
                                       DELIMITED BY SIZE
                  CMH-LIST-SOURCE      DELIMITED BY SPACE
                  '), OUTREACH SUSPENDED PENDING REVIEW'
                                       DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           END-STRING
           CALL 'ZCNCNOTA' USING CMH-CUST-ID
                                 WS-NOTE-TEXT
                                 WS-AUDIT-USER-ID
                                 WS-CURR-DATE
                                 WS-CURR-TIME
                                 WS-NOTE-RETURN-CODE
           END-CALL
           IF WS-NOTE-RETURN-CODE NOT = ZERO
               DISPLAY 'ZCNCWUPD - HOLD NOTE NOT WRITTEN FOR: '
                       CMH-CUST-ID
           END-IF.

      * AN ALIAS HIT PRINTS THE PRIOR NAME THAT MATCHED, SO THE
      * REVIEWER SEES WHY A CUSTOMER WITH A CLEAN CURRENT NAME WAS
      * HELD.
       5700-WRITE-HIT-DETAIL.
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO WS-HD-CUST-ID
           MOVE SPACES TO WS-HD-CUST-NAME
           EVALUATE TRUE
               WHEN WS-HIT-NAME NOT = SPACES
                   MOVE WS-HIT-NAME TO WS-HD-CUST-NAME
               WHEN WS-ALIAS-PASS
                   STRING 'AKA '           DELIMITED BY SIZE
                          NMH-LAST-NAME    DELIMITED BY SPACE
                          ' '              DELIMITED BY SIZE
                          NMH-FIRST-NAME   DELIMITED BY SPACE
                       INTO WS-HD-CUST-NAME
                   END-STRING
               WHEN OTHER
                   STRING CUST-LAST-NAME OF MASTER-CUSTOMER-REC
                                           DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
                                           DELIMITED BY SIZE
                       INTO WS-HD-CUST-NAME
                   END-STRING
           END-EVALUATE
           MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC TO WS-HD-COUNTRY
           MOVE WS-SCR-LIST-SOURCE (WS-SCR-IDX) TO WS-HD-LIST-SOURCE
           WRITE WATCH-REPORT-LINE FROM WS-HIT-DETAIL-LINE.

      * SECOND PASS: EVERY PRIOR NAME ON NAMEHIST IS SCREENED THE
      * SAME WAY AGAINST THE SAME ENTRIES, USING THE CURRENT MASTER
      * RECORD FOR THE COUNTRY AND THE HOLD.  AN ALIAS WHOSE
      * CUSTOMER HAS LEFT THE MASTER IS PASSED OVER.
       5800-READ-ALIAS.
           READ NAME-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NAMEHIST-EOF-SWITCH
           END-READ.

       5900-SCREEN-ALIAS.
           MOVE SPACES TO WS-HIT-NAME
           MOVE NMH-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALIASES-SCREENED
                   MOVE NMH-LAST-NAME        TO WS-CUST-FULL-LAST
                   MOVE NMH-FIRST-NAME       TO WS-CUST-FULL-FIRST
                   MOVE NMH-LAST-NAME (1:10) TO WS-CUST-SHORT-LAST
                   MOVE NMH-FIRST-NAME (1:10)
                       TO WS-CUST-SHORT-FIRST
                   MOVE 'N' TO WS-CUST-MATCHED-SWITCH
                   PERFORM 5400-CHECK-ENTRY
                       VARYING WS-SCR-IDX FROM 1 BY 1
                       UNTIL WS-SCR-IDX > WS-SCREEN-COUNT
                          OR WS-CUST-MATCHED
                   IF WS-CUST-MATCHED
                       SET WS-SCR-IDX DOWN BY 1
                       PERFORM 5500-HOLD-CUSTOMER
                   END-IF
           END-READ
           PERFORM 5800-READ-ALIAS.

       9000-TERMINATE.
           IF WS-SCREEN-TABLE-FULL
               MOVE WS-SCREEN-DROPPED TO WS-OF-DROPPED
               WRITE WATCH-REPORT-LINE FROM WS-BLANK-LINE
               WRITE WATCH-REPORT-LINE FROM WS-OVERFLOW-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE WATCH-REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-ENTRIES-ADDED      TO WS-TOT-ADDED
           WRITE WATCH-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-ENTRIES-CHANGED    TO WS-TOT-CHANGED
           WRITE WATCH-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-ENTRIES-DELETED    TO WS-TOT-DELETED
           WRITE WATCH-REPORT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-ENTRIES-REJECTED   TO WS-TOT-REJECTED
           WRITE WATCH-REPORT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-CUSTOMERS-SCREENED TO WS-TOT-SCREENED
           WRITE WATCH-REPORT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-HOLDS-OPENED       TO WS-TOT-OPENED
           WRITE WATCH-REPORT-LINE FROM WS-TOTAL-LINE-6
           MOVE WS-HOLDS-REOPENED     TO WS-TOT-REOPENED
           WRITE WATCH-REPORT-LINE FROM WS-TOTAL-LINE-7
           MOVE WS-ALREADY-HELD       TO WS-TOT-ALREADY
           WRITE WATCH-REPORT-LINE FROM WS-TOTAL-LINE-8
           MOVE WS-ALIASES-SCREENED   TO WS-TOT-ALIASES
           WRITE WATCH-REPORT-LINE FROM WS-TOTAL-LINE-9
           CLOSE WATCH-VENDOR-FILE
           CLOSE WATCHLIST-FILE
           CLOSE WATCH-PARM-FILE
           CLOSE WATCH-REPORT-FILE
           DISPLAY 'ZCNCWUPD - VENDOR RECORDS READ : ' WS-VENDOR-READ
           DISPLAY 'ZCNCWUPD - ENTRIES ADDED       : '
                   WS-ENTRIES-ADDED
           DISPLAY 'ZCNCWUPD - ENTRIES CHANGED     : '
                   WS-ENTRIES-CHANGED
           DISPLAY 'ZCNCWUPD - ENTRIES DELETED     : '
                   WS-ENTRIES-DELETED
           DISPLAY 'ZCNCWUPD - VENDOR REJECTS      : '
                   WS-ENTRIES-REJECTED
           DISPLAY 'ZCNCWUPD - CUSTOMERS SCREENED  : '
                   WS-CUSTOMERS-SCREENED
           DISPLAY 'ZCNCWUPD - PRIOR NAMES SCREENED: '
                   WS-ALIASES-SCREENED
           DISPLAY 'ZCNCWUPD - NEW HOLDS           : '
                   WS-HOLDS-OPENED
           DISPLAY 'ZCNCWUPD - HOLDS REOPENED      : '
                   WS-HOLDS-REOPENED
           DISPLAY 'ZCNCWUPD - ALREADY HELD        : '
                   WS-ALREADY-HELD
           DISPLAY 'ZCNCWUPD - BUSINESSES SCREENED : '
                   WS-BUSINESSES-SCREENED
           DISPLAY 'ZCNCWUPD - PRINCIPALS SCREENED : '
                   WS-PRINCIPALS-SCREENED.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-VENDOR-READ TO WS-RH-RECORDS-READ
           MOVE WS-ENTRIES-ADDED TO WS-RH-RECORDS-APPLIED
           ADD WS-ENTRIES-CHANGED TO WS-RH-RECORDS-APPLIED
           ADD WS-ENTRIES-DELETED TO WS-RH-RECORDS-APPLIED
           MOVE WS-ENTRIES-REJECTED TO WS-RH-RECORDS-REJECTED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
