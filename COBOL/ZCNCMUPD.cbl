       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCMUPD                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       CRITERIA-DRIVEN MASS UPDATE OF STATUS FLAGS, *
      *       SERVICING BRANCH, OR A STANDARD NOTE, IN     *
      *       PLACE OF HAND-BUILT CUSTTRAN BATCHES.  THE   *
      *       SELECTION IS A CUST-ID LIST (MUPDLIST,       *
      *       RETIRED IDS FOLLOWED) OR CRITERIA ON STATE,  *
      *       COUNTRY, BRANCH, STATUS FLAGS AND SOURCE     *
      *       CHANNEL; CRITERIA GIVEN WITH A LIST NARROW   *
      *       IT.                                          *
      *                                                    *
      *       A MUPDREQ CARD OF 'D' IS THE DRY RUN:        *
      *       NOTHING IS CHANGED, THE SELECTION AND CHANGE *
      *       ARE STORED ON MUPDCTL UNDER THE RUN ID, AND  *
      *       THE IMPACT REPORT GIVES COUNTS BY BRANCH AND *
      *       STATE AND A SAMPLE OF CUSTOMERS BEFORE AND   *
      *       AFTER.                                       *
      *                                                    *
      *       'R' RELEASES THE STORED RUN.  THE RELEASING  *
      *       USER MUST BE ON USERAUTH, MUST NOT BE THE    *
      *       REQUESTER, AND NEEDS THE M AND C             *
      *       TRANSACTIONS (AND FLAG AUTHORITY FOR A FLAG  *
      *       CHANGE).  THE SELECTION IS RECOUNTED AND THE *
      *       RELEASE REFUSED IF THE IMPACT HAS MOVED.     *
      *       EACH CUSTOMER IS CHANGED UNDER THE CUSTLOCK  *
      *       LOCK AND AUDITED THROUGH ZCNCAUDT, AND A     *
      *       MUPDBKO BACKOUT RECORD IS WRITTEN.           *
      *                                                    *
      *       'B' BACKS OUT A RELEASED RUN FROM ITS        *
      *       MUPDBKO FILE, PUTTING BACK ONLY WHAT STILL   *
      *       HOLDS THE VALUE THE RUN SET AND REPORTING    *
      *       THE REST.  A RELEASE THAT STOPPED PART WAY   *
      *       IS LEFT APPLYING AND IS BACKED OUT THE SAME  *
      *       WAY FROM WHAT REACHED ITS MUPDBKO FILE.      *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCMUPD.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUPD-REQUEST-FILE  ASSIGN TO "MUPDREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT MUPD-CONTROL-FILE  ASSIGN TO "MUPDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MUC-RUN-ID
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MUPD-LIST-FILE     ASSIGN TO "MUPDLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT MUPD-BACKOUT-FILE  ASSIGN TO "MUPDBKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-STATUS.

           SELECT CUST-MASTER-FILE   ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID OF MASTER-CUSTOMER-REC
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-BRANCH-FILE   ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CUST-ID
               FILE STATUS IS WS-CUSTBRCH-STATUS.

           SELECT BRANCH-REF-FILE    ASSIGN TO "BRCHREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRC-BRANCH-CODE
               FILE STATUS IS WS-BRCHREF-STATUS.

           SELECT ALT-REFERENCE-FILE ASSIGN TO "ALTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARF-CUST-ID
               FILE STATUS IS WS-ALTREF-STATUS.

           SELECT RETIRED-ID-FILE    ASSIGN TO "RETIRIDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RET-OLD-CUST-ID
               FILE STATUS IS WS-RETIRED-STATUS.

           SELECT LOCK-FILE          ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCK-CUST-ID
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT USER-AUTH-FILE     ASSIGN TO "USERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UAF-USER-ID
               FILE STATUS IS WS-USERAUTH-STATUS.

           SELECT SECURITY-DENIAL-FILE ASSIGN TO "SECDENY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECDENY-STATUS.

           SELECT MUPD-REPORT-FILE   ASSIGN TO "MUPDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE CARD PER RUN.  THE SELECTION AND CHANGE ARE READ FROM
      * THE CARD ON THE DRY RUN ONLY; RELEASE AND BACKOUT TAKE THEM
      * FROM THE MUPDCTL RECORD THE DRY RUN LEFT.
       FD  MUPD-REQUEST-FILE
           RECORDING MODE IS F.
       01  MUPD-REQUEST-RECORD.
           05  MRQ-ACTION               PIC X(01).
               88  MRQ-DRY-RUN          VALUE 'D'.
               88  MRQ-RELEASE          VALUE 'R'.
               88  MRQ-BACKOUT          VALUE 'B'.
           05  MRQ-RUN-ID               PIC X(08).
           05  MRQ-USER-ID              PIC X(08).
           05  MRQ-SPEC.
               10  MRQ-SELECT-SOURCE    PIC X(01).
               10  MRQ-CRITERIA.
                   15  MRQ-SEL-US-STATE PIC X(02).
                   15  MRQ-SEL-COUNTRY  PIC X(03).
                   15  MRQ-SEL-BRANCH   PIC X(04).
                   15  MRQ-SEL-CHANNEL  PIC X(10).
                   15  MRQ-SEL-FLAGS    PIC X(04).
               10  MRQ-CHANGE.
                   15  MRQ-NEW-FLAGS    PIC X(04).
                   15  MRQ-NEW-BRANCH   PIC X(04).
                   15  MRQ-NOTE-TEXT    PIC X(100).
               10  MRQ-REASON           PIC X(40).

       FD  MUPD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY MUPDCTL.

       FD  MUPD-LIST-FILE
           RECORDING MODE IS F.
       01  MUPD-LIST-RECORD.
           05  MUL-CUST-ID              PIC X(10).
           05  FILLER                   PIC X(70).

       FD  MUPD-BACKOUT-FILE
           RECORDING MODE IS F.
           COPY MUPDBKO.

       FD  CUST-MASTER-FILE
           RECORDING MODE IS F.
           COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
                                    ==MASTER-CUSTOMER-REC==.

       FD  CUST-BRANCH-FILE
           RECORDING MODE IS F.
           COPY CUSTBRCH.

       FD  BRANCH-REF-FILE
           RECORDING MODE IS F.
           COPY BRCHREF.

       FD  ALT-REFERENCE-FILE
           RECORDING MODE IS F.
           COPY ALTREF.

       FD  RETIRED-ID-FILE
           RECORDING MODE IS F.
           COPY RETIRED.

       FD  LOCK-FILE
           RECORDING MODE IS F.
           COPY LOCKREC.

       FD  USER-AUTH-FILE
           RECORDING MODE IS F.
           COPY USERAUTH.

       FD  SECURITY-DENIAL-FILE
           RECORDING MODE IS F.
           COPY SECDENY.

       FD  MUPD-REPORT-FILE
           RECORDING MODE IS F.
       01  MUPD-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONTROL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-BACKOUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CUSTBRCH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BRCHREF-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ALTREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RETIRED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LOCK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-USERAUTH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SECDENY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-RUN-REFUSED       VALUE 'Y'.
           05  WS-SELECTION-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-END-OF-SELECTION  VALUE 'Y'.
           05  WS-BACKOUT-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-END-OF-BACKOUT    VALUE 'Y'.
           05  WS-CONTROL-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-CONTROL-FOUND     VALUE 'Y'.
           05  WS-USERAUTH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-USERAUTH-AVAILABLE VALUE 'Y'.
           05  WS-RETIRED-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  WS-RETIRED-AVAILABLE VALUE 'Y'.
           05  WS-ALTREF-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-ALTREF-AVAILABLE  VALUE 'Y'.
           05  WS-CUSTBRCH-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-CUSTBRCH-AVAILABLE VALUE 'Y'.
           05  WS-REQUEST-READ-SW       PIC X(01) VALUE 'N'.
               88  WS-REQUEST-READ      VALUE 'Y'.
           05  WS-FIRST-BACKOUT-SW      PIC X(01) VALUE 'Y'.
               88  WS-FIRST-BACKOUT     VALUE 'Y'.
           05  WS-AUTHORIZED-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-USER-AUTHORIZED   VALUE 'Y'.
           05  WS-SELECTED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CUST-SELECTED     VALUE 'Y'.
           05  WS-FLAGS-CHANGE-SW       PIC X(01) VALUE 'N'.
               88  WS-FLAGS-CHANGE      VALUE 'Y'.
           05  WS-BRANCH-CHANGE-SW      PIC X(01) VALUE 'N'.
               88  WS-BRANCH-CHANGE     VALUE 'Y'.
           05  WS-WOULD-CHANGE-SW       PIC X(01) VALUE 'N'.
               88  WS-WOULD-CHANGE      VALUE 'Y'.
           05  WS-BRANCH-ON-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-BRANCH-ON-FILE    VALUE 'Y'.
           05  WS-LOCK-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-CUST-LOCKED       VALUE 'Y'.
           05  WS-APPLY-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-APPLY-FAILED      VALUE 'Y'.
           05  WS-REVERSED-SW           PIC X(01) VALUE 'N'.
               88  WS-SOMETHING-REVERSED VALUE 'Y'.
           05  WS-CONFLICT-SW           PIC X(01) VALUE 'N'.
               88  WS-CHANGED-SINCE-RUN VALUE 'Y'.
           05  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND       VALUE 'Y'.

      * THE ACTION, RUN ID AND USER FROM THE REQUEST CARD.
       01  WS-RUN-ACTION                PIC X(01) VALUE SPACES.
           88  WS-DRY-RUN-ACTION        VALUE 'D'.
           88  WS-RELEASE-ACTION        VALUE 'R'.
           88  WS-BACKOUT-ACTION        VALUE 'B'.
       01  WS-RUN-ID                    PIC X(08) VALUE SPACES.

      * THE PASS BEING MADE OVER THE SELECTION.  THE DRY RUN
      * TALLIES AND SAMPLES; THE RELEASE FIRST RECOUNTS, THEN
      * APPLIES.
       01  WS-PASS-MODE                 PIC X(01) VALUE 'D'.
           88  WS-DRY-RUN-PASS          VALUE 'D'.
           88  WS-COUNT-PASS            VALUE 'C'.
           88  WS-APPLY-PASS            VALUE 'A'.

       01  WS-COUNTERS.
           05  WS-CUSTS-EXAMINED        PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-SELECTED        PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-IN-TARGET       PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-TO-CHANGE       PIC 9(07) VALUE ZERO.
           05  WS-BRANCH-CHANGES        PIC 9(07) VALUE ZERO.
           05  WS-NOTES-ADDED           PIC 9(07) VALUE ZERO.
           05  WS-LIST-READ             PIC 9(07) VALUE ZERO.
           05  WS-LIST-NOT-ON-MASTER    PIC 9(07) VALUE ZERO.
           05  WS-LIST-REDIRECTED       PIC 9(07) VALUE ZERO.
           05  WS-LIST-NOT-MATCHED      PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-LOCKED          PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-NO-LONGER       PIC 9(07) VALUE ZERO.
           05  WS-REWRITE-ERRORS        PIC 9(07) VALUE ZERO.
           05  WS-BACKOUT-READ          PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-REVERSED        PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-PART-REVERSED   PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-NOT-REVERSED    PIC 9(07) VALUE ZERO.
           05  WS-BACKOUT-NOT-ON-MASTER PIC 9(07) VALUE ZERO.
           05  WS-SAMPLES-WRITTEN       PIC 9(03) VALUE ZERO.
       01  WS-MAX-SAMPLES               PIC 9(03) VALUE 10.

      * THE FOUR STATUS FLAGS ARE HANDLED AS A TABLE IN MASTER
      * ORDER (VIP, DO-NOT-CALL, INACTIVE, MISSED-CALL), WITH THE
      * FIELD NAMES ZCNCMAINT AUDITS THEM UNDER.
       01  WS-FLAG-NAME-VALUES.
           05  FILLER                   PIC X(15) VALUE
               'CUST-VIP-FLAG'.
           05  FILLER                   PIC X(15) VALUE
               'CUST-DNC-FLAG'.
           05  FILLER                   PIC X(15) VALUE
               'CUST-INACTIVE'.
           05  FILLER                   PIC X(15) VALUE
               'CUST-MISS-CALL'.
       01  WS-FLAG-NAME-TABLE REDEFINES WS-FLAG-NAME-VALUES.
           05  WS-FLAG-NAME             PIC X(15) OCCURS 4 TIMES.
       01  WS-FLAG-CHANGE-TABLE.
           05  WS-FLAG-CHANGES          PIC 9(07) OCCURS 4 TIMES.
       01  WS-CURR-FLAG-AREA            PIC X(04) VALUE SPACES.
       01  WS-CURR-FLAG-TABLE REDEFINES WS-CURR-FLAG-AREA.
           05  WS-CURR-FLAG             PIC X(01) OCCURS 4 TIMES.
       01  WS-TARGET-FLAG-AREA          PIC X(04) VALUE SPACES.
       01  WS-TARGET-FLAG-TABLE REDEFINES WS-TARGET-FLAG-AREA.
           05  WS-TARGET-FLAG           PIC X(01) OCCURS 4 TIMES.
       01  WS-SEL-FLAG-AREA             PIC X(04) VALUE SPACES.
       01  WS-SEL-FLAG-TABLE REDEFINES WS-SEL-FLAG-AREA.
           05  WS-SEL-FLAG              PIC X(01) OCCURS 4 TIMES.
       01  WS-NEW-FLAG-AREA             PIC X(04) VALUE SPACES.
       01  WS-NEW-FLAG-TABLE REDEFINES WS-NEW-FLAG-AREA.
           05  WS-NEW-FLAG              PIC X(01) OCCURS 4 TIMES.
       01  WS-RUN-FLAG-AREA             PIC X(04) VALUE SPACES.
       01  WS-RUN-FLAG-TABLE REDEFINES WS-RUN-FLAG-AREA.
           05  WS-RUN-FLAG              PIC X(01) OCCURS 4 TIMES.
       01  WS-OLD-FLAG-AREA             PIC X(04) VALUE SPACES.
       01  WS-OLD-FLAG-TABLE REDEFINES WS-OLD-FLAG-AREA.
           05  WS-OLD-FLAG              PIC X(01) OCCURS 4 TIMES.
       01  WS-FLAG-SUB                  PIC 9(02) COMP VALUE ZERO.

       01  WS-SELECT-CUST-ID            PIC X(10) VALUE SPACES.
       01  WS-CURR-BRANCH               PIC X(04) VALUE SPACES.
       01  WS-TARGET-BRANCH             PIC X(04) VALUE SPACES.
       01  WS-REFUSAL-MESSAGE           PIC X(60) VALUE SPACES.
       01  WS-NOTE-TEXT                 PIC X(100) VALUE SPACES.
       01  WS-NOTE-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * IMPACT OF THE DRY RUN BY SERVICING BRANCH AND BY COUNTRY
      * AND STATE, COUNTING THE CUSTOMERS THE RUN WOULD CHANGE.
       01  WS-MAX-SEGMENTS              PIC 9(03) VALUE 300.
       01  WS-SEGMENT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-SEGMENT-OVERFLOW          PIC 9(07) VALUE ZERO.
       01  WS-SEGMENT-TABLE.
           05  WS-SEGMENT-ENTRY OCCURS 300 TIMES
                                  INDEXED BY WS-SG-IDX.
               10  WS-SG-TYPE           PIC X(08).
               10  WS-SG-VALUE          PIC X(10).
               10  WS-SG-COUNT          PIC 9(07).
       01  WS-SEGMENT-KEY.
           05  WS-SK-TYPE               PIC X(08).
           05  WS-SK-VALUE              PIC X(10).

      * ENTITLEMENT CHECK FOR THE USER ON THE CARD.
       01  WS-CHECK-TRAN-CODE           PIC X(01) VALUE SPACES.
       01  WS-DENIAL-REASON             PIC X(30) VALUE SPACES.
       01  WS-ALLOWED-HIT-COUNT         PIC 9(02) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-BDAT-REQUEST              PIC X(01) VALUE 'C'.
       01  WS-BDAT-DATE-IN              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-BDAT-RETURN-CODE          PIC 9(02) VALUE ZERO.

       01  WS-AUDIT-SEQ-NO              PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE 'ZCNCMUPD'.
       01  WS-AUDIT-USER-ID             PIC X(08) VALUE SPACES.
       01  WS-AUDIT-FIELD-NAME          PIC X(15) VALUE SPACES.
       01  WS-AUDIT-OLD-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE           PIC X(100) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE         PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(24) VALUE
               'CUSTOMER MASS UPDATE - '.
           05  WS-HDR-ACTION            PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'RUN ID '.
           05  WS-HDR-RUN-ID            PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE '  USER '.
           05  WS-HDR-USER-ID           PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE
               '  CYCLE DATE '.
           05  WS-HDR-CYCLE-DATE        PIC 9(08) VALUE ZERO.

       01  WS-SPEC-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-SPL-LABEL             PIC X(20).
           05  WS-SPL-VALUE             PIC X(100).

       01  WS-SAMPLE-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'LAST NAME'.
           05  FILLER                   PIC X(12) VALUE 'FIRST NAME'.
           05  FILLER                   PIC X(04) VALUE 'ST'.
           05  FILLER                   PIC X(05) VALUE 'CTY'.
           05  FILLER                   PIC X(07) VALUE 'FLAGS'.
           05  FILLER                   PIC X(08) VALUE 'BRANCH'.
           05  FILLER                   PIC X(40) VALUE 'NOTE ADDED'.

       01  WS-SAMPLE-LINE.
           05  WS-SMP-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SMP-WHEN              PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SMP-LAST-NAME         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SMP-FIRST-NAME        PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SMP-US-STATE          PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SMP-COUNTRY           PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SMP-FLAGS             PIC X(04).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-SMP-BRANCH            PIC X(04).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-SMP-NOTE              PIC X(40).

       01  WS-DETAIL-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(07) VALUE 'FLAGS'.
           05  FILLER                   PIC X(07) VALUE 'NOW'.
           05  FILLER                   PIC X(08) VALUE 'BRANCH'.
           05  FILLER                   PIC X(07) VALUE 'NOW'.
           05  FILLER                   PIC X(40) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-OLD-FLAGS         PIC X(04).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-DET-NEW-FLAGS         PIC X(04).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-DET-OLD-BRANCH        PIC X(04).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-DET-NEW-BRANCH        PIC X(04).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-DET-RESULT            PIC X(40).

       01  WS-SEGMENT-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-SGL-TYPE              PIC X(10).
           05  WS-SGL-VALUE             PIC X(22).
           05  WS-SGL-COUNT             PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL              PIC X(32).
           05  WS-TL-COUNT              PIC ZZZ,ZZ9.

       01  WS-MESSAGE-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-MSG-TEXT              PIC X(60).

       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

      * STANDARD END-OF-RUN COUNTERS HANDED TO ZCNCRHST FOR THE
      * SHARED RUN-HISTORY FILE READ BY THE MORNING STATUS REPORT.
       01  WS-RH-PROGRAM-ID             PIC X(08) VALUE 'ZCNCMUPD'.
       01  WS-RH-RECORDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-RH-RECORDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE            PIC 9(02) VALUE ZERO.
       01  WS-RH-RESULT-CODE            PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-REFUSED
               EVALUATE TRUE
                   WHEN WS-DRY-RUN-ACTION
                       PERFORM 2000-DRY-RUN
                   WHEN WS-RELEASE-ACTION
                       PERFORM 3000-RELEASE-RUN
                   WHEN WS-BACKOUT-ACTION
                       PERFORM 4000-BACKOUT-RUN
               END-EVALUATE
           END-IF
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT MUPD-REPORT-FILE
           MOVE 'C' TO WS-BDAT-REQUEST
           CALL 'ZCNCBDAT' USING WS-BDAT-REQUEST
                                 WS-BDAT-DATE-IN
                                 WS-CYCLE-DATE
                                 WS-BDAT-RETURN-CODE
           END-CALL
           MOVE WS-CYCLE-DATE TO WS-HDR-CYCLE-DATE
      * THE REQUEST FILE STAYS OPEN FOR THE RUN - THE DRY RUN TAKES
      * ITS SELECTION AND CHANGE FROM THE CARD AFTER THE CONTROL
      * RECORD HAS BEEN CHECKED.
           OPEN INPUT MUPD-REQUEST-FILE
           IF WS-REQUEST-STATUS = '00'
               READ MUPD-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-REQUEST-READ-SW
                       MOVE MRQ-ACTION  TO WS-RUN-ACTION
                       MOVE MRQ-RUN-ID  TO WS-RUN-ID
                       MOVE MRQ-USER-ID TO WS-AUDIT-USER-ID
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-DRY-RUN-ACTION
                   MOVE 'DRY RUN' TO WS-HDR-ACTION
               WHEN WS-RELEASE-ACTION
                   MOVE 'RELEASE' TO WS-HDR-ACTION
               WHEN WS-BACKOUT-ACTION
                   MOVE 'BACKOUT' TO WS-HDR-ACTION
           END-EVALUATE
           MOVE WS-RUN-ID        TO WS-HDR-RUN-ID
           MOVE WS-AUDIT-USER-ID TO WS-HDR-USER-ID
           WRITE MUPD-REPORT-LINE FROM WS-HEADING-LINE
           EVALUATE TRUE
               WHEN NOT WS-REQUEST-READ
                   MOVE 'NO REQUEST CARD ON MUPDREQ'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN NOT WS-DRY-RUN-ACTION
                   AND NOT WS-RELEASE-ACTION
                   AND NOT WS-BACKOUT-ACTION
                   MOVE 'ACTION MUST BE D (DRY RUN), R (RELEASE) OR B'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN WS-RUN-ID = SPACES
                   OR WS-AUDIT-USER-ID = SPACES
                   MOVE 'RUN ID AND USER ID ARE BOTH REQUIRED'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN OTHER
                   PERFORM 1100-OPEN-FILES
           END-EVALUATE.

      * THE DRY RUN ONLY READS.  RELEASE AND BACKOUT UPDATE THE
      * MASTER AND CUSTBRCH UNDER THE CUSTLOCK LOCK, THE SAME AS
      * ZCNCMAINT AND ZCNCBRCH.
       1100-OPEN-FILES.
           OPEN I-O MUPD-CONTROL-FILE
           IF WS-CONTROL-STATUS = '35'
               OPEN OUTPUT MUPD-CONTROL-FILE
               CLOSE MUPD-CONTROL-FILE
               OPEN I-O MUPD-CONTROL-FILE
           END-IF
           OPEN INPUT USER-AUTH-FILE
           IF WS-USERAUTH-STATUS = '00'
               MOVE 'Y' TO WS-USERAUTH-AVAIL-SW
           ELSE
               DISPLAY 'ZCNCMUPD - USERAUTH NOT AVAILABLE ('
                       WS-USERAUTH-STATUS ')'
           END-IF
           OPEN EXTEND SECURITY-DENIAL-FILE
           IF WS-SECDENY-STATUS = '35'
               OPEN OUTPUT SECURITY-DENIAL-FILE
           END-IF
           OPEN INPUT RETIRED-ID-FILE
           IF WS-RETIRED-STATUS = '00'
               MOVE 'Y' TO WS-RETIRED-AVAIL-SW
           END-IF
           OPEN INPUT ALT-REFERENCE-FILE
           IF WS-ALTREF-STATUS = '00'
               MOVE 'Y' TO WS-ALTREF-AVAIL-SW
           END-IF
           OPEN INPUT BRANCH-REF-FILE
           IF WS-DRY-RUN-ACTION
               OPEN INPUT CUST-MASTER-FILE
               OPEN INPUT CUST-BRANCH-FILE
           ELSE
               OPEN I-O CUST-MASTER-FILE
               OPEN I-O CUST-BRANCH-FILE
               IF WS-CUSTBRCH-STATUS = '35'
                   OPEN OUTPUT CUST-BRANCH-FILE
                   CLOSE CUST-BRANCH-FILE
                   OPEN I-O CUST-BRANCH-FILE
               END-IF
               OPEN I-O LOCK-FILE
               IF WS-LOCK-STATUS = '35'
                   OPEN OUTPUT LOCK-FILE
                   CLOSE LOCK-FILE
                   OPEN I-O LOCK-FILE
               END-IF
           END-IF
           IF WS-CUSTBRCH-STATUS = '00'
               MOVE 'Y' TO WS-CUSTBRCH-AVAIL-SW
           END-IF
           IF NOT WS-MASTER-STATUS = '00'
               MOVE SPACES TO WS-REFUSAL-MESSAGE
               STRING 'ERROR OPENING MASTER FILE: ' DELIMITED BY SIZE
                      WS-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-MESSAGE
               END-STRING
               PERFORM 1900-REFUSE-RUN
           END-IF.

      * A REFUSED RUN CHANGES NOTHING AND ENDS WITH CC 8, THE
      * REASON ON THE REPORT AND IN THE JOB LOG.
       1900-REFUSE-RUN.
           MOVE 'Y' TO WS-REFUSED-SWITCH
           MOVE WS-REFUSAL-MESSAGE TO WS-MSG-TEXT
           WRITE MUPD-REPORT-LINE FROM WS-BLANK-LINE
           WRITE MUPD-REPORT-LINE FROM WS-MESSAGE-LINE
           DISPLAY 'ZCNCMUPD - RUN REFUSED: ' WS-REFUSAL-MESSAGE
           MOVE 8 TO RETURN-CODE.

      ******************************************************
      *  DRY RUN: STORE THE SELECTION AND CHANGE UNDER THE *
      *  RUN ID AND REPORT WHAT A RELEASE WOULD DO.         *
      ******************************************************
       2000-DRY-RUN.
           MOVE 'M' TO WS-CHECK-TRAN-CODE
           PERFORM 9900-CHECK-ENTITLEMENT
           IF NOT WS-USER-AUTHORIZED
               PERFORM 9950-WRITE-DENIAL-RECORD
               MOVE WS-DENIAL-REASON TO WS-REFUSAL-MESSAGE
               PERFORM 1900-REFUSE-RUN
           ELSE
               PERFORM 2100-READ-CONTROL
               IF WS-CONTROL-FOUND AND NOT MUC-DRY-RUN-DONE
                   MOVE 'RUN ID ALREADY RELEASED - USE A NEW RUN ID'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               ELSE
                   PERFORM 2010-DRY-RUN-SELECTION
               END-IF
           END-IF.

      * A RUN ID STILL AT DRY-RUN STAGE MAY BE DRY-RUN AGAIN WITH A
      * CORRECTED CARD; THE NEW SELECTION REPLACES THE OLD ONE AND
      * ANY RELEASE MUST FOLLOW THE NEW IMPACT REPORT.
       2010-DRY-RUN-SELECTION.
           IF WS-CONTROL-FOUND
               MOVE 'EARLIER DRY RUN OF THIS RUN ID REPLACED'
                   TO WS-MSG-TEXT
               WRITE MUPD-REPORT-LINE FROM WS-BLANK-LINE
               WRITE MUPD-REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF
           MOVE MRQ-SPEC TO MUC-SPEC
           PERFORM 2200-VALIDATE-SPEC
           IF NOT WS-RUN-REFUSED
               PERFORM 2300-PRINT-SPEC
               WRITE MUPD-REPORT-LINE FROM WS-BLANK-LINE
               WRITE MUPD-REPORT-LINE FROM WS-SAMPLE-HEADING
               MOVE 'D' TO WS-PASS-MODE
               PERFORM 5000-SELECTION-PASS
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 2400-PRINT-IMPACT
               PERFORM 2500-STORE-CONTROL
           END-IF.

       2100-READ-CONTROL.
           MOVE WS-RUN-ID TO MUC-RUN-ID
           READ MUPD-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CONTROL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTROL-FOUND-SW
           END-READ.

      * RELEASE AND BACKOUT CHANGE CUSTOMERS, SO THE USER NEEDS
      * THE CHANGE TRANSACTION AS WELL AS MASS UPDATE, AND THE
      * STATUS-FLAG AUTHORITY WHEN THE RUN CHANGES FLAGS.
       2150-CHECK-APPLY-AUTHORITY.
           MOVE 'M' TO WS-CHECK-TRAN-CODE
           PERFORM 9900-CHECK-ENTITLEMENT
           IF WS-USER-AUTHORIZED
               MOVE 'C' TO WS-CHECK-TRAN-CODE
               PERFORM 9900-CHECK-ENTITLEMENT
           END-IF
           IF NOT WS-USER-AUTHORIZED
               PERFORM 9950-WRITE-DENIAL-RECORD
               MOVE WS-DENIAL-REASON TO WS-REFUSAL-MESSAGE
               PERFORM 1900-REFUSE-RUN
           END-IF.

      * THE SAME EDITS RUN AGAIN ON RELEASE AND BACKOUT, SO A
      * BRANCH WITHDRAWN FROM BRCHREF SINCE THE DRY RUN STOPS THE
      * RELEASE RATHER THAN ASSIGNING CUSTOMERS TO IT.
       2200-VALIDATE-SPEC.
           MOVE SPACES TO WS-REFUSAL-MESSAGE
           MOVE MUC-SEL-FLAGS TO WS-SEL-FLAG-AREA
           MOVE MUC-NEW-FLAGS TO WS-NEW-FLAG-AREA
           IF NOT MUC-FROM-LIST AND NOT MUC-FROM-CRITERIA
               MOVE 'SELECTION MUST BE L (CUST-ID LIST) OR C (CRITERIA)'
                   TO WS-REFUSAL-MESSAGE
           END-IF
           IF WS-REFUSAL-MESSAGE = SPACES
               AND MUC-FROM-CRITERIA
               AND MUC-CRITERIA = SPACES
               MOVE 'CRITERIA SELECTION GIVES NO CRITERIA'
                   TO WS-REFUSAL-MESSAGE
           END-IF
           IF WS-REFUSAL-MESSAGE = SPACES
               PERFORM 2210-VALIDATE-FLAG
                   VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > 4
           END-IF
           IF WS-REFUSAL-MESSAGE = SPACES
               AND MUC-CHANGE = SPACES
               MOVE 'NO CHANGE GIVEN - FLAGS, BRANCH OR NOTE'
                   TO WS-REFUSAL-MESSAGE
           END-IF
           IF WS-REFUSAL-MESSAGE = SPACES
               AND MUC-REASON = SPACES
               MOVE 'NO REASON GIVEN FOR THE MASS UPDATE'
                   TO WS-REFUSAL-MESSAGE
           END-IF
           IF WS-REFUSAL-MESSAGE = SPACES
               AND MUC-NEW-BRANCH NOT = SPACES
               MOVE MUC-NEW-BRANCH TO BRC-BRANCH-CODE
               READ BRANCH-REF-FILE
                   INVALID KEY
                       MOVE 'NEW BRANCH IS NOT ON BRCHREF'
                           TO WS-REFUSAL-MESSAGE
               END-READ
           END-IF
           IF WS-REFUSAL-MESSAGE = SPACES
               AND MUC-SEL-CHANNEL NOT = SPACES
               AND NOT WS-ALTREF-AVAILABLE
               MOVE 'SOURCE CHANNEL SELECTION NEEDS ALTREF'
                   TO WS-REFUSAL-MESSAGE
           END-IF
           IF WS-REFUSAL-MESSAGE NOT = SPACES
               PERFORM 1900-REFUSE-RUN
           END-IF.

       2210-VALIDATE-FLAG.
           IF WS-SEL-FLAG (WS-FLAG-SUB) NOT = SPACE
               AND WS-SEL-FLAG (WS-FLAG-SUB) NOT = 'Y'
               AND WS-SEL-FLAG (WS-FLAG-SUB) NOT = 'N'
               MOVE 'STATUS FLAG VALUES MUST BE Y, N OR BLANK'
                   TO WS-REFUSAL-MESSAGE
           END-IF
           IF WS-NEW-FLAG (WS-FLAG-SUB) NOT = SPACE
               AND WS-NEW-FLAG (WS-FLAG-SUB) NOT = 'Y'
               AND WS-NEW-FLAG (WS-FLAG-SUB) NOT = 'N'
               MOVE 'STATUS FLAG VALUES MUST BE Y, N OR BLANK'
                   TO WS-REFUSAL-MESSAGE
           END-IF.

      * THE SELECTION AND CHANGE AS STORED, AT THE HEAD OF EVERY
      * REPORT FOR THE RUN.  FLAGS READ VIP/DNC/INACTIVE/MISSED-
      * CALL, WITH A DASH FOR A FLAG NOT SELECTED ON OR CHANGED.
       2300-PRINT-SPEC.
           WRITE MUPD-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'SELECTION:' TO WS-SPL-LABEL
           IF MUC-FROM-LIST
               MOVE 'CUST-ID LIST (MUPDLIST)' TO WS-SPL-VALUE
           ELSE
               MOVE 'CRITERIA' TO WS-SPL-VALUE
           END-IF
           WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           IF MUC-SEL-US-STATE NOT = SPACES
               MOVE '  STATE:' TO WS-SPL-LABEL
               MOVE MUC-SEL-US-STATE TO WS-SPL-VALUE
               WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           END-IF
           IF MUC-SEL-COUNTRY NOT = SPACES
               MOVE '  COUNTRY:' TO WS-SPL-LABEL
               MOVE MUC-SEL-COUNTRY TO WS-SPL-VALUE
               WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           END-IF
           IF MUC-SEL-BRANCH NOT = SPACES
               MOVE '  BRANCH:' TO WS-SPL-LABEL
               MOVE MUC-SEL-BRANCH TO WS-SPL-VALUE
               WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           END-IF
           IF MUC-SEL-CHANNEL NOT = SPACES
               MOVE '  SOURCE CHANNEL:' TO WS-SPL-LABEL
               MOVE MUC-SEL-CHANNEL TO WS-SPL-VALUE
               WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           END-IF
           IF MUC-SEL-FLAGS NOT = SPACES
               MOVE '  STATUS FLAGS:' TO WS-SPL-LABEL
               MOVE MUC-SEL-FLAGS TO WS-SPL-VALUE
               INSPECT WS-SPL-VALUE (1:4) REPLACING ALL SPACE BY '-'
               WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           END-IF
           IF MUC-NEW-FLAGS NOT = SPACES
               MOVE 'SET STATUS FLAGS:' TO WS-SPL-LABEL
               MOVE MUC-NEW-FLAGS TO WS-SPL-VALUE
               INSPECT WS-SPL-VALUE (1:4) REPLACING ALL SPACE BY '-'
               WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           END-IF
           IF MUC-NEW-BRANCH NOT = SPACES
               MOVE 'SET BRANCH:' TO WS-SPL-LABEL
               MOVE MUC-NEW-BRANCH TO WS-SPL-VALUE
               WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           END-IF
           IF MUC-NOTE-TEXT NOT = SPACES
               MOVE 'ADD NOTE:' TO WS-SPL-LABEL
               MOVE MUC-NOTE-TEXT TO WS-SPL-VALUE
               WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           END-IF
           MOVE 'REASON:' TO WS-SPL-LABEL
           MOVE MUC-REASON TO WS-SPL-VALUE
           WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           IF NOT WS-DRY-RUN-ACTION
               MOVE 'REQUESTED BY:' TO WS-SPL-LABEL
               MOVE SPACES TO WS-SPL-VALUE
               STRING MUC-REQUEST-USER DELIMITED BY SPACE
                      ' - DRY RUN OF ' DELIMITED BY SIZE
                      MUC-DRY-RUN-DATE DELIMITED BY SIZE
                   INTO WS-SPL-VALUE
               END-STRING
               WRITE MUPD-REPORT-LINE FROM WS-SPEC-LINE
           END-IF.

       2400-PRINT-IMPACT.
           WRITE MUPD-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'CUSTOMERS TO CHANGE BY SERVICING BRANCH AND STATE:'
               TO WS-MSG-TEXT
           WRITE MUPD-REPORT-LINE FROM WS-MESSAGE-LINE
           PERFORM 2410-PRINT-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
           IF WS-SEGMENT-OVERFLOW > ZERO
               MOVE 'OTHER' TO WS-SGL-TYPE
               MOVE '(TABLE FULL)' TO WS-SGL-VALUE
               MOVE WS-SEGMENT-OVERFLOW TO WS-SGL-COUNT
               WRITE MUPD-REPORT-LINE FROM WS-SEGMENT-LINE
           END-IF.

       2410-PRINT-SEGMENT.
           MOVE WS-SG-TYPE (WS-SG-IDX)  TO WS-SGL-TYPE
           MOVE WS-SG-VALUE (WS-SG-IDX) TO WS-SGL-VALUE
           MOVE WS-SG-COUNT (WS-SG-IDX) TO WS-SGL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-SEGMENT-LINE.

      * THE COUNT STORED IS THE NUMBER OF CUSTOMERS THE RUN WOULD
      * CHANGE - THE FIGURE THE RELEASING USER SIGNED OFF ON.
       2500-STORE-CONTROL.
           MOVE WS-RUN-ID           TO MUC-RUN-ID
           MOVE 'D'                 TO MUC-RUN-STATUS
           MOVE WS-AUDIT-USER-ID    TO MUC-REQUEST-USER
           MOVE WS-CYCLE-DATE       TO MUC-DRY-RUN-DATE
           MOVE WS-CUSTS-TO-CHANGE  TO MUC-SELECTED-COUNT
           MOVE SPACES              TO MUC-RELEASE-USER
           MOVE ZERO                TO MUC-RELEASE-DATE
           MOVE ZERO                TO MUC-APPLIED-COUNT
           MOVE SPACES              TO MUC-BACKOUT-USER
           MOVE ZERO                TO MUC-BACKOUT-DATE
           MOVE ZERO                TO MUC-REVERSED-COUNT
           IF WS-CONTROL-FOUND
               REWRITE MUPD-CONTROL-RECORD
                   INVALID KEY
                       MOVE 'ERROR REWRITING MUPDCTL RECORD'
                           TO WS-REFUSAL-MESSAGE
                       PERFORM 1900-REFUSE-RUN
               END-REWRITE
           ELSE
               WRITE MUPD-CONTROL-RECORD
                   INVALID KEY
                       MOVE 'ERROR WRITING MUPDCTL RECORD'
                           TO WS-REFUSAL-MESSAGE
                       PERFORM 1900-REFUSE-RUN
               END-WRITE
           END-IF
           IF NOT WS-RUN-REFUSED
               MOVE 'DRY RUN STORED - RELEASE NEEDS A SECOND USER'
                   TO WS-MSG-TEXT
               WRITE MUPD-REPORT-LINE FROM WS-BLANK-LINE
               WRITE MUPD-REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.

      ******************************************************
      *  RELEASE: A SECOND AUTHORIZED USER APPLIES EXACTLY  *
      *  THE STORED DRY RUN AND WRITES THE BACKOUT FILE.    *
      ******************************************************
       3000-RELEASE-RUN.
           PERFORM 2100-READ-CONTROL
           EVALUATE TRUE
               WHEN NOT WS-CONTROL-FOUND
                   MOVE 'NO DRY RUN ON FILE FOR THIS RUN ID'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN MUC-APPLYING
                   MOVE 'EARLIER RELEASE DID NOT FINISH - BACK IT OUT'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN NOT MUC-DRY-RUN-DONE
                   MOVE 'RUN ALREADY RELEASED OR BACKED OUT'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN NOT WS-USERAUTH-AVAILABLE
                   MOVE 'USERAUTH NOT AVAILABLE - RELEASE NOT CHECKED'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN WS-AUDIT-USER-ID = MUC-REQUEST-USER
                   MOVE 'M' TO WS-CHECK-TRAN-CODE
                   MOVE 'RELEASE BY REQUESTER REFUSED'
                       TO WS-DENIAL-REASON
                   PERFORM 9950-WRITE-DENIAL-RECORD
                   MOVE 'RELEASE MUST BE BY A USER OTHER THAN REQUESTER'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN OTHER
                   PERFORM 3010-RELEASE-AUTHORIZED
           END-EVALUATE.

      * THE SELECTION IS RECOUNTED BEFORE ANYTHING IS APPLIED.  IF
      * THE MASTER HAS MOVED SINCE THE DRY RUN SO THAT A DIFFERENT
      * NUMBER OF CUSTOMERS WOULD CHANGE, THE IMPACT REPORT THE
      * RELEASE WAS BASED ON NO LONGER HOLDS AND THE RUN STOPS.
       3010-RELEASE-AUTHORIZED.
           PERFORM 2150-CHECK-APPLY-AUTHORITY
           IF NOT WS-RUN-REFUSED
               PERFORM 2200-VALIDATE-SPEC
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 2300-PRINT-SPEC
               MOVE 'C' TO WS-PASS-MODE
               PERFORM 5000-SELECTION-PASS
           END-IF
           IF NOT WS-RUN-REFUSED
               IF WS-CUSTS-TO-CHANGE NOT = MUC-SELECTED-COUNT
                   WRITE MUPD-REPORT-LINE FROM WS-BLANK-LINE
                   MOVE 'CUSTOMERS TO CHANGE AT DRY RUN:'
                       TO WS-TL-LABEL
                   MOVE MUC-SELECTED-COUNT TO WS-TL-COUNT
                   WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
                   MOVE 'CUSTOMERS TO CHANGE NOW:' TO WS-TL-LABEL
                   MOVE WS-CUSTS-TO-CHANGE TO WS-TL-COUNT
                   WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
                   MOVE 'IMPACT CHANGED SINCE DRY RUN - RERUN DRY RUN'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               ELSE
                   PERFORM 3100-APPLY-RUN
               END-IF
           END-IF.

      * THE CONTROL RECORD IS MARKED APPLYING ONCE THE BACKOUT FILE
      * IS OPEN AND BEFORE ANY CUSTOMER IS CHANGED, AND RELEASED
      * ONLY AFTER THE APPLY PASS ENDS.  A RUN THAT FAILS PART WAY
      * IS LEFT APPLYING: IT WILL NOT BE RELEASED AGAIN (IT COULD
      * NOT RECOUNT TO THE SAME FIGURE ANYWAY) AND IS BACKED OUT
      * FROM WHAT REACHED THE BACKOUT FILE.
       3100-APPLY-RUN.
           OPEN OUTPUT MUPD-BACKOUT-FILE
           IF NOT WS-BACKOUT-STATUS = '00'
               MOVE 'ERROR OPENING BACKOUT FILE MUPDBKO'
                   TO WS-REFUSAL-MESSAGE
               PERFORM 1900-REFUSE-RUN
           ELSE
               MOVE 'A'              TO MUC-RUN-STATUS
               MOVE WS-AUDIT-USER-ID TO MUC-RELEASE-USER
               MOVE WS-CYCLE-DATE    TO MUC-RELEASE-DATE
               MOVE ZERO             TO MUC-APPLIED-COUNT
               REWRITE MUPD-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY 'ZCNCMUPD - ERROR REWRITING MUPDCTL: '
                               WS-CONTROL-STATUS
                       CLOSE MUPD-BACKOUT-FILE
                       MOVE 'CONTROL RECORD NOT MARKED APPLYING'
                           TO WS-REFUSAL-MESSAGE
                       PERFORM 1900-REFUSE-RUN
               END-REWRITE
           END-IF
           IF NOT WS-RUN-REFUSED
               WRITE MUPD-REPORT-LINE FROM WS-BLANK-LINE
               WRITE MUPD-REPORT-LINE FROM WS-DETAIL-HEADING
               MOVE 'A' TO WS-PASS-MODE
               PERFORM 5000-SELECTION-PASS
               CLOSE MUPD-BACKOUT-FILE
               MOVE 'R'              TO MUC-RUN-STATUS
               MOVE WS-AUDIT-USER-ID TO MUC-RELEASE-USER
               MOVE WS-CYCLE-DATE    TO MUC-RELEASE-DATE
               MOVE WS-CUSTS-APPLIED TO MUC-APPLIED-COUNT
               REWRITE MUPD-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY 'ZCNCMUPD - ERROR REWRITING MUPDCTL: '
                               WS-CONTROL-STATUS
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           END-IF.

      ******************************************************
      *  BACKOUT: PUT BACK WHAT THE RELEASED RUN CHANGED,   *
      *  FROM THE BACKOUT FILE THAT RUN WROTE.              *
      ******************************************************
       4000-BACKOUT-RUN.
           PERFORM 2100-READ-CONTROL
           EVALUATE TRUE
               WHEN NOT WS-CONTROL-FOUND
                   MOVE 'NO MASS UPDATE ON FILE FOR THIS RUN ID'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN MUC-DRY-RUN-DONE
                   MOVE 'RUN WAS NEVER RELEASED - NOTHING TO BACK OUT'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN NOT WS-USERAUTH-AVAILABLE
                   MOVE 'USERAUTH NOT AVAILABLE - BACKOUT NOT CHECKED'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               WHEN OTHER
                   PERFORM 4010-BACKOUT-AUTHORIZED
           END-EVALUATE.

      * A BACKOUT MAY BE RUN AGAIN (FOR CUSTOMERS THAT WERE LOCKED
      * THE FIRST TIME).  WHAT WAS ALREADY PUT BACK IS LEFT ALONE,
      * AND THE BACKOUT NOTE IS NOT REPEATED FOR THOSE CUSTOMERS.
       4010-BACKOUT-AUTHORIZED.
           IF MUC-BACKED-OUT
               MOVE 'N' TO WS-FIRST-BACKOUT-SW
           END-IF
           PERFORM 2150-CHECK-APPLY-AUTHORITY
           IF NOT WS-RUN-REFUSED
               PERFORM 2300-PRINT-SPEC
               OPEN INPUT MUPD-BACKOUT-FILE
               IF NOT WS-BACKOUT-STATUS = '00'
                   MOVE 'BACKOUT FILE MUPDBKO NOT AVAILABLE'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               ELSE
                   PERFORM 4100-READ-BACKOUT
                   PERFORM 4020-CHECK-BACKOUT-FILE
                   CLOSE MUPD-BACKOUT-FILE
               END-IF
           END-IF.

      * THE FILE MUST BE THE ONE THIS RUN WROTE - A BACKOUT FED
      * ANOTHER RUN'S GENERATION WOULD UNDO THE WRONG CHANGES.
       4020-CHECK-BACKOUT-FILE.
           IF WS-END-OF-BACKOUT
               MOVE 'BACKOUT FILE MUPDBKO IS EMPTY'
                   TO WS-REFUSAL-MESSAGE
               PERFORM 1900-REFUSE-RUN
           ELSE
               IF MBK-RUN-ID NOT = MUC-RUN-ID
                   MOVE SPACES TO WS-REFUSAL-MESSAGE
                   STRING 'BACKOUT FILE IS FOR RUN ID '
                              DELIMITED BY SIZE
                          MBK-RUN-ID DELIMITED BY SIZE
                       INTO WS-REFUSAL-MESSAGE
                   END-STRING
                   PERFORM 1900-REFUSE-RUN
               ELSE
                   WRITE MUPD-REPORT-LINE FROM WS-BLANK-LINE
                   WRITE MUPD-REPORT-LINE FROM WS-DETAIL-HEADING
                   PERFORM 4200-REVERSE-CUSTOMER
                       UNTIL WS-END-OF-BACKOUT
                   PERFORM 4050-MARK-BACKED-OUT
               END-IF
           END-IF.

       4050-MARK-BACKED-OUT.
           MOVE 'B'              TO MUC-RUN-STATUS
           MOVE WS-AUDIT-USER-ID TO MUC-BACKOUT-USER
           MOVE WS-CYCLE-DATE    TO MUC-BACKOUT-DATE
           ADD WS-CUSTS-REVERSED WS-CUSTS-PART-REVERSED
               TO MUC-REVERSED-COUNT
           REWRITE MUPD-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ZCNCMUPD - ERROR REWRITING MUPDCTL: '
                           WS-CONTROL-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       4100-READ-BACKOUT.
           READ MUPD-BACKOUT-FILE
               AT END
                   MOVE 'Y' TO WS-BACKOUT-EOF-SW
           END-READ.

       4200-REVERSE-CUSTOMER.
           ADD 1 TO WS-BACKOUT-READ
           MOVE MBK-CUST-ID TO WS-SELECT-CUST-ID
           MOVE MBK-OLD-FLAGS  TO WS-DET-OLD-FLAGS
           MOVE MBK-OLD-BRANCH TO WS-DET-OLD-BRANCH
           MOVE SPACES TO WS-DET-NEW-FLAGS WS-DET-NEW-BRANCH
           IF MBK-RUN-ID NOT = MUC-RUN-ID
               ADD 1 TO WS-CUSTS-NOT-REVERSED
               MOVE 'NOT REVERSED - RECORD IS FOR ANOTHER RUN'
                   TO WS-DET-RESULT
           ELSE
               PERFORM 9500-ACQUIRE-LOCK
               IF WS-CUST-LOCKED
                   ADD 1 TO WS-CUSTS-LOCKED
                   MOVE 'SKIPPED - CUSTOMER LOCKED' TO WS-DET-RESULT
               ELSE
                   PERFORM 4300-REVERSE-LOCKED-CUST
                   PERFORM 9600-RELEASE-LOCK
               END-IF
           END-IF
           MOVE WS-SELECT-CUST-ID TO WS-DET-CUST-ID
           WRITE MUPD-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 4100-READ-BACKOUT.

       4300-REVERSE-LOCKED-CUST.
           MOVE WS-SELECT-CUST-ID TO CUST-ID OF MASTER-CUSTOMER-REC
           READ CUST-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-BACKOUT-NOT-ON-MASTER
                   ADD 1 TO WS-CUSTS-NOT-REVERSED
                   MOVE 'NOT REVERSED - NOT ON MASTER' TO WS-DET-RESULT
               NOT INVALID KEY
                   PERFORM 4400-RESTORE-CUSTOMER
           END-READ.

      * A FLAG OR BRANCH IS PUT BACK ONLY WHILE IT STILL HOLDS THE
      * VALUE THE RUN SET.  ONE CHANGED AGAIN SINCE BELONGS TO
      * WHOEVER CHANGED IT AND IS REPORTED, NOT OVERWRITTEN.
       4400-RESTORE-CUSTOMER.
           MOVE 'N' TO WS-REVERSED-SW
           MOVE 'N' TO WS-CONFLICT-SW
           MOVE 'N' TO WS-APPLY-FAILED-SW
           PERFORM 5650-LOAD-CURRENT
           MOVE MBK-OLD-FLAGS TO WS-OLD-FLAG-AREA
           MOVE MBK-NEW-FLAGS TO WS-RUN-FLAG-AREA
           MOVE WS-CURR-FLAG-AREA TO WS-TARGET-FLAG-AREA
           PERFORM 4410-RESTORE-FLAG
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 4
           MOVE WS-CURR-BRANCH TO WS-TARGET-BRANCH
           IF MBK-BRANCH-CHANGED
               IF WS-CURR-BRANCH = MBK-NEW-BRANCH
                   MOVE MBK-OLD-BRANCH TO WS-TARGET-BRANCH
               ELSE
                   IF WS-CURR-BRANCH NOT = MBK-OLD-BRANCH
                       MOVE 'Y' TO WS-CONFLICT-SW
                   END-IF
               END-IF
           END-IF
           IF WS-TARGET-FLAG-AREA NOT = WS-CURR-FLAG-AREA
               OR WS-TARGET-BRANCH NOT = WS-CURR-BRANCH
               MOVE 'Y' TO WS-REVERSED-SW
           END-IF
           PERFORM 6200-UPDATE-CUSTOMER
           IF NOT WS-APPLY-FAILED
               AND MBK-NOTE-ADDED
               AND (WS-FIRST-BACKOUT OR WS-SOMETHING-REVERSED)
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'MASS UPDATE ' DELIMITED BY SIZE
                      MUC-RUN-ID DELIMITED BY SPACE
                      ' BACKED OUT - ITS NOTE NO LONGER APPLIES'
                          DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               END-STRING
               PERFORM 6400-ADD-NOTE
               MOVE 'Y' TO WS-REVERSED-SW
           END-IF
           MOVE WS-TARGET-FLAG-AREA TO WS-DET-NEW-FLAGS
           MOVE WS-TARGET-BRANCH    TO WS-DET-NEW-BRANCH
           EVALUATE TRUE
               WHEN WS-APPLY-FAILED
                   ADD 1 TO WS-CUSTS-NOT-REVERSED
                   MOVE 'NOT REVERSED - REWRITE FAILED'
                       TO WS-DET-RESULT
               WHEN WS-SOMETHING-REVERSED AND WS-CHANGED-SINCE-RUN
                   ADD 1 TO WS-CUSTS-PART-REVERSED
                   MOVE 'PARTLY REVERSED - CHANGED SINCE RUN'
                       TO WS-DET-RESULT
               WHEN WS-SOMETHING-REVERSED
                   ADD 1 TO WS-CUSTS-REVERSED
                   MOVE 'REVERSED' TO WS-DET-RESULT
               WHEN WS-CHANGED-SINCE-RUN
                   ADD 1 TO WS-CUSTS-NOT-REVERSED
                   MOVE 'NOT REVERSED - CHANGED SINCE RUN'
                       TO WS-DET-RESULT
               WHEN OTHER
                   MOVE 'ALREADY REVERSED' TO WS-DET-RESULT
           END-EVALUATE.

       4410-RESTORE-FLAG.
           IF WS-OLD-FLAG (WS-FLAG-SUB) NOT = WS-RUN-FLAG (WS-FLAG-SUB)
               IF WS-CURR-FLAG (WS-FLAG-SUB)
                   = WS-RUN-FLAG (WS-FLAG-SUB)
                   MOVE WS-OLD-FLAG (WS-FLAG-SUB)
                       TO WS-TARGET-FLAG (WS-FLAG-SUB)
               ELSE
                   IF WS-CURR-FLAG (WS-FLAG-SUB)
                       NOT = WS-OLD-FLAG (WS-FLAG-SUB)
                       MOVE 'Y' TO WS-CONFLICT-SW
                   END-IF
               END-IF
           END-IF.

      ******************************************************
      *  ONE PASS OVER THE SELECTION - THE CUST-ID LIST OR  *
      *  THE WHOLE MASTER.  CRITERIA GIVEN WITH A LIST ALSO *
      *  APPLY, SO A VENDOR LIST CAN BE NARROWED.           *
      ******************************************************
       5000-SELECTION-PASS.
           INITIALIZE WS-COUNTERS WS-FLAG-CHANGE-TABLE
           MOVE ZERO TO WS-SEGMENT-COUNT
           MOVE ZERO TO WS-SEGMENT-OVERFLOW
           MOVE MUC-SEL-FLAGS TO WS-SEL-FLAG-AREA
           MOVE MUC-NEW-FLAGS TO WS-NEW-FLAG-AREA
           MOVE 'N' TO WS-SELECTION-EOF-SW
           IF MUC-FROM-LIST
               OPEN INPUT MUPD-LIST-FILE
               IF NOT WS-LIST-STATUS = '00'
                   MOVE 'CUST-ID LIST MUPDLIST NOT AVAILABLE'
                       TO WS-REFUSAL-MESSAGE
                   PERFORM 1900-REFUSE-RUN
               ELSE
                   PERFORM 5110-READ-LIST
                   PERFORM 5100-SELECT-FROM-LIST
                       UNTIL WS-END-OF-SELECTION
                   CLOSE MUPD-LIST-FILE
               END-IF
           ELSE
               MOVE LOW-VALUES TO CUST-ID OF MASTER-CUSTOMER-REC
               START CUST-MASTER-FILE
                   KEY IS NOT LESS THAN CUST-ID OF MASTER-CUSTOMER-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-SELECTION-EOF-SW
               END-START
               IF NOT WS-END-OF-SELECTION
                   PERFORM 5210-READ-MASTER-NEXT
               END-IF
               PERFORM 5200-SELECT-FROM-MASTER
                   UNTIL WS-END-OF-SELECTION
           END-IF.

       5100-SELECT-FROM-LIST.
           ADD 1 TO WS-LIST-READ
           IF MUL-CUST-ID NOT = SPACES
               MOVE MUL-CUST-ID TO WS-SELECT-CUST-ID
               PERFORM 5120-REDIRECT-RETIRED-ID
               MOVE WS-SELECT-CUST-ID
                   TO CUST-ID OF MASTER-CUSTOMER-REC
               READ CUST-MASTER-FILE
                   INVALID KEY
                       PERFORM 5130-REPORT-NOT-ON-MASTER
                   NOT INVALID KEY
                       PERFORM 5500-EVALUATE-CUSTOMER
               END-READ
           END-IF
           PERFORM 5110-READ-LIST.

       5110-READ-LIST.
           READ MUPD-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-SELECTION-EOF-SW
           END-READ.

      * A VENDOR LIST MAY CARRY IDS RETIRED BY A MERGE; THE UPDATE
      * FOLLOWS THEM TO THE SURVIVING CUSTOMER AS ZCNCMAINT DOES.
       5120-REDIRECT-RETIRED-ID.
           IF WS-RETIRED-AVAILABLE
               MOVE WS-SELECT-CUST-ID TO RET-OLD-CUST-ID
               READ RETIRED-ID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RET-NEW-CUST-ID TO WS-SELECT-CUST-ID
                       ADD 1 TO WS-LIST-REDIRECTED
               END-READ
           END-IF.

       5130-REPORT-NOT-ON-MASTER.
           ADD 1 TO WS-LIST-NOT-ON-MASTER
           IF NOT WS-COUNT-PASS
               MOVE SPACES TO WS-MSG-TEXT
               STRING 'LISTED CUST-ID ' DELIMITED BY SIZE
                      WS-SELECT-CUST-ID DELIMITED BY SIZE
                      ' IS NOT ON THE MASTER' DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING
               WRITE MUPD-REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.

       5200-SELECT-FROM-MASTER.
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO WS-SELECT-CUST-ID
           PERFORM 5500-EVALUATE-CUSTOMER
           PERFORM 5210-READ-MASTER-NEXT.

       5210-READ-MASTER-NEXT.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SELECTION-EOF-SW
           END-READ.

      * A CUSTOMER ALREADY IN THE TARGET STATE IS SELECTED BUT NOT
      * CHANGED, AND GETS NO AUDIT, NO BACKOUT RECORD AND NO NOTE
      * UNLESS THE RUN ADDS ONE.
       5500-EVALUATE-CUSTOMER.
           ADD 1 TO WS-CUSTS-EXAMINED
           PERFORM 5650-LOAD-CURRENT
           PERFORM 5600-MATCH-CRITERIA
           IF NOT WS-CUST-SELECTED
               IF MUC-FROM-LIST
                   ADD 1 TO WS-LIST-NOT-MATCHED
               END-IF
           ELSE
               ADD 1 TO WS-CUSTS-SELECTED
               PERFORM 5700-COMPUTE-CHANGE
               IF NOT WS-WOULD-CHANGE
                   ADD 1 TO WS-CUSTS-IN-TARGET
               ELSE
                   ADD 1 TO WS-CUSTS-TO-CHANGE
                   PERFORM 5750-COUNT-CHANGE
                   EVALUATE TRUE
                       WHEN WS-DRY-RUN-PASS
                           PERFORM 5800-TALLY-IMPACT
                       WHEN WS-APPLY-PASS
                           PERFORM 6000-APPLY-CUSTOMER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       5600-MATCH-CRITERIA.
           MOVE 'Y' TO WS-SELECTED-SWITCH
           IF MUC-SEL-US-STATE NOT = SPACES
               AND MUC-SEL-US-STATE NOT = US-STATE
                                          OF MASTER-CUSTOMER-REC
               MOVE 'N' TO WS-SELECTED-SWITCH
           END-IF
           IF MUC-SEL-COUNTRY NOT = SPACES
               AND MUC-SEL-COUNTRY NOT = COUNTRY-CODE
                                         OF MASTER-CUSTOMER-REC
               MOVE 'N' TO WS-SELECTED-SWITCH
           END-IF
           IF MUC-SEL-BRANCH NOT = SPACES
               AND MUC-SEL-BRANCH NOT = WS-CURR-BRANCH
               MOVE 'N' TO WS-SELECTED-SWITCH
           END-IF
           PERFORM 5610-MATCH-FLAG
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 4
           IF WS-CUST-SELECTED
               AND MUC-SEL-CHANNEL NOT = SPACES
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO ARF-CUST-ID
               READ ALT-REFERENCE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-SELECTED-SWITCH
                   NOT INVALID KEY
                       IF ARF-SOURCE-CHANNEL NOT = MUC-SEL-CHANNEL
                           MOVE 'N' TO WS-SELECTED-SWITCH
                       END-IF
               END-READ
           END-IF.

       5610-MATCH-FLAG.
           IF WS-SEL-FLAG (WS-FLAG-SUB) NOT = SPACE
               AND WS-SEL-FLAG (WS-FLAG-SUB)
                   NOT = WS-CURR-FLAG (WS-FLAG-SUB)
               MOVE 'N' TO WS-SELECTED-SWITCH
           END-IF.

      * FLAGS AS THEY STAND ON THE MASTER AND THE SERVICING BRANCH
      * FROM CUSTBRCH (BLANK WHERE THE CUSTOMER HAS NONE).
       5650-LOAD-CURRENT.
           MOVE CUST-STATUS-FLAGS OF MASTER-CUSTOMER-REC
               TO WS-CURR-FLAG-AREA
           MOVE SPACES TO WS-CURR-BRANCH
           MOVE 'N' TO WS-BRANCH-ON-FILE-SW
           IF WS-CUSTBRCH-AVAILABLE
               MOVE CUST-ID OF MASTER-CUSTOMER-REC TO CBR-CUST-ID
               READ CUST-BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BRANCH-ON-FILE-SW
                       MOVE CBR-BRANCH-CODE TO WS-CURR-BRANCH
               END-READ
           END-IF.

       5700-COMPUTE-CHANGE.
           MOVE WS-CURR-FLAG-AREA TO WS-TARGET-FLAG-AREA
           PERFORM 5710-SET-TARGET-FLAG
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 4
           MOVE 'N' TO WS-FLAGS-CHANGE-SW
           MOVE 'N' TO WS-BRANCH-CHANGE-SW
           MOVE 'N' TO WS-WOULD-CHANGE-SW
           IF WS-TARGET-FLAG-AREA NOT = WS-CURR-FLAG-AREA
               MOVE 'Y' TO WS-FLAGS-CHANGE-SW
           END-IF
           MOVE WS-CURR-BRANCH TO WS-TARGET-BRANCH
           IF MUC-NEW-BRANCH NOT = SPACES
               AND MUC-NEW-BRANCH NOT = WS-CURR-BRANCH
               MOVE MUC-NEW-BRANCH TO WS-TARGET-BRANCH
               MOVE 'Y' TO WS-BRANCH-CHANGE-SW
           END-IF
           IF WS-FLAGS-CHANGE
               OR WS-BRANCH-CHANGE
               OR MUC-NOTE-TEXT NOT = SPACES
               MOVE 'Y' TO WS-WOULD-CHANGE-SW
           END-IF.

       5710-SET-TARGET-FLAG.
           IF WS-NEW-FLAG (WS-FLAG-SUB) NOT = SPACE
               MOVE WS-NEW-FLAG (WS-FLAG-SUB)
                   TO WS-TARGET-FLAG (WS-FLAG-SUB)
           END-IF.

       5750-COUNT-CHANGE.
           PERFORM 5760-COUNT-FLAG-CHANGE
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 4
           IF WS-BRANCH-CHANGE
               ADD 1 TO WS-BRANCH-CHANGES
           END-IF
           IF MUC-NOTE-TEXT NOT = SPACES
               ADD 1 TO WS-NOTES-ADDED
           END-IF.

       5760-COUNT-FLAG-CHANGE.
           IF WS-TARGET-FLAG (WS-FLAG-SUB)
               NOT = WS-CURR-FLAG (WS-FLAG-SUB)
               ADD 1 TO WS-FLAG-CHANGES (WS-FLAG-SUB)
           END-IF.

      * DRY RUN: TALLY BY THE BRANCH AND STATE THE CUSTOMER IS IN
      * NOW, AND SHOW THE FIRST FEW CUSTOMERS BEFORE AND AFTER.
       5800-TALLY-IMPACT.
           MOVE 'BRANCH' TO WS-SK-TYPE
           IF WS-CURR-BRANCH = SPACES
               MOVE '(NONE)' TO WS-SK-VALUE
           ELSE
               MOVE WS-CURR-BRANCH TO WS-SK-VALUE
           END-IF
           PERFORM 5810-TALLY-SEGMENT
           MOVE 'STATE' TO WS-SK-TYPE
           MOVE SPACES TO WS-SK-VALUE
           STRING COUNTRY-CODE OF MASTER-CUSTOMER-REC
                      DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  US-STATE OF MASTER-CUSTOMER-REC
                      DELIMITED BY SPACE
               INTO WS-SK-VALUE
           END-STRING
           PERFORM 5810-TALLY-SEGMENT
           IF WS-SAMPLES-WRITTEN < WS-MAX-SAMPLES
               PERFORM 5850-WRITE-SAMPLE
           END-IF.

       5810-TALLY-SEGMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 5820-FIND-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SET WS-SG-IDX DOWN BY 1
               ADD 1 TO WS-SG-COUNT (WS-SG-IDX)
           ELSE
               IF WS-SEGMENT-COUNT < WS-MAX-SEGMENTS
                   ADD 1 TO WS-SEGMENT-COUNT
                   SET WS-SG-IDX TO WS-SEGMENT-COUNT
                   MOVE WS-SK-TYPE  TO WS-SG-TYPE (WS-SG-IDX)
                   MOVE WS-SK-VALUE TO WS-SG-VALUE (WS-SG-IDX)
                   MOVE 1 TO WS-SG-COUNT (WS-SG-IDX)
               ELSE
                   ADD 1 TO WS-SEGMENT-OVERFLOW
               END-IF
           END-IF.

       5820-FIND-SEGMENT.
           IF WS-SG-TYPE (WS-SG-IDX) = WS-SK-TYPE
               AND WS-SG-VALUE (WS-SG-IDX) = WS-SK-VALUE
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       5850-WRITE-SAMPLE.
           ADD 1 TO WS-SAMPLES-WRITTEN
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO WS-SMP-CUST-ID
           MOVE CUST-LAST-NAME OF MASTER-CUSTOMER-REC
               TO WS-SMP-LAST-NAME
           MOVE CUST-FIRST-NAME OF MASTER-CUSTOMER-REC
               TO WS-SMP-FIRST-NAME
           MOVE US-STATE OF MASTER-CUSTOMER-REC TO WS-SMP-US-STATE
           MOVE COUNTRY-CODE OF MASTER-CUSTOMER-REC
               TO WS-SMP-COUNTRY
           MOVE 'BEFORE' TO WS-SMP-WHEN
           MOVE WS-CURR-FLAG-AREA TO WS-SMP-FLAGS
           MOVE WS-CURR-BRANCH TO WS-SMP-BRANCH
           MOVE SPACES TO WS-SMP-NOTE
           WRITE MUPD-REPORT-LINE FROM WS-SAMPLE-LINE
           MOVE SPACES TO WS-SMP-CUST-ID
           MOVE 'AFTER' TO WS-SMP-WHEN
           MOVE WS-TARGET-FLAG-AREA TO WS-SMP-FLAGS
           MOVE WS-TARGET-BRANCH TO WS-SMP-BRANCH
           MOVE MUC-NOTE-TEXT TO WS-SMP-NOTE
           WRITE MUPD-REPORT-LINE FROM WS-SAMPLE-LINE.

      ******************************************************
      *  RELEASE: APPLY THE CHANGE TO ONE CUSTOMER UNDER    *
      *  THE CUSTLOCK LOCK, AUDITED AS THE RELEASING USER.  *
      ******************************************************
       6000-APPLY-CUSTOMER.
           MOVE WS-SELECT-CUST-ID   TO WS-DET-CUST-ID
           MOVE WS-CURR-FLAG-AREA   TO WS-DET-OLD-FLAGS
           MOVE WS-TARGET-FLAG-AREA TO WS-DET-NEW-FLAGS
           MOVE WS-CURR-BRANCH      TO WS-DET-OLD-BRANCH
           MOVE WS-TARGET-BRANCH    TO WS-DET-NEW-BRANCH
           PERFORM 9500-ACQUIRE-LOCK
           IF WS-CUST-LOCKED
               ADD 1 TO WS-CUSTS-LOCKED
               MOVE 'SKIPPED - CUSTOMER LOCKED' TO WS-DET-RESULT
           ELSE
               PERFORM 6100-APPLY-LOCKED-CUST
               PERFORM 9600-RELEASE-LOCK
           END-IF
           WRITE MUPD-REPORT-LINE FROM WS-DETAIL-LINE.

      * THE BACKOUT RECORD IS WRITTEN ONLY FOR A CUSTOMER THE RUN
      * ACTUALLY CHANGED.
       6100-APPLY-LOCKED-CUST.
           MOVE 'N' TO WS-APPLY-FAILED-SW
           PERFORM 6200-UPDATE-CUSTOMER
           IF WS-APPLY-FAILED
               MOVE 'NOT APPLIED - REWRITE FAILED' TO WS-DET-RESULT
           ELSE
               IF MUC-NOTE-TEXT NOT = SPACES
                   MOVE MUC-NOTE-TEXT TO WS-NOTE-TEXT
                   PERFORM 6400-ADD-NOTE
               END-IF
               PERFORM 6500-WRITE-BACKOUT-RECORD
               ADD 1 TO WS-CUSTS-APPLIED
               MOVE 'APPLIED' TO WS-DET-RESULT
           END-IF.

      * SHARED BY RELEASE AND BACKOUT: MOVE THE CUSTOMER FROM THE
      * CURRENT FLAGS AND BRANCH TO THE TARGET ONES, AUDITING EACH
      * FIELD UNDER THE NAME ZCNCMAINT AND ZCNCBRCH USE.
       6200-UPDATE-CUSTOMER.
           IF WS-TARGET-FLAG-AREA NOT = WS-CURR-FLAG-AREA
               MOVE WS-TARGET-FLAG-AREA
                   TO CUST-STATUS-FLAGS OF MASTER-CUSTOMER-REC
               REWRITE MASTER-CUSTOMER-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-APPLY-FAILED-SW
                       ADD 1 TO WS-REWRITE-ERRORS
                       DISPLAY 'ZCNCMUPD - REWRITE FAILED FOR CUST-ID: '
                               WS-SELECT-CUST-ID
                   NOT INVALID KEY
                       PERFORM 6210-AUDIT-FLAG
                           VARYING WS-FLAG-SUB FROM 1 BY 1
                           UNTIL WS-FLAG-SUB > 4
               END-REWRITE
           END-IF
           IF NOT WS-APPLY-FAILED
               AND WS-TARGET-BRANCH NOT = WS-CURR-BRANCH
               PERFORM 6300-SET-BRANCH
           END-IF.

       6210-AUDIT-FLAG.
           IF WS-TARGET-FLAG (WS-FLAG-SUB)
               NOT = WS-CURR-FLAG (WS-FLAG-SUB)
               MOVE WS-FLAG-NAME (WS-FLAG-SUB) TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
               MOVE WS-CURR-FLAG (WS-FLAG-SUB) TO WS-AUDIT-OLD-VALUE
               MOVE WS-TARGET-FLAG (WS-FLAG-SUB)
                   TO WS-AUDIT-NEW-VALUE
               PERFORM 9300-WRITE-AUDIT
           END-IF.

      * A BLANK TARGET (A BACKOUT TO A CUSTOMER WHO HAD NO BRANCH)
      * REMOVES THE CUSTBRCH RECORD.
       6300-SET-BRANCH.
           MOVE WS-SELECT-CUST-ID TO CBR-CUST-ID
           IF WS-TARGET-BRANCH = SPACES
               DELETE CUST-BRANCH-FILE
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-ERRORS
               END-DELETE
           ELSE
               MOVE WS-TARGET-BRANCH TO CBR-BRANCH-CODE
               MOVE WS-CYCLE-DATE    TO CBR-ASSIGN-DATE
               IF WS-BRANCH-ON-FILE
                   REWRITE CUST-BRANCH-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REWRITE-ERRORS
                   END-REWRITE
               ELSE
                   WRITE CUST-BRANCH-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REWRITE-ERRORS
                   END-WRITE
               END-IF
           END-IF
           MOVE 'CUST-BRANCH' TO WS-AUDIT-FIELD-NAME
           MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
           MOVE WS-CURR-BRANCH   TO WS-AUDIT-OLD-VALUE
           MOVE WS-TARGET-BRANCH TO WS-AUDIT-NEW-VALUE
           PERFORM 9300-WRITE-AUDIT.

       6400-ADD-NOTE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'ZCNCNOTA' USING WS-SELECT-CUST-ID
                                 WS-NOTE-TEXT
                                 WS-AUDIT-USER-ID
                                 WS-CURR-DATE
                                 WS-CURR-TIME
                                 WS-NOTE-RETURN-CODE
           END-CALL
           MOVE 'NOTES' TO WS-AUDIT-FIELD-NAME
           MOVE SPACES       TO WS-AUDIT-OLD-VALUE
           MOVE WS-NOTE-TEXT TO WS-AUDIT-NEW-VALUE
           PERFORM 9300-WRITE-AUDIT.

       6500-WRITE-BACKOUT-RECORD.
           MOVE SPACES TO MUPD-BACKOUT-RECORD
           MOVE MUC-RUN-ID          TO MBK-RUN-ID
           MOVE WS-SELECT-CUST-ID   TO MBK-CUST-ID
           MOVE WS-CURR-FLAG-AREA   TO MBK-OLD-FLAGS
           MOVE WS-TARGET-FLAG-AREA TO MBK-NEW-FLAGS
           MOVE WS-CURR-BRANCH      TO MBK-OLD-BRANCH
           MOVE WS-TARGET-BRANCH    TO MBK-NEW-BRANCH
           MOVE 'N' TO MBK-BRANCH-CHANGED-SW
           IF WS-BRANCH-CHANGE
               MOVE 'Y' TO MBK-BRANCH-CHANGED-SW
           END-IF
           MOVE 'N' TO MBK-NOTE-ADDED-SW
           IF MUC-NOTE-TEXT NOT = SPACES
               MOVE 'Y' TO MBK-NOTE-ADDED-SW
           END-IF
           MOVE WS-CYCLE-DATE TO MBK-APPLIED-DATE
           WRITE MUPD-BACKOUT-RECORD.

       8000-WRITE-TOTALS.
           IF NOT WS-RUN-REFUSED
               WRITE MUPD-REPORT-LINE FROM WS-BLANK-LINE
               EVALUATE TRUE
                   WHEN WS-DRY-RUN-ACTION
                       PERFORM 8100-SELECTION-TOTALS
                   WHEN WS-RELEASE-ACTION
                       PERFORM 8100-SELECTION-TOTALS
                       PERFORM 8200-RELEASE-TOTALS
                   WHEN WS-BACKOUT-ACTION
                       PERFORM 8300-BACKOUT-TOTALS
               END-EVALUATE
           END-IF.

       8100-SELECTION-TOTALS.
           IF MUC-FROM-LIST
               MOVE 'LIST ENTRIES READ:' TO WS-TL-LABEL
               MOVE WS-LIST-READ TO WS-TL-COUNT
               WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 'RETIRED IDS REDIRECTED:' TO WS-TL-LABEL
               MOVE WS-LIST-REDIRECTED TO WS-TL-COUNT
               WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 'LISTED IDS NOT ON MASTER:' TO WS-TL-LABEL
               MOVE WS-LIST-NOT-ON-MASTER TO WS-TL-COUNT
               WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 'LISTED IDS NOT MEETING CRITERIA:' TO WS-TL-LABEL
               MOVE WS-LIST-NOT-MATCHED TO WS-TL-COUNT
               WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           ELSE
               MOVE 'CUSTOMERS EXAMINED:' TO WS-TL-LABEL
               MOVE WS-CUSTS-EXAMINED TO WS-TL-COUNT
               WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           MOVE 'CUSTOMERS SELECTED:' TO WS-TL-LABEL
           MOVE WS-CUSTS-SELECTED TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ALREADY IN TARGET STATE:' TO WS-TL-LABEL
           MOVE WS-CUSTS-IN-TARGET TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CUSTOMERS TO CHANGE:' TO WS-TL-LABEL
           MOVE WS-CUSTS-TO-CHANGE TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM 8110-FLAG-TOTAL
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 4
           MOVE '  BRANCH CHANGES:' TO WS-TL-LABEL
           MOVE WS-BRANCH-CHANGES TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  NOTES ADDED:' TO WS-TL-LABEL
           MOVE WS-NOTES-ADDED TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE.

       8110-FLAG-TOTAL.
           MOVE SPACES TO WS-TL-LABEL
           STRING '  ' DELIMITED BY SIZE
                  WS-FLAG-NAME (WS-FLAG-SUB) DELIMITED BY SPACE
                  ' CHANGES:' DELIMITED BY SIZE
               INTO WS-TL-LABEL
           END-STRING
           MOVE WS-FLAG-CHANGES (WS-FLAG-SUB) TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE.

       8200-RELEASE-TOTALS.
           MOVE 'CUSTOMERS CHANGED:' TO WS-TL-LABEL
           MOVE WS-CUSTS-APPLIED TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SKIPPED - CUSTOMER LOCKED:' TO WS-TL-LABEL
           MOVE WS-CUSTS-LOCKED TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REWRITE ERRORS:' TO WS-TL-LABEL
           MOVE WS-REWRITE-ERRORS TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE.

       8300-BACKOUT-TOTALS.
           MOVE 'BACKOUT RECORDS READ:' TO WS-TL-LABEL
           MOVE WS-BACKOUT-READ TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CUSTOMERS REVERSED:' TO WS-TL-LABEL
           MOVE WS-CUSTS-REVERSED TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PARTLY REVERSED:' TO WS-TL-LABEL
           MOVE WS-CUSTS-PART-REVERSED TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT REVERSED:' TO WS-TL-LABEL
           MOVE WS-CUSTS-NOT-REVERSED TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  OF WHICH NOT ON MASTER:' TO WS-TL-LABEL
           MOVE WS-BACKOUT-NOT-ON-MASTER TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SKIPPED - CUSTOMER LOCKED:' TO WS-TL-LABEL
           MOVE WS-CUSTS-LOCKED TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REWRITE ERRORS:' TO WS-TL-LABEL
           MOVE WS-REWRITE-ERRORS TO WS-TL-COUNT
           WRITE MUPD-REPORT-LINE FROM WS-TOTAL-LINE.

      * CUSTOMERS SKIPPED FOR A LOCK, OR LEFT AS THE DESK CHANGED
      * THEM, NEED FOLLOWING UP - CC 4.
       9000-TERMINATE.
           CLOSE MUPD-REQUEST-FILE
           CLOSE MUPD-CONTROL-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-BRANCH-FILE
           CLOSE BRANCH-REF-FILE
           CLOSE ALT-REFERENCE-FILE
           CLOSE RETIRED-ID-FILE
           CLOSE LOCK-FILE
           CLOSE USER-AUTH-FILE
           CLOSE SECURITY-DENIAL-FILE
           CLOSE MUPD-REPORT-FILE
           EVALUATE TRUE
               WHEN WS-BACKOUT-ACTION
                   DISPLAY 'ZCNCMUPD - BACKOUT RECORDS READ : '
                           WS-BACKOUT-READ
                   DISPLAY 'ZCNCMUPD - CUSTOMERS REVERSED   : '
                           WS-CUSTS-REVERSED
               WHEN OTHER
                   DISPLAY 'ZCNCMUPD - CUSTOMERS SELECTED   : '
                           WS-CUSTS-SELECTED
                   DISPLAY 'ZCNCMUPD - CUSTOMERS TO CHANGE  : '
                           WS-CUSTS-TO-CHANGE
                   DISPLAY 'ZCNCMUPD - CUSTOMERS CHANGED    : '
                           WS-CUSTS-APPLIED
           END-EVALUATE
           IF NOT WS-RUN-REFUSED
               AND RETURN-CODE < 4
               AND (WS-CUSTS-LOCKED > ZERO
                OR  WS-REWRITE-ERRORS > ZERO
                OR  WS-CUSTS-PART-REVERSED > ZERO
                OR  WS-CUSTS-NOT-REVERSED > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

       9300-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-AUDIT-SEQ-NO
           CALL 'ZCNCAUDT' USING WS-SELECT-CUST-ID
                                 WS-AUDIT-SEQ-NO
                                 WS-CURR-DATE
                                 WS-CURR-TIME
                                 WS-AUDIT-PROGRAM-ID
                                 WS-AUDIT-USER-ID
                                 WS-AUDIT-FIELD-NAME
                                 WS-AUDIT-OLD-VALUE
                                 WS-AUDIT-NEW-VALUE
                                 WS-AUDIT-RETURN-CODE
           END-CALL.

       9500-ACQUIRE-LOCK.
           MOVE 'N' TO WS-LOCK-SWITCH
           MOVE WS-SELECT-CUST-ID TO LCK-CUST-ID
           MOVE WS-AUDIT-USER-ID  TO LCK-USER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO LCK-DATE
           MOVE WS-CURR-TIME TO LCK-TIME
           WRITE LOCK-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-LOCK-SWITCH
           END-WRITE.

       9600-RELEASE-LOCK.
           MOVE WS-SELECT-CUST-ID TO LCK-CUST-ID
           DELETE LOCK-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      * WITH NO USERAUTH FILE THE DRY RUN - WHICH CHANGES NOTHING -
      * IS UNGATED; RELEASE AND BACKOUT ARE REFUSED BEFORE THIS.
       9900-CHECK-ENTITLEMENT.
           MOVE 'Y' TO WS-AUTHORIZED-SWITCH
           MOVE SPACES TO WS-DENIAL-REASON
           IF WS-USERAUTH-AVAILABLE
               MOVE WS-AUDIT-USER-ID TO UAF-USER-ID
               READ USER-AUTH-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-AUTHORIZED-SWITCH
                       MOVE 'NOT AUTHORIZED - USER UNKNOWN'
                           TO WS-DENIAL-REASON
                   NOT INVALID KEY
                       PERFORM 9910-CHECK-TRAN-AUTHORITY
               END-READ
           END-IF.

       9910-CHECK-TRAN-AUTHORITY.
           MOVE ZERO TO WS-ALLOWED-HIT-COUNT
           INSPECT UAF-ALLOWED-TRANS
               TALLYING WS-ALLOWED-HIT-COUNT
               FOR ALL WS-CHECK-TRAN-CODE
           IF WS-ALLOWED-HIT-COUNT = ZERO
               MOVE 'N' TO WS-AUTHORIZED-SWITCH
               MOVE 'NOT AUTHORIZED - TRAN CODE'
                   TO WS-DENIAL-REASON
           ELSE
               IF WS-CHECK-TRAN-CODE = 'C'
                   AND NOT UAF-FLAGS-ALLOWED
                   AND MUC-NEW-FLAGS NOT = SPACES
                   MOVE 'N' TO WS-AUTHORIZED-SWITCH
                   MOVE 'NOT AUTHORIZED - STATUS FLAGS'
                       TO WS-DENIAL-REASON
               END-IF
           END-IF.

      * A MASS UPDATE HAS NO SINGLE CUSTOMER, SO THE RUN ID IS
      * RECORDED IN THE CUST-ID POSITION OF THE DENIAL.
       9950-WRITE-DENIAL-RECORD.
           MOVE SPACES TO SECURITY-DENIAL-RECORD
           MOVE WS-AUDIT-USER-ID   TO SDN-USER-ID
           MOVE WS-CHECK-TRAN-CODE TO SDN-TRAN-CODE
           MOVE WS-RUN-ID          TO SDN-CUST-ID
           MOVE WS-CYCLE-DATE      TO SDN-DENIAL-DATE
           MOVE WS-DENIAL-REASON   TO SDN-DENIAL-REASON
           WRITE SECURITY-DENIAL-RECORD.

       8900-WRITE-RUN-HISTORY.
           EVALUATE TRUE
               WHEN WS-BACKOUT-ACTION
                   MOVE WS-BACKOUT-READ TO WS-RH-RECORDS-READ
                   ADD WS-CUSTS-REVERSED WS-CUSTS-PART-REVERSED
                       GIVING WS-RH-RECORDS-APPLIED
                   ADD WS-CUSTS-LOCKED WS-CUSTS-NOT-REVERSED
                       GIVING WS-RH-RECORDS-REJECTED
               WHEN WS-RELEASE-ACTION
                   MOVE WS-CUSTS-SELECTED TO WS-RH-RECORDS-READ
                   MOVE WS-CUSTS-APPLIED TO WS-RH-RECORDS-APPLIED
                   ADD WS-CUSTS-LOCKED WS-REWRITE-ERRORS
                       GIVING WS-RH-RECORDS-REJECTED
               WHEN OTHER
                   MOVE WS-CUSTS-SELECTED TO WS-RH-RECORDS-READ
           END-EVALUATE
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           CALL 'ZCNCRHST' USING WS-RH-PROGRAM-ID
                                 WS-RH-RECORDS-READ
                                 WS-RH-RECORDS-APPLIED
                                 WS-RH-RECORDS-REJECTED
                                 WS-RH-RETURN-CODE
                                 WS-RH-RESULT-CODE
           END-CALL.
