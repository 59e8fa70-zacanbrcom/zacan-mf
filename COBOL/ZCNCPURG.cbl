      *       PURGPARM CUTOFF DATE OFF THE MASTER AND ALL   *
      *       ITS SATELLITES: THE MASTER RECORD TO          *
      *       CUSTMARC, NOTES TO NOTEARC, NAME OVERFLOW TO  *
      *       NOVARC, IDENTITY DOCUMENTS TO IDDOCARC, AND   *
      *       THEIR AUDIT RECORDS TO AUDTARC                *
      *       (THE REMAINING AUDIT RECORDS ARE REWRITTEN    *
      *       TO A NEW-GENERATION CUSTAUDT).  STALE LOCK    *
      *       LEFTOVERS AND NAME-XREF ENTRIES ARE DELETED.  *
      *       A PURGE MANIFEST REPORT LISTS EVERY CUSTOMER  *
      *       MOVED.  ZCNCUNPG BRINGS A SINGLE ARCHIVED     *
      *       CUSTOMER AND ALL SATELLITES BACK.  A          *
      *       DECEASED CUSTOMER IS HELD UNTIL THE ESTATE    *
      *       CASE ON THE DECEASED FILE IS CLOSED, AND A    *
      *       PROBABLE MATCH UNTIL IT HAS BEEN REVIEWED.    *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCPURG.
               RECORD KEY IS NOV-CUST-ID
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT ID-DOCUMENT-FILE   ASSIGN TO "IDDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDD-KEY
               FILE STATUS IS WS-IDDOC-STATUS.

           SELECT LOCK-FILE          ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-ARC-STATUS.

           SELECT IDDOC-ARCHIVE-FILE ASSIGN TO "IDDOCARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDDOC-ARC-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDTARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARC-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT DECEASED-FILE      ASSIGN TO "DECEASED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DECEASED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER-FILE
                                    ==ARCHIVE-OVERFLOW-RECORD==
                                   LEADING ==NOV== BY ==ARV==.

       FD  IDDOC-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY IDDOC REPLACING ==IDENTITY-DOCUMENT-RECORD== BY
                                 ==ARCHIVE-IDDOC-RECORD==
                                LEADING ==IDD== BY ==ARI==.

       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY AUDITREC REPLACING ==AUDIT-RECORD== BY
           RECORDING MODE IS F.
       01  MANIFEST-LINE                PIC X(80).

       FD  DECEASED-FILE
           RECORDING MODE IS F.
           COPY DECEASED.

       FD  ID-DOCUMENT-FILE
           RECORDING MODE IS F.
           COPY IDDOC.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-NOTE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MASTER-ARC-STATUS         PIC X(02) VALUE SPACES.
       01  WS-NOTE-ARC-STATUS           PIC X(02) VALUE SPACES.
       01  WS-OVERFLOW-ARC-STATUS       PIC X(02) VALUE SPACES.
       01  WS-IDDOC-ARC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-AUDIT-ARC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PURGED-ID-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MANIFEST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DECEASED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-IDDOC-STATUS              PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-CUST-ELIGIBLE     VALUE 'Y'.
           05  WS-OVERFLOW-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-OVERFLOW-FOUND    VALUE 'Y'.
           05  WS-DECEASED-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  WS-DECEASED-AVAILABLE VALUE 'Y'.
           05  WS-IDDOC-AVAIL-SW        PIC X(01) VALUE 'N'.
               88  WS-IDDOC-AVAILABLE   VALUE 'Y'.
           05  WS-IDD-SWEEP-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-IDD-SWEEP-DONE    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTERS-SCANNED       PIC 9(07) VALUE ZERO.
           05  WS-CUSTOMERS-PURGED      PIC 9(07) VALUE ZERO.
           05  WS-NOTES-ARCHIVED        PIC 9(07) VALUE ZERO.
           05  WS-OVERFLOWS-ARCHIVED    PIC 9(07) VALUE ZERO.
           05  WS-IDDOCS-ARCHIVED       PIC 9(07) VALUE ZERO.
           05  WS-LOCKS-DELETED         PIC 9(07) VALUE ZERO.
           05  WS-AUDITS-ARCHIVED       PIC 9(07) VALUE ZERO.
           05  WS-AUDITS-KEPT           PIC 9(07) VALUE ZERO.
           05  WS-ESTATE-HELD           PIC 9(07) VALUE ZERO.
           05  WS-CUST-NOTE-COUNT       PIC 9(05) VALUE ZERO.

       01  WS-CUTOFF-DATE               PIC 9(08) VALUE ZERO.
               'STALE LOCKS DELETED:    '.
           05  WS-TOT-LOCKS             PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                   PIC X(24) VALUE
               'HELD - DECEASED/ESTATE: '.
           05  WS-TOT-ESTATE-HELD       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER                   PIC X(24) VALUE
               'ID DOCUMENTS ARCHIVED:  '.
           05  WS-TOT-IDDOCS            PIC ZZZ,ZZ9.

       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

      * THE MASTER RECORD COUNT IS CARRIED ON THE MSTRCNT CONTROL
           IF WS-OVERFLOW-ARC-STATUS = '35'
               OPEN OUTPUT OVERFLOW-ARCHIVE-FILE
           END-IF
           OPEN EXTEND IDDOC-ARCHIVE-FILE
           IF WS-IDDOC-ARC-STATUS = '35'
               OPEN OUTPUT IDDOC-ARCHIVE-FILE
           END-IF
           OPEN EXTEND AUDIT-ARCHIVE-FILE
           IF WS-AUDIT-ARC-STATUS = '35'
               OPEN OUTPUT AUDIT-ARCHIVE-FILE
           OPEN OUTPUT PURGED-ID-FILE
           OPEN INPUT  PURGE-PARM-FILE
           OPEN OUTPUT MANIFEST-FILE
           OPEN INPUT  DECEASED-FILE
           IF WS-DECEASED-STATUS = '00'
               MOVE 'Y' TO WS-DECEASED-AVAIL-SW
           END-IF
           OPEN I-O    ID-DOCUMENT-FILE
           IF WS-IDDOC-STATUS = '00'
               MOVE 'Y' TO WS-IDDOC-AVAIL-SW
           END-IF
           IF NOT WS-MASTER-STATUS = '00'
               DISPLAY 'ZCNCPURG - ERROR OPENING MASTER FILE: '
                       WS-MASTER-STATUS
               IF WS-LAST-NOTE-DATE < WS-CUTOFF-DATE
                   MOVE 'Y' TO WS-ELIGIBLE-SWITCH
               END-IF
           END-IF
           IF WS-CUST-ELIGIBLE AND WS-DECEASED-AVAILABLE
               PERFORM 2150-CHECK-ESTATE
           END-IF.

      * A DECEASED CUSTOMER IS INACTIVE FROM THE DAY THE DEATH IS
      * CONFIRMED, BUT THE BRANCH STILL NEEDS THE RECORD UNTIL THE
      * ESTATE CASE IS CLOSED - AND A PROBABLE MATCH STILL AWAITING
      * REVIEW MUST BE ON THE MASTER WHEN ZCNCDREV DISPOSES OF IT.
       2150-CHECK-ESTATE.
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO DCD-CUST-ID
           READ DECEASED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DCD-PROBABLE
                       OR (DCD-CONFIRMED AND NOT DCD-ESTATE-CLOSED)
                       MOVE 'N' TO WS-ELIGIBLE-SWITCH
                       ADD 1 TO WS-ESTATE-HELD
                   END-IF
           END-READ.

       2200-ARCHIVE-CUSTOMER.
           MOVE CUST-ID OF MASTER-CUSTOMER-REC TO WS-SAVE-CUST-ID
           MOVE ZERO TO WS-CUST-NOTE-COUNT
           WRITE ARCHIVE-CUSTOMER-REC
           PERFORM 2300-ARCHIVE-NOTES
           PERFORM 2400-ARCHIVE-OVERFLOW
           IF WS-IDDOC-AVAILABLE
               PERFORM 2450-ARCHIVE-ID-DOCUMENTS
           END-IF
           PERFORM 2500-DELETE-STALE-LOCK
           PERFORM 2600-DELETE-XREF-ENTRY
           MOVE WS-SAVE-CUST-ID TO PRG-CUST-ID
                   ADD 1 TO WS-OVERFLOWS-ARCHIVED
           END-READ.

      * IDDOC IS KEYED CUST-ID + DOCUMENT TYPE; EVERY DOCUMENT THE
      * CUSTOMER HAS FOLLOWS THEM TO IDDOCARC FOR ZCNCUNPG.
       2450-ARCHIVE-ID-DOCUMENTS.
           MOVE 'N' TO WS-IDD-SWEEP-DONE-SW
           MOVE WS-SAVE-CUST-ID TO IDD-CUST-ID
           MOVE LOW-VALUES TO IDD-DOC-TYPE
           START ID-DOCUMENT-FILE KEY IS NOT LESS THAN IDD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IDD-SWEEP-DONE-SW
           END-START
           PERFORM 2460-ARCHIVE-NEXT-ID-DOCUMENT
               UNTIL WS-IDD-SWEEP-DONE.

       2460-ARCHIVE-NEXT-ID-DOCUMENT.
           READ ID-DOCUMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IDD-SWEEP-DONE-SW
               NOT AT END
                   IF IDD-CUST-ID = WS-SAVE-CUST-ID
                       MOVE IDENTITY-DOCUMENT-RECORD
                           TO ARCHIVE-IDDOC-RECORD
                       WRITE ARCHIVE-IDDOC-RECORD
                       DELETE ID-DOCUMENT-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-IDDOCS-ARCHIVED
                   ELSE
                       MOVE 'Y' TO WS-IDD-SWEEP-DONE-SW
                   END-IF
           END-READ.

       2500-DELETE-STALE-LOCK.
           MOVE WS-SAVE-CUST-ID TO LCK-CUST-ID
           DELETE LOCK-FILE
           WRITE MANIFEST-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-LOCKS-DELETED    TO WS-TOT-LOCKS
           WRITE MANIFEST-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-ESTATE-HELD      TO WS-TOT-ESTATE-HELD
           WRITE MANIFEST-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-IDDOCS-ARCHIVED  TO WS-TOT-IDDOCS
           WRITE MANIFEST-LINE FROM WS-TOTAL-LINE-6
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-NOTE-FILE
           CLOSE NAME-OVERFLOW-FILE
           CLOSE MASTER-ARCHIVE-FILE
           CLOSE NOTE-ARCHIVE-FILE
           CLOSE OVERFLOW-ARCHIVE-FILE
           CLOSE IDDOC-ARCHIVE-FILE
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE PURGED-ID-FILE
           CLOSE PURGE-PARM-FILE
           CLOSE MANIFEST-FILE
           IF WS-DECEASED-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF
           IF WS-IDDOC-AVAILABLE
               CLOSE ID-DOCUMENT-FILE
           END-IF
           DISPLAY 'ZCNCPURG - MASTERS SCANNED   : '
                   WS-MASTERS-SCANNED
           DISPLAY 'ZCNCPURG - CUSTOMERS PURGED  : '
                   WS-NOTES-ARCHIVED
           DISPLAY 'ZCNCPURG - OVERFLOWS ARCHIVED: '
                   WS-OVERFLOWS-ARCHIVED
           DISPLAY 'ZCNCPURG - ID DOCS ARCHIVED  : '
                   WS-IDDOCS-ARCHIVED
           DISPLAY 'ZCNCPURG - AUDITS ARCHIVED   : '
                   WS-AUDITS-ARCHIVED
           DISPLAY 'ZCNCPURG - AUDITS KEPT       : '
                   WS-AUDITS-KEPT
           DISPLAY 'ZCNCPURG - STALE LOCKS GONE  : '
                   WS-LOCKS-DELETED
           DISPLAY 'ZCNCPURG - HELD FOR ESTATE  : '
                   WS-ESTATE-HELD.

       8900-WRITE-RUN-HISTORY.
           MOVE WS-MASTERS-SCANNED TO WS-RH-RECORDS-READ
