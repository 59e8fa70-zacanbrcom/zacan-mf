      *       CROSS-FILE REFERENTIAL INTEGRITY SWEEP.      *
      *       RUN WEEKLY, CROSS-CHECKS EVERY SATELLITE     *
      *       FILE (CUSTNOTE, INTLCNT, NAMEOVFL, CUSTXREF, *
      *       CUSTEXPF, HHXREF, CUSTLOCK, IDDOC) AGAINST   *
      *       THE CUSTOMER MASTER, AND THE MASTER AGAINST  *
      *       CUSTEXPF RECORD-FOR-RECORD, SO THE ORPHANS   *
      *       LEFT BEHIND WHEN ZCNCMAINT, ZCNCMRG, OR      *
      *       ZCNCPURG ABENDS MID-CUSTOMER ARE FOUND ON A  *
               RECORD KEY IS LCK-CUST-ID
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT ID-DOCUMENT-FILE   ASSIGN TO "IDDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDD-KEY
               FILE STATUS IS WS-IDDOC-STATUS.

           SELECT INTEGRITY-PARM-FILE ASSIGN TO "INTGPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           RECORDING MODE IS F.
           COPY LOCKREC.

       FD  ID-DOCUMENT-FILE
           RECORDING MODE IS F.
           COPY IDDOC.

       FD  INTEGRITY-PARM-FILE
           RECORDING MODE IS F.
       01  INTEGRITY-PARM-RECORD.
       01  WS-EXPANDED-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HHXREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LOCK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-IDDOC-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.

               88  WS-HHXREF-EOF        VALUE 'Y'.
           05  WS-LOCK-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-LOCK-EOF          VALUE 'Y'.
           05  WS-IDDOC-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-IDDOC-EOF         VALUE 'Y'.
           05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF        VALUE 'Y'.
           05  WS-MASTER-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           05  WS-ORPHAN-EXPANDED       PIC 9(07) VALUE ZERO.
           05  WS-ORPHAN-HHXREFS        PIC 9(07) VALUE ZERO.
           05  WS-ORPHAN-LOCKS          PIC 9(07) VALUE ZERO.
           05  WS-ORPHAN-IDDOCS         PIC 9(07) VALUE ZERO.
           05  WS-MISSING-EXPANDED      PIC 9(07) VALUE ZERO.
           05  WS-ORPHANS-DELETED       PIC 9(07) VALUE ZERO.
           05  WS-EXPANDED-REBUILT      PIC 9(07) VALUE ZERO.
           PERFORM 4000-CHECK-EXPANDED-FILE
           PERFORM 4500-CHECK-HHXREF-FILE
           PERFORM 5000-CHECK-LOCK-FILE
           PERFORM 5500-CHECK-IDDOC-FILE
           PERFORM 6000-CHECK-MASTER-VS-EXPANDED
           PERFORM 9000-TERMINATE
           PERFORM 8900-WRITE-RUN-HISTORY
           OPEN I-O    CUST-EXPANDED-FILE
           OPEN INPUT  HOUSEHOLD-XREF-FILE
           OPEN I-O    LOCK-FILE
           OPEN I-O    ID-DOCUMENT-FILE
           OPEN INPUT  INTEGRITY-PARM-FILE
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           PERFORM 1100-READ-MODE-PARM
               MOVE 'Y' TO WS-EXPANDED-EOF-SWITCH
               MOVE 'Y' TO WS-HHXREF-EOF-SWITCH
               MOVE 'Y' TO WS-LOCK-EOF-SWITCH
               MOVE 'Y' TO WS-IDDOC-EOF-SWITCH
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE LCK-USER-ID     TO WS-AUDIT-OLD-VALUE
           PERFORM 8100-WRITE-REPAIR-AUDIT.

      * IDDOC CARRIES UP TO ONE ENTRY PER DOCUMENT TYPE, IN KEY
      * ORDER, SO IT IS REPORTED ONCE PER CUST-ID LIKE CUSTNOTE.
       5500-CHECK-IDDOC-FILE.
           MOVE SPACES TO WS-PRIOR-CHECKED-ID
           MOVE 'Y' TO WS-PRIOR-FOUND-SWITCH
           IF NOT WS-IDDOC-STATUS = '00'
               MOVE 'Y' TO WS-IDDOC-EOF-SWITCH
           END-IF
           IF WS-IDDOC-EOF-SWITCH = 'N'
               MOVE SPACES TO IDD-KEY
               START ID-DOCUMENT-FILE KEY IS NOT LESS THAN IDD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-IDDOC-EOF-SWITCH
               END-START
           END-IF
           PERFORM 5600-CHECK-NEXT-IDDOC UNTIL WS-IDDOC-EOF.

       5600-CHECK-NEXT-IDDOC.
           READ ID-DOCUMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IDDOC-EOF-SWITCH
               NOT AT END
                   IF IDD-CUST-ID NOT = WS-PRIOR-CHECKED-ID
                       MOVE IDD-CUST-ID TO WS-PRIOR-CHECKED-ID
                       PERFORM 8000-READ-MASTER-RANDOM
                       MOVE WS-MASTER-FOUND-SWITCH
                           TO WS-PRIOR-FOUND-SWITCH
                       IF NOT WS-MASTER-FOUND
                           MOVE 'IDDOC   ' TO WS-DET-FILE-NAME
                           MOVE IDD-CUST-ID TO WS-DET-CUST-ID
                           MOVE 'ID DOCUMENT WITH NO MASTER'
                               TO WS-DET-CONDITION
                           PERFORM 8200-WRITE-ORPHAN-DETAIL
                       END-IF
                   END-IF
                   IF NOT WS-PRIOR-FOUND
                       ADD 1 TO WS-ORPHAN-IDDOCS
                       IF WS-REPAIR-MODE
                           PERFORM 5700-DELETE-ORPHAN-IDDOC
                       END-IF
                   END-IF
           END-READ.

      * ONLY THE TYPE AND THE MASKED NUMBER GO ON THE TRAIL - THE
      * FULL DOCUMENT NUMBER WAS NEVER FILED.
       5700-DELETE-ORPHAN-IDDOC.
           DELETE ID-DOCUMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ORPHANS-DELETED
           END-DELETE
           MOVE IDD-CUST-ID      TO WS-AUDIT-CUST-ID
           MOVE 'ORPHAN-IDDOC'   TO WS-AUDIT-FIELD-NAME
           STRING IDD-DOC-TYPE          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  IDD-DOC-NUMBER-MASKED DELIMITED BY SIZE
               INTO WS-AUDIT-OLD-VALUE
           END-STRING
           PERFORM 8100-WRITE-REPAIR-AUDIT.

      * THE RECORD-FOR-RECORD PROOF IN THE OTHER DIRECTION: EVERY
      * MASTER CUSTOMER MUST ALSO EXIST ON THE EXPANDED CONTACT
      * FILE.  A MISSING EXPANDED RECORD IS REBUILT IN REPAIR MODE
           MOVE 'ORPHAN LOCK RECORDS:        ' TO WS-TOT-LITERAL
           MOVE WS-ORPHAN-LOCKS TO WS-TOT-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ORPHAN ID DOCUMENTS:        ' TO WS-TOT-LITERAL
           MOVE WS-ORPHAN-IDDOCS TO WS-TOT-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'MASTERS MISSING EXPANDED:   ' TO WS-TOT-LITERAL
           MOVE WS-MISSING-EXPANDED TO WS-TOT-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE
               WS-ORPHAN-NOTES + WS-ORPHAN-CONTACTS
               + WS-ORPHAN-OVERFLOWS + WS-ORPHAN-XREFS
               + WS-ORPHAN-EXPANDED + WS-ORPHAN-HHXREFS
               + WS-ORPHAN-LOCKS + WS-ORPHAN-IDDOCS
               + WS-MISSING-EXPANDED
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-NOTE-FILE
           CLOSE INTL-CONTACT-FILE
           CLOSE CUST-EXPANDED-FILE
           CLOSE HOUSEHOLD-XREF-FILE
           CLOSE LOCK-FILE
           IF WS-IDDOC-STATUS NOT = '35'
               CLOSE ID-DOCUMENT-FILE
           END-IF
           CLOSE INTEGRITY-PARM-FILE
           CLOSE INTEGRITY-REPORT-FILE
           DISPLAY 'ZCNCINTG - EXCEPTIONS FOUND  : '
