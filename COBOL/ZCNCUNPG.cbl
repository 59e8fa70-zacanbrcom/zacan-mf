      *       ARCHIVES.  WHEN AN ARCHIVED CUSTOMER COMES    *
      *       BACK, READS THE CUST-ID FROM UNPGPARM, PULLS  *
      *       THE MASTER RECORD AND ALL SATELLITES (NOTES,  *
      *       NAME OVERFLOW, IDENTITY DOCUMENTS, AUDIT      *
      *       HISTORY) OUT OF THE CUSTMARC / NOTEARC /      *
      *       NOVARC / IDDOCARC / AUDTARC                   *
      *       ARCHIVES BUILT BY ZCNCPURG, REINSTATES THEM   *
      *       ON THE LIVE FILES (AUDITS ARE RE-APPENDED TO  *
      *       CUSTAUDT AND THE NAME XREF ENTRY IS REBUILT), *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-OVERFLOW-ARC-STATUS.

           SELECT IDDOC-ARCHIVE-FILE ASSIGN TO "IDDOCARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDDOC-ARC-STATUS.

           SELECT NEW-IDDOC-ARCHIVE  ASSIGN TO "IDDOCARO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-IDDOC-ARC-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDTARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARC-STATUS.
               RECORD KEY IS NOV-CUST-ID
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT ID-DOCUMENT-FILE   ASSIGN TO "IDDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDD-KEY
               FILE STATUS IS WS-IDDOC-STATUS.

           SELECT NAME-XREF-FILE     ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
                                    ==NEW-ARCHIVE-OVERFLOW-REC==
                                   LEADING ==NOV== BY ==NRV==.

       FD  IDDOC-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY IDDOC REPLACING ==IDENTITY-DOCUMENT-RECORD== BY
                                 ==ARCHIVE-IDDOC-RECORD==
                                LEADING ==IDD== BY ==ARI==.

       FD  NEW-IDDOC-ARCHIVE
           RECORDING MODE IS F.
           COPY IDDOC REPLACING ==IDENTITY-DOCUMENT-RECORD== BY
                                 ==NEW-ARCHIVE-IDDOC-RECORD==
                                LEADING ==IDD== BY ==NRI==.

       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY AUDITREC REPLACING ==AUDIT-RECORD== BY
           RECORDING MODE IS F.
           COPY NAMEOVFL.

       FD  ID-DOCUMENT-FILE
           RECORDING MODE IS F.
           COPY IDDOC.

       FD  NAME-XREF-FILE
           RECORDING MODE IS F.
           COPY XREFREC.
       01  WS-NEW-NOTE-ARC-STATUS       PIC X(02) VALUE SPACES.
       01  WS-OVERFLOW-ARC-STATUS       PIC X(02) VALUE SPACES.
       01  WS-NEW-OVERFLOW-ARC-STATUS   PIC X(02) VALUE SPACES.
       01  WS-IDDOC-ARC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-NEW-IDDOC-ARC-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AUDIT-ARC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-NEW-AUDIT-ARC-STATUS     PIC X(02) VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02) VALUE SPACES.
       01  WS-NOTE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-OVERFLOW-STATUS           PIC X(02) VALUE SPACES.
       01  WS-IDDOC-STATUS              PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
               88  WS-NOTE-ARC-EOF      VALUE 'Y'.
           05  WS-OVERFLOW-ARC-EOF-SW   PIC X(01) VALUE 'N'.
               88  WS-OVERFLOW-ARC-EOF  VALUE 'Y'.
           05  WS-IDDOC-ARC-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-IDDOC-ARC-EOF     VALUE 'Y'.
           05  WS-AUDIT-ARC-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-AUDIT-ARC-EOF     VALUE 'Y'.

           05  WS-MASTERS-RESTORED      PIC 9(05) VALUE ZERO.
           05  WS-NOTES-RESTORED        PIC 9(07) VALUE ZERO.
           05  WS-OVERFLOWS-RESTORED    PIC 9(05) VALUE ZERO.
           05  WS-IDDOCS-RESTORED       PIC 9(05) VALUE ZERO.
           05  WS-AUDITS-RESTORED       PIC 9(07) VALUE ZERO.

       01  WS-RESTORE-CUST-ID           PIC X(10) VALUE SPACES.
           PERFORM 2000-RESTORE-MASTER UNTIL WS-MASTER-ARC-EOF
           PERFORM 3000-RESTORE-NOTES UNTIL WS-NOTE-ARC-EOF
           PERFORM 4000-RESTORE-OVERFLOW UNTIL WS-OVERFLOW-ARC-EOF
           PERFORM 4500-RESTORE-ID-DOCUMENT UNTIL WS-IDDOC-ARC-EOF
           PERFORM 5000-RESTORE-AUDITS UNTIL WS-AUDIT-ARC-EOF
           PERFORM 6000-REBUILD-XREF-ENTRY
           PERFORM 6500-STAMP-RESTORE-ADD
               MOVE 'Y' TO WS-MASTER-ARC-EOF-SW
               MOVE 'Y' TO WS-NOTE-ARC-EOF-SW
               MOVE 'Y' TO WS-OVERFLOW-ARC-EOF-SW
               MOVE 'Y' TO WS-IDDOC-ARC-EOF-SW
               MOVE 'Y' TO WS-AUDIT-ARC-EOF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-NOTE-ARCHIVE
               OPEN INPUT  OVERFLOW-ARCHIVE-FILE
               OPEN OUTPUT NEW-OVERFLOW-ARCHIVE
               OPEN INPUT  IDDOC-ARCHIVE-FILE
               OPEN OUTPUT NEW-IDDOC-ARCHIVE
               OPEN INPUT  AUDIT-ARCHIVE-FILE
               OPEN OUTPUT NEW-AUDIT-ARCHIVE
               OPEN I-O    CUST-MASTER-FILE
               OPEN I-O    CUST-NOTE-FILE
               OPEN I-O    NAME-OVERFLOW-FILE
               OPEN I-O    ID-DOCUMENT-FILE
               IF WS-IDDOC-STATUS = '35'
                   OPEN OUTPUT ID-DOCUMENT-FILE
                   CLOSE ID-DOCUMENT-FILE
                   OPEN I-O ID-DOCUMENT-FILE
               END-IF
               OPEN I-O    NAME-XREF-FILE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS = '35'
               ELSE
                   PERFORM 4100-READ-OVERFLOW-ARCHIVE
               END-IF
               IF NOT WS-IDDOC-ARC-STATUS = '00'
                   MOVE 'Y' TO WS-IDDOC-ARC-EOF-SW
               ELSE
                   PERFORM 4600-READ-IDDOC-ARCHIVE
               END-IF
               IF NOT WS-AUDIT-ARC-STATUS = '00'
                   MOVE 'Y' TO WS-AUDIT-ARC-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-ARC-EOF-SW
           END-READ.

       4500-RESTORE-ID-DOCUMENT.
           IF ARI-CUST-ID = WS-RESTORE-CUST-ID
               MOVE ARCHIVE-IDDOC-RECORD TO IDENTITY-DOCUMENT-RECORD
               WRITE IDENTITY-DOCUMENT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-IDDOCS-RESTORED
               END-WRITE
           ELSE
               MOVE ARCHIVE-IDDOC-RECORD
                   TO NEW-ARCHIVE-IDDOC-RECORD
               WRITE NEW-ARCHIVE-IDDOC-RECORD
           END-IF
           PERFORM 4600-READ-IDDOC-ARCHIVE.

       4600-READ-IDDOC-ARCHIVE.
           READ IDDOC-ARCHIVE-FILE INTO ARCHIVE-IDDOC-RECORD
               AT END
                   MOVE 'Y' TO WS-IDDOC-ARC-EOF-SW
           END-READ.

       5000-RESTORE-AUDITS.
           IF ARA-CUST-ID = WS-RESTORE-CUST-ID
               MOVE ARCHIVE-AUDIT-RECORD TO AUDIT-RECORD
               CLOSE NEW-NOTE-ARCHIVE
               CLOSE OVERFLOW-ARCHIVE-FILE
               CLOSE NEW-OVERFLOW-ARCHIVE
               CLOSE IDDOC-ARCHIVE-FILE
               CLOSE NEW-IDDOC-ARCHIVE
               CLOSE AUDIT-ARCHIVE-FILE
               CLOSE NEW-AUDIT-ARCHIVE
               CLOSE CUST-MASTER-FILE
               CLOSE CUST-NOTE-FILE
               CLOSE NAME-OVERFLOW-FILE
               CLOSE ID-DOCUMENT-FILE
               CLOSE NAME-XREF-FILE
               CLOSE AUDIT-FILE
           END-IF
                   WS-NOTES-RESTORED
           DISPLAY 'ZCNCUNPG - OVERFLOWS RESTORED: '
                   WS-OVERFLOWS-RESTORED
           DISPLAY 'ZCNCUNPG - ID DOCS RESTORED  : '
                   WS-IDDOCS-RESTORED
           DISPLAY 'ZCNCUNPG - AUDITS RESTORED   : '
                   WS-AUDITS-RESTORED.

