       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCIDMK                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       IDENTITY-DOCUMENT NUMBER MASKING SUBPROGRAM. *
      *       THE FULL DOCUMENT NUMBER KEYED AT INTAKE     *
      *       (ZCNCBL3) OR ON A MAINTENANCE TRANSACTION    *
      *       (ZCNCIDDM) IS PASSED IN AND HANDED BACK WITH *
      *       EVERY CHARACTER BUT THE LAST FOUR REPLACED   *
      *       BY '*', SO ONLY THE MASKED FORM IS EVER      *
      *       WRITTEN TO IDDOC, CUSTAUDT OR A REPORT.      *
      *                                                    *
      *       A BLANK NUMBER COMES BACK BLANK WITH RC 04.  *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCIDMK.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-NUMBER-LENGTH             PIC 9(02) VALUE ZERO.
       01  WS-MASK-LENGTH               PIC 9(02) VALUE ZERO.
       01  WS-SCAN-POSITION             PIC 9(02) VALUE ZERO.
       01  WS-KEEP-LENGTH               PIC 9(02) VALUE 4.
       01  WS-END-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-END-FOUND             VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-DOC-NUMBER                PIC X(20).
       01  LK-MASKED-NUMBER             PIC X(20).
       01  LK-RETURN-CODE               PIC 9(02).
           88  LK-MASK-OK               VALUE 00.
           88  LK-NUMBER-MISSING        VALUE 04.

       PROCEDURE DIVISION USING LK-DOC-NUMBER
                                 LK-MASKED-NUMBER
                                 LK-RETURN-CODE.
       0000-MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           MOVE LK-DOC-NUMBER TO LK-MASKED-NUMBER
           MOVE 20 TO WS-NUMBER-LENGTH
           MOVE 'N' TO WS-END-FOUND-SWITCH
           PERFORM 1000-FIND-NUMBER-END
               UNTIL WS-END-FOUND OR WS-NUMBER-LENGTH = ZERO
           IF WS-NUMBER-LENGTH = ZERO
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               PERFORM 2000-MASK-NUMBER
           END-IF
           GOBACK.

       1000-FIND-NUMBER-END.
           IF LK-DOC-NUMBER (WS-NUMBER-LENGTH:1) = SPACE
               SUBTRACT 1 FROM WS-NUMBER-LENGTH
           ELSE
               MOVE 'Y' TO WS-END-FOUND-SWITCH
           END-IF.

      * EVERYTHING BUT THE LAST FOUR CHARACTERS IS STARRED OUT.  A
      * NUMBER OF FOUR CHARACTERS OR FEWER WOULD BE FILED WHOLE, SO
      * IT IS STARRED OUT ENTIRELY.
       2000-MASK-NUMBER.
           IF WS-NUMBER-LENGTH > WS-KEEP-LENGTH
               COMPUTE WS-MASK-LENGTH =
                   WS-NUMBER-LENGTH - WS-KEEP-LENGTH
           ELSE
               MOVE WS-NUMBER-LENGTH TO WS-MASK-LENGTH
           END-IF
           PERFORM 2100-MASK-CHARACTER
               VARYING WS-SCAN-POSITION FROM 1 BY 1
               UNTIL WS-SCAN-POSITION > WS-MASK-LENGTH.

       2100-MASK-CHARACTER.
           MOVE '*' TO LK-MASKED-NUMBER (WS-SCAN-POSITION:1).
