      *       SWINGS IN RECORDS READ BEYOND THE TOLERANCE   *
      *       PERCENT - SO A HALF-EMPTY INPUT FILE IS SEEN  *
      *       BY OPERATIONS BEFORE THE BUSINESS SEES IT.    *
      *       A LATEST RUN THAT ENDED RC 8 OR HIGHER IS     *
      *       FLAGGED AS A FAILED RUN.                      *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCSTAT.

       01  WS-SWING-DIFFERENCE          PIC S9(08) VALUE ZERO.
       01  WS-SWING-PERCENT             PIC 9(09) VALUE ZERO.
       01  WS-FLAGS-WORK                PIC X(56) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(42) VALUE
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-RETURN-CODE       PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-FLAGS             PIC X(56).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(24) VALUE
           MOVE WS-PT-RETURN-CODE (WS-PGM-IDX)   TO WS-DET-RETURN-CODE
           PERFORM 5200-CHECK-RUN-WINDOW
           PERFORM 5300-CHECK-COUNT-SWING
           PERFORM 5400-CHECK-RETURN-CODE
           IF WS-DET-FLAGS NOT = SPACES
               ADD 1 TO WS-PROGRAMS-FLAGGED
           END-IF
               END-IF
           END-IF.

      * A STEP THAT ENDED RC 8 OR WORSE DID NOT DO ITS JOB - A
      * CONTROL JOB ENDS THAT WAY WHEN ITS CHECK FAILS.
       5400-CHECK-RETURN-CODE.
           IF WS-PT-RETURN-CODE (WS-PGM-IDX) NOT < 8
               IF WS-DET-FLAGS = SPACES
                   MOVE '** RUN FAILED' TO WS-DET-FLAGS
               ELSE
                   MOVE WS-DET-FLAGS TO WS-FLAGS-WORK
                   MOVE SPACES TO WS-DET-FLAGS
                   STRING WS-FLAGS-WORK DELIMITED BY '  '
                          ' + RUN FAILED' DELIMITED BY SIZE
                       INTO WS-DET-FLAGS
                   END-STRING
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE RUN-HISTORY-FILE
           CLOSE STATUS-PARM-FILE
