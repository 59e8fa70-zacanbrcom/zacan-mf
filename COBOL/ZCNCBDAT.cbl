      *       REQUEST 'N' ROLLS A DATE FORWARD TO THE      *
      *       FIRST BUSINESS DAY ON OR AFTER IT, SKIPPING  *
      *       WEEKENDS AND EVERY DATE LISTED ON THE        *
      *       CALENDAR HOLIDAY FILE.  REQUEST 'D' RETURNS  *
      *       THE AGE OF A DATE IN BUSINESS DAYS - THE     *
      *       BUSINESS DAYS AFTER IT UP TO AND INCLUDING   *
      *       THE CYCLE DATE - FOR THE QUEUE-AGING         *
      *       REPORTS.  BOTH FILES ARE READ ONCE ON THE    *
      *       FIRST CALL AND CACHED.                       *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCBDAT.
       01  WS-WORK-INTEGER              PIC 9(08) VALUE ZERO.
       01  WS-DAY-OF-WEEK               PIC 9(01) VALUE ZERO.

      * BUSINESS-DAY AGE WORK FIELDS.  WHOLE WEEKS ARE COUNTED AT
      * FIVE DAYS EACH; ONLY THE ODD DAYS LEFT OVER ARE WALKED.
       01  WS-FROM-INTEGER              PIC 9(08) VALUE ZERO.
       01  WS-TO-INTEGER                PIC 9(08) VALUE ZERO.
       01  WS-ELAPSED-DAYS              PIC 9(08) VALUE ZERO.
       01  WS-WHOLE-WEEKS               PIC 9(08) VALUE ZERO.
       01  WS-ODD-DAYS                  PIC 9(01) VALUE ZERO.
       01  WS-BUSINESS-DAYS             PIC S9(08) VALUE ZERO.

      * THE DESK CALENDAR RARELY CARRIES MORE THAN THE FEDERAL
      * HOLIDAYS FOR A COUPLE OF YEARS, SO A FIXED TABLE WITH AN
      * OVERFLOW WARNING IS SUFFICIENT HERE.
       01  LK-REQUEST-CODE              PIC X(01).
           88  LK-CYCLE-DATE-REQUEST    VALUE 'C'.
           88  LK-NEXT-BUSINESS-DAY     VALUE 'N'.
           88  LK-BUSINESS-DAYS-SINCE   VALUE 'D'.
       01  LK-DATE-IN                   PIC 9(08).
       01  LK-DATE-OUT                  PIC 9(08).
       01  LK-RETURN-CODE               PIC 9(02).
                   END-IF
               WHEN LK-NEXT-BUSINESS-DAY
                   PERFORM 2000-ROLL-TO-BUSINESS-DAY
               WHEN LK-BUSINESS-DAYS-SINCE
                   PERFORM 3000-COUNT-BUSINESS-DAYS
               WHEN OTHER
                   MOVE ZERO TO LK-DATE-OUT
                   MOVE 99 TO LK-RETURN-CODE
                       MOVE 'Y' TO WS-HOLIDAY-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * BUSINESS DAYS AFTER THE DATE IN, UP TO AND INCLUDING THE
      * CYCLE DATE - AN ITEM QUEUED TODAY IS ZERO DAYS OLD, ONE
      * QUEUED ON FRIDAY IS ONE DAY OLD ON MONDAY.  A DATE ON OR
      * AFTER THE CYCLE DATE IS ZERO.  WEEKDAY HOLIDAYS IN THE
      * RANGE COME OFF THE WEEKDAY COUNT.
       3000-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO LK-DATE-OUT
           IF LK-DATE-IN NOT NUMERIC OR LK-DATE-IN = ZERO
               MOVE 99 TO LK-RETURN-CODE
           ELSE
               IF LK-DATE-IN < WS-CYCLE-DATE
                   COMPUTE WS-FROM-INTEGER =
                       FUNCTION INTEGER-OF-DATE (LK-DATE-IN)
                   COMPUTE WS-TO-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
                   COMPUTE WS-ELAPSED-DAYS =
                       WS-TO-INTEGER - WS-FROM-INTEGER
                   DIVIDE WS-ELAPSED-DAYS BY 7
                       GIVING WS-WHOLE-WEEKS
                       REMAINDER WS-ODD-DAYS
                   COMPUTE WS-BUSINESS-DAYS = WS-WHOLE-WEEKS * 5
                   COMPUTE WS-WORK-INTEGER =
                       WS-FROM-INTEGER + (WS-WHOLE-WEEKS * 7)
                   PERFORM 3100-COUNT-ODD-DAY WS-ODD-DAYS TIMES
                   IF WS-HOLIDAY-COUNT > ZERO
                       PERFORM 3200-DROP-HOLIDAY
                           VARYING WS-HOL-IDX FROM 1 BY 1
                           UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                   END-IF
                   IF WS-BUSINESS-DAYS > ZERO
                       MOVE WS-BUSINESS-DAYS TO LK-DATE-OUT
                   END-IF
               END-IF
           END-IF.

       3100-COUNT-ODD-DAY.
           ADD 1 TO WS-WORK-INTEGER
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD (WS-WORK-INTEGER, 7)
           IF WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
               ADD 1 TO WS-BUSINESS-DAYS
           END-IF.

       3200-DROP-HOLIDAY.
           IF WS-HOL-DATE (WS-HOL-IDX) > LK-DATE-IN
               AND WS-HOL-DATE (WS-HOL-IDX) NOT > WS-CYCLE-DATE
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-HOL-DATE (WS-HOL-IDX))
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD (WS-WORK-INTEGER, 7)
               IF WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
                   SUBTRACT 1 FROM WS-BUSINESS-DAYS
               END-IF
           END-IF.
