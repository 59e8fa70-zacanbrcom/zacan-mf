       IDENTIFICATION DIVISION.
      ******************************************************
      *  PROGRAM NAME: DTDEM2  ZCNCNSTD                    *
      *                                                    *
      *  OBJECTIVES OF TESTCASE:                           *
      *                                                    *
      *       NAME AND LOCATION STANDARDIZATION            *
      *       SUBPROGRAM.  NAMES AND CITIES ARRIVE IN      *
      *       EVERY STYLE ("O'BRIEN" AND "OBRIEN",         *
      *       "mcdonald", "SMITH JR" IN THE LAST NAME,     *
      *       "ST. LOUIS", LEADING BLANKS FROM THE PARTNER *
      *       FEED), AND THE DUPLICATE, HOUSEHOLD AND      *
      *       SEARCH STEPS COMPARE RAW BYTES.  EVERY STEP  *
      *       THAT FILES OR LOOKS UP A NAME CALLS HERE SO  *
      *       THEY ALL AGREE ON ONE SPELLING (SEE NAMESTD  *
      *       FOR THE RULES).                              *
      *                                                    *
      *       THE CITYALS ALIAS TABLE IS READ ONCE ON THE  *
      *       FIRST CALL AND CACHED.  WITHOUT IT THE NAMES *
      *       ARE STILL STANDARDIZED, THE CITY IS ONLY     *
      *       CLEANED, AND EVERY CALL ENDS RC 04.          *
      *                                                    *
      ******************************************************
       PROGRAM-ID.             ZCNCNSTD.
       AUTHOR.                 ZACAN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITY-ALIAS-FILE    ASSIGN TO "CITYALS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CITY-ALIAS-FILE
           RECORDING MODE IS F.
           COPY CITYALS.

       WORKING-STORAGE SECTION.
       01  WS-ALIAS-STATUS              PIC X(02) VALUE SPACES.

       01  WS-LOADED-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-TABLES-LOADED         VALUE 'Y'.
       01  WS-ALIAS-AVAIL-SW            PIC X(01) VALUE 'N'.
           88  WS-ALIAS-AVAILABLE       VALUE 'Y'.
       01  WS-ALIAS-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-ALIAS-EOF             VALUE 'Y'.
       01  WS-ALIAS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-ALIAS-FOUND           VALUE 'Y'.
       01  WS-TABLE-HIT-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-TABLE-HIT             VALUE 'Y'.

       01  WS-LOWER-CASE                PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE                PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * ONE FIELD BEING CLEANED.  THE OUTPUT IS BUILT CHARACTER BY
      * CHARACTER SO A RUN OF BLANKS OR PUNCTUATION BECOMES ONE
      * BLANK AND NOTHING LEADS THE FIELD.
       01  WS-STD-IN                    PIC X(30) VALUE SPACES.
       01  WS-STD-OUT                   PIC X(30) VALUE SPACES.
       01  WS-STD-WORK                  PIC X(30) VALUE SPACES.
       01  WS-STD-LENGTH                PIC 9(02) VALUE ZERO.
       01  WS-IN-POS                    PIC 9(02) VALUE ZERO.
       01  WS-OUT-POS                   PIC 9(02) VALUE ZERO.
       01  WS-STD-CHAR                  PIC X(01) VALUE SPACE.

       01  WS-SCAN-POSITION             PIC 9(02) VALUE ZERO.
       01  WS-WORD-START                PIC 9(02) VALUE ZERO.
       01  WS-WORD-END                  PIC 9(02) VALUE ZERO.
       01  WS-WORD-LENGTH               PIC 9(02) VALUE ZERO.
       01  WS-WORD                      PIC X(06) VALUE SPACES.

      * TITLES ARE TAKEN ONLY FROM THE FRONT OF THE FIRST NAME AND
      * SUFFIXES ONLY FROM THE END OF THE LAST NAME, AND NEVER WHEN
      * THE WORD IS THE WHOLE NAME.  A LONE 'V' IS NOT TREATED AS
      * A SUFFIX - IT IS TOO OFTEN A MIDDLE INITIAL.
       01  WS-TITLE-VALUES.
           05  FILLER                   PIC X(06) VALUE 'MR'.
           05  FILLER                   PIC X(06) VALUE 'MRS'.
           05  FILLER                   PIC X(06) VALUE 'MS'.
           05  FILLER                   PIC X(06) VALUE 'MISS'.
           05  FILLER                   PIC X(06) VALUE 'MX'.
           05  FILLER                   PIC X(06) VALUE 'DR'.
           05  FILLER                   PIC X(06) VALUE 'REV'.
           05  FILLER                   PIC X(06) VALUE 'PROF'.
           05  FILLER                   PIC X(06) VALUE 'SIR'.
       01  WS-TITLE-TABLE REDEFINES WS-TITLE-VALUES.
           05  WS-TITLE-ENTRY           PIC X(06) OCCURS 9 TIMES
                                         INDEXED BY WS-TTL-IDX.

       01  WS-SUFFIX-VALUES.
           05  FILLER                   PIC X(06) VALUE 'JR'.
           05  FILLER                   PIC X(06) VALUE 'SR'.
           05  FILLER                   PIC X(06) VALUE 'II'.
           05  FILLER                   PIC X(06) VALUE 'III'.
           05  FILLER                   PIC X(06) VALUE 'IV'.
           05  FILLER                   PIC X(06) VALUE '2ND'.
           05  FILLER                   PIC X(06) VALUE '3RD'.
           05  FILLER                   PIC X(06) VALUE 'ESQ'.
       01  WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-VALUES.
           05  WS-SUFFIX-ENTRY          PIC X(06) OCCURS 8 TIMES
                                         INDEXED BY WS-SFX-IDX.

      * THE ALIAS LIST IS A FEW HUNDRED COMMON VARIANTS, SO A FIXED
      * TABLE WITH AN OVERFLOW WARNING IS SUFFICIENT HERE.
       01  WS-MAX-ALIASES               PIC 9(04) VALUE 1000.
       01  WS-ALIAS-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-SEARCH-STATE              PIC X(02) VALUE SPACES.
       01  WS-ALIAS-TABLE               VALUE SPACES.
           05  WS-ALIAS-ENTRY OCCURS 1000 TIMES
                                 INDEXED BY WS-ALS-IDX.
               10  WS-ALS-ALIAS-CITY    PIC X(20).
               10  WS-ALS-US-STATE      PIC X(02).
               10  WS-ALS-STANDARD-CITY PIC X(20).

       LINKAGE SECTION.
           COPY NAMESTD.
       01  LK-RETURN-CODE               PIC 9(02).

       PROCEDURE DIVISION USING NAME-STANDARD-AREA
                                 LK-RETURN-CODE.
       0000-MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           IF NOT WS-TABLES-LOADED
               PERFORM 1000-LOAD-ALIAS-TABLE
           END-IF
           MOVE 'NNNN' TO NST-CHANGE-FLAGS
           MOVE SPACES TO NST-TITLE
           MOVE SPACES TO NST-SUFFIX
           PERFORM 5000-STANDARDIZE-FIRST-NAME
           PERFORM 5100-STANDARDIZE-LAST-NAME
           PERFORM 5200-STANDARDIZE-CITY
           IF NOT WS-ALIAS-AVAILABLE
               MOVE 04 TO LK-RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-ALIAS-TABLE.
           MOVE 'Y' TO WS-LOADED-SWITCH
           OPEN INPUT CITY-ALIAS-FILE
           IF WS-ALIAS-STATUS = '00'
               MOVE 'Y' TO WS-ALIAS-AVAIL-SW
               PERFORM 1100-LOAD-ALIAS UNTIL WS-ALIAS-EOF
               CLOSE CITY-ALIAS-FILE
           ELSE
               DISPLAY 'ZCNCNSTD - CITYALS NOT AVAILABLE ('
                       WS-ALIAS-STATUS '), CITIES NOT ALIASED'
           END-IF.

       1100-LOAD-ALIAS.
           READ CITY-ALIAS-FILE
               AT END
                   MOVE 'Y' TO WS-ALIAS-EOF-SWITCH
               NOT AT END
                   IF CTA-ALIAS-CITY NOT = SPACES
                       AND CTA-STANDARD-CITY NOT = SPACES
                       PERFORM 1110-STORE-ALIAS
                   END-IF
           END-READ.

       1110-STORE-ALIAS.
           IF WS-ALIAS-COUNT < WS-MAX-ALIASES
               ADD 1 TO WS-ALIAS-COUNT
               SET WS-ALS-IDX TO WS-ALIAS-COUNT
               INSPECT CITY-ALIAS-RECORD
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE CTA-ALIAS-CITY    TO WS-ALS-ALIAS-CITY (WS-ALS-IDX)
               MOVE CTA-US-STATE      TO WS-ALS-US-STATE (WS-ALS-IDX)
               MOVE CTA-STANDARD-CITY
                   TO WS-ALS-STANDARD-CITY (WS-ALS-IDX)
           ELSE
               DISPLAY 'ZCNCNSTD - ALIAS TABLE FULL, ALIAS DROPPED: '
                       CTA-ALIAS-CITY
           END-IF.

      * CLEAN ONE FIELD: WS-STD-IN (WS-STD-LENGTH BYTES) INTO
      * WS-STD-OUT.
       2000-CLEAN-TEXT.
           INSPECT WS-STD-IN CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE SPACES TO WS-STD-OUT
           MOVE ZERO TO WS-OUT-POS
           PERFORM 2100-CLEAN-ONE-CHARACTER
               VARYING WS-IN-POS FROM 1 BY 1
               UNTIL WS-IN-POS > WS-STD-LENGTH.

      * APOSTROPHES AND PERIODS CLOSE UP (O'BRIEN -> OBRIEN, ST. ->
      * ST); A HYPHEN IS KEPT BUT LOSES ANY BLANKS AROUND IT; ANY
      * OTHER MARK COUNTS AS A BLANK.  A BLANK IS ONLY COPIED WHEN
      * SOMETHING PRECEDES IT THAT IS NOT ALREADY A BLANK OR HYPHEN.
       2100-CLEAN-ONE-CHARACTER.
           MOVE WS-STD-IN (WS-IN-POS:1) TO WS-STD-CHAR
           EVALUATE TRUE
               WHEN WS-STD-CHAR = "'" OR WS-STD-CHAR = '.'
                   CONTINUE
               WHEN WS-STD-CHAR = '-'
                   PERFORM 2110-COPY-HYPHEN
               WHEN WS-STD-CHAR = '&'
                   PERFORM 2130-COPY-CHARACTER
               WHEN WS-STD-CHAR = SPACE
               WHEN WS-STD-CHAR IS NOT ALPHABETIC
                    AND WS-STD-CHAR IS NOT NUMERIC
                   PERFORM 2120-COPY-BLANK
               WHEN OTHER
                   PERFORM 2130-COPY-CHARACTER
           END-EVALUATE.

       2110-COPY-HYPHEN.
           IF WS-OUT-POS > ZERO
               IF WS-STD-OUT (WS-OUT-POS:1) = SPACE
                   MOVE '-' TO WS-STD-OUT (WS-OUT-POS:1)
               ELSE
                   IF WS-STD-OUT (WS-OUT-POS:1) NOT = '-'
                       PERFORM 2130-COPY-CHARACTER
                   END-IF
               END-IF
           END-IF.

       2120-COPY-BLANK.
           IF WS-OUT-POS > ZERO
               IF WS-STD-OUT (WS-OUT-POS:1) NOT = SPACE
                   AND WS-STD-OUT (WS-OUT-POS:1) NOT = '-'
                   ADD 1 TO WS-OUT-POS
               END-IF
           END-IF.

       2130-COPY-CHARACTER.
           ADD 1 TO WS-OUT-POS
           MOVE WS-STD-CHAR TO WS-STD-OUT (WS-OUT-POS:1).

      * A TRAILING BLANK LEFT BY THE LAST WORD IS HARMLESS, BUT A
      * TRAILING HYPHEN IS NOT PART OF ANY NAME.
       2200-DROP-TRAILING-HYPHEN.
           IF WS-OUT-POS > ZERO
               IF WS-STD-OUT (WS-OUT-POS:1) = '-'
                   MOVE SPACE TO WS-STD-OUT (WS-OUT-POS:1)
               END-IF
           END-IF.

      * TITLE / SUFFIX SPLITTING.
       3000-SPLIT-TITLE.
           MOVE ZERO TO WS-WORD-LENGTH
           INSPECT WS-STD-OUT TALLYING WS-WORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-WORD-LENGTH > ZERO AND WS-WORD-LENGTH NOT > 6
               IF WS-STD-OUT (WS-WORD-LENGTH + 2:) NOT = SPACES
                   MOVE WS-STD-OUT (1:WS-WORD-LENGTH) TO WS-WORD
                   MOVE 'N' TO WS-TABLE-HIT-SWITCH
                   SET WS-TTL-IDX TO 1
                   SEARCH WS-TITLE-ENTRY
                       WHEN WS-TITLE-ENTRY (WS-TTL-IDX) = WS-WORD
                           MOVE 'Y' TO WS-TABLE-HIT-SWITCH
                   END-SEARCH
                   IF WS-TABLE-HIT
                       MOVE WS-WORD TO NST-TITLE
                       MOVE WS-STD-OUT (WS-WORD-LENGTH + 2:)
                           TO WS-STD-WORK
                       MOVE WS-STD-WORK TO WS-STD-OUT
                   END-IF
               END-IF
           END-IF.

       3100-SPLIT-SUFFIX.
           MOVE ZERO TO WS-WORD-START
           MOVE ZERO TO WS-WORD-END
           PERFORM 3110-FIND-LAST-WORD
               VARYING WS-SCAN-POSITION FROM 30 BY -1
               UNTIL WS-SCAN-POSITION = ZERO
           IF WS-WORD-START > 1
               COMPUTE WS-WORD-LENGTH =
                   WS-WORD-END - WS-WORD-START + 1
               IF WS-WORD-LENGTH NOT > 6
                   MOVE WS-STD-OUT (WS-WORD-START:WS-WORD-LENGTH)
                       TO WS-WORD
                   MOVE 'N' TO WS-TABLE-HIT-SWITCH
                   SET WS-SFX-IDX TO 1
                   SEARCH WS-SUFFIX-ENTRY
                       WHEN WS-SUFFIX-ENTRY (WS-SFX-IDX) = WS-WORD
                           MOVE 'Y' TO WS-TABLE-HIT-SWITCH
                   END-SEARCH
                   IF WS-TABLE-HIT
                       MOVE WS-WORD TO NST-SUFFIX
                       MOVE SPACES TO WS-STD-OUT (WS-WORD-START - 1:)
                   END-IF
               END-IF
           END-IF.

      * SCANS RIGHT TO LEFT: THE FIRST NON-BLANK ENDS THE LAST WORD,
      * THE NEXT BLANK BEFORE IT MARKS WHERE THAT WORD STARTS.  A
      * HYPHENATED NAME IS ONE WORD.
       3110-FIND-LAST-WORD.
           IF WS-WORD-END = ZERO
               IF WS-STD-OUT (WS-SCAN-POSITION:1) NOT = SPACE
                   MOVE WS-SCAN-POSITION TO WS-WORD-END
               END-IF
           ELSE
               IF WS-WORD-START = ZERO
                   AND WS-STD-OUT (WS-SCAN-POSITION:1) = SPACE
                   COMPUTE WS-WORD-START = WS-SCAN-POSITION + 1
               END-IF
           END-IF.

      * CITY ALIAS LOOKUP.
       4000-APPLY-CITY-ALIAS.
           MOVE 'N' TO WS-ALIAS-FOUND-SWITCH
           IF WS-ALIAS-COUNT > ZERO
               AND WS-STD-OUT (1:20) NOT = SPACES
               IF NST-US-STATE NOT = SPACES
                   MOVE NST-US-STATE TO WS-SEARCH-STATE
                   PERFORM 4100-SEARCH-ALIAS
               END-IF
               IF NOT WS-ALIAS-FOUND
                   MOVE SPACES TO WS-SEARCH-STATE
                   PERFORM 4100-SEARCH-ALIAS
               END-IF
           END-IF.

       4100-SEARCH-ALIAS.
           SET WS-ALS-IDX TO 1
           SEARCH WS-ALIAS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ALS-ALIAS-CITY (WS-ALS-IDX) = WS-STD-OUT (1:20)
                AND WS-ALS-US-STATE (WS-ALS-IDX) = WS-SEARCH-STATE
                   MOVE 'Y' TO WS-ALIAS-FOUND-SWITCH
                   MOVE 'Y' TO NST-CITY-ALIASED
                   MOVE SPACES TO WS-STD-OUT
                   MOVE WS-ALS-STANDARD-CITY (WS-ALS-IDX)
                       TO WS-STD-OUT (1:20)
           END-SEARCH.

      * ONE ENTRY PER PARAMETER FIELD.
       5000-STANDARDIZE-FIRST-NAME.
           MOVE NST-FIRST-NAME TO WS-STD-IN
           MOVE 30 TO WS-STD-LENGTH
           PERFORM 2000-CLEAN-TEXT
           PERFORM 2200-DROP-TRAILING-HYPHEN
           PERFORM 3000-SPLIT-TITLE
           IF WS-STD-OUT NOT = NST-FIRST-NAME
               MOVE 'Y' TO NST-FIRST-CHANGED
               MOVE WS-STD-OUT TO NST-FIRST-NAME
           END-IF.

       5100-STANDARDIZE-LAST-NAME.
           MOVE NST-LAST-NAME TO WS-STD-IN
           MOVE 30 TO WS-STD-LENGTH
           PERFORM 2000-CLEAN-TEXT
           PERFORM 2200-DROP-TRAILING-HYPHEN
           PERFORM 3100-SPLIT-SUFFIX
           IF WS-STD-OUT NOT = NST-LAST-NAME
               MOVE 'Y' TO NST-LAST-CHANGED
               MOVE WS-STD-OUT TO NST-LAST-NAME
           END-IF.

       5200-STANDARDIZE-CITY.
           MOVE SPACES TO WS-STD-IN
           MOVE NST-CITY TO WS-STD-IN
           MOVE 20 TO WS-STD-LENGTH
           PERFORM 2000-CLEAN-TEXT
           PERFORM 2200-DROP-TRAILING-HYPHEN
           PERFORM 4000-APPLY-CITY-ALIAS
           IF WS-STD-OUT (1:20) NOT = NST-CITY
               MOVE 'Y' TO NST-CITY-CHANGED
               MOVE WS-STD-OUT (1:20) TO NST-CITY
           END-IF.
