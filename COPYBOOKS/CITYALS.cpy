      * CITY SPELLING ALIAS TABLE.  ONE RECORD PER KNOWN VARIANT
      * SPELLING, GIVING THE STANDARD SPELLING TO FILE IT UNDER
      * ('ST LOUIS' -> 'SAINT LOUIS').  THE VARIANT IS MATCHED
      * AFTER CASE FOLDING AND PUNCTUATION CLEAN-UP.  A BLANK STATE
      * APPLIES THE ALIAS IN ANY STATE; A STATE-SPECIFIC ENTRY WINS
      * OVER A BLANK-STATE ONE.  KEPT BY THE DESK AS A FLAT FILE,
      * LIKE THE HOLIDAY CALENDAR, AND LOADED ONCE BY ZCNCNSTD.
       01 CITY-ALIAS-RECORD.
           05 CTA-ALIAS-CITY               PIC X(20).
           05 CTA-US-STATE                 PIC X(02).
           05 CTA-STANDARD-CITY            PIC X(20).
