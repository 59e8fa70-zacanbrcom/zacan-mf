      * NAME/LOCATION STANDARDIZATION PARAMETER AREA, PASSED TO
      * ZCNCNSTD BY THE INTAKE STEPS (ZCNCBL2, ZCNCBL3), THE
      * PERIODIC SWEEP (ZCNCNSWP) AND THE DESK SEARCH (ZCNCSRCH).
      * THE CALLER FILLS THE NAMES, CITY AND STATE; THEY COME BACK
      * FOLDED TO UPPER CASE WITH LEADING BLANKS, APOSTROPHES AND
      * PERIODS REMOVED, OTHER PUNCTUATION AND DOUBLED BLANKS
      * REDUCED TO ONE BLANK, A LEADING TITLE (MR, DR...) SPLIT
      * OFF THE FIRST NAME, A GENERATIONAL SUFFIX (JR, III...)
      * SPLIT OFF THE LAST NAME, AND THE CITY REPLACED FROM THE
      * CITYALS ALIAS TABLE.  NAMES ARE 30 BYTES SO THE FULL
      * NAMEOVFL NAMES CAN BE PASSED; MASTER CALLERS USE (1:10).
       01 NAME-STANDARD-AREA.
           05 NST-FIRST-NAME               PIC X(30).
           05 NST-LAST-NAME                PIC X(30).
           05 NST-CITY                     PIC X(20).
           05 NST-US-STATE                 PIC X(02).
           05 NST-TITLE                    PIC X(06).
           05 NST-SUFFIX                   PIC X(06).
           05 NST-CHANGE-FLAGS.
               10 NST-FIRST-CHANGED        PIC X(01).
                   88 NST-FIRST-NAME-CHANGED VALUE 'Y'.
               10 NST-LAST-CHANGED         PIC X(01).
                   88 NST-LAST-NAME-CHANGED  VALUE 'Y'.
               10 NST-CITY-CHANGED         PIC X(01).
                   88 NST-CITY-WAS-CHANGED   VALUE 'Y'.
               10 NST-CITY-ALIASED         PIC X(01).
                   88 NST-CITY-FROM-ALIAS    VALUE 'Y'.
