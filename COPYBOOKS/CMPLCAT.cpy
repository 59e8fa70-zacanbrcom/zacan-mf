      * COMPLAINT CATEGORIES AND THEIR HANDLING DEADLINES, IN
      * CALENDAR DAYS FROM THE DATE THE COMPLAINT WAS RECEIVED:
      * THE CUSTOMER MUST BE ACKNOWLEDGED WITHIN CMC-ACK-DAYS AND
      * GIVEN A FINAL RESPONSE WITHIN CMC-RESOLVE-DAYS.  ZCNCCASE
      * EDITS CATEGORIES AGAINST THIS TABLE, ZCNCCAGE AGES OPEN
      * CASES BY IT AND ZCNCCSUM TESTS RESOLUTIONS AGAINST IT.  A
      * NEW CATEGORY IS ADDED HERE AND THE COUNT RAISED TO MATCH.
       01 CMPL-CATEGORY-VALUES.
           05 FILLER                       PIC X(04) VALUE 'FEES'.
           05 FILLER                       PIC 9(03) VALUE 005.
           05 FILLER                       PIC 9(03) VALUE 030.
           05 FILLER                       PIC X(20) VALUE
               'FEES AND CHARGES'.
           05 FILLER                       PIC X(04) VALUE 'SERV'.
           05 FILLER                       PIC 9(03) VALUE 005.
           05 FILLER                       PIC 9(03) VALUE 030.
           05 FILLER                       PIC X(20) VALUE
               'SERVICE QUALITY'.
           05 FILLER                       PIC X(04) VALUE 'ACCT'.
           05 FILLER                       PIC 9(03) VALUE 005.
           05 FILLER                       PIC 9(03) VALUE 030.
           05 FILLER                       PIC X(20) VALUE
               'ACCOUNT HANDLING'.
           05 FILLER                       PIC X(04) VALUE 'MKTG'.
           05 FILLER                       PIC 9(03) VALUE 005.
           05 FILLER                       PIC 9(03) VALUE 030.
           05 FILLER                       PIC X(20) VALUE
               'MARKETING CONTACT'.
           05 FILLER                       PIC X(04) VALUE 'PRIV'.
           05 FILLER                       PIC 9(03) VALUE 003.
           05 FILLER                       PIC 9(03) VALUE 030.
           05 FILLER                       PIC X(20) VALUE
               'PRIVACY AND DATA'.
           05 FILLER                       PIC X(04) VALUE 'DISC'.
           05 FILLER                       PIC 9(03) VALUE 002.
           05 FILLER                       PIC 9(03) VALUE 015.
           05 FILLER                       PIC X(20) VALUE
               'UNFAIR TREATMENT'.
           05 FILLER                       PIC X(04) VALUE 'FRAU'.
           05 FILLER                       PIC 9(03) VALUE 002.
           05 FILLER                       PIC 9(03) VALUE 015.
           05 FILLER                       PIC X(20) VALUE
               'FRAUD/UNAUTHORIZED'.
           05 FILLER                       PIC X(04) VALUE 'OTHR'.
           05 FILLER                       PIC 9(03) VALUE 005.
           05 FILLER                       PIC 9(03) VALUE 060.
           05 FILLER                       PIC X(20) VALUE
               'OTHER'.
       01 CMPL-CATEGORY-TABLE REDEFINES CMPL-CATEGORY-VALUES.
           05 CMC-ENTRY                    OCCURS 8 TIMES
                                           INDEXED BY CMC-IDX.
               10 CMC-CATEGORY             PIC X(04).
               10 CMC-ACK-DAYS             PIC 9(03).
               10 CMC-RESOLVE-DAYS         PIC 9(03).
               10 CMC-DESCRIPTION          PIC X(20).
       01 CMPL-CATEGORY-COUNT              PIC 9(02) VALUE 8.
