      * ALTERNATE (SEASONAL / TEMPORARY) ADDRESS SATELLITE, KEYED BY
      * CUST-ID.  THE MASTER CARRIES ONE CUST-LOCATION, WHICH STAYS
      * THE PERMANENT ADDRESS; A SNOWBIRD OR STUDENT ADDRESS FOR
      * PART OF THE YEAR LIVES HERE WITH THE DATES IT IS IN EFFECT.
      * A SEASONAL ('S') RANGE RECURS EVERY YEAR AND ONLY ITS MMDD
      * IS USED (A START AFTER THE END WRAPS THE YEAR-END, E.G.
      * 1101-0331); A TEMPORARY ('T') RANGE IS FULL CCYYMMDD DATES,
      * BOTH INCLUSIVE.  MAINTAINED BY ZCNCALTA; ZCNCAADR HANDS THE
      * ADDRESS IN EFFECT ON THE CYCLE DATE TO THE MAILINGS.
       01 ALTERNATE-ADDRESS-RECORD.
           05 ALA-CUST-ID                  PIC X(10).
           05 ALA-LOCATION.
               10 ALA-CITY                 PIC X(20).
               10 ALA-US-STATE             PIC X(02).
               10 ALA-COUNTRY-CODE         PIC X(03).
               10 ALA-POSTAL-CODE          PIC X(15).
           05 ALA-RANGE-TYPE               PIC X(01).
               88 ALA-SEASONAL             VALUE 'S'.
               88 ALA-TEMPORARY            VALUE 'T'.
           05 ALA-START-DATE               PIC 9(08).
           05 ALA-START-PARTS REDEFINES ALA-START-DATE.
               10 ALA-START-CCYY           PIC 9(04).
               10 ALA-START-MMDD           PIC 9(04).
           05 ALA-END-DATE                 PIC 9(08).
           05 ALA-END-PARTS REDEFINES ALA-END-DATE.
               10 ALA-END-CCYY             PIC 9(04).
               10 ALA-END-MMDD             PIC 9(04).
           05 ALA-REASON-CODE              PIC X(02).
               88 ALA-SNOWBIRD             VALUE 'SB'.
               88 ALA-STUDENT              VALUE 'ST'.
               88 ALA-TEMPORARY-WORK       VALUE 'TW'.
               88 ALA-OTHER-REASON         VALUE 'OT'.
               88 ALA-VALID-REASON         VALUE 'SB' 'ST' 'TW'
                                                 'OT'.
           05 ALA-REASON-TEXT              PIC X(30).
           05 ALA-LAST-CHANGED-DATE        PIC 9(08).
           05 ALA-CHANGED-BY               PIC X(08).
