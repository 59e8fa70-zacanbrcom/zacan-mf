      * NAME TITLE / GENERATIONAL SUFFIX SATELLITE, KEYED BY
      * CUST-ID.  THE SKINNY MASTER HAS NO ROOM FOR EITHER, SO
      * WHEN ZCNCNSTD SPLITS 'DR' OFF A FIRST NAME OR 'JR' OFF A
      * LAST NAME THE PIECE IS KEPT HERE (THE SAME WAY INTLCNT
      * CARRIES WHAT THE MASTER CANNOT) INSTEAD OF BEING LOST.
      * WRITTEN BY THE INTAKE STEPS AND THE ZCNCNSWP SWEEP.
       01 NAME-SUFFIX-RECORD.
           05 NSX-CUST-ID                  PIC X(10).
           05 NSX-TITLE                    PIC X(06).
           05 NSX-SUFFIX                   PIC X(06).
           05 NSX-SET-DATE                 PIC 9(08).
           05 NSX-SOURCE-PROGRAM           PIC X(08).
