      * MASS-UPDATE BACKOUT RECORD.  THE RELEASE OF A MASS UPDATE
      * WRITES ONE PER CUSTOMER IT CHANGED, WITH THE FLAGS AND
      * SERVICING BRANCH AS THEY WERE AND AS THE RUN LEFT THEM.  A
      * BACKOUT RUN PUTS BACK ONLY WHAT STILL HOLDS THE RUN'S VALUE,
      * SO A CHANGE MADE SINCE BY THE DESK IS NEVER OVERWRITTEN.
      * NOTES CANNOT BE WITHDRAWN FROM CUSTNOTE - THE BACKOUT NOTES
      * THE CUSTOMER THAT THE EARLIER NOTE NO LONGER APPLIES.
       01 MUPD-BACKOUT-RECORD.
           05 MBK-RUN-ID                   PIC X(08).
           05 MBK-CUST-ID                  PIC X(10).
           05 MBK-OLD-FLAGS                PIC X(04).
           05 MBK-NEW-FLAGS                PIC X(04).
           05 MBK-OLD-BRANCH               PIC X(04).
           05 MBK-NEW-BRANCH               PIC X(04).
           05 MBK-BRANCH-CHANGED-SW        PIC X(01).
               88 MBK-BRANCH-CHANGED       VALUE 'Y'.
           05 MBK-NOTE-ADDED-SW            PIC X(01).
               88 MBK-NOTE-ADDED           VALUE 'Y'.
           05 MBK-APPLIED-DATE             PIC 9(08).
