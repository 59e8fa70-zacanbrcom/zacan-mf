           05 SCH-SOURCE-CUST-ID           PIC X(10).
           05 SCH-SOURCE-CHANNEL           PIC X(10).
           05 SCH-APPLICATION-DATE         PIC 9(08).
      * IDENTITY DOCUMENT FROM A ZCNCBL3 APPLICATION, ALREADY EDITED
      * AND MASKED THROUGH ZCNCIDMK AT INTAKE, SO A CLEARED RELEASE
      * CAN STILL WRITE THE IDDOC RECORD.  A BLANK TYPE MEANS NONE.
           05 SCH-ID-DOCUMENT.
               10 SCH-DOC-TYPE             PIC X(02).
               10 SCH-DOC-ISSUING-COUNTRY  PIC X(03).
               10 SCH-DOC-NUMBER-MASKED    PIC X(20).
               10 SCH-DOC-ISSUE-DATE       PIC 9(08).
               10 SCH-DOC-EXPIRY-DATE      PIC 9(08).
               10 SCH-DOC-VERIFIED-BY      PIC X(08).
               10 SCH-DOC-VERIFIED-DATE    PIC 9(08).
