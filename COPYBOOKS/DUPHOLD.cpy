           05 DUP-SOURCE-CUST-ID           PIC X(10).
           05 DUP-SOURCE-CHANNEL           PIC X(10).
           05 DUP-APPLICATION-DATE         PIC 9(08).
      * IDENTITY DOCUMENT FROM A ZCNCBL3 APPLICATION, ALREADY EDITED
      * AND MASKED THROUGH ZCNCIDMK AT INTAKE, SO A RELEASE CAN STILL
      * WRITE THE IDDOC RECORD.  A BLANK TYPE MEANS NONE WAS CARRIED.
           05 DUP-ID-DOCUMENT.
               10 DUP-DOC-TYPE             PIC X(02).
               10 DUP-DOC-ISSUING-COUNTRY  PIC X(03).
               10 DUP-DOC-NUMBER-MASKED    PIC X(20).
               10 DUP-DOC-ISSUE-DATE       PIC 9(08).
               10 DUP-DOC-EXPIRY-DATE      PIC 9(08).
               10 DUP-DOC-VERIFIED-BY      PIC X(08).
               10 DUP-DOC-VERIFIED-DATE    PIC 9(08).
