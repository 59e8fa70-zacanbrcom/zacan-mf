      * IDENTITY-DOCUMENT SATELLITE, KEYED BY CUST-ID PLUS DOCUMENT
      * TYPE - ONE ENTRY PER KIND OF DOCUMENT SEEN (PASSPORT,
      * NATIONAL ID, DRIVER'S LICENCE, RESIDENCE PERMIT).  THE
      * DOCUMENT NUMBER IS NEVER FILED IN FULL: ZCNCIDMK KEEPS ONLY
      * THE LAST FOUR CHARACTERS BEFORE IT IS WRITTEN.  A DOCUMENT
      * COUNTS AS VERIFIED ONCE IT CARRIES THE USER WHO SAW IT AND
      * THE DATE THEY DID.  CAPTURED AT INTAKE BY ZCNCBL3 OR KEYED
      * THROUGH ZCNCIDDM; ZCNCIDRV LISTS DOCUMENTS DUE FOR
      * RE-VERIFICATION AND CUSTOMERS WITH NO VERIFIED DOCUMENT.
      * ZCNCPURG ARCHIVES THE ENTRIES TO IDDOCARC WITH THE CUSTOMER
      * AND ZCNCUNPG BRINGS THEM BACK.
       01 IDENTITY-DOCUMENT-RECORD.
           05 IDD-KEY.
               10 IDD-CUST-ID              PIC X(10).
               10 IDD-DOC-TYPE             PIC X(02).
                   88 IDD-PASSPORT         VALUE 'PP'.
                   88 IDD-NATIONAL-ID      VALUE 'NI'.
                   88 IDD-DRIVERS-LICENCE  VALUE 'DL'.
                   88 IDD-RESIDENCE-PERMIT VALUE 'RP'.
                   88 IDD-VALID-DOC-TYPE   VALUE 'PP' 'NI' 'DL' 'RP'.
           05 IDD-ISSUING-COUNTRY          PIC X(03).
           05 IDD-DOC-NUMBER-MASKED        PIC X(20).
           05 IDD-ISSUE-DATE               PIC 9(08).
           05 IDD-EXPIRY-DATE              PIC 9(08).
               88 IDD-NO-EXPIRY            VALUE ZERO.
           05 IDD-VERIFIED-BY              PIC X(08).
           05 IDD-VERIFIED-DATE            PIC 9(08).
               88 IDD-NOT-VERIFIED         VALUE ZERO.
           05 IDD-CAPTURE-SOURCE           PIC X(01).
               88 IDD-FROM-INTAKE          VALUE 'I'.
               88 IDD-FROM-MAINTENANCE     VALUE 'M'.
           05 IDD-LAST-CHANGED-DATE        PIC 9(08).
           05 IDD-CHANGED-BY               PIC X(08).
