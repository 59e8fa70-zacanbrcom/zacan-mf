      * MARKETING CAMPAIGN MASTER, KEYED BY CAMPAIGN ID.  CARRIES
      * THE CHANNEL, THE ACTIVE WINDOW, AND THE SELECTION CRITERIA
      * ZCNCCSEL PULLS THE LIST WITH (A BLANK CRITERION MATCHES
      * EVERY CUSTOMER).  MAINTAINED THROUGH ZCNCCMNT; ZCNCCSEL
      * STAMPS THE SELECTION DATE AND LIST SIZE WHEN IT PULLS THE
      * LIST, AND A CAMPAIGN IS ONLY EVER SELECTED ONCE.
       01 CAMPAIGN-MASTER-RECORD.
           05 CMP-CAMPAIGN-ID              PIC X(08).
           05 CMP-CAMPAIGN-NAME            PIC X(30).
           05 CMP-CHANNEL                  PIC X(01).
               88 CMP-EMAIL-CHANNEL        VALUE 'E'.
               88 CMP-POSTAL-CHANNEL       VALUE 'P'.
               88 CMP-PHONE-CHANNEL        VALUE 'T'.
           05 CMP-START-DATE               PIC 9(08).
           05 CMP-END-DATE                 PIC 9(08).
           05 CMP-CAMPAIGN-STATUS          PIC X(01).
               88 CMP-PENDING-SELECTION    VALUE 'P'.
               88 CMP-LIST-SELECTED        VALUE 'S'.
           05 CMP-CRITERIA.
               10 CMP-SEL-BRANCH-CODE      PIC X(04).
               10 CMP-SEL-VIP              PIC X(01).
                   88 CMP-SEL-VIP-ONLY     VALUE 'Y'.
                   88 CMP-SEL-NON-VIP-ONLY VALUE 'N'.
               10 CMP-SEL-US-STATE         PIC X(02).
               10 CMP-SEL-COUNTRY-CODE     PIC X(03).
               10 CMP-SEL-LANGUAGE-CODE    PIC X(02).
      * 'O' - ONE CUSTOMER PER HOUSEHOLD (SAME POSTAL CODE, CITY,
      * AND LAST NAME - THE ZCNCHHLD GROUPING).
               10 CMP-SEL-HOUSEHOLD        PIC X(01).
                   88 CMP-SEL-ONE-PER-HOUSEHOLD VALUE 'O'.
           05 CMP-SELECTION-DATE           PIC 9(08).
           05 CMP-LIST-COUNT               PIC 9(07).
