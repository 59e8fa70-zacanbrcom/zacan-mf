      * NIGHTLY CUSTOMER SNAPSHOT RECORD, WRITTEN BY ZCNCSNAP RIGHT
      * AFTER THE ZCNCBAL TRUE-UP.  ONE RECORD PER CUSTMAST RECORD,
      * IN CUST-ID ORDER, WITH THE SATELLITES THE REPORTS AND
      * EXTRACTS NEED JOINED ON IN THE SAME PASS (CUSTBRCH, BADADDR,
      * CONSENT, INTLCNT, CUSTEXPF, ALTREF, CMPLHOLD, DECEASED,
      * ORGCUST), SO
      * NONE OF THEM HAS TO BROWSE THE LIVE MASTER OR RANDOM-READ A
      * SATELLITE PER CUSTOMER.  SNP-MASTER-DATA IS THE CUSTMAST
      * RECORD BYTE FOR BYTE - A READER MOVES IT STRAIGHT INTO ITS
      * OWN COPY OF THE CUSTOMER LAYOUT.  A SATELLITE WITH NO RECORD
      * FOR THE CUSTOMER (OR NOT ON HAND THAT NIGHT) LEAVES ITS
      * FIELDS BLANK/ZERO, EXCEPT CUSTEXPF, WHERE 'NOT ON FILE' AND
      * 'FILE NOT AVAILABLE' ARE KEPT APART FOR ZCNCDQSC.  THE
      * SNAPCTL CONTROL RECORD CARRIES THE BUSINESS DATE AND COUNT.
      * SNP-CUSTOMER-TYPE IS 'B' WHEN THE CUSTOMER HAS AN ORGCUST
      * RECORD AND 'I' OTHERWISE; FOR A BUSINESS THE LAST NAME
      * FOLLOWED BY THE FIRST NAME IS THE FIRST TWENTY BYTES OF THE
      * LEGAL NAME.
       01 CUSTOMER-SNAPSHOT-RECORD.
           05 SNP-MASTER-DATA.
               10 SNP-CUST-ID              PIC X(10).
               10 SNP-FIRST-NAME           PIC X(10).
               10 SNP-LAST-NAME            PIC X(10).
               10 SNP-CITY                 PIC X(20).
               10 SNP-US-STATE             PIC X(02).
               10 SNP-COUNTRY-CODE         PIC X(03).
               10 SNP-POSTAL-CODE          PIC X(15).
               10 SNP-VIP-FLAG             PIC X(01).
               10 SNP-DO-NOT-CALL-FLAG     PIC X(01).
               10 SNP-INACTIVE-FLAG        PIC X(01).
               10 SNP-MISS-CALL-FLAG       PIC X(01).
               10 SNP-NOTES                PIC X(40).
           05 SNP-BRANCH-CODE              PIC X(04).
           05 SNP-BRANCH-ASSIGN-DATE       PIC 9(08).
           05 SNP-BAD-ADDR-FLAG            PIC X(01).
               88 SNP-BAD-ADDRESS          VALUE 'Y'.
           05 SNP-BAD-RETURN-DATE          PIC 9(08).
           05 SNP-BAD-REASON-CODE          PIC X(04).
           05 SNP-POSTAL-CONSENT           PIC X(01).
               88 SNP-POSTAL-OPTED-OUT     VALUE 'O'.
           05 SNP-EMAIL-CONSENT            PIC X(01).
               88 SNP-EMAIL-OPTED-OUT      VALUE 'O'.
           05 SNP-INTL-FLAG                PIC X(01).
               88 SNP-INTL-ON-FILE         VALUE 'Y'.
           05 SNP-INTL-PHONE-NUMBER.
               10 SNP-COUNTRY-DIAL-CODE    PIC X(04).
               10 SNP-SUBSCRIBER-NUMBER    PIC X(15).
           05 SNP-LANGUAGE-CODE            PIC X(02).
           05 SNP-EXPANDED-FLAG            PIC X(01).
               88 SNP-EXPANDED-ON-FILE     VALUE 'Y'.
               88 SNP-EXPANDED-NOT-ON-FILE VALUE 'N'.
               88 SNP-EXPANDED-UNAVAILABLE VALUE 'U'.
           05 SNP-PHONE-NUMBER             PIC X(15).
           05 SNP-EMAIL-ADDRESS            PIC X(50).
           05 SNP-ALTREF-FLAG              PIC X(01).
               88 SNP-ALTREF-ON-FILE       VALUE 'Y'.
           05 SNP-SOURCE-CUST-ID           PIC X(10).
           05 SNP-SOURCE-CHANNEL           PIC X(10).
           05 SNP-APPLICATION-DATE         PIC 9(08).
           05 SNP-CMPL-HOLD-STATUS         PIC X(01).
               88 SNP-CMPL-SUPPRESSED      VALUE 'O' 'X'.
           05 SNP-DECEASED-STATUS          PIC X(01).
               88 SNP-DECEASED-CONFIRMED   VALUE 'C'.
           05 SNP-CUSTOMER-TYPE            PIC X(01).
               88 SNP-INDIVIDUAL           VALUE 'I'.
               88 SNP-BUSINESS             VALUE 'B'.
           05 FILLER                       PIC X(29).
