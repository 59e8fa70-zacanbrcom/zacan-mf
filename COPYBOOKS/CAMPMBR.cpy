      * CAMPAIGN LIST MEMBER, KEYED BY CAMPAIGN ID PLUS CUST-ID.
      * WRITTEN BY ZCNCCSEL FOR EVERY CUSTOMER THAT SURVIVED THE
      * CRITERIA AND THE SUPPRESSION SCRUB (THE SAME LAYOUT GOES
      * OUT ON THE CAMPLIST EXTRACT).  THE SEGMENT FIELDS ARE AS
      * THEY STOOD ON SELECTION DAY, SO THE RESULTS REPORT SEGMENTS
      * THE LIST THE WAY IT WAS PULLED.  ZCNCCRES MARKS RESPONDERS.
       01 CAMPAIGN-MEMBER-RECORD.
           05 CMB-KEY.
               10 CMB-CAMPAIGN-ID          PIC X(08).
               10 CMB-CUST-ID              PIC X(10).
           05 CMB-FIRST-NAME               PIC X(10).
           05 CMB-LAST-NAME                PIC X(10).
           05 CMB-CITY                     PIC X(20).
           05 CMB-US-STATE                 PIC X(02).
           05 CMB-COUNTRY-CODE             PIC X(03).
           05 CMB-POSTAL-CODE              PIC X(15).
           05 CMB-CHANNEL                  PIC X(01).
           05 CMB-BRANCH-CODE              PIC X(04).
           05 CMB-LANGUAGE-CODE            PIC X(02).
           05 CMB-VIP-FLAG                 PIC X(01).
           05 CMB-SELECTED-DATE            PIC 9(08).
           05 CMB-RESPONSE-FLAG            PIC X(01).
               88 CMB-RESPONDED            VALUE 'Y'.
           05 CMB-RESPONSE-DATE            PIC 9(08).
           05 CMB-RESPONSE-CODE            PIC X(04).
