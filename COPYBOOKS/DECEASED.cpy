      * DECEASED-CUSTOMER SATELLITE, KEYED BY CUST-ID.  WRITTEN BY
      * ZCNCDTHN FROM THE DEATH-NOTIFICATION FEED AND DISPOSITIONED
      * BY ZCNCDREV.  A PROBABLE MATCH WAITS HERE FOR REVIEW AND
      * CHANGES NOTHING ELSE; A CONFIRMED DEATH SUPPRESSES THE
      * CUSTOMER FROM ALL OUTBOUND WORK (ZCNCWORK, ZCNCCRM,
      * ZCNCHHLD, ZCNCLANG, ZCNCCSEL, ZCNCLETR) AND OPENS AN ESTATE
      * CASE THAT KEEPS ZCNCPURG FROM ARCHIVING THE CUSTOMER UNTIL
      * THE BRANCH CLOSES IT.  A REJECTED MATCH STAYS ON FILE AS THE
      * RECORD OF THE REVIEW AND REOPENS IF A LATER NOTICE MATCHES.
      * THE DATE OF BIRTH IS THE ONE ON THE NOTICE - THE MASTER
      * CARRIES NONE - SO THE REVIEWER CAN CHECK IT AT THE BRANCH.
       01 DECEASED-RECORD.
           05 DCD-CUST-ID                  PIC X(10).
           05 DCD-STATUS                   PIC X(01).
               88 DCD-PROBABLE             VALUE 'P'.
               88 DCD-CONFIRMED            VALUE 'C'.
               88 DCD-REJECTED             VALUE 'R'.
           05 DCD-DATE-OF-DEATH            PIC 9(08).
           05 DCD-DATE-OF-BIRTH            PIC 9(08).
           05 DCD-NOTICE-SOURCE            PIC X(01).
               88 DCD-FROM-VENDOR          VALUE 'V'.
               88 DCD-FROM-BRANCH          VALUE 'B'.
           05 DCD-NOTICE-BRANCH            PIC X(04).
           05 DCD-NOTICE-LAST-NAME         PIC X(30).
           05 DCD-NOTICE-FIRST-NAME        PIC X(30).
           05 DCD-MATCH-REASON             PIC X(20).
           05 DCD-NOTIFIED-DATE            PIC 9(08).
           05 DCD-CONFIRMED-DATE           PIC 9(08).
           05 DCD-REVIEWER-ID              PIC X(08).
           05 DCD-ESTATE-STATUS            PIC X(01).
               88 DCD-ESTATE-OPEN          VALUE 'O'.
               88 DCD-ESTATE-CLOSED        VALUE 'C'.
           05 DCD-ESTATE-CLOSED-DATE       PIC 9(08).
