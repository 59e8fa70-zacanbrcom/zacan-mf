      * CUSTOMER READ-ACCESS LOG RECORD.  CUSTAUDT RECORDS WHO
      * CHANGED A CUSTOMER; THIS RECORDS WHO LOOKED AT ONE.  EVERY
      * INQUIRY PROGRAM (ZCNCMAINT 'I', ZCNCSRCH, ZCNC360, ZCNCAINQ,
      * ZCNCNINQ) APPENDS ONE RECORD PER CUST-ID IT RETURNED
      * THROUGH ZCNCACLG, AND ZCNCACRV REVIEWS THEM WEEKLY FOR THE
      * PRIVACY OFFICER.  A SEARCH THAT RETURNED NOBODY IS STILL
      * LOGGED, WITH A BLANK CUST-ID, SO THE ARGUMENT IS ON RECORD.
      * ACL-ACCESS-DATE IS THE BUSINESS (CYCLE) DATE, ACL-ACCESS-TIME
      * THE WALL-CLOCK TIME OF THE INQUIRY.
       01 ACCESS-LOG-RECORD.
           05 ACL-USER-ID                  PIC X(08).
           05 ACL-PROGRAM-ID               PIC X(08).
           05 ACL-CUST-ID                  PIC X(10).
           05 ACL-SEARCH-ARG               PIC X(40).
           05 ACL-ACCESS-DATE              PIC 9(08).
           05 ACL-ACCESS-TIME              PIC 9(06).
           05 ACL-ACCESS-RESULT            PIC X(01).
               88 ACL-RETURNED             VALUE 'F'.
               88 ACL-NOT-ON-FILE          VALUE 'N'.
               88 ACL-NOTHING-RETURNED     VALUE 'Z'.
