      * COMPLAINT CASE SATELLITE, KEYED BY CUST-ID PLUS CASE
      * NUMBER.  THE CASE NUMBER IS ASSIGNED FROM THE CASECTL
      * CONTROL RECORD AND IS UNIQUE ACROSS ALL CUSTOMERS; KEEPING
      * THE CUST-ID IN FRONT LETS ZCNC360 BROWSE ONE CUSTOMER'S
      * CASES.  A CASE IS OPENED, ACKNOWLEDGED, ESCALATED AND
      * RESOLVED THROUGH ZCNCCASE, WHICH NOTES EVERY STATUS CHANGE
      * ON CUSTNOTE.  THE BRANCH IS THE CUSTOMER'S CUSTBRCH
      * SERVICING BRANCH UNLESS THE DESK NAMED ANOTHER.  ZCNCCAGE
      * AGES THE OPEN CASES WEEKLY AGAINST THE CMPLCAT DEADLINES
      * AND ZCNCCSUM SUMMARIZES THE MONTH BY BRANCH AND CATEGORY.
       01 COMPLAINT-CASE-RECORD.
           05 CCS-KEY.
               10 CCS-CUST-ID              PIC X(10).
               10 CCS-CASE-NO              PIC 9(08).
           05 CCS-DATE-RECEIVED            PIC 9(08).
           05 CCS-CHANNEL                  PIC X(01).
               88 CCS-CHANNEL-PHONE        VALUE 'P'.
               88 CCS-CHANNEL-LETTER       VALUE 'L'.
               88 CCS-CHANNEL-EMAIL        VALUE 'E'.
               88 CCS-CHANNEL-BRANCH       VALUE 'B'.
               88 CCS-CHANNEL-WEB          VALUE 'W'.
               88 CCS-CHANNEL-REGULATOR    VALUE 'R'.
               88 CCS-VALID-CHANNEL        VALUE 'P' 'L' 'E' 'B'
                                                 'W' 'R'.
           05 CCS-CATEGORY                 PIC X(04).
           05 CCS-SEVERITY                 PIC X(01).
               88 CCS-SEVERITY-HIGH        VALUE 'H'.
               88 CCS-SEVERITY-MEDIUM      VALUE 'M'.
               88 CCS-SEVERITY-LOW         VALUE 'L'.
               88 CCS-VALID-SEVERITY       VALUE 'H' 'M' 'L'.
           05 CCS-ASSIGNED-USER            PIC X(08).
           05 CCS-BRANCH-CODE              PIC X(04).
           05 CCS-STATUS                   PIC X(01).
               88 CCS-STATUS-OPEN          VALUE 'O'.
               88 CCS-STATUS-ACKNOWLEDGED  VALUE 'A'.
               88 CCS-STATUS-ESCALATED     VALUE 'E'.
               88 CCS-STATUS-RESOLVED      VALUE 'R'.
               88 CCS-CASE-OUTSTANDING     VALUE 'O' 'A' 'E'.
           05 CCS-ACK-DATE                 PIC 9(08).
               88 CCS-NOT-ACKNOWLEDGED     VALUE ZERO.
           05 CCS-ESCALATED-DATE           PIC 9(08).
           05 CCS-RESOLUTION-DATE          PIC 9(08).
           05 CCS-OUTCOME                  PIC X(02).
               88 CCS-OUTCOME-UPHELD       VALUE 'UP'.
               88 CCS-OUTCOME-PART-UPHELD  VALUE 'PU'.
               88 CCS-OUTCOME-NOT-UPHELD   VALUE 'NU'.
               88 CCS-OUTCOME-WITHDRAWN    VALUE 'WD'.
               88 CCS-VALID-OUTCOME        VALUE 'UP' 'PU' 'NU'
                                                 'WD'.
           05 CCS-SUMMARY                  PIC X(60).
           05 CCS-LAST-CHANGED-DATE        PIC 9(08).
           05 CCS-CHANGED-BY               PIC X(08).
