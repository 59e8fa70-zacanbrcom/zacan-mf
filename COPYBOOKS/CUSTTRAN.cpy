           05 CMT-NOTE-TEXT                  PIC X(100).
           05 CMT-USER-ID                    PIC X(08).
           05 CMT-EFFECTIVE-DATE             PIC X(08).
      * BUSINESS CUSTOMERS.  'B' ON AN ADD FILES A BUSINESS, ON A
      * CHANGE MAKES THE CUSTOMER ONE (OR REPLACES ITS DETAIL); 'I'
      * ON A CHANGE MAKES A BUSINESS AN INDIVIDUAL AGAIN; BLANK
      * LEAVES THE TYPE AS IT IS.  FOR A BUSINESS THE LEGAL NAME
      * TAKES THE PLACE OF THE NAME FIELDS ABOVE, AND A CHANGE WITH
      * A BLANK LEGAL NAME KEEPS THE ORGCUST DETAIL ON FILE.  KEYED
      * PRINCIPALS REPLACE THE LIST; NONE KEYED KEEPS IT.
           05 CMT-CUSTOMER-TYPE              PIC X(01).
               88 CMT-BUSINESS               VALUE 'B'.
               88 CMT-INDIVIDUAL             VALUE 'I'.
           05 CMT-LEGAL-NAME                 PIC X(60).
           05 CMT-TRADING-NAME               PIC X(60).
           05 CMT-REGISTRATION-ID            PIC X(20).
           05 CMT-LEGAL-FORM                 PIC X(04).
           05 CMT-INDUSTRY-CODE              PIC X(06).
           05 CMT-PRINCIPALS.
               10 CMT-PRINCIPAL              OCCURS 4 TIMES.
                   15 CMT-PRINCIPAL-CUST-ID  PIC X(10).
                   15 CMT-PRINCIPAL-ROLE     PIC X(02).
