                   88 CREDIT-CHECK-PASSED  VALUE 'A'.
                   88 CREDIT-CHECK-FAILED  VALUE 'D'.
           05 NOTES                        PIC X(40).
      * THE REFERRING CUSTOMER'S CUST-ID, AS QUOTED ON A
      * CHANNEL-REFERRAL APPLICATION - THE CUST-ID IS THE REFERRAL
      * CODE CUSTOMERS HAND OUT.  BLANK ON EVERY OTHER CHANNEL.
           05 REFERRER-ID                  PIC X(10).
      * 'B' FOR A BUSINESS APPLICATION; BLANK OR 'I' IS A PERSON.  A
      * BUSINESS SENDS ITS LEGAL NAME HERE (THE NAME FIELDS ABOVE ARE
      * IGNORED AND REBUILT FROM IT) WITH THE REST OF THE ORGCUST
      * DETAIL AND UP TO FOUR PRINCIPALS, EACH THE CUST-ID OF AN
      * EXISTING INDIVIDUAL CUSTOMER AND THEIR ROLE.  BLANK FOR A
      * PERSON.
           05 CUSTOMER-TYPE                PIC X(01).
               88 CUSTOMER-BUSINESS        VALUE 'B'.
               88 CUSTOMER-INDIVIDUAL      VALUE 'I' ' '.
           05 ORGANIZATION-DETAIL.
               10 LEGAL-NAME               PIC X(60).
               10 TRADING-NAME             PIC X(60).
               10 REGISTRATION-ID          PIC X(20).
               10 LEGAL-FORM               PIC X(04).
               10 INDUSTRY-CODE            PIC X(06).
               10 PRINCIPAL                OCCURS 4 TIMES.
                   15 PRINCIPAL-CUST-ID    PIC X(10).
                   15 PRINCIPAL-ROLE       PIC X(02).
