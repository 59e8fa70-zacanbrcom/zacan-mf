                   88 SUS-CREDIT-FAILED    VALUE 'D'.
           05 SUS-NOTES                    PIC X(40).
           05 SUS-DATE-QUEUED              PIC 9(08).
      * A BUSINESS APPLICATION CARRIES ITS ORGANIZATION DETAIL AND
      * PRINCIPALS THROUGH THE CREDIT QUEUE, AS SENT ON CUSTOMER-NEW,
      * SO ZCNCCRED CAN SCREEN AND FILE IT ON PROMOTION.  BLANK FOR A
      * PERSON.
           05 SUS-CUSTOMER-TYPE            PIC X(01).
               88 SUS-BUSINESS             VALUE 'B'.
           05 SUS-ORGANIZATION.
               10 SUS-LEGAL-NAME           PIC X(60).
               10 SUS-TRADING-NAME         PIC X(60).
               10 SUS-REGISTRATION-ID      PIC X(20).
               10 SUS-LEGAL-FORM           PIC X(04).
               10 SUS-INDUSTRY-CODE        PIC X(06).
               10 SUS-PRINCIPAL            OCCURS 4 TIMES.
                   15 SUS-PRINCIPAL-CUST-ID PIC X(10).
                   15 SUS-PRINCIPAL-ROLE   PIC X(02).
