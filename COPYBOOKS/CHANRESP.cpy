      * CHANNEL RESPONSE RECORD.  ONE PER APPLICATION OUTCOME, KEYED
      * BACK TO THE SOURCE CHANNEL BY THE ID THE CHANNEL SENT US (THE
      * SAME VALUE ALTREF KEEPS), SO WEB, BRANCH, PHONE, REFERRAL,
      * PARTNER, AND INTERNATIONAL FEEDS EACH LEARN WHAT BECAME OF
      * THEIR APPLICANTS.  THE INTAKE STEPS WRITE THE FIRST
      * (ACKNOWLEDGMENT) RESPONSE; ZCNCCRED, ZCNCDUPR, AND ZCNCSCRN
      * WRITE A FOLLOW-UP WHEN THEY SETTLE A HELD APPLICATION.
       01 CHANNEL-RESPONSE-RECORD.
           05 RSP-SOURCE-CHANNEL           PIC X(10).
           05 RSP-SOURCE-CUST-ID           PIC X(10).
           05 RSP-CUST-ID                  PIC X(10).
           05 RSP-RESPONSE-TYPE            PIC X(01).
               88 RSP-ACKNOWLEDGMENT       VALUE 'A'.
               88 RSP-FOLLOW-UP            VALUE 'F'.
           05 RSP-STATUS                   PIC X(01).
               88 RSP-ACCEPTED             VALUE 'A'.
               88 RSP-REJECTED             VALUE 'R'.
               88 RSP-HELD                 VALUE 'H'.
           05 RSP-REASON-CODE              PIC X(04).
               88 RSP-HELD-CREDIT          VALUE 'HC01'.
               88 RSP-HELD-DUPLICATE       VALUE 'HD01'.
               88 RSP-HELD-COMPLIANCE      VALUE 'HS01'.
               88 RSP-CREDIT-DECLINED      VALUE 'CR01'.
               88 RSP-CREDIT-EXPIRED       VALUE 'CR02'.
               88 RSP-DUPLICATE-CUSTOMER   VALUE 'DR01'.
               88 RSP-DUP-CUST-ID          VALUE 'DK01'.
               88 RSP-COMPLIANCE-DECLINED  VALUE 'SC01'.
           05 RSP-REASON-TEXT              PIC X(40).
           05 RSP-APPLICATION-DATE         PIC 9(08).
           05 RSP-RESPONSE-DATE            PIC 9(08).
           05 RSP-SOURCE-PROGRAM           PIC X(08).
