      * REFERRAL SATELLITE, KEYED BY THE CHANNEL-SUPPLIED CUST-ID OF
      * THE REFERRED APPLICANT - THE SAME ID CUSTSUSP, DUPHOLD AND
      * SCRNHOLD CARRY, SO THE REFERRAL CAN BE FOUND AGAIN WHEREVER
      * THE APPLICATION IS FINALLY SETTLED.  ZCNCBL2 CAPTURES IT
      * FROM A CHANNEL-REFERRAL INTAKE RECORD AND VALIDATES THE
      * REFERRER; ZCNCBL2, ZCNCCRED, ZCNCDUPR AND ZCNCSCRN RECORD
      * WHETHER THE APPLICANT REACHED THE MASTER (THROUGH ZCNCREFU).
      * A REFERRAL IS CREDITED ONLY WHEN IT IS VALID AND THE
      * APPLICANT IS ONBOARDED - RFL-CREDIT-DATE IS SET THE FIRST
      * TIME BOTH ARE TRUE AND DECIDES THE REWARD MONTH ON THE
      * ZCNCREFR REPORT.  ZCNCVIP COUNTS CREDITED REFERRALS PER
      * REFERRER.
       01 REFERRAL-RECORD.
           05 RFL-SOURCE-CUST-ID           PIC X(10).
           05 RFL-SOURCE-CHANNEL           PIC X(10).
           05 RFL-APPLICATION-DATE         PIC 9(08).
           05 RFL-APPLICANT-NAME.
               10 RFL-APPLICANT-FIRST-NAME PIC X(10).
               10 RFL-APPLICANT-LAST-NAME  PIC X(10).
           05 RFL-REFERRER-ID              PIC X(10).
           05 RFL-REFERRAL-STATUS          PIC X(01).
               88 RFL-VALID                VALUE 'V'.
               88 RFL-QUEUED               VALUE 'Q'.
               88 RFL-REJECTED             VALUE 'R'.
           05 RFL-REASON-TEXT              PIC X(30).
           05 RFL-APPLICANT-STATUS         PIC X(01).
               88 RFL-APPLICANT-PENDING    VALUE 'P'.
               88 RFL-APPLICANT-ONBOARDED  VALUE 'O'.
               88 RFL-APPLICANT-DROPPED    VALUE 'N'.
           05 RFL-CUST-ID                  PIC X(10).
           05 RFL-CAPTURE-DATE             PIC 9(08).
           05 RFL-ONBOARDED-DATE           PIC 9(08).
           05 RFL-CREDIT-DATE              PIC 9(08).
               88 RFL-NOT-CREDITED         VALUE ZERO.
           05 RFL-LAST-CHANGED-DATE        PIC 9(08).
           05 RFL-CHANGED-BY               PIC X(08).
