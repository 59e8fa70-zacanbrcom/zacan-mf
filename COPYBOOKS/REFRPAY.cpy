      * REFERRAL REWARD PAYOUT EXTRACT FOR FINANCE - ONE RECORD PER
      * REFERRER EARNING A REWARD IN THE REPORT MONTH, WRITTEN BY
      * ZCNCREFR.  AMOUNTS ARE IN THE ACCOUNT CURRENCY WITH TWO
      * IMPLIED DECIMALS.  A REFERRER WHO IS INACTIVE OR NO LONGER
      * ON THE MASTER IS LEFT OFF - THE REWARD IS WITHHELD.
       01 REFERRAL-PAYOUT-RECORD.
           05 RPY-REFERRER-ID              PIC X(10).
           05 RPY-REFERRER-NAME.
               10 RPY-FIRST-NAME           PIC X(10).
               10 RPY-LAST-NAME            PIC X(10).
           05 RPY-BRANCH-CODE              PIC X(04).
           05 RPY-REPORT-MONTH             PIC 9(06).
           05 RPY-CREDITED-COUNT           PIC 9(05).
           05 RPY-REWARDED-COUNT           PIC 9(05).
           05 RPY-REWARD-AMOUNT            PIC 9(07)V99.
           05 RPY-BONUS-AMOUNT             PIC 9(07)V99.
           05 RPY-TOTAL-AMOUNT             PIC 9(07)V99.
           05 RPY-RUN-DATE                 PIC 9(08).
