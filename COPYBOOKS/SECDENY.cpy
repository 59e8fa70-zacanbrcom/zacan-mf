      * SECURITY DENIAL RECORD.  ZCNCMAINT AND ZCNCCASE APPEND ONE
      * FOR EVERY TRANSACTION REFUSED BY THE USERAUTH ENTITLEMENT
      * CHECK, AND ZCNCSECR SUMMARIZES THEM BY USER FOR THE
      * SECURITY REVIEW.
       01 SECURITY-DENIAL-RECORD.
           05 SDN-USER-ID                  PIC X(08).
           05 SDN-TRAN-CODE                PIC X(01).
