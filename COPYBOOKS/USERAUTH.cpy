      * 'CI' FOR A CLERK - NO DELETES).  UAF-FLAG-AUTHORITY GATES
      * THE STATUS-FLAG FIELD GROUP: ONLY 'Y' USERS MAY FLIP THE
      * VIP/DNC/INACTIVE/MISS-CALL BYTES ON A CHANGE.
      * ZCNCCASE CHECKS THE SAME LIST FOR ITS COMPLAINT ACTIONS
      * (O OPEN, K ACKNOWLEDGE, E ESCALATE, R RESOLVE, U UPDATE),
      * AND A CASE MAY ONLY BE ASSIGNED TO A USER ON THIS FILE.
      * ZCNCMUPD NEEDS 'M' (MASS UPDATE) TO REQUEST A DRY RUN, AND
      * 'M' AND 'C' TO RELEASE OR BACK OUT ONE.
      * UAF-BRANCH-CODE IS THE USER'S HOME BRANCH (BLANK FOR HEAD
      * OFFICE AND CENTRAL DESKS) AND UAF-STAFF-CUST-ID THE USER'S
      * OWN CUST-ID WHEN THE EMPLOYEE BANKS WITH US.  ZCNCACRV USES
      * BOTH TO FLAG LOOKUPS OUTSIDE THE USER'S BRANCH AND LOOKUPS
      * OF STAFF AND STAFF-FAMILY (SAME HOUSEHOLD) ACCOUNTS.
       01 USER-AUTH-RECORD.
           05 UAF-USER-ID                  PIC X(08).
           05 UAF-ALLOWED-TRANS            PIC X(08).
           05 UAF-FLAG-AUTHORITY           PIC X(01).
               88 UAF-FLAGS-ALLOWED        VALUE 'Y'.
           05 UAF-BRANCH-CODE              PIC X(04).
           05 UAF-STAFF-CUST-ID            PIC X(10).
