      * MASS-UPDATE CONTROL RECORD, KEYED BY THE RUN ID THE DESK
      * GIVES A MASS UPDATE.  ZCNCMUPD WRITES IT ON THE DRY RUN WITH
      * THE SELECTION AND THE CHANGE AS REVIEWED, SO THE RELEASE
      * APPLIES EXACTLY WHAT THE IMPACT REPORT SHOWED - NOTHING
      * ON THE RELEASE CARD CAN ALTER IT.  THE SELECTED COUNT IS
      * THE NUMBER OF CUSTOMERS THE DRY RUN FOUND TO CHANGE, AND
      * THE RELEASE IS REFUSED IF A RECOUNT NO LONGER AGREES.
      * SELECTION CRITERIA LEFT BLANK ARE NOT APPLIED; A NEW FLAG,
      * BRANCH, OR NOTE LEFT BLANK IS NOT CHANGED.  A RELEASE IS
      * MARKED APPLYING BEFORE THE FIRST CUSTOMER IS TOUCHED AND
      * RELEASED WHEN IT ENDS, SO A RELEASE THAT DIES PART WAY IS
      * LEFT APPLYING - IT CANNOT BE RELEASED AGAIN, ONLY BACKED OUT.
       01 MUPD-CONTROL-RECORD.
           05 MUC-RUN-ID                   PIC X(08).
           05 MUC-RUN-STATUS               PIC X(01).
               88 MUC-DRY-RUN-DONE         VALUE 'D'.
               88 MUC-APPLYING             VALUE 'A'.
               88 MUC-RELEASED             VALUE 'R'.
               88 MUC-BACKED-OUT           VALUE 'B'.
           05 MUC-REQUEST-USER             PIC X(08).
           05 MUC-DRY-RUN-DATE             PIC 9(08).
           05 MUC-SELECTED-COUNT           PIC 9(07).
           05 MUC-RELEASE-USER             PIC X(08).
           05 MUC-RELEASE-DATE             PIC 9(08).
           05 MUC-APPLIED-COUNT            PIC 9(07).
           05 MUC-BACKOUT-USER             PIC X(08).
           05 MUC-BACKOUT-DATE             PIC 9(08).
           05 MUC-REVERSED-COUNT           PIC 9(07).
           05 MUC-SPEC.
               10 MUC-SELECT-SOURCE        PIC X(01).
                   88 MUC-FROM-LIST        VALUE 'L'.
                   88 MUC-FROM-CRITERIA    VALUE 'C'.
               10 MUC-CRITERIA.
                   15 MUC-SEL-US-STATE     PIC X(02).
                   15 MUC-SEL-COUNTRY      PIC X(03).
                   15 MUC-SEL-BRANCH       PIC X(04).
                   15 MUC-SEL-CHANNEL      PIC X(10).
                   15 MUC-SEL-FLAGS.
                       20 MUC-SEL-VIP      PIC X(01).
                       20 MUC-SEL-DNC      PIC X(01).
                       20 MUC-SEL-INACTIVE PIC X(01).
                       20 MUC-SEL-MISS-CALL PIC X(01).
               10 MUC-CHANGE.
                   15 MUC-NEW-FLAGS.
                       20 MUC-NEW-VIP      PIC X(01).
                       20 MUC-NEW-DNC      PIC X(01).
                       20 MUC-NEW-INACTIVE PIC X(01).
                       20 MUC-NEW-MISS-CALL PIC X(01).
                   15 MUC-NEW-BRANCH       PIC X(04).
                   15 MUC-NOTE-TEXT        PIC X(100).
               10 MUC-REASON               PIC X(40).
