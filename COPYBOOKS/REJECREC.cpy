               88 REJ-BLANK-COUNTRY         VALUE 'CN02'.
               88 REJ-DUP-CUST-ID           VALUE 'DK01'.
               88 REJ-BAD-POSTAL-FORMAT     VALUE 'PF01'.
               88 REJ-BAD-ORGANIZATION      VALUE 'OR01'.
           05 REJ-REASON-TEXT                PIC X(40).
      * BUSINESS DATE THE RECORD WAS FIRST REJECTED.  CARRIED
      * UNCHANGED WHEN ZCNCRSUB CARRIES AN ITEM FORWARD, SO THE
      * BACKLOG REPORT (ZCNCBKLG) CAN AGE THE QUEUE.
           05 REJ-DATE-REJECTED              PIC 9(08).
