      * COMPLIANCE REVIEW HOLD SATELLITE, KEYED BY CUST-ID.  AN
      * EXISTING CUSTOMER WHO MATCHES A NEW OR CHANGED WATCHLIST
      * ENTRY (ZCNCWUPD RETRO-SCREEN) IS QUEUED HERE FOR COMPLIANCE
      * TO DISPOSITION THROUGH ZCNCCREV.  WHILE THE HOLD IS OPEN -
      * AND FOR GOOD ONCE A MATCH IS CONFIRMED - THE CUSTOMER IS
      * KEPT OFF THE OUTBOUND WORK (ZCNCWORK, ZCNCCRM, ZCNCHHLD,
      * ZCNCLANG).  A CLEARED HOLD STAYS ON FILE AS THE RECORD OF
      * THE REVIEW AND REOPENS IF A LATER LIST CHANGE MATCHES AGAIN.
       01 COMPLIANCE-HOLD-RECORD.
           05 CMH-CUST-ID                  PIC X(10).
           05 CMH-HOLD-STATUS              PIC X(01).
               88 CMH-OPEN                 VALUE 'O'.
               88 CMH-CLEARED              VALUE 'C'.
               88 CMH-CONFIRMED            VALUE 'X'.
               88 CMH-SUPPRESSED           VALUE 'O' 'X'.
           05 CMH-MATCHED-LAST-NAME        PIC X(10).
           05 CMH-MATCHED-FIRST-NAME       PIC X(10).
           05 CMH-LIST-SOURCE              PIC X(10).
           05 CMH-COUNTRY-CODE             PIC X(03).
           05 CMH-SOURCE-PROGRAM           PIC X(08).
           05 CMH-DATE-HELD                PIC 9(08).
           05 CMH-DISPOSITION-DATE         PIC 9(08).
           05 CMH-REVIEWER-ID              PIC X(08).
