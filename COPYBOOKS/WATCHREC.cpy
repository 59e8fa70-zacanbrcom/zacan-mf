      * COMPLIANCE WATCHLIST RECORD, KEYED BY THE TEN-BYTE NAMES THE
      * MASTER CARRIES.  A BLANK COUNTRY MATCHES ANY COUNTRY; A
      * CODED COUNTRY RESTRICTS THE ENTRY TO THAT JURISDICTION.
      * THE VENDOR'S FULL NAMES, WHEN SUPPLIED, LET THE ZCNCWUPD
      * RETRO-SCREEN TELL APART CUSTOMERS WHOSE LONG NAMES SHARE
      * THE SAME TEN-BYTE TRUNCATION (NAMEOVFL).
       01 WATCHLIST-RECORD.
           05 WLS-KEY.
               10 WLS-LAST-NAME            PIC X(10).
               10 WLS-FIRST-NAME           PIC X(10).
           05 WLS-COUNTRY-CODE             PIC X(03).
           05 WLS-LIST-SOURCE              PIC X(10).
           05 WLS-FULL-LAST-NAME           PIC X(30).
           05 WLS-FULL-FIRST-NAME          PIC X(30).
