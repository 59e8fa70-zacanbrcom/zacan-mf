      * PRIOR-NAME (ALIAS) HISTORY, KEYED BY NAME LIKE CUSTXREF SO
      * THE DESK AND THE SCREENS CAN BROWSE IT BY NAME PREFIX.  WHEN
      * ZCNCMAINT CHANGES A CUSTOMER'S NAME, THE NAME THE CUSTOMER
      * WAS FILED UNDER (THE FULL NAMEOVFL NAMES WHERE PRESENT) IS
      * KEPT HERE WITH THE DATE IT STOPPED BEING CURRENT.  ZCNCSRCH,
      * THE INTAKE DUPLICATE SCREEN, THE WATCHLIST RETRO-SCREEN AND
      * THE 360 PACKET ALL READ IT.  ZCNCERAS REMOVES A CUSTOMER'S
      * ALIASES WITH THE REST OF THE RECORD.
       01 NAME-HISTORY-RECORD.
           05 NMH-KEY.
               10 NMH-LAST-NAME            PIC X(30).
               10 NMH-FIRST-NAME           PIC X(30).
               10 NMH-CUST-ID              PIC X(10).
           05 NMH-END-DATE                 PIC 9(08).
           05 NMH-SOURCE-PROGRAM           PIC X(08).
           05 NMH-USER-ID                  PIC X(08).
