      * CUSTSNAP CONTROL RECORD - ONE RECORD, REWRITTEN BY ZCNCSNAP
      * EACH NIGHT.  IT IS WRITTEN AS 'B' (BUILDING) BEFORE THE
      * SNAPSHOT IS STARTED, SO A SNAPSHOT LEFT HALF-WRITTEN BY A
      * FAILED RUN IS NEVER TAKEN FOR A GOOD ONE, AND REWRITTEN AT
      * THE END WITH THE COUNT WRITTEN AGAINST THE MSTRCNT COUNT
      * (ZCNCMCNT).  EVERY READER OF THE SNAPSHOT CHECKS IT THROUGH
      * ZCNCSNPV FIRST.  THE CREATED DATE AND TIME ARE WALL-CLOCK,
      * FOR MATCHING AGAINST THE CUSTAUDT TRAIL.
       01 SNAPSHOT-CONTROL-RECORD.
           05 SNC-BUSINESS-DATE            PIC 9(08).
           05 SNC-SNAPSHOT-STATUS          PIC X(01).
               88 SNC-BUILDING             VALUE 'B'.
               88 SNC-BALANCED             VALUE 'Y'.
               88 SNC-OUT-OF-BALANCE       VALUE 'N'.
           05 SNC-SNAPSHOT-COUNT           PIC 9(07).
           05 SNC-MASTER-COUNT             PIC 9(07).
           05 SNC-CREATED-DATE             PIC 9(08).
           05 SNC-CREATED-TIME             PIC 9(06).
