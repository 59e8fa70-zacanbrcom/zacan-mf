      * AUTHORIZED THIRD-PARTY SATELLITE, KEYED BY CUST-ID PLUS A
      * SEQUENCE NUMBER (A CUSTOMER MAY HAVE SEVERAL).  EACH ENTRY
      * NAMES SOMEONE WHO MAY ACT OR SPEAK FOR THE CUSTOMER - A POA
      * HOLDER, GUARDIAN, EXECUTOR, SPOUSE/PARTNER OR OTHER
      * PERMITTED CONTACT - WITH THE CUST-ID OF THE REPRESENTATIVE
      * WHEN THEY ARE ALSO A CUSTOMER, WHAT THEY MAY DO, THE DATES
      * THE AUTHORITY RUNS (ZERO EXPIRY = UNTIL REVOKED), AND THE
      * DOCUMENT THAT GRANTS IT.  MAINTAINED BY ZCNCTPTY; SHOWN BY
      * ZCNC360 AND ZCNCSRCH; ZCNCTPEX REPORTS UPCOMING EXPIRIES.
       01 THIRD-PARTY-AUTH-RECORD.
           05 TPA-KEY.
               10 TPA-CUST-ID              PIC X(10).
               10 TPA-SEQ-NO               PIC 9(03).
           05 TPA-REP-CUST-ID              PIC X(10).
           05 TPA-REP-NAME.
               10 TPA-REP-LAST-NAME        PIC X(30).
               10 TPA-REP-FIRST-NAME       PIC X(30).
           05 TPA-RELATIONSHIP             PIC X(02).
               88 TPA-POWER-OF-ATTORNEY    VALUE 'PA'.
               88 TPA-GUARDIAN             VALUE 'GD'.
               88 TPA-EXECUTOR             VALUE 'EX'.
               88 TPA-SPOUSE-PARTNER       VALUE 'SP'.
               88 TPA-PERMITTED-CONTACT    VALUE 'PC'.
               88 TPA-VALID-RELATIONSHIP   VALUE 'PA' 'GD' 'EX'
                                                 'SP' 'PC'.
               88 TPA-LEGAL-AUTHORITY      VALUE 'PA' 'GD' 'EX'.
           05 TPA-SCOPE                    PIC X(01).
               88 TPA-INQUIRE-ONLY         VALUE 'I'.
               88 TPA-INQUIRE-AND-CHANGE   VALUE 'C'.
               88 TPA-VALID-SCOPE          VALUE 'I' 'C'.
           05 TPA-EFFECTIVE-DATE           PIC 9(08).
           05 TPA-EXPIRY-DATE              PIC 9(08).
               88 TPA-NO-EXPIRY            VALUE ZERO.
           05 TPA-DOCUMENT-REF             PIC X(20).
           05 TPA-LAST-CHANGED-DATE        PIC 9(08).
           05 TPA-CHANGED-BY               PIC X(08).
