      * ORGANIZATION (BUSINESS CUSTOMER) SATELLITE, KEYED BY CUST-ID.
      * A CUSTOMER WITH A RECORD HERE IS A BUSINESS; ONE WITHOUT IS
      * AN INDIVIDUAL.  CUSTMAST ONLY HOLDS A PERSON'S TEN-BYTE NAMES,
      * SO A BUSINESS IS FILED THERE UNDER ITS LEGAL NAME CUT IN TWO
      * (BYTES 1-10 AS CUST-LAST-NAME, 11-20 AS CUST-FIRST-NAME) AND
      * CUSTXREF AND NAMEHIST WORK OFF THAT SHORT NAME; THE FULL
      * LEGAL AND TRADING NAMES ARE KEPT HERE AND NOT ON NAMEOVFL.
      * THE PRINCIPALS ARE THE INDIVIDUAL CUSTOMERS WHO OWN, RUN OR
      * SIGN FOR THE BUSINESS, BY CUST-ID (A FIXED TABLE - THE
      * ZCNCHHLD PRECEDENT).  INDUSTRY CODE IS NAICS, LEFT-JUSTIFIED,
      * TWO TO SIX DIGITS.  WRITTEN AT INTAKE BY ZCNCBL2, MAINTAINED
      * BY ZCNCMAINT, SEARCHED BY COMPANY NAME IN ZCNCSRCH, AND JOINED
      * ONTO THE NIGHTLY SNAPSHOT BY ZCNCSNAP AS SNP-CUSTOMER-TYPE.
       01 ORGANIZATION-CUSTOMER-RECORD.
           05 ORG-CUST-ID                  PIC X(10).
           05 ORG-LEGAL-NAME               PIC X(60).
           05 ORG-TRADING-NAME             PIC X(60).
           05 ORG-REGISTRATION-ID          PIC X(20).
           05 ORG-LEGAL-FORM               PIC X(04).
               88 ORG-CORPORATION          VALUE 'CORP'.
               88 ORG-LIMITED-LIABILITY    VALUE 'LLC '.
               88 ORG-PARTNERSHIP          VALUE 'PART'.
               88 ORG-SOLE-PROPRIETOR      VALUE 'SOLE'.
               88 ORG-TRUST                VALUE 'TRST'.
               88 ORG-NON-PROFIT           VALUE 'NPO '.
               88 ORG-OTHER-FORM           VALUE 'OTHR'.
               88 ORG-VALID-LEGAL-FORM     VALUE 'CORP' 'LLC ' 'PART'
                                                 'SOLE' 'TRST' 'NPO '
                                                 'OTHR'.
           05 ORG-INDUSTRY-CODE            PIC X(06).
           05 ORG-PRINCIPALS.
               10 ORG-PRINCIPAL            OCCURS 4 TIMES
                                           INDEXED BY ORG-PR-IDX.
                   15 ORG-PRINCIPAL-CUST-ID PIC X(10).
                   15 ORG-PRINCIPAL-ROLE   PIC X(02).
                       88 ORG-ROLE-OWNER   VALUE 'OW'.
                       88 ORG-ROLE-DIRECTOR VALUE 'DR'.
                       88 ORG-ROLE-SIGNATORY VALUE 'SG'.
                       88 ORG-ROLE-BENEFICIAL-OWNER VALUE 'BO'.
                       88 ORG-VALID-ROLE   VALUE 'OW' 'DR' 'SG' 'BO'.
           05 ORG-LAST-CHANGED-DATE        PIC 9(08).
           05 ORG-CHANGED-BY               PIC X(08).
