                   88 LANG-JAPANESE        VALUE 'JA'.
                   88 LANG-PORTUGUESE      VALUE 'PT'.
           05 NOTES                        PIC X(40).
      * IDENTITY DOCUMENT SEEN BY THE OVERSEAS CHANNEL, IF ANY.  THE
      * FULL NUMBER IS MASKED BY ZCNCBL3 BEFORE IT IS FILED ON IDDOC;
      * A BLANK DOCUMENT TYPE MEANS NONE WAS TAKEN AT APPLICATION.
           05 INTL-ID-DOCUMENT.
               10 INTL-DOC-TYPE            PIC X(02).
               10 INTL-DOC-ISSUING-COUNTRY PIC X(03).
               10 INTL-DOC-NUMBER          PIC X(20).
               10 INTL-DOC-ISSUE-DATE      PIC 9(08).
               10 INTL-DOC-EXPIRY-DATE     PIC 9(08).
               10 INTL-DOC-VERIFIED-BY     PIC X(08).
               10 INTL-DOC-VERIFIED-DATE   PIC 9(08).
