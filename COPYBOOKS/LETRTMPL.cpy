      * CUSTOMER LETTER TEMPLATE LINE, KEYED BY LETTER TYPE (THE
      * LETRTRIG TYPES), LANGUAGE (THE INTLCNT CODES), AND LINE
      * NUMBER.  ZCNCLETR PRINTS A LETTER'S LINES IN KEY ORDER AND
      * FALLS BACK TO THE 'EN' LINES WHEN THE CUSTOMER'S LANGUAGE
      * HAS NONE.  A LINE CAN CARRY ONE VARIABLE FIELD - THE VALUE
      * IS PRINTED FROM LTM-FIELD-COLUMN OF THE TEXT TO THE END OF
      * THE LINE.  MAINTAINED THROUGH ZCNCTMNT.
       01 LETTER-TEMPLATE-RECORD.
           05 LTM-KEY.
               10 LTM-LETTER-TYPE          PIC X(04).
               10 LTM-LANGUAGE-CODE        PIC X(02).
               10 LTM-LINE-NUMBER          PIC 9(03).
           05 LTM-FIELD-CODE               PIC X(02).
               88 LTM-NO-FIELD             VALUE SPACES.
               88 LTM-FIELD-NAME           VALUE 'NM'.
               88 LTM-FIELD-CUST-ID        VALUE 'ID'.
               88 LTM-FIELD-DATE           VALUE 'DT'.
               88 LTM-FIELD-ADDRESS        VALUE 'AD'.
               88 LTM-FIELD-DETAIL         VALUE 'DX'.
           05 LTM-FIELD-COLUMN             PIC 9(02).
           05 LTM-LINE-TEXT                PIC X(60).
