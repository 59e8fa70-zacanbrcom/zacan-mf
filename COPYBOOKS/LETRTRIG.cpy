      * LETTER TRIGGER RECORD.  ONE PER CUSTOMER LETTER OWED,
      * APPENDED THROUGH ZCNCLTRG BY THE STEP THAT CAUSED IT - A
      * WELCOME FROM THE INTAKE AND HOLD-RELEASE STEPS (ZCNCBL2,
      * ZCNCBL3, ZCNCDUPR, ZCNCSCRN, ZCNCCRED), AN ADVERSE-ACTION
      * NOTICE FROM A ZCNCCRED DECLINE, ADDRESS-CHANGE NOTICES TO
      * THE OLD AND NEW ADDRESS FROM ZCNCMOVE, AND A CONSENT-CHANGE
      * CONFIRMATION FROM ZCNCCONS.  THE ADDRESS IS CARRIED ON THE
      * TRIGGER BECAUSE A DECLINED APPLICANT IS NEVER ON THE MASTER
      * AND AN OLD ADDRESS IS GONE FROM IT BY PRINT TIME.  ZCNCLETR
      * MERGES THE TRIGGERS WITH THE LETRTMPL TEMPLATES.
       01 LETTER-TRIGGER-RECORD.
           05 LTG-LETTER-TYPE              PIC X(04).
               88 LTG-WELCOME              VALUE 'WELC'.
               88 LTG-ADVERSE-ACTION       VALUE 'ADVA'.
               88 LTG-ADDRESS-OLD          VALUE 'ADRO'.
               88 LTG-ADDRESS-NEW          VALUE 'ADRN'.
               88 LTG-CONSENT-CHANGE       VALUE 'CONS'.
           05 LTG-CUST-ID                  PIC X(10).
           05 LTG-FIRST-NAME               PIC X(10).
           05 LTG-LAST-NAME                PIC X(10).
           05 LTG-CITY                     PIC X(20).
           05 LTG-US-STATE                 PIC X(02).
           05 LTG-COUNTRY-CODE             PIC X(03).
           05 LTG-POSTAL-CODE              PIC X(15).
      * BLANK LANGUAGE - ZCNCLETR TAKES THE INTLCNT PREFERENCE, OR
      * ENGLISH WHEN THE CUSTOMER HAS NONE.
           05 LTG-LANGUAGE-CODE            PIC X(02).
      * SET BY ZCNCMOVE WHEN THE ADDRESS BEING LEFT WAS ALREADY ON
      * BADADDR - THE FLAG IS CLEARED BY THE MOVE ITSELF, SO THE
      * OLD-ADDRESS NOTICE HAS TO CARRY IT.
           05 LTG-BAD-ADDRESS-FLAG         PIC X(01).
               88 LTG-ADDRESS-UNDELIVERABLE VALUE 'Y'.
      * DECLINE REASON, CONSENT CHANNEL AND DECISION, OR THE
      * OTHER ADDRESS ON A MOVE - PRINTED WHERE THE TEMPLATE SAYS.
           05 LTG-DETAIL-TEXT              PIC X(40).
           05 LTG-EVENT-DATE               PIC 9(08).
           05 LTG-SOURCE-PROGRAM           PIC X(08).
