      *----------------------------------------------------------------
      * DLVLINK.CPY
      *
      * LINKAGE LAYOUT FOR THE DLVPREF SUBPROGRAM, THE SHOP'S SHARED
      * DOCUMENT ROUTER. EVERY JOB THAT SENDS A CUSTOMER A NOTICE,
      * OFFER, STATEMENT OR MAILER COPIES THIS INTO WORKING-STORAGE
      * AND CALLS "DLVPREF" ONCE PER DOCUMENT. DLVPREF LOOKS UP THE
      * CUSTOMER'S CONTPREF RECORD AND SAYS WHETHER THE DOCUMENT GOES
      * TO THE JOB'S PRINT FILE OR TO ITS ELECTRONIC DELIVERY EXTRACT
      * (EDLVREC.CPY), AND LOGS THE DECISION ON DLVLOG FOR THE DLVRPT
      * MONTHLY REPORT. CONTPREF IS LOADED ON THE FIRST CALL AND KEPT
      * RESIDENT FOR THE RUN UNIT. CALL IT WITH DP-ACTION "CLOSE" AT
      * END OF JOB TO CLOSE DLVLOG.
      *
      * DP-ACTION         - "CUST"  ROUTES TO CUSTOMER DP-CUST-ID.
      *                     "POLCY" ROUTES TO THE FIRST CUSTOMER
      *                             CUSTPOLX LINKS TO POLICY
      *                             DP-DOC-KEY (THE POLICY ID ITSELF
      *                             WHEN NONE IS LINKED).
      *                     "CLOSE" END OF JOB.
      * DP-CALLER         - THE CALLING PROGRAM, KEPT ON DLVLOG.
      * DP-DOC-TYPE       - DUNN, RENW, PTST, HHST OR MAIL (SEE
      *                     CONTPREF.CPY).
      * DP-DOC-KEY        - THE POLICY OR CUSTOMER THE DOCUMENT IS
      *                     ABOUT, KEPT ON DLVLOG.
      * DP-RUN-DATE       - CCYYMMDD, THE SEND DATE.
      * DP-CUST-ID        - IN FOR "CUST"; RETURNED FOR "POLCY".
      * DP-CHANNEL        - RETURNED: "P" PRINT, "E" EMAIL, "S" SMS.
      * DP-ADDRESS        - RETURNED: THE EMAIL ADDRESS OR MOBILE
      *                     NUMBER FOR AN ELECTRONIC DOCUMENT.
      * DP-LANGUAGE       - RETURNED: THE CUSTOMER'S LANGUAGE, "EN"
      *                     WHEN NONE IS ON FILE.
      * DP-FALLBACK       - RETURNED: WHY A CUSTOMER WHO ASKED FOR
      *                     ELECTRONIC DELIVERY IS GETTING PAPER -
      *                     "B" THE ADDRESS BOUNCED, "M" NO ADDRESS ON
      *                     FILE, "O" NOT OPTED IN FOR THIS DOCUMENT
      *                     TYPE. SPACE OTHERWISE.
      * DP-RETURN-CODE    - 00 = ROUTED ON THE CUSTOMER'S PREFERENCE.
      *                     04 = UNRECOGNIZED DP-ACTION OR DOC TYPE -
      *                          PRINT.
      *                     08 = NO PREFERENCE ON FILE - PRINT.
      *----------------------------------------------------------------
       01  DLVPREF-PARMS.
           05  DP-ACTION               PIC X(05).
           05  DP-CALLER               PIC X(08).
           05  DP-DOC-TYPE             PIC X(04).
           05  DP-DOC-KEY              PIC X(10).
           05  DP-RUN-DATE             PIC 9(08).
           05  DP-CUST-ID              PIC X(10).
           05  DP-CHANNEL              PIC X(01).
               88  DP-PRINT                      VALUE "P".
               88  DP-ELECTRONIC                 VALUE "E" "S".
           05  DP-ADDRESS              PIC X(50).
           05  DP-LANGUAGE             PIC X(02).
           05  DP-FALLBACK             PIC X(01).
           05  DP-RETURN-CODE          PIC 9(02).
