      *----------------------------------------------------------------
      * AGTLLINK.CPY
      *
      * LINKAGE LAYOUT FOR THE AGTLICCK SUBPROGRAM, THE SHOP'S SHARED
      * AGENT LICENSING GUARD. AGTMAST CARRIES EACH AGENT'S STATE
      * LICENSE NUMBER, LICENSE EXPIRY DATE AND APPOINTMENT FLAG; ANY
      * JOB THAT WRITES BUSINESS UNDER AN AGENT COPIES THIS INTO
      * WORKING-STORAGE AND CALLS "AGTLICCK" BEFORE IT PUTS THE
      * AGENT'S ID ON A POLICY. A NON-ZERO RETURN GOES TO THE JOB'S
      * STANDARD REJECTREC REJECT FILE WITH LC-REASON AS THE REASON,
      * SO NO POLICY IS EVER WRITTEN UNDER AN AGENT WHO MAY NOT SELL
      * IT. AGTLICCK LOADS AGTMAST ON ITS FIRST CALL AND KEEPS IT
      * RESIDENT FOR THE RUN UNIT, THE SAME WAY PERCHECK KEEPS ITS
      * PERIOD.
      *
      * LC-ACTION         - "CHECK" CHECKS LC-AGENT-ID AS OF
      *                     LC-AS-OF-DATE.
      * LC-AGENT-ID       - THE AGENT TO CHECK.
      * LC-AS-OF-DATE     - THE DATE THE BUSINESS IS WRITTEN, CCYYMMDD.
      *                     A LICENSE IS GOOD THROUGH ITS EXPIRY DATE.
      * LC-LICENSE-NO     - RETURNED: THE AGENT'S LICENSE NUMBER.
      * LC-LICENSE-EXP    - RETURNED: THE LICENSE EXPIRY, CCYYMMDD.
      * LC-REASON         - RETURNED: A REJECT REASON WHEN
      *                     LC-RETURN-CODE IS NOT ZERO, ELSE SPACES.
      * LC-RETURN-CODE    - 00 = LICENSED AND APPOINTED.
      *                     04 = UNRECOGNIZED LC-ACTION.
      *                     08 = AGENT NOT ON AGTMAST.
      *                     12 = NO LICENSE ON FILE.
      *                     16 = LICENSE EXPIRED.
      *                     20 = AGENT NOT APPOINTED.
      *----------------------------------------------------------------
       01  AGTLICCK-PARMS.
           05  LC-ACTION               PIC X(05).
           05  LC-AGENT-ID             PIC X(06).
           05  LC-AS-OF-DATE           PIC 9(08).
           05  LC-LICENSE-NO           PIC X(12).
           05  LC-LICENSE-EXP          PIC 9(08).
           05  LC-REASON               PIC X(40).
           05  LC-RETURN-CODE          PIC 9(02).
               88  LC-AGENT-LICENSED             VALUE ZERO.
