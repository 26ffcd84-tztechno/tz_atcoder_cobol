      *----------------------------------------------------------------
      * WLSLINK.CPY
      *
      * LINKAGE LAYOUT FOR THE WLSCREEN SUBPROGRAM, THE SHOP'S SHARED
      * SANCTIONS AND WATCH-LIST SCREEN. EVERY JOB THAT TAKES ON A NEW
      * CUSTOMER OR PAYS MONEY OUT COPIES THIS INTO WORKING-STORAGE
      * AND CALLS "WLSCREEN" FIRST. WLSCREEN FUZZY-MATCHES THE PARTY'S
      * NAME, AND ADDRESS WHERE ONE IS KNOWN, AGAINST THE WATCHLST
      * REFERENCE FILE. A SCORE AT OR ABOVE THE BIZPARM WLMATCHMIN
      * THRESHOLD (DEFAULT 85) IS A POSSIBLE MATCH: IT OPENS A CASE ON
      * THE WLREVIEW QUEUE AND THE CALLER MUST HOLD THE PARTY UNTIL A
      * COMPLIANCE OFFICER CLEARS IT THROUGH WLRESCRN. A CASE IS KEPT
      * PER NORMALIZED NAME PER LIST ENTRY, SO A CLEARED FALSE
      * POSITIVE IS NOT RAISED AGAIN AND A CONFIRMED MATCH STAYS
      * BLOCKED. WLSCREEN LOADS WATCHLST, WLREVIEW AND ITS THRESHOLD
      * ON ITS FIRST CALL AND KEEPS THEM RESIDENT FOR THE RUN UNIT,
      * THE SAME WAY AGTLICCK KEEPS AGTMAST.
      *
      * WL-ACTION         - "NAME"  SCREENS WL-NAME, WL-ADDRESS AND
      *                             WL-POSTCODE AS PASSED.
      *                     "CUST"  SCREENS THE NAMEMSTR CUSTOMER
      *                             WL-SUBJECT-ID.
      *                     "POLCY" SCREENS EVERY CUSTOMER CUSTPOLX
      *                             LINKS TO POLICY WL-SUBJECT-ID.
      * WL-CALLER         - THE CALLING PROGRAM, KEPT ON ANY CASE.
      * WL-SUBJECT-TYPE   - WHAT IS BEING SCREENED, KEPT ON ANY CASE:
      *                     APPLCANT, CUSTOMER, REFUND, CLAIM,
      *                     COMMISSN OR PRIZE.
      * WL-SUBJECT-ID     - THE CUSTOMER, POLICY, CLAIM OR AGENT.
      * WL-AS-OF-DATE     - CCYYMMDD, THE FLAG DATE OF ANY NEW CASE.
      * WL-CASE-ID        - RETURNED: THE CASE HOLDING THE PARTY.
      * WL-ENTRY-ID       - RETURNED: THE WATCHLST ENTRY MATCHED.
      * WL-SCORE          - RETURNED: THE MATCH SCORE, 0 - 100.
      * WL-NEW-CASE-SW    - RETURNED: "Y" WHEN THIS CALL OPENED A CASE.
      * WL-REASON         - RETURNED: A HOLD REASON WHEN THE PARTY IS
      *                     HELD, ELSE SPACES.
      * WL-RETURN-CODE    - 00 = NO MATCH, OR ONLY CLEARED MATCHES.
      *                     04 = UNRECOGNIZED WL-ACTION.
      *                     08 = POSSIBLE MATCH AWAITING REVIEW.
      *                     12 = CONFIRMED MATCH.
      *                     16 = WATCHLST NOT AVAILABLE - NOBODY CAN
      *                          BE SHOWN CLEAR, SO EVERYONE IS HELD.
      *                     20 = NOTHING TO SCREEN (NO NAME, CUSTOMER
      *                          NOT ON NAMEMSTR, NO CUSTOMER LINKED).
      *                     A CALLER HOLDS THE PARTY ON WL-BLOCKED.
      *----------------------------------------------------------------
       01  WLSCREEN-PARMS.
           05  WL-ACTION               PIC X(05).
           05  WL-CALLER               PIC X(08).
           05  WL-SUBJECT-TYPE         PIC X(08).
           05  WL-SUBJECT-ID           PIC X(10).
           05  WL-NAME                 PIC X(30).
           05  WL-ADDRESS              PIC X(24).
           05  WL-POSTCODE             PIC X(06).
           05  WL-AS-OF-DATE           PIC 9(08).
           05  WL-CASE-ID              PIC X(10).
           05  WL-ENTRY-ID             PIC X(10).
           05  WL-SCORE                PIC 9(03).
           05  WL-NEW-CASE-SW          PIC X(01).
               88  WL-NEW-CASE                   VALUE "Y".
           05  WL-REASON               PIC X(40).
           05  WL-RETURN-CODE          PIC 9(02).
               88  WL-PARTY-CLEAR                VALUE ZERO.
               88  WL-BLOCKED                    VALUE 04 08 12 16.
