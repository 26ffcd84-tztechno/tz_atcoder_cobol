      *----------------------------------------------------------------
      * WLENTRY.CPY
      *
      * WATCH-LIST ENTRY RECORD. THE WATCHLST REFERENCE FILE HOLDS ONE
      * RECORD PER LISTED PARTY FROM THE SANCTIONS AND WATCH LISTS
      * COMPLIANCE SUBSCRIBES TO, WRAPPED IN THE SHOP-STANDARD CTLREC
      * HEADER AND TRAILER (THE HEADER DATE IS THE LIST'S ISSUE DATE).
      * COMPLIANCE REPLACES THE WHOLE FILE WHEN A NEW LIST IS ISSUED
      * AND THEN RUNS WLRESCRN TO RESCREEN THE CUSTOMER MASTER. COPY
      * THIS INTO WORKING-STORAGE, READ WATCHLST INTO A 100-BYTE
      * RECORD, SKIP THE HDR AND TRL, AND MOVE EACH ONE HERE.
      *
      * WE-ENTRY-ID       - THE LIST'S OWN REFERENCE FOR THE PARTY.
      * WE-LIST-CODE      - WHICH LIST CARRIES IT.
      * WE-NAME           - THE LISTED NAME, AS PUBLISHED. EACH ALIAS
      *                     IS ITS OWN ENTRY.
      * WE-ADDRESS        - LAST KNOWN ADDRESS, OR SPACES.
      * WE-POSTCODE       - LAST KNOWN POSTCODE, OR SPACES.
      *----------------------------------------------------------------
       01  WE-ENTRY-RECORD.
           05  WE-ENTRY-ID              PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WE-LIST-CODE             PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WE-NAME                  PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WE-ADDRESS               PIC X(24) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WE-POSTCODE              PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE SPACES.
