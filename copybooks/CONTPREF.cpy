      *----------------------------------------------------------------
      * CONTPREF.CPY
      *
      * CUSTOMER CONTACT-PREFERENCE RECORD. THE CONTPREF FILE HOLDS
      * ONE RECORD PER CUSTOMER WHO HAS TOLD US HOW THEY WANT TO BE
      * REACHED. A CUSTOMER WITH NO RECORD GETS EVERYTHING BY POST.
      * CPREFMNT MAINTAINS IT FROM CPREFTXN CARDS AND SETS THE BOUNCE
      * FLAG FROM THE DLVBNCE FEED; THE DLVPREF SUBPROGRAM READS IT TO
      * ROUTE EACH DOCUMENT. COPY THIS INTO WORKING-STORAGE, READ
      * CONTPREF INTO A 150-BYTE RECORD, AND MOVE EACH ONE HERE.
      *
      * CP-CHANNEL       - "P" POST, "E" EMAIL, "S" SMS.
      * CP-EMAIL         - THE EMAIL ADDRESS FOR CHANNEL "E".
      * CP-PHONE         - THE MOBILE NUMBER FOR CHANNEL "S", DIGITS
      *                    ONLY, LEFT JUSTIFIED.
      * CP-LANGUAGE      - THE LANGUAGE CODE DOCUMENTS ARE SENT IN.
      *                    BLANK MEANS "EN".
      * CP-OPTIN-FLAGS   - "Y" IN A POSITION OPTS THAT DOCUMENT TYPE
      *                    IN TO ELECTRONIC DELIVERY. ANYTHING ELSE
      *                    KEEPS IT ON PAPER WHATEVER THE CHANNEL:
      *                      1 DUNN  DUNNING NOTICES (DUNNING)
      *                      2 RENW  RENEWAL OFFERS (POLRENEW)
      *                      3 PTST  POINTS STATEMENTS (PTSSTMT)
      *                      4 HHST  HOUSEHOLD STATEMENTS (HHSTMT)
      *                      5 MAIL  HOLIDAY MAILER (ABC115_A)
      *                      6-8     SPARE
      * CP-BOUNCE-SW     - "Y" WHEN THE PROVIDER REPORTED THE ADDRESS
      *                    UNDELIVERABLE. EVERYTHING GOES BY POST UNTIL
      *                    A CPREFTXN CARD GIVES A NEW ADDRESS.
      * CP-BOUNCE-DATE   - CCYYMMDD OF THE BOUNCE.
      * CP-CHANGED-DATE  - CCYYMMDD THE RECORD WAS LAST CHANGED.
      *----------------------------------------------------------------
       01  CP-PREF-RECORD.
           05  CP-CUST-ID               PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CP-CHANNEL               PIC X(01) VALUE "P".
               88  CP-BY-POST                     VALUE "P".
               88  CP-BY-EMAIL                    VALUE "E".
               88  CP-BY-SMS                      VALUE "S".
               88  CP-VALID-CHANNEL               VALUE "P" "E" "S".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CP-EMAIL                 PIC X(50) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CP-PHONE                 PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CP-LANGUAGE              PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CP-OPTIN-FLAGS.
               10  CP-OPT-DUNNING       PIC X(01) VALUE "N".
               10  CP-OPT-RENEWAL       PIC X(01) VALUE "N".
               10  CP-OPT-PTSSTMT       PIC X(01) VALUE "N".
               10  CP-OPT-HHSTMT        PIC X(01) VALUE "N".
               10  CP-OPT-MAILER        PIC X(01) VALUE "N".
               10  FILLER               PIC X(03) VALUE "NNN".
           05  CP-OPTIN-TABLE REDEFINES CP-OPTIN-FLAGS.
               10  CP-OPTIN             PIC X(01) OCCURS 8 TIMES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CP-BOUNCE-SW             PIC X(01) VALUE "N".
               88  CP-BOUNCED                     VALUE "Y".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CP-BOUNCE-DATE           PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CP-CHANGED-DATE          PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(39) VALUE SPACES.
