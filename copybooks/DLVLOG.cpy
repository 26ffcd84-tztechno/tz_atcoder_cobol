      *----------------------------------------------------------------
      * DLVLOG.CPY
      *
      * DOCUMENT DELIVERY LOG RECORD. DLVPREF APPENDS ONE RECORD TO
      * DLVLOG FOR EVERY DOCUMENT IT ROUTES; DLVRPT SUMMARIZES A
      * MONTH OF THEM. COPY THIS INTO WORKING-STORAGE, READ DLVLOG
      * INTO AN 80-BYTE RECORD, AND MOVE EACH ONE HERE.
      *
      * DG-CHANNEL       - "P" PRINT, "E" EMAIL, "S" SMS.
      * DG-FALLBACK      - WHY AN ELECTRONIC CUSTOMER GOT PAPER, AS
      *                    DP-FALLBACK IN DLVLINK.CPY.
      *----------------------------------------------------------------
       01  DG-LOG-RECORD.
           05  DG-SEND-DATE             PIC 9(08) VALUE ZERO.
           05  DG-SEND-DATE-X REDEFINES DG-SEND-DATE.
               10  DG-SEND-MONTH        PIC X(06).
               10  FILLER               PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DG-SOURCE-PROGRAM        PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DG-DOC-TYPE              PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DG-CUST-ID               PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DG-DOC-KEY               PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DG-CHANNEL               PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DG-FALLBACK              PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(32) VALUE SPACES.
