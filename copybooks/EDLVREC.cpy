      *----------------------------------------------------------------
      * EDLVREC.CPY
      *
      * ELECTRONIC DELIVERY EXTRACT RECORD. EVERY JOB THAT ROUTES ITS
      * DOCUMENTS THROUGH DLVPREF WRITES THE LINES OF AN ELECTRONIC
      * DOCUMENT TO ITS OWN EXTRACT FILE (DUNEDLV, RENWEDLV, PTSEDLV,
      * HHEDLV, MAILEDLV) IN THIS ONE LAYOUT, SO THE EMAIL AND SMS
      * GATEWAY TAKES THEM ALL THE SAME WAY. A DOCUMENT IS ONE OR MORE
      * RECORDS WITH THE SAME DOC TYPE, CUSTOMER AND DOC KEY, NUMBERED
      * FROM 1 IN ED-LINE-NO. COPY THIS INTO WORKING-STORAGE, BUILD
      * EACH RECORD HERE, AND WRITE THE 250-BYTE EXTRACT RECORD FROM
      * IT.
      *
      * ED-CHANNEL       - "E" EMAIL TO ED-ADDRESS, "S" SMS TO THE
      *                    MOBILE NUMBER IN ED-ADDRESS.
      * ED-LANGUAGE      - THE LANGUAGE THE GATEWAY RENDERS IN.
      * ED-SEND-DATE     - CCYYMMDD.
      * ED-TEXT          - THE DOCUMENT LINE EXACTLY AS IT WOULD HAVE
      *                    BEEN PRINTED.
      *----------------------------------------------------------------
       01  ED-DELIVERY-RECORD.
           05  ED-DOC-TYPE              PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ED-SOURCE-PROGRAM        PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ED-CUST-ID               PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ED-DOC-KEY               PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ED-CHANNEL               PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ED-ADDRESS               PIC X(50) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ED-LANGUAGE              PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ED-SEND-DATE             PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ED-LINE-NO               PIC 9(04) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ED-TEXT                  PIC X(132) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE SPACES.
