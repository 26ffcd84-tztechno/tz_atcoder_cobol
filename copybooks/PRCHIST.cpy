      *----------------------------------------------------------------
      * PRCHIST.CPY
      *
      * PRICED-LINE HISTORY RECORD. THE EX5 INVOICE RUN APPENDS ONE
      * RECORD TO THE PRCHIST FILE FOR EVERY ITEM LINE ON A DOCUMENT
      * IT POSTS - NOT FOR A DOCUMENT HELD FOR REVIEW - SO THE FILE IS
      * THE BILLED VOLUME BY ITEM, CUSTOMER AND DATE. THE PRCIMPCT
      * PRICE-CHANGE IMPACT REPORT REPRICES THE LAST PERIOD'S VOLUME
      * FROM IT. COPY THIS INTO WORKING-STORAGE AND MOVE THE 80-BYTE
      * PRCHIST RECORD TO AND FROM IT.
      *
      * PH-INVOICE-DATE  - CCYYMMDD THE DOCUMENT WAS RAISED.
      * PH-INVOICE-NUM   - THE DOCUMENT NUMBER FROM INVLINES.
      * PH-DOC-TYPE      - "IN" INVOICE OR "CR" CREDIT NOTE.
      * PH-CUST-ID       - THE CUSTMAST CUSTOMER NUMBER.
      * PH-CURRENCY      - THE BILLING CURRENCY, SPACES FOR BASE.
      * PH-ITEM-CODE     - THE PRICEMST ITEM ON THE LINE.
      * PH-QUANTITY      - THE QUANTITY BILLED.
      * PH-UNIT-PRICE    - THE PRICEMST UNIT PRICE APPLIED, ZERO IF
      *                    THE ITEM HAD NO PRICE ON FILE.
      * PH-LINE-AMOUNT   - THE LINE AMOUNT ACTUALLY BILLED.
      *----------------------------------------------------------------
       01  PH-PRICED-LINE.
           05  PH-INVOICE-DATE          PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PH-INVOICE-NUM           PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PH-DOC-TYPE              PIC X(02) VALUE "IN".
               88  PH-CREDIT-NOTE                 VALUE "CR".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PH-CUST-ID               PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PH-CURRENCY              PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PH-ITEM-CODE             PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PH-QUANTITY              PIC 9(07) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PH-UNIT-PRICE            PIC 9(07)V99 VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PH-LINE-AMOUNT           PIC 9(09)V99 VALUE ZERO.
           05  FILLER                   PIC X(02) VALUE SPACES.
