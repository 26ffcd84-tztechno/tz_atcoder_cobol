      *----------------------------------------------------------------
      * PRCLINK.CPY
      *
      * LINKAGE LAYOUT FOR THE PRICELKP SUBPROGRAM, THE SHOP'S SHARED
      * SELLING-PRICE LOOKUP. COPY THIS INTO THE WORKING-STORAGE OF
      * ANY PROGRAM THAT PRICES AN ITEM - THE EX5 INVOICE RUN AND THE
      * PRCIMPCT PRICE-CHANGE IMPACT REPORT - SO BOTH APPLY THE SAME
      * RULES. PRICELKP LOADS THE PRICEMST PRICE MASTER ON ITS FIRST
      * CALL AND KEEPS IT RESIDENT FOR THE RUN UNIT, THE SAME WAY
      * PERCHECK KEEPS PERIODCT.
      *
      * PRICEMST HOLDS ONE RECORD PER PRICE TIER: ITEM, CUSTOMER
      * (SPACES FOR THE LIST PRICE, A CUSTMAST NUMBER FOR THAT
      * CUSTOMER'S CONTRACT PRICE), CURRENCY (SPACES FOR BASE),
      * EFFECTIVE DATE CCYYMMDD, MINIMUM QUANTITY FOR THE TIER AND
      * UNIT PRICE. A NEW PRICE LIST IS A NEW SET OF TIERS WITH A
      * LATER EFFECTIVE DATE; THE OLD TIERS STAY ON FILE.
      *
      * PL-ACTION       - "PRICE" PRICES PL-QUANTITY OF PL-ITEM-CODE
      *                   FOR PL-CUST-ID IN PL-CURRENCY AS AT
      *                   PL-PRICE-DATE. A CONTRACT PRICE OUTRANKS
      *                   THE LIST PRICE; WITHIN EITHER, THE LATEST
      *                   EFFECTIVE DATE ON OR BEFORE PL-PRICE-DATE
      *                   WINS, AND WITHIN THAT THE HIGHEST QUANTITY
      *                   BREAK NOT ABOVE PL-QUANTITY.
      *                   "NEXT " RETURNS IN PL-EFF-DATE THE EARLIEST
      *                   EFFECTIVE DATE ON FILE AFTER PL-PRICE-DATE,
      *                   ZERO IF NO LATER PRICE LIST HAS BEEN LOADED.
      * PL-ITEM-CODE    - THE ITEM TO PRICE.
      * PL-CUST-ID      - THE CUSTOMER BUYING IT.
      * PL-CURRENCY     - THE BILLING CURRENCY, SPACES FOR BASE.
      * PL-PRICE-DATE   - CCYYMMDD THE PRICE MUST BE IN FORCE ON.
      * PL-QUANTITY     - THE QUANTITY ON THE LINE.
      * PL-FOUND-SW     - RETURNED: "Y" IF A PRICE APPLIES, ELSE "N".
      * PL-CONTRACT-SW  - RETURNED: "Y" IF IT IS A CONTRACT PRICE.
      * PL-EFF-DATE     - RETURNED: THE EFFECTIVE DATE OF THE TIER
      *                   USED, OR THE NEXT LIST DATE FOR "NEXT ".
      * PL-MIN-QTY      - RETURNED: THE QUANTITY BREAK OF THE TIER.
      * PL-UNIT-PRICE   - RETURNED: THE UNIT PRICE.
      * PL-RETURN-CODE  - 00 = OK. 04 = UNRECOGNIZED PL-ACTION.
      *                   02 = OK, BUT NO PRICEMST FILE WAS FOUND SO
      *                   NOTHING COULD BE PRICED.
      *----------------------------------------------------------------
       01  PRICELKP-PARMS.
           05  PL-ACTION               PIC X(05).
           05  PL-ITEM-CODE            PIC X(10).
           05  PL-CUST-ID              PIC X(10).
           05  PL-CURRENCY             PIC X(03).
           05  PL-PRICE-DATE           PIC 9(08).
           05  PL-QUANTITY             PIC 9(07).
           05  PL-FOUND-SW             PIC X(01).
               88  PL-PRICE-FOUND                VALUE "Y".
           05  PL-CONTRACT-SW          PIC X(01).
               88  PL-CONTRACT-PRICE             VALUE "Y".
           05  PL-EFF-DATE             PIC 9(08).
           05  PL-MIN-QTY              PIC 9(07).
           05  PL-UNIT-PRICE           PIC 9(07)V99.
           05  PL-RETURN-CODE          PIC 9(02).
