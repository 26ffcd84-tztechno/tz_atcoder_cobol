      *----------------------------------------------------------------
      * TRDITEM.CPY
      *
      * TRADE-RECEIVABLES OPEN-ITEM RECORD. THE TRDOPEN LEDGER HOLDS
      * ONE RECORD PER CUSTOMER DOCUMENT STILL OPEN - WHAT CUSTMAST
      * CUSTOMERS OWE FOR GOODS INVOICED BY THE EX5 INVOICE RUN. EX5
      * APPENDS EACH INVOICE OR CREDIT NOTE AS IT CLOSES; TRDMATCH
      * CLEARS ITEMS AGAINST THE TRDRCPT RECEIPTS, AGES WHAT IS LEFT,
      * AND REWRITES THE LEDGER WITHOUT THE ITEMS IT CLEARED. COPY
      * THIS INTO WORKING-STORAGE, READ TRDOPEN INTO AN 80-BYTE
      * RECORD, AND MOVE EACH ONE HERE.
      *
      * TI-CUST-ID       - THE CUSTMAST CUSTOMER NUMBER.
      * TI-INVOICE-NUM   - THE DOCUMENT NUMBER FROM INVLINES.
      * TI-DOC-TYPE      - "IN" INVOICE (A DEBIT), "CR" CREDIT NOTE
      *                    OR "PA" PAYMENT ON ACCOUNT (BOTH CREDITS).
      *                    TRDMATCH SETS EVERY OPEN CREDIT OFF AGAINST
      *                    THE SAME CUSTOMER'S OLDEST INVOICES.
      * TI-INVOICE-DATE  - CCYYMMDD THE DOCUMENT WAS RAISED.
      * TI-DUE-DATE      - CCYYMMDD PAYMENT FALLS DUE, THE INVOICE
      *                    DATE PLUS THE NET DAYS IN CM-TERMS.
      * TI-CURRENCY      - THE CUSTOMER'S BILLING CURRENCY, SPACES
      *                    FOR BASE. AMOUNTS ARE IN THIS CURRENCY.
      * TI-ORIG-AMOUNT   - THE DOCUMENT'S TOTAL DUE WHEN RAISED.
      * TI-OPEN-AMOUNT   - WHAT IS STILL OPEN AFTER CASH AND CREDITS.
      * TI-LAST-PAY-DATE - CCYYMMDD OF THE LAST RECEIPT OR CREDIT
      *                    APPLIED, ZERO IF NONE YET.
      *----------------------------------------------------------------
       01  TI-OPEN-ITEM.
           05  TI-CUST-ID               PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TI-INVOICE-NUM           PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TI-DOC-TYPE              PIC X(02) VALUE "IN".
               88  TI-INVOICE                     VALUE "IN".
               88  TI-CREDIT                      VALUE "CR" "PA".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TI-INVOICE-DATE          PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TI-DUE-DATE              PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TI-CURRENCY              PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TI-ORIG-AMOUNT           PIC 9(09)V99 VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TI-OPEN-AMOUNT           PIC 9(09)V99 VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TI-LAST-PAY-DATE         PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
