      *----------------------------------------------------------------
      * BANKSTMT.CPY
      *
      * BANK STATEMENT RECORD. THE BANK'S DAILY STATEMENT FILE
      * BANKSTMT CARRIES ONE OR MORE ACCOUNT STATEMENTS, EACH AN "03"
      * ACCOUNT HEADER, ITS "16" TRANSACTION DETAILS AND AN "49"
      * ACCOUNT TRAILER - THE RECORD CODES OF THE BANK'S STANDARD
      * CASH-MANAGEMENT FORMAT, IN FIXED COLUMNS. BANKIMP PROVES AND
      * ROUTES IT. COPY THIS INTO WORKING-STORAGE, READ BANKSTMT INTO
      * A 120-BYTE RECORD, AND MOVE EACH ONE HERE.
      *
      * AMOUNTS ARE IN THE SAME MINOR UNITS AS THE FEEDS THEY GO TO
      * (BANKRCPT, BANKCRED, DDRETF) - NO DECIMAL POINT.
      *
      * BS-ACCOUNT       - THE BANK ACCOUNT THE STATEMENT IS FOR, ON
      *                    EVERY RECORD.
      * BS-STMT-DATE     - HEADER: STATEMENT BUSINESS DATE, CCYYMMDD.
      * BS-OPEN-BALANCE  - HEADER: LEDGER BALANCE AT START OF DAY.
      * BS-TYPE-CODE     - DETAIL: THE BANK'S TRANSACTION TYPE CODE.
      *                    BANKTCD SAYS WHICH FEED EACH CODE GOES TO.
      * BS-DRCR          - DETAIL: "C" CREDIT TO US, "D" DEBIT.
      * BS-BANK-REF      - DETAIL: THE BANK'S OWN REFERENCE.
      * BS-CUST-REF      - DETAIL: THE REFERENCE THE PAYER OR
      *                    DEPOSITOR QUOTED - A POLICY ID OR A DEPOSIT
      *                    SLIP NUMBER.
      * BS-CLOSE-BALANCE - TRAILER: LEDGER BALANCE AT END OF DAY.
      * BS-TXN-COUNT     - TRAILER: "16" RECORDS IN THE STATEMENT.
      * BS-CREDIT-TOTAL  - TRAILER: SUM OF THE CREDITS.
      * BS-DEBIT-TOTAL   - TRAILER: SUM OF THE DEBITS.
      *----------------------------------------------------------------
       01  BS-STMT-RECORD.
           05  BS-RECORD-TYPE           PIC X(02) VALUE SPACES.
               88  BS-ACCT-HEADER                 VALUE "03".
               88  BS-TRANSACTION                 VALUE "16".
               88  BS-ACCT-TRAILER                VALUE "49".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BS-ACCOUNT               PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  BS-DETAIL                PIC X(104) VALUE SPACES.
           05  BS-HEADER-VIEW REDEFINES BS-DETAIL.
               10  BS-STMT-DATE         PIC 9(08).
               10  FILLER               PIC X(01).
               10  BS-OPEN-BALANCE      PIC S9(13) SIGN LEADING
                                                  SEPARATE.
               10  FILLER               PIC X(01).
               10  BS-CURRENCY          PIC X(03).
               10  FILLER               PIC X(77).
           05  BS-DETAIL-VIEW REDEFINES BS-DETAIL.
               10  BS-TYPE-CODE         PIC X(03).
               10  FILLER               PIC X(01).
               10  BS-DRCR              PIC X(01).
               88  BS-CREDIT                      VALUE "C".
               88  BS-DEBIT                       VALUE "D".
               10  FILLER               PIC X(01).
               10  BS-AMOUNT            PIC 9(11).
               10  FILLER               PIC X(01).
               10  BS-VALUE-DATE        PIC 9(08).
               10  FILLER               PIC X(01).
               10  BS-BANK-REF          PIC X(16).
               10  FILLER               PIC X(01).
               10  BS-CUST-REF          PIC X(10).
               10  FILLER               PIC X(01).
               10  BS-NARRATIVE         PIC X(30).
               10  FILLER               PIC X(19).
           05  BS-TRAILER-VIEW REDEFINES BS-DETAIL.
               10  BS-CLOSE-BALANCE     PIC S9(13) SIGN LEADING
                                                  SEPARATE.
               10  FILLER               PIC X(01).
               10  BS-TXN-COUNT         PIC 9(07).
               10  FILLER               PIC X(01).
               10  BS-CREDIT-TOTAL      PIC 9(15).
               10  FILLER               PIC X(01).
               10  BS-DEBIT-TOTAL       PIC 9(15).
               10  FILLER               PIC X(50).
