      *----------------------------------------------------------------
      * TAXBILL.CPY
      *
      * PROPERTY-TAX BILL RECORD. THE TAXBILL FILE HOLDS ONE BILL PER
      * OWNER PER TAX YEAR. TAXLEVY RAISES (AND ON A RERUN REBILLS)
      * THE YEAR'S BILLS FROM THE PARCREG ASSESSMENTS, TAXPAY POSTS
      * RECEIPTS AGAINST THEM AND TAXDELQ ADDS LATE PENALTIES. COPY
      * THIS INTO WORKING-STORAGE, READ TAXBILL INTO A 150-BYTE
      * RECORD, AND MOVE EACH ONE HERE.
      *
      * TB-ASSESSED      - THE OWNER'S ASSESSED VALUE, ACREAGE TIMES
      *                    THE ASSESSRT RATE FOR EACH CLASS HELD.
      * TB-PRORATE-ADJ   - NET TAX SHIFTED TO (+) OR FROM (-) THIS
      *                    OWNER FOR PARCELS THAT CHANGED HANDS IN
      *                    THE YEAR, BY PARCHIST EFFECTIVE DATE.
      * TB-TAX-AMOUNT    - THE YEAR'S TAX, PRORATION INCLUDED. IT IS
      *                    DUE IN TWO INSTALLMENTS, THE SECOND TAKING
      *                    ANY ODD CENT.
      * TB-PENALTY       - LATE PENALTIES ASSESSED SO FAR. TB-PEN1-SW
      *                    AND TB-PEN2-SW SHOW WHICH INSTALLMENTS
      *                    HAVE BEEN PENALISED, SO EACH IS ONLY
      *                    PENALISED ONCE.
      * TB-PAID          - RECEIPTS POSTED. A RECEIPT SETTLES THE
      *                    PENALTY FIRST, THEN INSTALLMENT 1, THEN
      *                    INSTALLMENT 2.
      * TB-STATUS        - "O" OPEN, "P" PAID IN FULL.
      *----------------------------------------------------------------
       01  TB-BILL-RECORD.
           05  TB-TAX-YEAR              PIC 9(04) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-OWNER                 PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-ASSESSED              PIC 9(11)V99 VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-PRORATE-ADJ           PIC S9(11)V99 SIGN LEADING
                                                  SEPARATE VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-TAX-AMOUNT            PIC 9(11)V99 VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-INST1-AMT             PIC 9(11)V99 VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-INST1-DUE             PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-INST2-AMT             PIC 9(11)V99 VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-INST2-DUE             PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-PENALTY               PIC 9(09)V99 VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-PEN1-SW               PIC X(01) VALUE "N".
               88  TB-PEN1-ASSESSED               VALUE "Y".
           05  TB-PEN2-SW               PIC X(01) VALUE "N".
               88  TB-PEN2-ASSESSED               VALUE "Y".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-PAID                  PIC 9(11)V99 VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-LAST-PAY-DATE         PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TB-STATUS                PIC X(01) VALUE "O".
               88  TB-OPEN                        VALUE "O".
               88  TB-PAID-IN-FULL                VALUE "P".
           05  FILLER                   PIC X(10) VALUE SPACES.
