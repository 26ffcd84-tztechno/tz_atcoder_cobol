      *----------------------------------------------------------------
      * PTSREVW.CPY
      *
      * LOYALTY FRAUD-REVIEW CASE RECORD. THE PTSREVW FILE HOLDS ONE
      * RECORD PER CUSTOMER PER DETECTION REASON, RAISED BY THE
      * NIGHTLY PTSFRAUD RUN AND CLEARED THROUGH IT BY AN ANALYST. AN
      * OPEN CASE CARRYING THE BLOCK FLAG STOPS THE CUSTOMER'S
      * REDEMPTIONS IN THE DAILY POINTS JOB AND TRANSFERS OUT IN
      * PTSXFER. COPY THIS INTO WORKING-STORAGE, READ PTSREVW INTO AN
      * 80-BYTE RECORD, AND MOVE EACH ONE HERE.
      *
      * RV-CUST-ID        - CUSTOMER UNDER REVIEW.
      * RV-REASON         - WHAT TRIPPED THE CASE:
      *                     SPIKE    - A DAY'S EARNINGS FAR ABOVE THE
      *                                CUSTOMER'S OWN HISTORY.
      *                     ADDRESS  - TOO MANY NAMEMSTR ACCOUNTS AT
      *                                ONE ADDRESS.
      *                     QUICKRED - A REDEMPTION SOON AFTER A
      *                                LARGE ACCRUAL.
      *                     REVERSAL - REPEATED REVERSALS.
      * RV-BLOCK-FLAG     - "Y" WHILE REDEMPTIONS ARE STOPPED.
      * RV-STATUS         - "O" OPEN, "C" CLEARED BY AN ANALYST.
      * RV-FLAG-DATE      - CCYYMMDD THE CASE WAS RAISED.
      * RV-TRIGGER-POINTS - THE POINTS THAT TRIPPED THE CASE (THE
      *                     DAY'S EARNINGS, THE REDEMPTION, THE
      *                     POINTS REVERSED, OR FOR AN ADDRESS CASE
      *                     THE BALANCE WHEN FLAGGED).
      * RV-CLEARED-DATE   - CCYYMMDD AN ANALYST CLEARED THE CASE.
      * RV-ANALYST-ID     - WHO CLEARED IT.
      *----------------------------------------------------------------
       01  RV-REVIEW-RECORD.
           05  RV-CUST-ID               PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-REASON                PIC X(08) VALUE SPACES.
               88  RV-SPIKE                       VALUE "SPIKE".
               88  RV-ADDRESS                     VALUE "ADDRESS".
               88  RV-QUICK-REDEEM                VALUE "QUICKRED".
               88  RV-REVERSAL                    VALUE "REVERSAL".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-BLOCK-FLAG            PIC X(01) VALUE "N".
               88  RV-BLOCKED                     VALUE "Y".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-STATUS                PIC X(01) VALUE "O".
               88  RV-OPEN                        VALUE "O".
               88  RV-CLEARED                     VALUE "C".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-FLAG-DATE             PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-TRIGGER-POINTS        PIC 9(09) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-CLEARED-DATE          PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RV-ANALYST-ID            PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE SPACES.
