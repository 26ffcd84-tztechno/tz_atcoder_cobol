      *----------------------------------------------------------------
      * SEGRULE.CPY
      *
      * CUSTOMER-SEGMENT RULE RECORD. THE SEGRULE CONTROL FILE HOLDS
      * ONE RECORD PER MARKETING SEGMENT, IN PRIORITY ORDER - A
      * CUSTOMER FALLS INTO THE FIRST SEGMENT WHOSE THREE THRESHOLDS
      * THEY ALL MEET, SO THE MOST DEMANDING SEGMENT (E.G. CHAMPION)
      * GOES FIRST AND A CATCH-ALL (E.G. DORMANT, 99999 / 0 / 0) LAST.
      * COPY THIS INTO WORKING-STORAGE, READ SEGRULE INTO AN 80-BYTE
      * RECORD, AND MOVE EACH ONE HERE.
      *
      * SR-SEGMENT-CODE  - SEGMENT NAME AS CARRIED ON CUSTSEG AND
      *                    SELECTED ON BY THE MAILER AND CAMPMSTR.
      * SR-MAX-RECENCY   - MOST DAYS SINCE THE CUSTOMER'S LAST EARN
      *                    OR REDEEM (99999 = NO ACTIVITY AT ALL).
      * SR-MIN-FREQUENCY - FEWEST EARN AND REDEEM TRANSACTIONS IN
      *                    THE SCORING WINDOW.
      * SR-MIN-VALUE     - FEWEST BASE POINTS EARNED IN THE SCORING
      *                    WINDOW.
      *----------------------------------------------------------------
       01  SR-RULE-RECORD.
           05  SR-SEGMENT-CODE          PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SR-MAX-RECENCY           PIC 9(05) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SR-MIN-FREQUENCY         PIC 9(05) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SR-MIN-VALUE             PIC 9(09) VALUE ZERO.
           05  FILLER                   PIC X(50) VALUE SPACES.
