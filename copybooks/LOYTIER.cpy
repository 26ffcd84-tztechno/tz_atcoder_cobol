      *----------------------------------------------------------------
      * LOYTIER.CPY
      *
      * LOYALTY MEMBERSHIP-TIER CONTROL RECORD. THE LOYTIER CONTROL
      * FILE HOLDS ONE RECORD PER TIER, PRESENTED IN ASCENDING ORDER
      * OF LY-MIN-POINTS. THE FIRST RECORD IS THE BASE TIER EVERY
      * CUSTOMER STARTS IN AND SHOULD CARRY A MINIMUM OF ZERO. COPY
      * THIS INTO WORKING-STORAGE, READ LOYTIER INTO AN 80-BYTE
      * RECORD, AND MOVE EACH ONE HERE.
      *
      * LY-TIER-CODE     - TIER NAME AS PRINTED (E.G. "BASE", "GOLD").
      * LY-MIN-POINTS    - POINTS EARNED IN THE ROLLING QUALIFYING
      *                    WINDOW NEEDED TO HOLD THE TIER.
      * LY-MULTIPLIER    - EARN MULTIPLIER, TWO IMPLIED DECIMALS
      *                    ("125" EARNS 1.25 TIMES BASE POINTS).
      *----------------------------------------------------------------
       01  LY-TIER-RECORD.
           05  LY-TIER-CODE             PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  LY-MIN-POINTS            PIC 9(09) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  LY-MULTIPLIER            PIC 9(01)V9(02) VALUE ZERO.
           05  FILLER                   PIC X(60) VALUE SPACES.
