      *----------------------------------------------------------------
      * PARMCHG.CPY
      *
      * CONTROL-FILE CHANGE REQUEST. THE PARMCHG FILE HOLDS ONE RECORD
      * PER PROPOSED CHANGE TO A MONEY-DRIVING CONTROL FILE - A BIZPARM
      * THRESHOLD, A TIERCTL TIER BOUND, A DENOMCTL DENOMINATION OR A
      * QQCTL CUT POINT. ONE OPERATOR ADDS THE RECORD WITH THEIR ID AS
      * PROPOSER; A SECOND OPERATOR HOLDING THE OPERAUTH "PARMAPRV"
      * FUNCTION APPROVES IT BY ENTERING THEIR ID AS APPROVER. THE
      * PARMAPPL JOB VETS THE REQUEST, APPLIES IT ON ITS EFFECTIVE DATE
      * AND WRITES THE OUTCOME BACK. COPY THIS INTO WORKING-STORAGE,
      * READ PARMCHG INTO A 150-BYTE RECORD, AND MOVE EACH ONE HERE.
      *
      * CQ-TARGET        - THE CONTROL FILE TO CHANGE.
      * CQ-KEY           - WHICH ENTRY: THE PC-PARM-NAME, THE TIER NAME
      *                    OR THE QQCTL PRODUCT PREFIX. NOT USED FOR
      *                    DENOMCTL.
      * CQ-FIELD         - QQCTL: "MARGINAL" OR "FAIL" CUT POINT.
      *                    DENOMCTL: "ADD" OR "REMOVE" THE DENOMINATION
      *                    IN CQ-NEW-VALUE. BLANK FOR THE OTHERS.
      * CQ-NEW-VALUE     - THE PROPOSED VALUE.
      * CQ-EFF-DATE      - CCYYMMDD THE CHANGE TAKES EFFECT. THE FIRST
      *                    PARMAPPL RUN ON OR AFTER IT APPLIES IT.
      * CQ-STATUS        - BLANK OR "P" AWAITING APPROVAL, "W" APPROVED
      *                    AND WAITING FOR ITS EFFECTIVE DATE, "A"
      *                    APPLIED, "R" REJECTED. ONLY PARMAPPL SETS
      *                    THIS.
      * CQ-OLD-VALUE     - THE VALUE THE CHANGE REPLACED, OR "NONE".
      * CQ-APPLIED-DATE  - CCYYMMDD THE CHANGE WAS APPLIED.
      * CQ-REASON        - WHY A REJECTED REQUEST WAS REJECTED.
      *----------------------------------------------------------------
       01  CQ-CHANGE-RECORD.
           05  CQ-REQUEST-ID            PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-TARGET                PIC X(08) VALUE SPACES.
               88  CQ-BIZPARM                     VALUE "BIZPARM".
               88  CQ-TIERCTL                     VALUE "TIERCTL".
               88  CQ-DENOMCTL                    VALUE "DENOMCTL".
               88  CQ-QQCTL                       VALUE "QQCTL".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-KEY                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-FIELD                 PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-NEW-VALUE             PIC 9(09) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-EFF-DATE              PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-PROPOSER              PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-APPROVER              PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-STATUS                PIC X(01) VALUE SPACES.
               88  CQ-PENDING                     VALUE " " "P".
               88  CQ-WAITING                     VALUE "W".
               88  CQ-APPLIED                     VALUE "A".
               88  CQ-REJECTED                    VALUE "R".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-OLD-VALUE             PIC X(09) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-APPLIED-DATE          PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CQ-REASON                PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(02) VALUE SPACES.
