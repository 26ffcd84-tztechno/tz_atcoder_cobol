      *----------------------------------------------------------------
      * SVCCASE.CPY
      *
      * CUSTOMER SERVICE-CASE RECORD. THE SVCCASE FILE HOLDS ONE
      * RECORD PER COMPLAINT OR SERVICE CASE, OPEN OR CLOSED, IN THE
      * ORDER THE CASES WERE OPENED. SVCMAINT OPENS, UPDATES AND
      * CLOSES CASES, SVCESCL ESCALATES THOSE PAST THEIR SLA AND
      * SVCRPT REPORTS ON THEM. COPY THIS INTO WORKING-STORAGE, READ
      * SVCCASE INTO A 100-BYTE RECORD, AND MOVE EACH ONE HERE.
      *
      * SC-CASE-NO       - CASE NUMBER, ONE HIGHER THAN THE LAST.
      * SC-CUST-ID       - THE CUSTOMER, FROM NAMEMSTR OR CUSTMAST.
      * SC-CATEGORY      - THE SVCCAT CATEGORY, WHICH SETS THE SLA.
      * SC-LINK-TYPE     - WHAT THE CASE IS ABOUT, IF ANYTHING:
      *                    "P" A POLMAST POLICY, "I" AN INVOICE OR
      *                    CREDIT NOTE FROM THE INVOICE RUN, "S" A
      *                    CARRMANF SHIPMENT BY ORDER NUMBER, SPACE
      *                    FOR NONE.
      * SC-LINK-REF      - THE POLICY, INVOICE OR ORDER NUMBER.
      * SC-STATUS        - "O" OPEN, "C" CLOSED.
      * SC-OWNER         - THE PERSON WORKING THE CASE.
      * SC-OPEN-DATE     - CCYYMMDD THE CASE WAS OPENED.
      * SC-SLA-DUE       - CCYYMMDD IT MUST BE RESOLVED BY: THE OPEN
      *                    DATE PLUS THE CATEGORY'S SLA IN BUSINESS
      *                    DAYS, COUNTED THROUGH BIZDAY.
      * SC-ESC-LEVEL     - TIMES THE CASE HAS BEEN ESCALATED.
      * SC-ESC-DATE      - CCYYMMDD OF THE LAST ESCALATION, ZERO IF
      *                    NEVER.
      * SC-CLOSE-DATE    - CCYYMMDD THE CASE WAS CLOSED, ZERO IF OPEN.
      * SC-RESOLUTION    - THE RESOLUTION CODE GIVEN AT CLOSE.
      *----------------------------------------------------------------
       01  SC-CASE-RECORD.
           05  SC-CASE-NO               PIC 9(06) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-CUST-ID               PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-CATEGORY              PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-LINK-TYPE             PIC X(01) VALUE SPACES.
               88  SC-LINK-POLICY                 VALUE "P".
               88  SC-LINK-INVOICE                VALUE "I".
               88  SC-LINK-SHIPMENT               VALUE "S".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-LINK-REF              PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-STATUS                PIC X(01) VALUE "O".
               88  SC-OPEN                        VALUE "O".
               88  SC-CLOSED                      VALUE "C".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-OWNER                 PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-OPEN-DATE             PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-SLA-DUE               PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-ESC-LEVEL             PIC 9(01) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-ESC-DATE              PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-CLOSE-DATE            PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SC-RESOLUTION            PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE SPACES.
