      *----------------------------------------------------------------
      * SVCCATG.CPY
      *
      * SERVICE-CASE CATEGORY CONTROL RECORD. THE SVCCAT FILE HOLDS
      * ONE RECORD PER CASE CATEGORY. COPY THIS INTO WORKING-STORAGE,
      * READ SVCCAT INTO AN 80-BYTE RECORD, AND MOVE EACH ONE HERE.
      *
      * SK-CATEGORY      - THE CATEGORY CODE A CASE IS OPENED UNDER.
      * SK-DESCRIPTION   - PRINTED ON THE CASE REPORTS.
      * SK-SLA-DAYS      - BUSINESS DAYS ALLOWED TO RESOLVE A CASE.
      *                    SVCESCL ESCALATES AGAIN EACH TIME THE SAME
      *                    NUMBER OF BUSINESS DAYS PASSES UNRESOLVED.
      * SK-DEFAULT-OWNER - OWNER OF A NEW CASE OPENED WITHOUT ONE.
      * SK-ESC-OWNER     - SUPERVISOR AN OVERDUE CASE IS ESCALATED
      *                    TO. SPACES LEAVES THE OWNER AS IT IS.
      *----------------------------------------------------------------
       01  SK-CATEGORY-RECORD.
           05  SK-CATEGORY              PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SK-DESCRIPTION           PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SK-SLA-DAYS              PIC 9(03) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SK-DEFAULT-OWNER         PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SK-ESC-OWNER             PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(33) VALUE SPACES.
