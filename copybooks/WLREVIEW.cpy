      *----------------------------------------------------------------
      * WLREVIEW.CPY
      *
      * WATCH-LIST REVIEW CASE RECORD. THE WLREVIEW FILE HOLDS ONE
      * RECORD PER NORMALIZED PARTY NAME PER WATCHLST ENTRY IT WAS
      * FOUND TO RESEMBLE. THE SHARED WLSCREEN SUBPROGRAM APPENDS A
      * CASE THE FIRST TIME A NAME SCORES AT OR ABOVE THE MATCH
      * THRESHOLD; WHILE IT IS OPEN OR CONFIRMED EVERY JOB THAT
      * SCREENS THE NAME HOLDS THE PARTY. A COMPLIANCE OFFICER DECIDES
      * THE CASE THROUGH THE WLRESCRN JOB. COPY THIS INTO
      * WORKING-STORAGE, READ WLREVIEW INTO A 120-BYTE RECORD, AND
      * MOVE EACH ONE HERE.
      *
      * WR-CASE-ID        - "WLC" AND A SEVEN-DIGIT SEQUENCE NUMBER.
      * WR-STATUS         - "O" OPEN, AWAITING AN OFFICER.
      *                     "C" CLEARED AS A FALSE POSITIVE - THE NAME
      *                         IS NOT HELD AGAINST THIS ENTRY AGAIN.
      *                     "F" CONFIRMED MATCH - HELD PERMANENTLY.
      * WR-SUBJECT-TYPE   - WHAT WAS BEING SCREENED WHEN THE CASE WAS
      *                     RAISED (SEE WLSLINK.CPY).
      * WR-SUBJECT-ID     - THE CUSTOMER, POLICY, CLAIM OR AGENT, IF
      *                     ANY.
      * WR-NAME           - THE PARTY NAME, NORMALIZED: UPPER CASE,
      *                     PUNCTUATION AND TITLES DROPPED, ONE SPACE
      *                     BETWEEN WORDS.
      * WR-ENTRY-ID       - THE WATCHLST ENTRY IT RESEMBLES.
      * WR-SCORE          - THE MATCH SCORE WHEN RAISED, 0 - 100.
      * WR-SOURCE-PROGRAM - THE JOB THAT RAISED THE CASE.
      * WR-FLAG-DATE      - CCYYMMDD THE CASE WAS RAISED.
      * WR-DECISION-DATE  - CCYYMMDD AN OFFICER DECIDED IT.
      * WR-OFFICER-ID     - WHO DECIDED IT.
      *----------------------------------------------------------------
       01  WR-REVIEW-RECORD.
           05  WR-CASE-ID               PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WR-STATUS                PIC X(01) VALUE "O".
               88  WR-OPEN                        VALUE "O".
               88  WR-CLEARED                     VALUE "C".
               88  WR-CONFIRMED                   VALUE "F".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WR-SUBJECT-TYPE          PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WR-SUBJECT-ID            PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WR-NAME                  PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WR-ENTRY-ID              PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WR-SCORE                 PIC 9(03) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WR-SOURCE-PROGRAM        PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WR-FLAG-DATE             PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WR-DECISION-DATE         PIC 9(08) VALUE ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WR-OFFICER-ID            PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE SPACES.
