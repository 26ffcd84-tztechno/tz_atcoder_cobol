      *----------------------------------------------------------------
      * TOLCLINK.CPY
      *
      * LINKAGE LAYOUT FOR THE TOLCHK SUBPROGRAM, THE SHOP'S SHARED
      * QC TOLERANCE CHECK. THE BAND TEST AND THE GAUGE CALIBRATION
      * GATE GREW UP IN THE ABC094 SHIFT VALIDATOR; ANY JOB THAT
      * JUDGES A MEASURED READING (RETURNS INSPECTION AMONG THEM)
      * CALLS "TOLCHK" SO EVERY DEPARTMENT PASSES AND FAILS GOODS BY
      * THE SAME RULE. THE INSTMAST GAUGE MASTER IS LOADED ON THE
      * FIRST "GAUGE" CALL AND STAYS RESIDENT FOR THE RUN UNIT, THE
      * SAME WAY BIZDAY KEEPS ITS CALENDAR.
      *
      * TC-ACTION        - "BAND " TESTS TC-READING AGAINST THE BAND
      *                    TC-LOWER THROUGH TC-LOWER + TC-WIDTH.
      *                    "GAUGE" TESTS THAT TC-INSTR-ID IS ON
      *                    INSTMAST AND IN CALIBRATION ON TC-RUN-DATE.
      * TC-LOWER         - BAND: LOWER BOUND (A).
      * TC-WIDTH         - BAND: TOLERANCE WIDTH (B).
      * TC-READING       - BAND: MEASURED VALUE (X).
      * TC-UPPER         - BAND: RETURNED UPPER BOUND, A + B.
      * TC-INSTR-ID      - GAUGE: THE MEASURING INSTRUMENT.
      * TC-RUN-DATE      - GAUGE: THE DATE OF THE READING, CCYYMMDD.
      * TC-RESULT        - "PASS" OR "FAIL".
      * TC-REASON        - GAUGE FAIL: WHY THE GAUGE WAS REFUSED, IN
      *                    THE SAME WORDS ABC094 WRITES TO QCREJ.
      * TC-RETURN-CODE   - 00 = OK. 02 = GAUGE: NO INSTMAST FILE, SO
      *                    NO GATING WAS APPLIED AND TC-RESULT IS
      *                    "PASS", AS ABC094 HAS ALWAYS TREATED IT.
      *                    04 = UNRECOGNIZED TC-ACTION.
      *----------------------------------------------------------------
       01  TOLCHK-PARMS.
           05  TC-ACTION               PIC X(05).
           05  TC-LOWER                PIC 9(04).
           05  TC-WIDTH                PIC 9(04).
           05  TC-READING              PIC 9(04).
           05  TC-UPPER                PIC 9(04).
           05  TC-INSTR-ID             PIC X(06).
           05  TC-RUN-DATE             PIC 9(08).
           05  TC-RESULT               PIC X(04).
               88  TC-PASSED                     VALUE "PASS".
               88  TC-FAILED                     VALUE "FAIL".
           05  TC-REASON               PIC X(30).
           05  TC-RETURN-CODE          PIC 9(02).
