0002R0* 09/02/2026  TY   THE CALIBRATION GATE NOW COMPARES DATES
0002R1*                  THROUGH THE DATEXPND CENTURY WINDOW, AND
0002R2*                  REJECTS ARE BRANDED ABC094, NOT MAIN.
0002R3* 10/15/2026  RO   THE TOLERANCE-BAND TEST NOW RUNS IN THE
0002R4*                  SHARED TOLCHK SUBPROGRAM, SO RETURNS
0002R5*                  INSPECTION (RMAINSP) JUDGES GOODS BY EXACTLY
0002R6*                  THE SAME RULE AS THE SHIFT READINGS.
0002S1* 10/15/2026  RO   NON-CONFORMANCE CASES. EVERY OUT-OF-TOLERANCE
0002S2*                  READING IS NOW ALSO REJECTED TO QCREJ UNDER
0002S3*                  ITS ITEM CODE, AND THE RUN OPENS CASES ON THE
0002S4*                  NCRFILE: ONE PER ITEM FOR THE RUN'S BATCH OF
0002S5*                  TOLERANCE REJECTS, AND ONE FOR EACH SPC RUN
0002S6*                  SIGNAL (A RUN REACHING SEVEN READINGS ON ONE
0002S7*                  SIDE OF THE MEAN). A NEW CASE IS OPEN, WITH
0002S8*                  ITS CORRECTIVE ACTION DUE IN 30 DAYS; NCRMAINT
0002S9*                  ASSIGNS THE OWNER, DISPOSITION AND ROOT CAUSE
0002SA*                  AND CLOSES IT, AND NCRAGE REPORTS THE OPEN
0002SB*                  CASES PAST DUE EACH WEEK.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000399         FILE STATUS IS WS-INST-STATUS.
00039A     SELECT QCREJ ASSIGN TO "QCREJ"
00039B         ORGANIZATION IS LINE SEQUENTIAL.
00039C     SELECT NCRFILE ASSIGN TO "NCRFILE"
00039D         ORGANIZATION IS LINE SEQUENTIAL
00039E         FILE STATUS IS WS-NCR-STATUS.
      
000410 DATA DIVISION.
000420 FILE SECTION.
00052E     RECORDING MODE IS F.
00052F 01  QCREJ-REC                PIC X(80).

00052G FD  NCRFILE
00052H     RECORDING MODE IS F.
00052I 01  NCRFILE-REC.
00052J     05  NC-CASE-NO           PIC 9(06).
00052K     05  FILLER               PIC X(01).
00052L     05  NC-ITEM              PIC X(10).
00052M     05  FILLER               PIC X(01).
00052N     05  NC-SOURCE            PIC X(01).
00052O     05  FILLER               PIC X(01).
00052P     05  NC-OPEN-DATE         PIC 9(08).
00052Q     05  FILLER               PIC X(01).
00052R     05  NC-BATCH-ID          PIC 9(14).
00052S     05  FILLER               PIC X(01).
00052T     05  NC-READINGS          PIC 9(05).
00052U     05  FILLER               PIC X(01).
00052V     05  NC-STATUS            PIC X(01).
00052W     05  FILLER               PIC X(01).
00052X     05  NC-DISPOSITION       PIC X(02).
00052Y     05  FILLER               PIC X(01).
00052Z     05  NC-ROOT-CAUSE        PIC X(04).
0052Z1     05  FILLER               PIC X(01).
0052Z2     05  NC-OWNER             PIC X(08).
0052Z3     05  FILLER               PIC X(01).
0052Z4     05  NC-CA-DUE            PIC 9(08).
0052Z5     05  FILLER               PIC X(01).
0052Z6     05  NC-CLOSE-DATE        PIC 9(08).
0052Z7     05  FILLER               PIC X(13).

000510 WORKING-STORAGE SECTION.
000520 77  WS-EOF-SW                PIC X(01) VALUE "N".
000530     88  WS-EOF                         VALUE "Y".
0005A1 77  WS-DATE-CCYYMMDD         PIC 9(08) VALUE ZERO.
0005A2 77  WS-TODAY-INT             PIC 9(08) VALUE ZERO.
0005A3 77  WS-DUE-INT               PIC 9(08) VALUE ZERO.
0005N1 77  WS-NCR-STATUS            PIC X(02) VALUE SPACES.
0005N2 77  WS-LAST-NCR              PIC 9(06) VALUE ZERO.
0005N3 77  WS-NCR-COUNT             PIC 9(07) VALUE ZERO COMP.
0005N4 77  WS-NCR-DUE-DAYS          PIC 9(03) VALUE 30.
0005N5 77  WS-NCR-DUE               PIC 9(08) VALUE ZERO.
0005N6 77  WS-NCR-SOURCE            PIC X(01) VALUE SPACE.
0005N7 77  WS-NCR-READINGS          PIC 9(05) VALUE ZERO.
0005N8 77  WS-S                     PIC 9(03) COMP.

0005A4 01  WS-INST-TABLE.
0005A5     05  WS-INST-COUNT        PIC 9(03) VALUE ZERO COMP.

0005AB COPY REJECTREC.
0005AC COPY DATXLINK.
0005AD COPY TOLCLINK.

00059A 01  WS-HIST-TABLE.
00059B     05  WS-HIST-COUNT        PIC 9(03) VALUE ZERO COMP.
00059I         10  HI-MAX           PIC 9(04).
00059J         10  HI-RUN-SIDE      PIC X(01).
00059K         10  HI-RUN-LEN       PIC 9(02).
0059K1         10  HI-RUN-FAILS     PIC 9(05).
0059K2         10  HI-RUN-SIGNALS   PIC 9(02).

000610 01  WS-DETAIL-LINE.
000615     05  FILLER               PIC X(05) VALUE "ITEM ".
000796         "CONTROL-CHART FLAGS:      ".
000798     05  CL-SPC-COUNT         PIC ZZZZZZ9.
00079A     05  FILLER               PIC X(47) VALUE SPACES.

0079A1 01  WS-NCR-HDG-LINE.
0079A2     05  FILLER               PIC X(28) VALUE
0079A3         "NON-CONFORMANCE CASES OPENED".
0079A4     05  FILLER               PIC X(52) VALUE SPACES.

0079A5 01  WS-NCR-LINE.
0079A6     05  FILLER               PIC X(04) VALUE "NCR ".
0079A7     05  NR-CASE-NO           PIC 9(06).
0079A8     05  FILLER               PIC X(07) VALUE "  ITEM ".
0079A9     05  NR-ITEM              PIC X(10).
0079AA     05  FILLER               PIC X(02) VALUE SPACES.
0079AB     05  NR-SOURCE            PIC X(16).
0079AC     05  FILLER               PIC X(07) VALUE "  RDGS ".
0079AD     05  NR-READINGS          PIC ZZZZ9.
0079AE     05  FILLER               PIC X(09) VALUE "  CA DUE ".
0079AF     05  NR-CA-DUE            PIC 9(08).
0079AG     05  FILLER               PIC X(06) VALUE SPACES.

0079AH 01  WS-NCR-COUNT-LINE.
0079AI     05  FILLER               PIC X(26) VALUE
0079AJ         "NCR CASES OPENED:         ".
0079AK     05  NL-NCR-COUNT         PIC ZZZZZZ9.
0079AL     05  FILLER               PIC X(47) VALUE SPACES.
      
000810 PROCEDURE DIVISION.
000820 0000-MAINLINE.
000912          OUTPUT QCREJ.
000915     PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT.
000916     PERFORM 1200-LOAD-INSTRUMENTS THRU 1200-EXIT.
000917     PERFORM 1300-LAST-NCR-NUMBER THRU 1300-EXIT.
000920     PERFORM 8000-READ-QCREADNG THRU 8000-EXIT.
000930 1000-EXIT.
000940     EXIT.
000944             MOVE QH-MAX TO HI-MAX(HI-IDX)
000945             MOVE QH-RUN-SIDE TO HI-RUN-SIDE(HI-IDX)
000946             MOVE QH-RUN-LEN TO HI-RUN-LEN(HI-IDX)
000947             MOVE ZERO TO HI-RUN-FAILS(HI-IDX)
00947A             MOVE ZERO TO HI-RUN-SIGNALS(HI-IDX)
000948     END-READ.
000949 1110-EXIT.
00094a     EXIT.
000955 1210-EXIT.
000956     EXIT.

000957*----------------------------------------------------------------
000958* 1300-LAST-NCR-NUMBER - CASES ARE NUMBERED ON FROM THE HIGHEST
000959*                        ALREADY ON THE NCRFILE. NO FILE YET
00095A*                        MEANS THE FIRST CASE IS 000001.
00095B*----------------------------------------------------------------
00095C 1300-LAST-NCR-NUMBER.
00095D     OPEN INPUT NCRFILE.
00095E     IF WS-NCR-STATUS NOT = "00"
00095F         GO TO 1300-EXIT
00095G     END-IF.
00095H     PERFORM 1310-READ-ONE-NCR THRU 1310-EXIT
00095I         UNTIL WS-EOF.
00095J     CLOSE NCRFILE.
00095K     MOVE "N" TO WS-EOF-SW.
00095L 1300-EXIT.
00095M     EXIT.

00095N 1310-READ-ONE-NCR.
00095O     READ NCRFILE
00095P         AT END
00095Q             SET WS-EOF TO TRUE
00095R         NOT AT END
00095S             IF NC-CASE-NO IS NUMERIC
00095T                     AND NC-CASE-NO > WS-LAST-NCR
00095U                 MOVE NC-CASE-NO TO WS-LAST-NCR
00095V             END-IF
00095W     END-READ.
00095X 1310-EXIT.
00095Y     EXIT.

000960*----------------------------------------------------------------
000970* 2000-CHECK-READING - PASS WHEN A <= X <= A + B, THE SAME
000980*                      TOLERANCE-BAND TEST AS THE ORIGINAL,
000981*                      NOW MADE BY THE SHARED TOLCHK ROUTINE.
000990*----------------------------------------------------------------
001000 2000-CHECK-READING.
001010     UNSTRING QCREADNG-REC DELIMITED BY SPACE
001025             GO TO 2000-EXIT
001026         END-IF
001027     END-IF.
001030     MOVE "BAND " TO TC-ACTION.
00103A     MOVE A TO TC-LOWER.
00103B     MOVE B TO TC-WIDTH.
00103C     MOVE X TO TC-READING.
00103D     CALL "TOLCHK" USING TOLCHK-PARMS.
00103E     MOVE TC-UPPER TO WS-UPPER-BOUND.
001035     MOVE WS-ITEM TO DL-ITEM.
001040     MOVE X TO DL-X.
001050     MOVE A TO DL-LOW.
001060     MOVE WS-UPPER-BOUND TO DL-HIGH.
001070     IF TC-PASSED
001080         MOVE "PASS" TO DL-RESULT
001090     ELSE
001100         MOVE "FAIL" TO DL-RESULT
001110         ADD 1 TO WS-FAIL-COUNT
001111         PERFORM 2910-REJECT-READING THRU 2910-EXIT
001120     END-IF.
001125     PERFORM 2500-CONTROL-CHART THRU 2500-EXIT.
001126     IF NOT TC-PASSED AND WS-HIST-IDX > ZERO
001127         ADD 1 TO HI-RUN-FAILS(WS-HIST-IDX)
001128     END-IF.
001130     WRITE QCRESULT-REC FROM WS-DETAIL-LINE.
001140     PERFORM 8000-READ-QCREADNG THRU 8000-EXIT.
001150 2000-EXIT.
001624 2900-EXIT.
001625     EXIT.

001626*----------------------------------------------------------------
001627* 2910-REJECT-READING - AN OUT-OF-TOLERANCE READING GOES TO
001628*                       QCREJ UNDER ITS ITEM CODE, SO THE ITEM'S
001629*                       NON-CONFORMANCE CASE CAN BE TRACED BACK
00162A*                       TO THE READINGS THAT OPENED IT.
00162B*----------------------------------------------------------------
00162C 2910-REJECT-READING.
00162D     MOVE "ABC094" TO RJ-SOURCE-PROGRAM.
00162E     MOVE WS-ITEM TO RJ-RECORD-KEY.
00162F     MOVE "READING OUT OF TOLERANCE" TO RJ-REASON-CODE.
00162G     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
00162H         INTO RJ-REJECT-TIMESTAMP.
00162I     WRITE QCREJ-REC FROM RJ-REJECT-RECORD.
00162J 2910-EXIT.
00162K     EXIT.

00116A*----------------------------------------------------------------
00116B* 2500-CONTROL-CHART - THE DRIFT PASS. AGAINST THE ITEM'S
00116C*                      HISTORY THE READING IS CHECKED FIRST
001171         MOVE X TO HI-MAX(HI-IDX)
001172         MOVE SPACE TO HI-RUN-SIDE(HI-IDX)
001173         MOVE ZERO TO HI-RUN-LEN(HI-IDX)
01173A         MOVE ZERO TO HI-RUN-FAILS(HI-IDX)
01173B         MOVE ZERO TO HI-RUN-SIGNALS(HI-IDX)
001174     END-IF.
001175 2510-EXIT.
001176     EXIT.
00118b             ADD 1 TO WS-SPC-COUNT
00118c         END-IF
00118d     END-IF.
0118d1*    THE READING THAT COMPLETES THE SEVENTH IN A ROW IS THE RUN
0118d2*    SIGNAL; LONGER RUNS ARE THE SAME SIGNAL CONTINUING
0118d3     IF HI-RUN-LEN(HI-IDX) = 7 AND HI-RUN-SIGNALS(HI-IDX) < 99
0118d4         ADD 1 TO HI-RUN-SIGNALS(HI-IDX)
0118d5     END-IF.
00118e 2520-EXIT.
00118f     EXIT.
      
001212     MOVE WS-SPC-COUNT TO CL-SPC-COUNT.
001214     WRITE QCRESULT-REC FROM WS-SPC-LINE.
001215     PERFORM 3600-CAL-FORECAST THRU 3600-EXIT.
01215A     PERFORM 3700-OPEN-NCR-CASES THRU 3700-EXIT.
001216     PERFORM 3500-SAVE-HISTORY THRU 3500-EXIT.
001220     CLOSE QCREADNG
001225           QCREJ
001276 3610-EXIT.
001277     EXIT.

0012A1*----------------------------------------------------------------
0012A2* 3700-OPEN-NCR-CASES - ONE CASE PER ITEM FOR THIS RUN'S BATCH
0012A3*                       OF TOLERANCE REJECTS, AND ONE PER SPC
0012A4*                       RUN SIGNAL. EACH CARRIES THE RUN'S
0012A5*                       TIMESTAMP AS ITS BATCH ID - THE SAME
0012A6*                       STAMP ITS QCREJ LINES CARRY - AND STARTS
0012A7*                       OPEN WITH ITS CORRECTIVE ACTION DUE
0012A8*                       WS-NCR-DUE-DAYS FROM TODAY.
0012A9*----------------------------------------------------------------
0012AA 3700-OPEN-NCR-CASES.
0012AB     COMPUTE WS-NCR-DUE = FUNCTION DATE-OF-INTEGER
0012AC         (WS-TODAY-INT + WS-NCR-DUE-DAYS).
0012AD     OPEN EXTEND NCRFILE.
0012AE     IF WS-NCR-STATUS = "35"
0012AF         OPEN OUTPUT NCRFILE
0012AG     END-IF.
0012AH     WRITE QCRESULT-REC FROM WS-NCR-HDG-LINE.
0012AI     PERFORM 3710-CASES-FOR-ITEM THRU 3710-EXIT
0012AJ         VARYING WS-H FROM 1 BY 1
0012AK         UNTIL WS-H > WS-HIST-COUNT.
0012AL     CLOSE NCRFILE.
0012AM     MOVE WS-NCR-COUNT TO NL-NCR-COUNT.
0012AN     WRITE QCRESULT-REC FROM WS-NCR-COUNT-LINE.
0012AO 3700-EXIT.
0012AP     EXIT.

0012AQ 3710-CASES-FOR-ITEM.
0012AR     IF HI-RUN-FAILS(WS-H) > ZERO
0012AS         MOVE "T" TO WS-NCR-SOURCE
0012AT         MOVE HI-RUN-FAILS(WS-H) TO WS-NCR-READINGS
0012AU         PERFORM 3720-WRITE-NCR THRU 3720-EXIT
0012AV     END-IF.
0012AW     MOVE "S" TO WS-NCR-SOURCE.
0012AX     MOVE 7 TO WS-NCR-READINGS.
0012AY     PERFORM 3720-WRITE-NCR THRU 3720-EXIT
0012AZ         VARYING WS-S FROM 1 BY 1
0012B1         UNTIL WS-S > HI-RUN-SIGNALS(WS-H).
0012B2 3710-EXIT.
0012B3     EXIT.

0012B4 3720-WRITE-NCR.
0012B5     ADD 1 TO WS-LAST-NCR.
0012B6     ADD 1 TO WS-NCR-COUNT.
0012B7     MOVE SPACES TO NCRFILE-REC.
0012B8     MOVE WS-LAST-NCR TO NC-CASE-NO.
0012B9     MOVE HI-ITEM(WS-H) TO NC-ITEM.
0012BA     MOVE WS-NCR-SOURCE TO NC-SOURCE.
0012BB     MOVE WS-RUN-CCYYMMDD TO NC-OPEN-DATE.
0012BC     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
0012BD         INTO NC-BATCH-ID.
0012BE     MOVE WS-NCR-READINGS TO NC-READINGS.
0012BF     MOVE "O" TO NC-STATUS.
0012BG     MOVE WS-NCR-DUE TO NC-CA-DUE.
0012BH     MOVE ZERO TO NC-CLOSE-DATE.
0012BI     WRITE NCRFILE-REC.
0012BJ     MOVE WS-LAST-NCR TO NR-CASE-NO.
0012BK     MOVE HI-ITEM(WS-H) TO NR-ITEM.
0012BL     IF WS-NCR-SOURCE = "T"
0012BM         MOVE "OUT OF TOLERANCE" TO NR-SOURCE
0012BN     ELSE
0012BO         MOVE "SPC RUN SIGNAL" TO NR-SOURCE
0012BP     END-IF.
0012BQ     MOVE WS-NCR-READINGS TO NR-READINGS.
0012BR     MOVE WS-NCR-DUE TO NR-CA-DUE.
0012BS     WRITE QCRESULT-REC FROM WS-NCR-LINE.
0012BT 3720-EXIT.
0012BU     EXIT.

001270 8000-READ-QCREADNG.
001280     READ QCREADNG
001290         AT END
