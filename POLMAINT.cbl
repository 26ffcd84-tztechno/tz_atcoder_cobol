0003R0* 09/02/2026  RO   A SIMULATED RUN NO LONGER OPENS (AND SO
0003R1*                  TRUNCATES) THE POLMREJ REJECT FILE
0003R2*                  THE REPAIR FLOW HAS NOT HARVESTED.
0003R3* 10/15/2026  RO   MID-TERM ENDORSEMENTS. AN "E" TRANSACTION
0003R4*                  CARRIES NEW RATE FIELDS AND AN ENDORSEMENT
0003R5*                  EFFECTIVE DATE INSIDE THE POLICY'S CURRENT
0003R6*                  TERM. THE RATES ARE CHANGED AS FOR A "C", AND
0003R7*                  THE DIFFERENCE BETWEEN THE OLD AND NEW ANNUAL
0003R8*                  PREMIUM IS PRORATED THROUGH THE SHARED PRORATE
0003R9*                  SERVICE OVER THE UNEXPIRED DAYS OF THE TERM.
0003RA*                  ADDITIONAL PREMIUM GOES TO THE ENDTBILL FILE
0003RB*                  THAT CASHAPP FOLDS INTO ARMAST AS A NEW BILL;
0003RC*                  RETURN PREMIUM GOES TO ENDTBILL AS A CREDIT
0003RD*                  THAT CASHAPP POSTS TO THE POLICY'S ACCOUNT.
0003RE*                  THE ENDORSEMENT ITSELF IS AUDITED ALONGSIDE
0003RF*                  THE FIELD CHANGES. A LAPSED POLICY OR AN
0003RG*                  EFFECTIVE DATE OUTSIDE THE TERM REJECTS.
0003RH* 10/15/2026  RO   AGENT LICENSING. POLTXN NOW CARRIES THE
0003RI*                  WRITING AGENT'S ID AFTER THE ENDORSEMENT DATE.
0003RJ*                  AN ADD, OR A CHANGE THAT MOVES THE POLICY TO
0003RK*                  A DIFFERENT AGENT, IS CHECKED THROUGH THE
0003RL*                  SHARED AGTLICCK SERVICE AND REJECTS TO POLMREJ
0003RM*                  WHEN THE AGENT IS NOT ON AGTMAST, UNLICENSED,
0003RN*                  PAST LICENSE EXPIRY OR NOT APPOINTED. THE
0003RO*                  AGENT CHANGE IS AUDITED AS AGENT-ID.
0003RP* 10/15/2026  RO   TERM PREMIUM. POLMAST NOW CARRIES THE PREMIUM
0003RQ*                  BILLED FOR THE TERM, CARVED FROM FILLER. AN ADD
0003RR*                  CAPTURES IT FROM THE RATES AND A RATE CHANGE
0003RS*                  MOVES IT BY THE RATE DIFFERENCE; AN ENDORSEMENT
0003RT*                  LEAVES IT ALONE, SINCE ITS PRORATED PREMIUM IS
0003RU*                  BILLED ON ITS OWN THROUGH ENDTBILL AND MUST NOT
0003RV*                  BE BILLED AGAIN BY THE NEXT PREMIUM RUN.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
00040S     SELECT SIMCTL ASSIGN TO "SIMCTL"
00040T         ORGANIZATION IS LINE SEQUENTIAL
00040U         FILE STATUS IS WS-SIM-STATUS.
00040V     SELECT ENDTBILL ASSIGN TO "ENDTBILL"
00040W         ORGANIZATION IS LINE SEQUENTIAL
00040X         FILE STATUS IS WS-ENDT-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000610     05  PM-RISK-FACTOR-1         PIC 9(04).
000620     05  FILLER                   PIC X(01).
000630     05  PM-RISK-FACTOR-2         PIC 9(04).
000640     05  FILLER                   PIC X(01).
000641     05  PM-STATUS                PIC X(01).
000642         88  PM-LAPSED                      VALUE "L".
000643     05  FILLER                   PIC X(12).
00064A     05  PM-AGENT-ID              PIC X(06).
00064B     05  FILLER                   PIC X(01).
000644     05  PM-EFF-DATE              PIC X(06).
000645     05  FILLER                   PIC X(01).
00064C     05  PM-TERM-PREMIUM          PIC 9(05).
00064D     05  FILLER                   PIC X(22).

000660 FD  POLTXN
000670     RECORDING MODE IS F.
000700         88  TX-ADD                         VALUE "A".
000710         88  TX-CHANGE                      VALUE "C".
000720         88  TX-DELETE                      VALUE "D".
000722         88  TX-ENDORSE                     VALUE "E".
000730     05  FILLER                   PIC X(01).
000740     05  TX-POLICY-ID             PIC X(10).
000750     05  FILLER                   PIC X(01).
000800     05  TX-RISK-FACTOR-2         PIC X(04).
000802     05  FILLER                   PIC X(01).
000804     05  TX-OPERATOR-ID           PIC X(08).
000806     05  FILLER                   PIC X(01).
000808     05  TX-ENDT-DATE             PIC 9(06).
000809     05  FILLER                   PIC X(01).
00080A     05  TX-AGENT-ID              PIC X(06).
000810     05  FILLER                   PIC X(30).

000830 FD  POLMREJ
000840     RECORDING MODE IS F.
00085D     05  SC-MODE                  PIC X(08).
00085E     05  FILLER                   PIC X(72).

00085F FD  ENDTBILL
00085G     RECORDING MODE IS F.
00085H 01  ENDTBILL-REC.
00085I     05  EB-POLICY-ID             PIC X(10).
00085J     05  FILLER                   PIC X(01).
00085K     05  EB-AMOUNT                PIC S9(09) SIGN LEADING
00085L                                            SEPARATE.
00085M     05  FILLER                   PIC X(01).
00085N     05  EB-EFF-DATE              PIC 9(06).
00085O     05  FILLER                   PIC X(52).

000910 WORKING-STORAGE SECTION.
000920 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000930     88  WS-EOF                             VALUE "Y".
00095E     05  FILLER                  PIC X(48) VALUE
00095F         "*** SIMULATION - NO MASTERS OR FILES UPDATED ***".
00095G     05  FILLER                  PIC X(32) VALUE SPACES.
00095H 77  WS-ENDT-STATUS               PIC X(02) VALUE SPACES.
00095J 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
00095K 77  WS-ENDT-CCYYMMDD             PIC 9(08) VALUE ZERO.
00095L 77  WS-DATE-CCYYMMDD             PIC 9(08) VALUE ZERO.
00095M 77  WS-TERM-START-INT            PIC 9(08) VALUE ZERO.
00095N 77  WS-ENDT-INT                  PIC 9(08) VALUE ZERO.
00095O 77  WS-UNEXPIRED-DAYS            PIC S9(05) VALUE ZERO.
00095P 77  WS-OLD-PREMIUM               PIC 9(05) VALUE ZERO.
00095Q 77  WS-NEW-PREMIUM               PIC 9(05) VALUE ZERO.
00095R 77  WS-PREMIUM-DIFF              PIC 9(05) VALUE ZERO.
00095S 77  WS-ENDT-PREMIUM              PIC 9(09) VALUE ZERO.
00095T 77  WS-ENDT-COUNT                PIC 9(05) VALUE ZERO COMP.
00095U 77  WS-TERM-PREMIUM              PIC S9(06) VALUE ZERO.

001050 01  WS-EDIT-VALUE.
001060     05  FILLER                   PIC X(06) VALUE "000000".
001210 COPY VALIDLINK.
001220 COPY REJECTREC.
001230 COPY RPTHDR.
001232 COPY PRORLINK.
001234 COPY DATXLINK.
001236 COPY AGTLLINK.

001250 01  WS-TITLE-LINE.
001260     05  FILLER                  PIC X(33) VALUE
001640 1000-INITIALIZE.
001650     ACCEPT WS-RUN-DATE FROM DATE.
001660     ACCEPT WS-RUN-TIME FROM TIME.
001662     MOVE "EXPND" TO DX-ACTION.
001664     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001666     CALL "DATEXPND" USING DATEXPND-PARMS.
001668     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001670     OPEN OUTPUT POLMRPT.
001690     MOVE "POLMAINT" TO RH-PROGRAM-ID.
001700     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001744*    REPAIR FLOW HAS NOT HARVESTED YET
001745     IF NOT WS-SIMULATING
001746         OPEN OUTPUT POLMREJ
001747         PERFORM 1060-OPEN-ENDORSEMENT-FILES THRU 1060-EXIT
001748     END-IF.
001750     OPEN I-O POLMAST.
001760     IF WS-MAST-STATUS = "35"
001770         OPEN OUTPUT POLMAST
0010SR 1050-EXIT.
0010SS     EXIT.

0010ST*----------------------------------------------------------------
0010SU* 1060-OPEN-ENDORSEMENT-FILES - ENDTBILL IS A CARRIED FILE
0010SV*                               THE CASHAPP JOB CONSUMES, SO
0010SW*                               ENDORSEMENTS APPEND; THE FIRST
0010SX*                               EVER RUN CREATES IT.
0010SZ*----------------------------------------------------------------
0010T1 1060-OPEN-ENDORSEMENT-FILES.
0010T2     OPEN EXTEND ENDTBILL.
0010T3     IF WS-ENDT-STATUS = "35"
0010T4         OPEN OUTPUT ENDTBILL
0010T5     END-IF.
0010TA 1060-EXIT.
0010TB     EXIT.

002070*----------------------------------------------------------------
002080* 2000-APPLY-TXN - ROUTE ONE MAINTENANCE TRANSACTION. THE RATE
002090*                  FIELDS OF AN ADD OR CHANGE MUST PASS THE
002200             PERFORM 2200-CHANGE-POLICY THRU 2200-EXIT
002210         WHEN TX-DELETE
002220             PERFORM 2300-DELETE-POLICY THRU 2300-EXIT
002222         WHEN TX-ENDORSE
002224             PERFORM 2400-ENDORSE-POLICY THRU 2400-EXIT
002230         WHEN OTHER
002240             MOVE "UNKNOWN MAINTENANCE ACTION" TO RJ-REASON-CODE
002250             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002380     IF NOT WS-FIELDS-OK
002390         GO TO 2100-EXIT
002400     END-IF.
002402     IF TX-AGENT-ID NOT = SPACES
002404         PERFORM 2620-CHECK-AGENT-LICENSE THRU 2620-EXIT
002406         IF NOT WS-FIELDS-OK
002408             GO TO 2100-EXIT
00240A         END-IF
00240B     END-IF.
002460     MOVE SPACES TO POLMAST-REC.
002490     MOVE TX-POLICY-ID TO PM-POLICY-ID.
002500     MOVE FUNCTION NUMVAL(TX-BASE-RATE) TO PM-BASE-RATE.
002530         TO PM-RISK-FACTOR-1.
002540     MOVE FUNCTION NUMVAL(TX-RISK-FACTOR-2)
002550         TO PM-RISK-FACTOR-2.
002552     MOVE TX-AGENT-ID TO PM-AGENT-ID.
00255A     COMPUTE PM-TERM-PREMIUM = PM-BASE-RATE + PM-RISK-FACTOR-1
00255B         + PM-RISK-FACTOR-2.
002555     IF WS-SIMULATING
002556         GO TO 2100-APPLIED
002557     END-IF.
002670     MOVE SPACES TO AL-OLD-VALUE.
002680     MOVE PM-RISK-FACTOR-2 TO AL-NEW-VALUE.
002690     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002692     IF PM-AGENT-ID NOT = SPACES
002694         MOVE "AGENT-ID" TO AL-FIELD-NAME
002696         MOVE SPACES TO AL-OLD-VALUE
002698         MOVE PM-AGENT-ID TO AL-NEW-VALUE
00269A         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
00269B     END-IF.
002700     MOVE "ADDED" TO DL-ACTION-DESC.
002710     MOVE SPACES TO DL-NOTE.
002720     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
002880     IF NOT WS-FIELDS-OK
002890         GO TO 2200-EXIT
002900     END-IF.
002902     IF TX-AGENT-ID NOT = SPACES
002903             AND TX-AGENT-ID NOT = PM-AGENT-ID
002904         PERFORM 2620-CHECK-AGENT-LICENSE THRU 2620-EXIT
002906         IF NOT WS-FIELDS-OK
002908             GO TO 2200-EXIT
00290A         END-IF
00290B         MOVE "AGENT-ID" TO AL-FIELD-NAME
00290C         MOVE PM-AGENT-ID TO AL-OLD-VALUE
00290D         MOVE TX-AGENT-ID TO AL-NEW-VALUE
00290E         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
00290F         MOVE TX-AGENT-ID TO PM-AGENT-ID
00290G     END-IF.
00290H     COMPUTE WS-OLD-PREMIUM = PM-BASE-RATE + PM-RISK-FACTOR-1
00290I         + PM-RISK-FACTOR-2.
002910     PERFORM 2210-APPLY-RATE-CHANGES THRU 2210-EXIT.
002911     PERFORM 2220-CARRY-TERM-PREMIUM THRU 2220-EXIT.
00291A     IF NOT WS-SIMULATING
00291B         REWRITE POLMAST-REC
00291C     END-IF.
00291D     ADD 1 TO WS-APPLIED-COUNT.
00291E     MOVE "CHANGED" TO DL-ACTION-DESC.
00291F     MOVE SPACES TO DL-NOTE.
00291G     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
00291H 2200-EXIT.
00291I     EXIT.

00291J*----------------------------------------------------------------
00291K* 2210-APPLY-RATE-CHANGES - MOVE THE TRANSACTION'S RATE FIELDS
00291L*                           ONTO THE MASTER RECORD, AUDITING EACH
00291M*                           ONE THAT ACTUALLY CHANGES. SHARED BY
00291N*                           CHANGES AND ENDORSEMENTS.
00291O*----------------------------------------------------------------
00291P 2210-APPLY-RATE-CHANGES.
002920     IF FUNCTION NUMVAL(TX-BASE-RATE)
002930             NOT = PM-BASE-RATE
002940         MOVE "BASE-RATE" TO AL-FIELD-NAME
003160         MOVE PM-RISK-FACTOR-2 TO AL-NEW-VALUE
003170         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
003180     END-IF.
003182 2210-EXIT.
003184     EXIT.

00318A*----------------------------------------------------------------
00318B* 2220-CARRY-TERM-PREMIUM - A RATING CORRECTION RE-RATES THE WHOLE
00318C*                           TERM, SO THE TERM PREMIUM MOVES BY THE
00318D*                           SAME AMOUNT AS THE RATES. ENDORSEMENTS
00318E*                           ALREADY BILLED IN THE TERM STAY ON
00318F*                           THEIR OWN ITEMS. A RECORD WITH NO TERM
00318G*                           PREMIUM BILLS FROM ITS RATES AND NEEDS
00318H*                           NOTHING HERE.
00318I*----------------------------------------------------------------
00318J 2220-CARRY-TERM-PREMIUM.
00318K     IF PM-TERM-PREMIUM IS NOT NUMERIC
00318L             OR PM-TERM-PREMIUM = ZERO
00318M         GO TO 2220-EXIT
00318N     END-IF.
00318O     COMPUTE WS-NEW-PREMIUM = PM-BASE-RATE + PM-RISK-FACTOR-1
00318P         + PM-RISK-FACTOR-2.
00318Q     COMPUTE WS-TERM-PREMIUM = PM-TERM-PREMIUM
00318R         + WS-NEW-PREMIUM - WS-OLD-PREMIUM.
00318S     IF WS-TERM-PREMIUM < ZERO
00318T         MOVE ZERO TO WS-TERM-PREMIUM
00318U     END-IF.
00318V     MOVE WS-TERM-PREMIUM TO PM-TERM-PREMIUM.
00318W 2220-EXIT.
00318X     EXIT.

003260 2300-DELETE-POLICY.
003270     IF NOT WS-POLICY-FOUND
003420 2300-EXIT.
003430     EXIT.

003431*----------------------------------------------------------------
003432* 2400-ENDORSE-POLICY - A MID-TERM RATE CHANGE THAT MOVES THE
003433*                       PREMIUM. THE ENDORSEMENT DATE MUST FALL
003434*                       IN THE CURRENT TERM (PM-EFF-DATE PLUS
003435*                       365 DAYS); THE OLD-TO-NEW ANNUAL PREMIUM
003436*                       DIFFERENCE IS PRORATED OVER THE DAYS LEFT
003437*                       IN THE TERM, ROUNDED TO NEAREST.
0034A1*                       THE TERM PREMIUM IS LEFT AS BILLED -
0034A2*                       THE PRORATED DIFFERENCE BILLS ON ITS
0034A3*                       OWN THROUGH ENDTBILL.
003438*----------------------------------------------------------------
003439 2400-ENDORSE-POLICY.
00343A     IF NOT WS-POLICY-FOUND
00343B         MOVE "ENDORSEMENT OF POLICY NOT ON MASTER"
00343C             TO RJ-REASON-CODE
00343D         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
00343E         GO TO 2400-EXIT
00343F     END-IF.
00343G     IF PM-LAPSED
00343H         MOVE "ENDORSEMENT OF LAPSED POLICY" TO RJ-REASON-CODE
00343I         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
00343J         GO TO 2400-EXIT
00343K     END-IF.
00343L     IF PM-EFF-DATE IS NOT NUMERIC
00343M             OR TX-ENDT-DATE IS NOT NUMERIC
00343N         MOVE "ENDORSEMENT DATE OUTSIDE POLICY TERM"
00343O             TO RJ-REASON-CODE
00343P         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
00343Q         GO TO 2400-EXIT
00343R     END-IF.
00343S     MOVE "EXPND" TO DX-ACTION.
00343T     MOVE PM-EFF-DATE TO DX-DATE-YYMMDD.
00343U     CALL "DATEXPND" USING DATEXPND-PARMS.
00343V     MOVE DX-DATE-CCYYMMDD TO WS-DATE-CCYYMMDD.
00343W     COMPUTE WS-TERM-START-INT =
00343X         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
00343Y     MOVE "EXPND" TO DX-ACTION.
00343Z     MOVE TX-ENDT-DATE TO DX-DATE-YYMMDD.
003441     CALL "DATEXPND" USING DATEXPND-PARMS.
003442     MOVE DX-DATE-CCYYMMDD TO WS-ENDT-CCYYMMDD.
003443     MOVE WS-ENDT-CCYYMMDD TO WS-DATE-CCYYMMDD.
003444     COMPUTE WS-ENDT-INT =
003445         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
003446     COMPUTE WS-UNEXPIRED-DAYS =
003447         WS-TERM-START-INT + 365 - WS-ENDT-INT.
003448     IF WS-ENDT-INT < WS-TERM-START-INT
003449             OR WS-UNEXPIRED-DAYS <= ZERO
00344A         MOVE "ENDORSEMENT DATE OUTSIDE POLICY TERM"
00344B             TO RJ-REASON-CODE
00344C         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
00344D         GO TO 2400-EXIT
00344E     END-IF.
00344F     PERFORM 2600-EDIT-RATE-FIELDS THRU 2600-EXIT.
00344G     IF NOT WS-FIELDS-OK
00344H         GO TO 2400-EXIT
00344I     END-IF.
00344J     COMPUTE WS-OLD-PREMIUM = PM-BASE-RATE + PM-RISK-FACTOR-1
00344K         + PM-RISK-FACTOR-2.
00344L     PERFORM 2210-APPLY-RATE-CHANGES THRU 2210-EXIT.
00344M     COMPUTE WS-NEW-PREMIUM = PM-BASE-RATE + PM-RISK-FACTOR-1
00344N         + PM-RISK-FACTOR-2.
00344O     IF WS-NEW-PREMIUM > WS-OLD-PREMIUM
00344P         COMPUTE WS-PREMIUM-DIFF =
00344Q             WS-NEW-PREMIUM - WS-OLD-PREMIUM
00344R     ELSE
00344S         COMPUTE WS-PREMIUM-DIFF =
00344T             WS-OLD-PREMIUM - WS-NEW-PREMIUM
00344U     END-IF.
00344V     COMPUTE PR-AMOUNT = WS-PREMIUM-DIFF * WS-UNEXPIRED-DAYS.
00344W     MOVE 365 TO PR-DIVISOR.
00344X     SET PR-NEAREST TO TRUE.
00344Y     CALL "PRORATE" USING PRORATE-PARMS.
00344Z     MOVE PR-RESULT TO WS-ENDT-PREMIUM.
003451     IF NOT WS-SIMULATING
003452         REWRITE POLMAST-REC
003453         PERFORM 2410-ISSUE-ENDT-PREMIUM THRU 2410-EXIT
003454     END-IF.
003455     ADD 1 TO WS-APPLIED-COUNT.
003456     ADD 1 TO WS-ENDT-COUNT.
003457     MOVE "ENDT-DATE" TO AL-FIELD-NAME.
003458     MOVE SPACES TO AL-OLD-VALUE.
003459     MOVE TX-ENDT-DATE TO AL-NEW-VALUE.
00345A     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
00345B     MOVE "ENDT-PREMIUM" TO AL-FIELD-NAME.
00345C     MOVE WS-OLD-PREMIUM TO AL-OLD-VALUE.
00345D     MOVE WS-NEW-PREMIUM TO AL-NEW-VALUE.
00345E     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
00345F     MOVE "ENDORSED" TO DL-ACTION-DESC.
00345G     MOVE SPACES TO DL-NOTE.
00345H     EVALUATE TRUE
00345I         WHEN WS-ENDT-PREMIUM = ZERO
00345J             MOVE "NO PREMIUM CHANGE" TO DL-NOTE
00345K         WHEN WS-NEW-PREMIUM > WS-OLD-PREMIUM
00345L             STRING "ADDITIONAL PREMIUM " WS-ENDT-PREMIUM
00345M                 DELIMITED BY SIZE INTO DL-NOTE
00345N         WHEN OTHER
00345O             STRING "RETURN PREMIUM " WS-ENDT-PREMIUM
00345P                 DELIMITED BY SIZE INTO DL-NOTE
00345Q     END-EVALUATE.
00345R     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
00345S 2400-EXIT.
00345T     EXIT.

00345U*----------------------------------------------------------------
00345V* 2410-ISSUE-ENDT-PREMIUM - ADDITIONAL PREMIUM IS A NEW BILL ON
00345W*                           ENDTBILL. RETURN PREMIUM IS A CREDIT
00345X*                           ON ENDTBILL. CASHAPP POSTS EITHER
00345Y*                           ONE AS AN ENDORSEMENT ITEM OF ITS
00345Z*                           OWN; A CREDIT NOT SETTLED AGAINST
0034A4*                           OPEN ITEMS IS LEFT FOR THE ARREFUND
0034A5*                           SWEEP.
003461*----------------------------------------------------------------
003462 2410-ISSUE-ENDT-PREMIUM.
003463     IF WS-ENDT-PREMIUM = ZERO
003464         GO TO 2410-EXIT
003465     END-IF.
003466     MOVE SPACES TO ENDTBILL-REC.
003467     MOVE TX-POLICY-ID TO EB-POLICY-ID.
003468     MOVE TX-ENDT-DATE TO EB-EFF-DATE.
003469     IF WS-NEW-PREMIUM > WS-OLD-PREMIUM
00346A         MOVE WS-ENDT-PREMIUM TO EB-AMOUNT
00346B         WRITE ENDTBILL-REC
00346C         GO TO 2410-EXIT
00346D     END-IF.
00346E     COMPUTE EB-AMOUNT = ZERO - WS-ENDT-PREMIUM.
00346F     WRITE ENDTBILL-REC.
00346L 2410-EXIT.
00346M     EXIT.

003450*----------------------------------------------------------------
003460* 2500-FIND-POLICY - ONE KEYED READ AGAINST THE INDEXED MASTER.
003470*                    A HIT LEAVES THE RECORD IN THE FD AREA FOR
003940 2610-EXIT.
003950     EXIT.

0039D1*----------------------------------------------------------------
0039D2* 2620-CHECK-AGENT-LICENSE - NO BUSINESS IS WRITTEN UNDER AN AGENT
0039D3*                            THE SHARED LICENSING GUARD CANNOT
0039D4*                            CONFIRM AS LICENSED AND APPOINTED
0039D5*                            TODAY.
0039D6*----------------------------------------------------------------
0039D7 2620-CHECK-AGENT-LICENSE.
0039D8     MOVE "CHECK" TO LC-ACTION.
0039D9     MOVE TX-AGENT-ID TO LC-AGENT-ID.
0039DA     MOVE WS-RUN-CCYYMMDD TO LC-AS-OF-DATE.
0039DB     CALL "AGTLICCK" USING AGTLICCK-PARMS.
0039DC     IF NOT LC-AGENT-LICENSED
0039DD         MOVE "N" TO WS-FIELDS-OK-SW
0039DE         MOVE LC-REASON TO RJ-REASON-CODE
0039DF         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
0039DG     END-IF.
0039DH 2620-EXIT.
0039DI     EXIT.

003970 2700-WRITE-DETAIL.
003980     MOVE TX-POLICY-ID TO DL-POLICY-ID.
003990     WRITE POLMRPT-REC FROM WS-DETAIL-LINE.
004400     CLOSE POLMRPT.
004405     IF NOT WS-SIMULATING
004410         CLOSE POLMREJ
004412               ENDTBILL
004415     END-IF.
004420     MOVE "CLOSE" TO AL-ACTION.
004430     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
