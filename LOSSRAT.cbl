000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOSSRAT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. LOSS-RATIO REPORT FOR
000110*                  UNDERWRITING. EVERY POLICY ON POLMAST IS
000120*                  RATED (BASE PLUS BOTH RISK FACTORS, AS THE
000130*                  BILLING JOB PRICES IT), PLACED IN ITS TIERCTL
000140*                  RATING TIER, AND EARNS ITS ANNUAL PREMIUM
000150*                  DAY BY DAY FROM PM-EFF-DATE TO THE RUN DATE
000160*                  (OR ITS LAPSE DATE), CAPPED AT ONE YEAR.
000170*                  INCURRED LOSS PER CLAIM ON CLMMAST IS PAID-
000180*                  TO-DATE PLUS OPEN RESERVE. LOSSRPT SHOWS
000190*                  EARNED PREMIUM, INCURRED LOSS AND LOSS RATIO
000200*                  BY TIER, BY PM-AGENT-ID AND BY POLICY
000210*                  EFFECTIVE YEAR; A TIER OR AGENT OVER THE
000220*                  BIZPARM LOSSRATIOMAX PERCENTAGE (DEFAULT 70)
000230*                  IS FLAGGED FOR REPRICING REVIEW. NOTHING IS
000240*                  UPDATED.
00024A* 10/15/2026  RO   A POLICY EARNS ITS TERM PREMIUM AS BILLED
00024B*                  (PM-TERM-PREMIUM; THE RATES ONLY WHEN THE
00024C*                  TERM PREMIUM IS NOT SET), PLUS EACH ENDTHIST
00024D*                  ENDORSEMENT IN ITS TERM EARNED FROM THE
00024E*                  ENDORSEMENT'S OWN DATE, AS UPRCALC RESERVES
00024F*                  IT. THE RATING STILL PLACES THE POLICY IN ITS
00024G*                  TIER.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM.
000290 OBJECT-COMPUTER. IBM.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT POLMAST ASSIGN TO "POLMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS PM-POLICY-ID
000360         FILE STATUS IS WS-MAST-STATUS.
000370     SELECT CLMMAST ASSIGN TO "CLMMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS CL-CLAIM-NO
000410         ALTERNATE RECORD KEY IS CL-POLICY-ID
000420             WITH DUPLICATES
000430         FILE STATUS IS WS-CLM-STATUS.
000440     SELECT TIERCTL ASSIGN TO "TIERCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TIER-STATUS.
000470     SELECT BIZPARM ASSIGN TO "BIZPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000500     SELECT LOSSRPT ASSIGN TO "LOSSRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
00051A     SELECT ENDTHIST ASSIGN TO "ENDTHIST"
00051B         ORGANIZATION IS LINE SEQUENTIAL
00051C         FILE STATUS IS WS-EHIST-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  POLMAST.
000550 01  POLMAST-REC.
000560     05  PM-POLICY-ID             PIC X(10).
000570     05  FILLER                   PIC X(01).
000580     05  PM-BASE-RATE             PIC 9(04).
000590     05  FILLER                   PIC X(01).
000600     05  PM-RISK-FACTOR-1         PIC 9(04).
000610     05  FILLER                   PIC X(01).
000620     05  PM-RISK-FACTOR-2         PIC 9(04).
000630     05  FILLER                   PIC X(01).
000640     05  PM-STATUS                PIC X(01).
000650         88  PM-LAPSED                      VALUE "L".
000660     05  FILLER                   PIC X(01).
000670     05  PM-LAPSE-DATE            PIC X(06).
000680     05  FILLER                   PIC X(01).
000690     05  PM-PAY-PLAN              PIC X(01).
000700     05  FILLER                   PIC X(01).
000710     05  PM-DEBIT-AUTH            PIC X(01).
000720     05  FILLER                   PIC X(01).
000730     05  PM-AGENT-ID              PIC X(06).
000740     05  FILLER                   PIC X(01).
000750     05  PM-EFF-DATE              PIC X(06).
000760     05  FILLER                   PIC X(01).
00076A     05  PM-TERM-PREMIUM          PIC 9(05).
00076B     05  FILLER                   PIC X(22).

000770 FD  CLMMAST.
000780 01  CLMMAST-REC.
000790     05  CL-CLAIM-NO              PIC X(10).
000800     05  FILLER                   PIC X(01).
000810     05  CL-POLICY-ID             PIC X(10).
000820     05  FILLER                   PIC X(01).
000830     05  CL-LOSS-DATE             PIC 9(08).
000840     05  FILLER                   PIC X(01).
000850     05  CL-REPORT-DATE           PIC 9(08).
000860     05  FILLER                   PIC X(01).
000870     05  CL-STATUS                PIC X(01).
000880     05  FILLER                   PIC X(01).
000890     05  CL-RESERVE               PIC 9(09).
000900     05  FILLER                   PIC X(01).
000910     05  CL-PAID-TO-DATE          PIC 9(09).
000920     05  FILLER                   PIC X(39).

000930 FD  TIERCTL
000940     RECORDING MODE IS F.
000950 01  TIERCTL-REC                  PIC X(80).

000960 FD  BIZPARM
000970     RECORDING MODE IS F.
000980 01  BIZPARM-REC                  PIC X(80).

000990 FD  LOSSRPT
001000     RECORDING MODE IS F.
001010 01  LOSSRPT-REC                  PIC X(80).

00101A FD  ENDTHIST
00101B     RECORDING MODE IS F.
00101C 01  ENDTHIST-REC.
00101D     05  EH-POLICY-ID             PIC X(10).
00101E     05  FILLER                   PIC X(01).
00101F     05  EH-EFF-DATE              PIC 9(08).
00101G     05  FILLER                   PIC X(01).
00101H     05  EH-AMOUNT                PIC S9(09) SIGN LEADING
00101I                                            SEPARATE.
00101J     05  FILLER                   PIC X(01).
00101K     05  EH-POST-DATE             PIC 9(08).
00101L     05  FILLER                   PIC X(41).

001020 WORKING-STORAGE SECTION.
001030 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001040     88  WS-EOF                             VALUE "Y".
001050 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
001060 77  WS-CLM-STATUS                PIC X(02) VALUE SPACES.
001070 77  WS-TIER-STATUS               PIC X(02) VALUE SPACES.
001080 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
00108A 77  WS-EHIST-STATUS              PIC X(02) VALUE SPACES.
00108B 77  WS-E                         PIC 9(05) COMP.
001090 77  WS-A                         PIC 9(05) COMP.
001100 77  WS-PT-IDX                    PIC 9(05) VALUE ZERO COMP.
001110 77  WS-TR                        PIC 9(03) COMP.
001120 77  WS-AG-IDX                    PIC 9(03) VALUE ZERO COMP.
001130 77  WS-YR-IDX                    PIC 9(03) VALUE ZERO COMP.
001140 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001150 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001160 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001170 77  WS-TODAY-INT                 PIC 9(08) VALUE ZERO.
001180 77  WS-EFF-INT                   PIC 9(08) VALUE ZERO.
001190 77  WS-END-INT                   PIC 9(08) VALUE ZERO.
00119A 77  WS-CUTOFF-INT                PIC 9(08) VALUE ZERO.
00119B 77  WS-ENDT-INT                  PIC 9(08) VALUE ZERO.
00119C 77  WS-UNEXPIRED-DAYS            PIC S9(05) VALUE ZERO.
00119D 77  WS-ENDT-DAYS                 PIC S9(05) VALUE ZERO.
00119E 77  WS-ENDT-EARNED               PIC S9(09) VALUE ZERO.
001200 77  WS-DATE-CCYYMMDD             PIC 9(08) VALUE ZERO.
001210 77  WS-DAYS-IN-FORCE             PIC S9(05) VALUE ZERO.
001220 77  WS-RATING                    PIC 9(05) VALUE ZERO.
00122A 77  WS-PREMIUM                   PIC 9(05) VALUE ZERO.
001230 77  WS-EARNED                    PIC S9(09) VALUE ZERO.
001240 77  WS-INCURRED                  PIC 9(09) VALUE ZERO.
001250 77  WS-LOOKUP-ID                 PIC X(10) VALUE SPACES.
001260 77  WS-RATIO-MAX                 PIC 9(05) VALUE 70.
001270 77  WS-RATIO                     PIC 9(05)V9 VALUE ZERO.
001280 77  WS-POLICY-COUNT              PIC 9(05) VALUE ZERO COMP.
001290 77  WS-CLAIM-COUNT               PIC 9(05) VALUE ZERO COMP.
001300 77  WS-UNMATCHED-COUNT           PIC 9(05) VALUE ZERO COMP.
001310 77  WS-FLAG-COUNT                PIC 9(05) VALUE ZERO COMP.
001320 77  WS-TOT-EARNED                PIC 9(11) VALUE ZERO.
001330 77  WS-TOT-INCURRED              PIC 9(11) VALUE ZERO.
001340 77  WS-GRP-EARNED                PIC 9(11) VALUE ZERO.
001350 77  WS-GRP-INCURRED              PIC 9(11) VALUE ZERO.

001360 01  WS-POLICY-TABLE.
001370     05  WS-PT-COUNT              PIC 9(05) VALUE ZERO COMP.
001380     05  PT-ENTRY OCCURS 2000 TIMES
001390                  INDEXED BY PT-IDX.
001400         10  PT-POLICY-ID         PIC X(10).
001410         10  PT-TIER-SLOT         PIC 9(03) COMP.
001420         10  PT-AGENT-SLOT        PIC 9(03) COMP.
001430         10  PT-YEAR-SLOT         PIC 9(03) COMP.

00143A 01  WS-ENDT-TABLE.
00143B     05  WS-ET-COUNT              PIC 9(05) VALUE ZERO COMP.
00143C     05  ET-ENTRY OCCURS 5000 TIMES
00143D                  INDEXED BY ET-IDX.
00143E         10  ET-POLICY-ID         PIC X(10).
00143F         10  ET-EFF-INT           PIC 9(08).
00143G         10  ET-AMOUNT            PIC S9(09).

001440*    ONE SLOT PER TIERCTL TIER, PLUS SLOT 21 FOR A RATING ABOVE
001450*    EVERY BOUND SO NO POLICY DROPS OUT OF THE TOTALS
001460 01  WS-TIER-TOTALS.
001470     05  TT-ENTRY OCCURS 21 TIMES
001480                  INDEXED BY TT-IDX.
001490         10  TT-POLICIES          PIC 9(05) COMP.
001500         10  TT-CLAIMS            PIC 9(05) COMP.
001510         10  TT-EARNED            PIC 9(11).
001520         10  TT-INCURRED          PIC 9(11).

001530 01  WS-AGENT-TOTALS.
001540     05  WS-AT-COUNT              PIC 9(03) VALUE ZERO COMP.
001550     05  AT-ENTRY OCCURS 200 TIMES
001560                  INDEXED BY AT-IDX.
001570         10  AT-AGENT-ID          PIC X(06).
001580         10  AT-POLICIES          PIC 9(05) COMP.
001590         10  AT-CLAIMS            PIC 9(05) COMP.
001600         10  AT-EARNED            PIC 9(11).
001610         10  AT-INCURRED          PIC 9(11).

001620 01  WS-YEAR-TOTALS.
001630     05  WS-YT-COUNT              PIC 9(03) VALUE ZERO COMP.
001640     05  YT-ENTRY OCCURS 50 TIMES
001650                  INDEXED BY YT-IDX.
001660         10  YT-YEAR              PIC 9(04).
001670         10  YT-POLICIES          PIC 9(05) COMP.
001680         10  YT-CLAIMS            PIC 9(05) COMP.
001690         10  YT-EARNED            PIC 9(11).
001700         10  YT-INCURRED          PIC 9(11).

001710 01  WS-EFF-CCYYMMDD              PIC 9(08) VALUE ZERO.
001720 01  WS-EFF-PARTS REDEFINES WS-EFF-CCYYMMDD.
001730     05  WS-EFF-CCYY              PIC 9(04).
001740     05  WS-EFF-MMDD              PIC 9(04).

001750 COPY TIERCTL.
001760 COPY PARMCTL.
001770 COPY RPTHDR.
001780 COPY BDATLINK.
001790 COPY DATXLINK.

001800 01  WS-TITLE-LINE.
001810     05  FILLER                  PIC X(44) VALUE
001820         "LOSS RATIO BY TIER, AGENT AND POLICY YEAR".
001830     05  FILLER                  PIC X(36) VALUE SPACES.

001840 01  WS-SECTION-LINE.
001850     05  FILLER                  PIC X(04) VALUE "BY  ".
001860     05  SH-SECTION-NAME          PIC X(12).
001870     05  FILLER                  PIC X(64) VALUE SPACES.

001880 01  WS-HDG-LINE.
001890     05  FILLER                  PIC X(80) VALUE
001900         "GROUP       POLICIES CLAIMS      EARNED    INCURRED   R
001910-        "ATIO%".

001920 01  WS-DETAIL-LINE.
001930     05  DL-GROUP                 PIC X(10).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  DL-POLICIES              PIC ZZZZ9.
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  DL-CLAIMS                PIC ZZZZ9.
001980     05  FILLER                  PIC X(01) VALUE SPACES.
001990     05  DL-EARNED                PIC ZZZZZZZZZZ9.
002000     05  FILLER                  PIC X(01) VALUE SPACES.
002010     05  DL-INCURRED              PIC ZZZZZZZZZZ9.
002020     05  FILLER                  PIC X(01) VALUE SPACES.
002030     05  DL-RATIO                 PIC ZZZZ9.9.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  DL-FLAG                  PIC X(12).
002060     05  FILLER                  PIC X(10) VALUE SPACES.

002070 01  WS-TOTAL-LINE.
002080     05  FILLER                  PIC X(16) VALUE
002090         "TOTAL EARNED:   ".
002100     05  TL-EARNED                PIC ZZZZZZZZZZ9.
002110     05  FILLER                  PIC X(12) VALUE
002120         "  INCURRED: ".
002130     05  TL-INCURRED              PIC ZZZZZZZZZZ9.
002140     05  FILLER                  PIC X(09) VALUE "  RATIO: ".
002150     05  TL-RATIO                 PIC ZZZZ9.9.
002160     05  FILLER                  PIC X(14) VALUE SPACES.

002170 01  WS-SUMMARY-LINE.
002180     05  FILLER                  PIC X(11) VALUE "POLICIES:  ".
002190     05  SL-POLICY-COUNT          PIC ZZZZ9.
002200     05  FILLER                  PIC X(10) VALUE "  CLAIMS: ".
002210     05  SL-CLAIM-COUNT           PIC ZZZZ9.
002220     05  FILLER                  PIC X(20) VALUE
002230         "  NO POLICY ON FILE:".
002240     05  SL-UNMATCHED-COUNT       PIC ZZZZ9.
002250     05  FILLER                  PIC X(11) VALUE "  FLAGGED: ".
002260     05  SL-FLAG-COUNT            PIC ZZZZ9.
002270     05  FILLER                  PIC X(08) VALUE SPACES.

002280 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-LOAD-POLICY THRU 2000-EXIT
002330         UNTIL WS-EOF.
002340     CLOSE POLMAST.
002350     MOVE "N" TO WS-EOF-SW.
002360     PERFORM 3000-APPLY-CLAIMS THRU 3000-EXIT.
002370     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
002380     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002390     STOP RUN.

002400*----------------------------------------------------------------
002410* 1000-INITIALIZE - THE BUSINESS DATE, THE TIER BOUNDS, THE
002420*                   RATIO THRESHOLD AND THE ENDORSEMENTS, THEN
00242A*                   THE POLICY MASTER.
002430*----------------------------------------------------------------
002440 1000-INITIALIZE.
002450     MOVE "GET" TO BU-ACTION.
002460     CALL "BUSDATE" USING BUSDATE-PARMS.
002470     MOVE BU-BUS-DATE TO WS-RUN-CCYYMMDD.
002480     MOVE BU-BUS-DATE TO WS-RUN-DATE.
002490     ACCEPT WS-RUN-TIME FROM TIME.
002500     MOVE WS-RUN-CCYYMMDD TO WS-DATE-CCYYMMDD.
002510     COMPUTE WS-TODAY-INT =
002520         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
002530     INITIALIZE WS-TIER-TOTALS.
002540     OPEN OUTPUT LOSSRPT.
002550     MOVE "LOSSRAT" TO RH-PROGRAM-ID.
002560     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002570     MOVE WS-RUN-TIME TO RH-RUN-ID.
002580     MOVE 1 TO RH-PAGE-NUMBER.
002590     WRITE LOSSRPT-REC FROM RH-REPORT-HEADER.
002600     WRITE LOSSRPT-REC FROM WS-TITLE-LINE.
002610     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002620     PERFORM 1200-LOAD-TIERS THRU 1200-EXIT.
00262A     PERFORM 1300-LOAD-ENDORSEMENTS THRU 1300-EXIT.
002630     OPEN INPUT POLMAST.
002640     IF WS-MAST-STATUS NOT = "00"
002650         DISPLAY "LOSSRAT - POLMAST OPEN FAILED, STATUS "
002660             WS-MAST-STATUS " - RUN ABORTED"
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700 1000-EXIT.
002710     EXIT.

002720 1100-SCAN-PARMS.
002730     OPEN INPUT BIZPARM.
002740     IF WS-PARM-STATUS NOT = "00"
002750         GO TO 1100-EXIT
002760     END-IF.
002770     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
002780         UNTIL WS-EOF.
002790     CLOSE BIZPARM.
002800     MOVE "N" TO WS-EOF-SW.
002810 1100-EXIT.
002820     EXIT.

002830 1110-SCAN-ONE-PARM.
002840     READ BIZPARM
002850         AT END
002860             SET WS-EOF TO TRUE
002870         NOT AT END
002880             MOVE BIZPARM-REC TO PC-PARM-RECORD
002890             IF PC-PARM-NAME = "LOSSRATIOMAX"
002900                     AND PC-PARM-VALUE > ZERO
002910                 MOVE PC-PARM-VALUE TO WS-RATIO-MAX
002920             END-IF
002930     END-READ.
002940 1110-EXIT.
002950     EXIT.

002960 1200-LOAD-TIERS.
002970     OPEN INPUT TIERCTL.
002980     IF WS-TIER-STATUS NOT = "00"
002990         GO TO 1200-EXIT
003000     END-IF.
003010     PERFORM 1210-LOAD-ONE-TIER THRU 1210-EXIT
003020         UNTIL WS-EOF.
003030     CLOSE TIERCTL.
003040     MOVE "N" TO WS-EOF-SW.
003050 1200-EXIT.
003060     EXIT.

003070 1210-LOAD-ONE-TIER.
003080     READ TIERCTL
003090         AT END
003100             SET WS-EOF TO TRUE
003110         NOT AT END
003120             IF TC-TIER-COUNT < 20
003130                 ADD 1 TO TC-TIER-COUNT
003140                 SET TC-IDX TO TC-TIER-COUNT
003150                 MOVE TIERCTL-REC (1:10)
003160                     TO TC-TIER-NAME(TC-IDX)
003170                 MOVE FUNCTION NUMVAL(TIERCTL-REC (12:5))
003180                     TO TC-TIER-MAX(TC-IDX)
003190             END-IF
003200     END-READ.
003210 1210-EXIT.
003220     EXIT.

00322A*----------------------------------------------------------------
00322B* 1300-LOAD-ENDORSEMENTS - THE ENDORSEMENT HISTORY CASHAPP KEEPS,
00322C*                          BACK TO ONE YEAR BEFORE TODAY. NO
00322D*                          ENDTHIST YET (STATUS 35) MEANS NO
00322E*                          ENDORSEMENT HAS BEEN BILLED.
00322F*----------------------------------------------------------------
00322G 1300-LOAD-ENDORSEMENTS.
00322H     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - 365.
00322I     OPEN INPUT ENDTHIST.
00322J     IF WS-EHIST-STATUS NOT = "00"
00322K         GO TO 1300-EXIT
00322L     END-IF.
00322M     PERFORM 1310-LOAD-ONE-ENDORSEMENT THRU 1310-EXIT
00322N         UNTIL WS-EOF.
00322O     CLOSE ENDTHIST.
00322P     MOVE "N" TO WS-EOF-SW.
00322Q 1300-EXIT.
00322R     EXIT.

00322T 1310-LOAD-ONE-ENDORSEMENT.
00322U     READ ENDTHIST
00322V         AT END
00322W             SET WS-EOF TO TRUE
00322X             GO TO 1310-EXIT
00322Y     END-READ.
00322Z     IF EH-EFF-DATE IS NOT NUMERIC
0032A1         GO TO 1310-EXIT
0032A2     END-IF.
0032A3     MOVE EH-EFF-DATE TO WS-DATE-CCYYMMDD.
0032A4     COMPUTE WS-ENDT-INT =
0032A5         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
0032A6     IF WS-ENDT-INT < WS-CUTOFF-INT
0032A7         GO TO 1310-EXIT
0032A8     END-IF.
0032A9     IF WS-ET-COUNT >= 5000
0032AA         DISPLAY "LOSSRAT - ENDTHIST EXCEEDS THE 5000-"
0032AB             "ENDORSEMENT TABLE - RUN ABORTED"
0032AC         MOVE 16 TO RETURN-CODE
0032AD         STOP RUN
0032AE     END-IF.
0032AF     ADD 1 TO WS-ET-COUNT.
0032AG     SET ET-IDX TO WS-ET-COUNT.
0032AH     MOVE EH-POLICY-ID TO ET-POLICY-ID(ET-IDX).
0032AI     MOVE WS-ENDT-INT TO ET-EFF-INT(ET-IDX).
0032AJ     MOVE EH-AMOUNT TO ET-AMOUNT(ET-IDX).
0032AK 1310-EXIT.
0032AL     EXIT.

003230*----------------------------------------------------------------
003240* 2000-LOAD-POLICY - RATE, TIER AND EARN ONE POLICY, POST ITS
003250*                    EARNED PREMIUM TO ITS TIER, AGENT AND YEAR
003260*                    AND REMEMBER WHERE IT WENT SO ITS CLAIMS
003270*                    LAND IN THE SAME GROUPS.
003280*----------------------------------------------------------------
003290 2000-LOAD-POLICY.
003300     READ POLMAST
003310         AT END
003320             SET WS-EOF TO TRUE
003330             GO TO 2000-EXIT
003340     END-READ.
003350     IF WS-PT-COUNT >= 2000
003360         DISPLAY "LOSSRAT - POLMAST EXCEEDS THE 2000-"
003370             "POLICY TABLE - RUN ABORTED"
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     ADD 1 TO WS-POLICY-COUNT.
003420     ADD 1 TO WS-PT-COUNT.
003430     SET PT-IDX TO WS-PT-COUNT.
003440     MOVE PM-POLICY-ID TO PT-POLICY-ID(PT-IDX).
003450     COMPUTE WS-RATING = PM-BASE-RATE + PM-RISK-FACTOR-1
003460         + PM-RISK-FACTOR-2.
003470     PERFORM 2100-FIND-TIER THRU 2100-EXIT.
003480     PERFORM 2200-EARN-PREMIUM THRU 2200-EXIT.
003490     PERFORM 2300-FIND-AGENT THRU 2300-EXIT.
003500     PERFORM 2400-FIND-YEAR THRU 2400-EXIT.
003510     MOVE WS-TR TO PT-TIER-SLOT(PT-IDX).
003520     MOVE WS-AG-IDX TO PT-AGENT-SLOT(PT-IDX).
003530     MOVE WS-YR-IDX TO PT-YEAR-SLOT(PT-IDX).
003540     ADD 1 TO TT-POLICIES(WS-TR).
003550     ADD WS-EARNED TO TT-EARNED(WS-TR).
003560     ADD 1 TO AT-POLICIES(WS-AG-IDX).
003570     ADD WS-EARNED TO AT-EARNED(WS-AG-IDX).
003580     ADD 1 TO YT-POLICIES(WS-YR-IDX).
003590     ADD WS-EARNED TO YT-EARNED(WS-YR-IDX).
003600     ADD WS-EARNED TO WS-TOT-EARNED.
003610 2000-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------
003640* 2100-FIND-TIER - FIRST TIER WHOSE BOUND THE RATING IS BELOW.
003650*                  A RATING ABOVE EVERY BOUND GOES TO SLOT 21.
003660*----------------------------------------------------------------
003670 2100-FIND-TIER.
003680     MOVE ZERO TO WS-TR.
003690     PERFORM 2110-MATCH-TIER THRU 2110-EXIT
003700         VARYING WS-A FROM 1 BY 1
003710         UNTIL WS-A > TC-TIER-COUNT OR WS-TR > ZERO.
003720     IF WS-TR = ZERO
003730         MOVE 21 TO WS-TR
003740     END-IF.
003750 2100-EXIT.
003760     EXIT.

003770 2110-MATCH-TIER.
003780     IF WS-RATING < TC-TIER-MAX(WS-A)
003782         MOVE WS-A TO WS-TR
003784     END-IF.
003790 2110-EXIT.
003800     EXIT.

003810*----------------------------------------------------------------
003820* 2200-EARN-PREMIUM - DAYS IN FORCE FROM THE EFFECTIVE DATE TO
003830*                     TODAY, OR TO THE LAPSE DATE FOR A LAPSED
003840*                     POLICY, CAPPED AT THE 365-DAY TERM. A
003850*                     POLICY WITH NO EFFECTIVE DATE EARNS NOTHING.
00385A*                     THE PREMIUM IS THE TERM PREMIUM AS BILLED
00385B*                     (THE RATING ONLY WHEN IT IS NOT SET); EACH
00385C*                     ENDORSEMENT IN THE TERM IS ADDED IN, EARNED
00385D*                     FROM ITS OWN DATE. A TERM CREDITED BACK
00385E*                     BELOW NOTHING EARNS NOTHING.
003860*----------------------------------------------------------------
003870 2200-EARN-PREMIUM.
003880     MOVE ZERO TO WS-EARNED.
003890     MOVE ZERO TO WS-EFF-CCYYMMDD.
003900     IF PM-EFF-DATE IS NOT NUMERIC
003910         GO TO 2200-EXIT
003920     END-IF.
003930     MOVE "EXPND" TO DX-ACTION.
003940     MOVE PM-EFF-DATE TO DX-DATE-YYMMDD.
003950     CALL "DATEXPND" USING DATEXPND-PARMS.
003960     MOVE DX-DATE-CCYYMMDD TO WS-EFF-CCYYMMDD.
003970     MOVE WS-EFF-CCYYMMDD TO WS-DATE-CCYYMMDD.
003980     COMPUTE WS-EFF-INT =
003990         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
004000     MOVE WS-TODAY-INT TO WS-END-INT.
004010     IF PM-LAPSED AND PM-LAPSE-DATE IS NUMERIC
004020         MOVE "EXPND" TO DX-ACTION
004030         MOVE PM-LAPSE-DATE TO DX-DATE-YYMMDD
004040         CALL "DATEXPND" USING DATEXPND-PARMS
004050         MOVE DX-DATE-CCYYMMDD TO WS-DATE-CCYYMMDD
004060         COMPUTE WS-END-INT =
004070             FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
004080     END-IF.
004090     COMPUTE WS-DAYS-IN-FORCE = WS-END-INT - WS-EFF-INT.
004100     IF WS-DAYS-IN-FORCE <= ZERO
004110         GO TO 2200-EXIT
004120     END-IF.
004130     IF WS-DAYS-IN-FORCE > 365
004140         MOVE 365 TO WS-DAYS-IN-FORCE
004150     END-IF.
00415A     IF PM-TERM-PREMIUM IS NUMERIC AND PM-TERM-PREMIUM > ZERO
00415B         MOVE PM-TERM-PREMIUM TO WS-PREMIUM
00415C     ELSE
00415D         MOVE WS-RATING TO WS-PREMIUM
00415E     END-IF.
004160     COMPUTE WS-EARNED ROUNDED =
004170         WS-PREMIUM * WS-DAYS-IN-FORCE / 365.
00417A     PERFORM 2210-EARN-ONE-ENDORSEMENT THRU 2210-EXIT
00417B         VARYING WS-E FROM 1 BY 1
00417C         UNTIL WS-E > WS-ET-COUNT.
00417D     IF WS-EARNED < ZERO
00417E         MOVE ZERO TO WS-EARNED
00417F     END-IF.
004180 2200-EXIT.
004190     EXIT.

00419A*----------------------------------------------------------------
00419B* 2210-EARN-ONE-ENDORSEMENT - AN ENDORSEMENT OF THIS POLICY DATED
00419C*                             IN ITS CURRENT TERM WAS BILLED FOR
00419D*                             THE DAYS LEFT IN THE TERM, SO IT
00419E*                             EARNS OVER THOSE DAYS FROM ITS
00419F*                             EFFECTIVE DATE TO TODAY (OR THE
00419G*                             LAPSE DATE).
00419H*----------------------------------------------------------------
00419I 2210-EARN-ONE-ENDORSEMENT.
00419J     SET ET-IDX TO WS-E.
00419K     IF ET-POLICY-ID(ET-IDX) NOT = PM-POLICY-ID
00419L             OR ET-EFF-INT(ET-IDX) < WS-EFF-INT
00419M             OR ET-EFF-INT(ET-IDX) NOT < WS-EFF-INT + 365
00419N         GO TO 2210-EXIT
00419O     END-IF.
00419P     COMPUTE WS-UNEXPIRED-DAYS =
00419Q         WS-EFF-INT + 365 - ET-EFF-INT(ET-IDX).
00419R     COMPUTE WS-ENDT-DAYS = WS-END-INT - ET-EFF-INT(ET-IDX).
00419S     IF WS-ENDT-DAYS < ZERO
00419T         MOVE ZERO TO WS-ENDT-DAYS
00419U     END-IF.
00419V     IF WS-ENDT-DAYS > WS-UNEXPIRED-DAYS
00419W         MOVE WS-UNEXPIRED-DAYS TO WS-ENDT-DAYS
00419X     END-IF.
00419Y     COMPUTE WS-ENDT-EARNED ROUNDED = ET-AMOUNT(ET-IDX)
00419Z         * WS-ENDT-DAYS / WS-UNEXPIRED-DAYS.
0041A1     ADD WS-ENDT-EARNED TO WS-EARNED.
0041A2 2210-EXIT.
0041A3     EXIT.

004200 2300-FIND-AGENT.
004210     MOVE ZERO TO WS-AG-IDX.
004220     PERFORM 2310-MATCH-AGENT THRU 2310-EXIT
004230         VARYING WS-A FROM 1 BY 1
004240         UNTIL WS-A > WS-AT-COUNT OR WS-AG-IDX > ZERO.
004250     IF WS-AG-IDX > ZERO
004260         GO TO 2300-EXIT
004270     END-IF.
004280     IF WS-AT-COUNT >= 200
004290         DISPLAY "LOSSRAT - AGENTS EXCEED THE 200-"
004300             "AGENT TABLE - RUN ABORTED"
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340     ADD 1 TO WS-AT-COUNT.
004350     MOVE WS-AT-COUNT TO WS-AG-IDX.
004360     SET AT-IDX TO WS-AG-IDX.
004370     MOVE PM-AGENT-ID TO AT-AGENT-ID(AT-IDX).
004380     MOVE ZERO TO AT-POLICIES(AT-IDX)
004390                  AT-CLAIMS(AT-IDX)
004400                  AT-EARNED(AT-IDX)
004410                  AT-INCURRED(AT-IDX).
004420 2300-EXIT.
004430     EXIT.

004440 2310-MATCH-AGENT.
004450     IF AT-AGENT-ID(WS-A) = PM-AGENT-ID
004460         MOVE WS-A TO WS-AG-IDX
004470     END-IF.
004480 2310-EXIT.
004490     EXIT.

004500 2400-FIND-YEAR.
004510     MOVE ZERO TO WS-YR-IDX.
004520     PERFORM 2410-MATCH-YEAR THRU 2410-EXIT
004530         VARYING WS-A FROM 1 BY 1
004540         UNTIL WS-A > WS-YT-COUNT OR WS-YR-IDX > ZERO.
004550     IF WS-YR-IDX > ZERO
004560         GO TO 2400-EXIT
004570     END-IF.
004580     IF WS-YT-COUNT >= 50
004590         DISPLAY "LOSSRAT - POLICY YEARS EXCEED THE 50-"
004600             "YEAR TABLE - RUN ABORTED"
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640     ADD 1 TO WS-YT-COUNT.
004650     MOVE WS-YT-COUNT TO WS-YR-IDX.
004660     SET YT-IDX TO WS-YR-IDX.
004670     MOVE WS-EFF-CCYY TO YT-YEAR(YT-IDX).
004680     MOVE ZERO TO YT-POLICIES(YT-IDX)
004690                  YT-CLAIMS(YT-IDX)
004700                  YT-EARNED(YT-IDX)
004710                  YT-INCURRED(YT-IDX).
004720 2400-EXIT.
004730     EXIT.

004740 2410-MATCH-YEAR.
004750     IF YT-YEAR(WS-A) = WS-EFF-CCYY
004760         MOVE WS-A TO WS-YR-IDX
004770     END-IF.
004780 2410-EXIT.
004790     EXIT.

004800*----------------------------------------------------------------
004810* 3000-APPLY-CLAIMS - EVERY CLAIM, OPEN OR CLOSED, INCURS ITS
004820*                     PAID-TO-DATE PLUS ITS OPEN RESERVE AGAINST
004830*                     ITS POLICY'S GROUPS. NO CLAIMS MASTER YET
004840*                     MEANS NO LOSSES.
004850*----------------------------------------------------------------
004860 3000-APPLY-CLAIMS.
004870     OPEN INPUT CLMMAST.
004880     IF WS-CLM-STATUS NOT = "00"
004890         GO TO 3000-EXIT
004900     END-IF.
004910     PERFORM 3100-APPLY-ONE-CLAIM THRU 3100-EXIT
004920         UNTIL WS-EOF.
004930     CLOSE CLMMAST.
004940     MOVE "N" TO WS-EOF-SW.
004950 3000-EXIT.
004960     EXIT.

004970 3100-APPLY-ONE-CLAIM.
004980     READ CLMMAST
004990         AT END
005000             SET WS-EOF TO TRUE
005010             GO TO 3100-EXIT
005020     END-READ.
005030     ADD 1 TO WS-CLAIM-COUNT.
005040     COMPUTE WS-INCURRED = CL-PAID-TO-DATE + CL-RESERVE.
005050     ADD WS-INCURRED TO WS-TOT-INCURRED.
005060     MOVE CL-POLICY-ID TO WS-LOOKUP-ID.
005070     MOVE ZERO TO WS-PT-IDX.
005080     PERFORM 3110-MATCH-POLICY THRU 3110-EXIT
005090         VARYING WS-A FROM 1 BY 1
005100         UNTIL WS-A > WS-PT-COUNT OR WS-PT-IDX > ZERO.
005110     IF WS-PT-IDX = ZERO
005120         ADD 1 TO WS-UNMATCHED-COUNT
005130         GO TO 3100-EXIT
005140     END-IF.
005150     SET PT-IDX TO WS-PT-IDX.
005160     MOVE PT-TIER-SLOT(PT-IDX) TO WS-TR.
005170     MOVE PT-AGENT-SLOT(PT-IDX) TO WS-AG-IDX.
005180     MOVE PT-YEAR-SLOT(PT-IDX) TO WS-YR-IDX.
005190     ADD 1 TO TT-CLAIMS(WS-TR).
005200     ADD WS-INCURRED TO TT-INCURRED(WS-TR).
005210     ADD 1 TO AT-CLAIMS(WS-AG-IDX).
005220     ADD WS-INCURRED TO AT-INCURRED(WS-AG-IDX).
005230     ADD 1 TO YT-CLAIMS(WS-YR-IDX).
005240     ADD WS-INCURRED TO YT-INCURRED(WS-YR-IDX).
005250 3100-EXIT.
005260     EXIT.

005270 3110-MATCH-POLICY.
005280     IF PT-POLICY-ID(WS-A) = WS-LOOKUP-ID
005290         MOVE WS-A TO WS-PT-IDX
005300     END-IF.
005310 3110-EXIT.
005320     EXIT.

005330*----------------------------------------------------------------
005340* 4000-PRINT-REPORT - THE THREE GROUPINGS, EACH UNDER ITS OWN
005350*                     HEADING. ONLY TIERS AND AGENTS ARE FLAGGED
005360*                     - A POLICY YEAR IS NOT SOMETHING WE CAN
005370*                     REPRICE.
005380*----------------------------------------------------------------
005390 4000-PRINT-REPORT.
005400     MOVE "RATING TIER" TO SH-SECTION-NAME.
005410     PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT.
005420     PERFORM 4100-PRINT-ONE-TIER THRU 4100-EXIT
005430         VARYING WS-TR FROM 1 BY 1
005440         UNTIL WS-TR > 21.
005450     MOVE "AGENT" TO SH-SECTION-NAME.
005460     PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT.
005470     PERFORM 4200-PRINT-ONE-AGENT THRU 4200-EXIT
005480         VARYING WS-A FROM 1 BY 1
005490         UNTIL WS-A > WS-AT-COUNT.
005500     MOVE "POLICY YEAR" TO SH-SECTION-NAME.
005510     PERFORM 4900-PRINT-HEADINGS THRU 4900-EXIT.
005520     PERFORM 4300-PRINT-ONE-YEAR THRU 4300-EXIT
005530         VARYING WS-A FROM 1 BY 1
005540         UNTIL WS-A > WS-YT-COUNT.
005550     WRITE LOSSRPT-REC FROM WS-BLANK-LINE.
005560     MOVE WS-TOT-EARNED TO WS-GRP-EARNED.
005570     MOVE WS-TOT-INCURRED TO WS-GRP-INCURRED.
005580     PERFORM 4800-COMPUTE-RATIO THRU 4800-EXIT.
005590     MOVE WS-TOT-EARNED TO TL-EARNED.
005600     MOVE WS-TOT-INCURRED TO TL-INCURRED.
005610     MOVE WS-RATIO TO TL-RATIO.
005620     WRITE LOSSRPT-REC FROM WS-TOTAL-LINE.
005630 4000-EXIT.
005640     EXIT.

005650 4100-PRINT-ONE-TIER.
005660     IF WS-TR = 21
005670         IF TT-POLICIES(WS-TR) = ZERO
005680             GO TO 4100-EXIT
005690         END-IF
005700         MOVE "ABOVE TOP" TO DL-GROUP
005710     ELSE
005720         IF WS-TR > TC-TIER-COUNT
005730             GO TO 4100-EXIT
005740         END-IF
005750         MOVE TC-TIER-NAME(WS-TR) TO DL-GROUP
005760     END-IF.
005770     MOVE TT-POLICIES(WS-TR) TO DL-POLICIES.
005780     MOVE TT-CLAIMS(WS-TR) TO DL-CLAIMS.
005790     MOVE TT-EARNED(WS-TR) TO WS-GRP-EARNED.
005800     MOVE TT-INCURRED(WS-TR) TO WS-GRP-INCURRED.
005810     PERFORM 4700-WRITE-FLAGGED-LINE THRU 4700-EXIT.
005820 4100-EXIT.
005830     EXIT.

005840 4200-PRINT-ONE-AGENT.
005850     MOVE AT-AGENT-ID(WS-A) TO DL-GROUP.
005860     IF AT-AGENT-ID(WS-A) = SPACES
005870         MOVE "NO AGENT" TO DL-GROUP
005880     END-IF.
005890     MOVE AT-POLICIES(WS-A) TO DL-POLICIES.
005900     MOVE AT-CLAIMS(WS-A) TO DL-CLAIMS.
005910     MOVE AT-EARNED(WS-A) TO WS-GRP-EARNED.
005920     MOVE AT-INCURRED(WS-A) TO WS-GRP-INCURRED.
005930     PERFORM 4700-WRITE-FLAGGED-LINE THRU 4700-EXIT.
005940 4200-EXIT.
005950     EXIT.

005960 4300-PRINT-ONE-YEAR.
005970     MOVE SPACES TO DL-GROUP.
005980     IF YT-YEAR(WS-A) = ZERO
005990         MOVE "NO DATE" TO DL-GROUP
006000     ELSE
006010         MOVE YT-YEAR(WS-A) TO DL-GROUP (1:4)
006020     END-IF.
006030     MOVE YT-POLICIES(WS-A) TO DL-POLICIES.
006040     MOVE YT-CLAIMS(WS-A) TO DL-CLAIMS.
006050     MOVE YT-EARNED(WS-A) TO WS-GRP-EARNED.
006060     MOVE YT-INCURRED(WS-A) TO WS-GRP-INCURRED.
006070     PERFORM 4800-COMPUTE-RATIO THRU 4800-EXIT.
006080     MOVE WS-GRP-EARNED TO DL-EARNED.
006090     MOVE WS-GRP-INCURRED TO DL-INCURRED.
006100     MOVE WS-RATIO TO DL-RATIO.
006110     MOVE SPACES TO DL-FLAG.
006120     WRITE LOSSRPT-REC FROM WS-DETAIL-LINE.
006130 4300-EXIT.
006140     EXIT.

006150 4700-WRITE-FLAGGED-LINE.
006160     PERFORM 4800-COMPUTE-RATIO THRU 4800-EXIT.
006170     MOVE WS-GRP-EARNED TO DL-EARNED.
006180     MOVE WS-GRP-INCURRED TO DL-INCURRED.
006190     MOVE WS-RATIO TO DL-RATIO.
006200     MOVE SPACES TO DL-FLAG.
006210*    INCURRED LOSS WITH NOTHING YET EARNED IS OVER ANY LIMIT
006220     IF WS-RATIO > WS-RATIO-MAX
006230             OR (WS-GRP-EARNED = ZERO AND WS-GRP-INCURRED > ZERO)
006240         MOVE "*** REPRICE" TO DL-FLAG
006250         ADD 1 TO WS-FLAG-COUNT
006260     END-IF.
006270     WRITE LOSSRPT-REC FROM WS-DETAIL-LINE.
006280 4700-EXIT.
006290     EXIT.

006300 4800-COMPUTE-RATIO.
006310     MOVE ZERO TO WS-RATIO.
006320     IF WS-GRP-EARNED > ZERO
006330         COMPUTE WS-RATIO ROUNDED =
006340             WS-GRP-INCURRED * 100 / WS-GRP-EARNED
006350             ON SIZE ERROR
006360                 MOVE 99999.9 TO WS-RATIO
006370         END-COMPUTE
006380     END-IF.
006390 4800-EXIT.
006400     EXIT.

006410 4900-PRINT-HEADINGS.
006420     WRITE LOSSRPT-REC FROM WS-BLANK-LINE.
006430     WRITE LOSSRPT-REC FROM WS-SECTION-LINE.
006440     WRITE LOSSRPT-REC FROM WS-HDG-LINE.
006450 4900-EXIT.
006460     EXIT.

006470 5000-FINALIZE.
006480     MOVE WS-POLICY-COUNT TO SL-POLICY-COUNT.
006490     MOVE WS-CLAIM-COUNT TO SL-CLAIM-COUNT.
006500     MOVE WS-UNMATCHED-COUNT TO SL-UNMATCHED-COUNT.
006510     MOVE WS-FLAG-COUNT TO SL-FLAG-COUNT.
006520     WRITE LOSSRPT-REC FROM WS-SUMMARY-LINE.
006530     CLOSE LOSSRPT.
006540 5000-EXIT.
006550     EXIT.
