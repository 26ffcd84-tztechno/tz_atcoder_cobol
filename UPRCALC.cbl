000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. UPRCALC.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. MONTH-END UNEARNED PREMIUM
000110*                  RESERVE, RUN BEFORE PERCLOSE ROLLS THE
000120*                  PERIOD. THE AS-OF DATE IS THE LAST DAY OF THE
000130*                  OPEN PERIOD IN PERIODCT (THE RUN DATE'S MONTH
000140*                  IF THE CLOSE HAS NEVER RUN). EVERY POLICY ON
000150*                  POLMAST CARRIES ITS TERM PREMIUM AS THE
000160*                  BILLING JOB PRICES IT (BASE PLUS BOTH RISK
000170*                  FACTORS); THE PREMIUM IS EARNED DAY BY DAY
000180*                  FROM PM-EFF-DATE OVER THE 365-DAY TERM AND
000190*                  THE REST IS UNEARNED. A LAPSED POLICY STOPS
000200*                  EARNING AT ITS LAPSE DATE AND CARRIES NO
000210*                  RESERVE. UPRRPT LISTS EVERY POLICY BY PAY
000220*                  PLAN (MONTHLY, QUARTERLY, ANNUAL) WITH PLAN
000230*                  SUBTOTALS AND A GRAND TOTAL. THE UPRCTL
000240*                  CONTROL FILE HOLDS THE RESERVE LAST BOOKED;
000250*                  THE DIFFERENCE IS JOURNALLED THROUGH GLJRNL
000260*                  (AN INCREASE DEBITS 4100SALES AND CREDITS
000270*                  2400UPR, A DECREASE THE REVERSE), SO A RERUN
000280*                  IN THE SAME MONTH BOOKS ONLY WHAT CHANGED.
00028A* 10/15/2026  RO   THE RESERVE NOW EARNS WHAT WAS BILLED - THE
00028B*                  TERM PREMIUM POLMAST CARRIES (THE RATES ONLY
00028C*                  FOR A RECORD WRITTEN BEFORE THAT FIELD EXISTED)
00028D*                  PLUS EVERY MID-TERM ENDORSEMENT CASHAPP POSTED
00028E*                  TO ENDTHIST INSIDE THE CURRENT TERM. AN
00028F*                  ENDORSEMENT EARNS DAY BY DAY FROM ITS EFFECTIVE
00028G*                  DATE OVER THE DAYS THAT WERE LEFT IN THE TERM;
00028H*                  RETURN PREMIUM EARNS BACK NEGATIVE. NO ENDTHIST
00028I*                  YET MEANS NO ENDORSEMENTS.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM.
000330 OBJECT-COMPUTER. IBM.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT POLMAST ASSIGN TO "POLMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS PM-POLICY-ID
000400         FILE STATUS IS WS-MAST-STATUS.
000410     SELECT PERIODCT ASSIGN TO "PERIODCT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PER-STATUS.
000440     SELECT UPRCTL ASSIGN TO "UPRCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CTL-STATUS.
000470     SELECT UPRRPT ASSIGN TO "UPRRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
00048A     SELECT ENDTHIST ASSIGN TO "ENDTHIST"
00048B         ORGANIZATION IS LINE SEQUENTIAL
00048C         FILE STATUS IS WS-EHIST-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  POLMAST.
000520 01  POLMAST-REC.
000530     05  PM-POLICY-ID             PIC X(10).
000540     05  FILLER                   PIC X(01).
000550     05  PM-BASE-RATE             PIC 9(04).
000560     05  FILLER                   PIC X(01).
000570     05  PM-RISK-FACTOR-1         PIC 9(04).
000580     05  FILLER                   PIC X(01).
000590     05  PM-RISK-FACTOR-2         PIC 9(04).
000600     05  FILLER                   PIC X(01).
000610     05  PM-STATUS                PIC X(01).
000620         88  PM-LAPSED                      VALUE "L".
000630     05  FILLER                   PIC X(01).
000640     05  PM-LAPSE-DATE            PIC X(06).
000650     05  FILLER                   PIC X(01).
000660     05  PM-PAY-PLAN              PIC X(01).
000670     05  FILLER                   PIC X(01).
000680     05  PM-DEBIT-AUTH            PIC X(01).
000690     05  FILLER                   PIC X(01).
000700     05  PM-AGENT-ID              PIC X(06).
000710     05  FILLER                   PIC X(01).
000720     05  PM-EFF-DATE              PIC X(06).
000730     05  FILLER                   PIC X(01).
00073A     05  PM-TERM-PREMIUM          PIC 9(05).
00073B     05  FILLER                   PIC X(22).

000740 FD  PERIODCT
000750     RECORDING MODE IS F.
000760 01  PERIODCT-REC.
000770     05  PD-OPEN-PERIOD           PIC 9(04).
000780     05  FILLER                   PIC X(76).

000790 FD  UPRCTL
000800     RECORDING MODE IS F.
000810 01  UPRCTL-REC.
000820     05  UC-PERIOD                PIC 9(04).
000830     05  FILLER                   PIC X(01).
000840     05  UC-BOOKED-RESERVE        PIC 9(11).
000850     05  FILLER                   PIC X(64).

000860 FD  UPRRPT
000870     RECORDING MODE IS F.
000880 01  UPRRPT-REC                   PIC X(80).

00088A FD  ENDTHIST
00088B     RECORDING MODE IS F.
00088C 01  ENDTHIST-REC.
00088D     05  EH-POLICY-ID             PIC X(10).
00088E     05  FILLER                   PIC X(01).
00088F     05  EH-EFF-DATE              PIC 9(08).
00088G     05  FILLER                   PIC X(01).
00088H     05  EH-AMOUNT                PIC S9(09) SIGN LEADING
00088I                                            SEPARATE.
00088J     05  FILLER                   PIC X(01).
00088K     05  EH-POST-DATE             PIC 9(08).
00088L     05  FILLER                   PIC X(41).
000890 WORKING-STORAGE SECTION.
000900 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000910     88  WS-EOF                             VALUE "Y".
000920 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
000930 77  WS-PER-STATUS                PIC X(02) VALUE SPACES.
000940 77  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
000950 77  WS-A                         PIC 9(05) COMP.
000960 77  WS-P                         PIC 9(01) COMP.
000970 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000980 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000990 77  WS-PERIOD                    PIC 9(04) VALUE ZERO.
001000 77  WS-ASOF-INT                  PIC 9(08) VALUE ZERO.
001010 77  WS-EFF-INT                   PIC 9(08) VALUE ZERO.
001020 77  WS-END-INT                   PIC 9(08) VALUE ZERO.
001030 77  WS-DATE-CCYYMMDD             PIC 9(08) VALUE ZERO.
001040 77  WS-DAYS-IN-FORCE             PIC S9(05) VALUE ZERO.
001050 77  WS-PREMIUM                   PIC S9(07) VALUE ZERO.
001060 77  WS-EARNED                    PIC S9(07) VALUE ZERO.
001070 77  WS-UNEARNED                  PIC S9(07) VALUE ZERO.
001080 77  WS-BOOKED-RESERVE            PIC 9(11) VALUE ZERO.
001090 77  WS-MOVEMENT                  PIC 9(11) VALUE ZERO.
001100 77  WS-POLICY-COUNT              PIC 9(05) VALUE ZERO COMP.
001110 77  WS-PLAN-CODE                 PIC X(01) VALUE SPACES.
00111A 77  WS-EHIST-STATUS              PIC X(02) VALUE SPACES.
00111B 77  WS-E                         PIC 9(05) COMP.
00111C 77  WS-CUTOFF-INT                PIC 9(08) VALUE ZERO.
00111D 77  WS-ENDT-INT                  PIC 9(08) VALUE ZERO.
00111E 77  WS-UNEXPIRED-DAYS            PIC S9(05) VALUE ZERO.
00111F 77  WS-ENDT-DAYS                 PIC S9(05) VALUE ZERO.
00111G 77  WS-ENDT-EARNED               PIC S9(09) VALUE ZERO.

001120 01  WS-ASOF-CCYYMMDD             PIC 9(08) VALUE ZERO.
001130 01  WS-ASOF-PARTS REDEFINES WS-ASOF-CCYYMMDD.
001140     05  WS-ASOF-CCYY             PIC 9(04).
001150     05  WS-ASOF-MM               PIC 9(02).
001160     05  WS-ASOF-DD               PIC 9(02).

001170 01  WS-PERIOD-YYMMDD             PIC 9(06) VALUE ZERO.
001180 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-YYMMDD.
001190     05  WS-PERIOD-YYMM           PIC 9(04).
001200     05  WS-PERIOD-DD             PIC 9(02).

001210 01  WS-POLICY-TABLE.
001220     05  WS-PT-COUNT              PIC 9(05) VALUE ZERO COMP.
001230     05  PT-ENTRY OCCURS 2000 TIMES
001240                  INDEXED BY PT-IDX.
001250         10  PT-POLICY-ID         PIC X(10).
001260         10  PT-PLAN              PIC X(01).
001270         10  PT-DAYS              PIC 9(03).
001280         10  PT-PREMIUM           PIC S9(07).
001290         10  PT-EARNED            PIC S9(07).
001300         10  PT-UNEARNED          PIC S9(07).
00130A*    ENDORSEMENTS POSTED IN THE LAST YEAR - ANYTHING OLDER BELONGS
00130B*    TO A TERM THAT IS ALREADY FULLY EARNED
00130C 01  WS-ENDT-TABLE.
00130D     05  WS-ET-COUNT              PIC 9(05) VALUE ZERO COMP.
00130E     05  ET-ENTRY OCCURS 5000 TIMES
00130F                  INDEXED BY ET-IDX.
00130G         10  ET-POLICY-ID         PIC X(10).
00130H         10  ET-EFF-INT           PIC 9(08).
00130I         10  ET-AMOUNT            PIC S9(09).

001310*    ONE ROW PER PAY PLAN IN REGISTER ORDER - MONTHLY,
001320*    QUARTERLY, THEN ANNUAL (ANY OTHER PLAN CODE)
001330 01  WS-PLAN-VALUES.
001340     05  FILLER                   PIC X(11) VALUE "MMONTHLY   ".
001350     05  FILLER                   PIC X(11) VALUE "QQUARTERLY ".
001360     05  FILLER                   PIC X(11) VALUE "AANNUAL    ".
001370 01  WS-PLAN-TABLE REDEFINES WS-PLAN-VALUES.
001380     05  PL-ENTRY OCCURS 3 TIMES.
001390         10  PL-CODE              PIC X(01).
001400         10  PL-NAME              PIC X(10).

001410 01  WS-PLAN-TOTALS.
001420     05  PX-ENTRY OCCURS 3 TIMES.
001430         10  PX-POLICIES          PIC 9(05) COMP.
001440         10  PX-PREMIUM           PIC S9(11).
001450         10  PX-EARNED            PIC S9(11).
001460         10  PX-UNEARNED          PIC S9(11).

001470 01  WS-GRAND-TOTALS.
001480     05  GT-POLICIES              PIC 9(05) COMP VALUE ZERO.
001490     05  GT-PREMIUM               PIC S9(11) VALUE ZERO.
001500     05  GT-EARNED                PIC S9(11) VALUE ZERO.
001510     05  GT-UNEARNED              PIC S9(11) VALUE ZERO.

001520 COPY RPTHDR.
001530 COPY GLJRLINK.
001540 COPY DATXLINK.

001550 01  WS-TITLE-LINE.
001560     05  FILLER                  PIC X(37) VALUE
001570         "UNEARNED PREMIUM RESERVE REGISTER AS ".
001580     05  FILLER                  PIC X(03) VALUE "OF ".
001590     05  TL-ASOF-DATE             PIC 9(08).
001600     05  FILLER                  PIC X(32) VALUE SPACES.

001610 01  WS-PLAN-HDG-LINE.
001620     05  FILLER                  PIC X(10) VALUE "PAY PLAN: ".
001630     05  PH-PLAN-NAME             PIC X(10).
001640     05  FILLER                  PIC X(60) VALUE SPACES.

001650 01  WS-HDG-LINE.
001660     05  FILLER                  PIC X(80) VALUE
001670         "POLICY      DAYS     PREMIUM      EARNED    UNEARNED".

001680 01  WS-DETAIL-LINE.
001690     05  DL-POLICY-ID             PIC X(10).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  DL-DAYS                  PIC ZZ9.
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  DL-PREMIUM               PIC -(10)9.
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  DL-EARNED                PIC -(10)9.
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  DL-UNEARNED              PIC -(10)9.
001780     05  FILLER                  PIC X(29) VALUE SPACES.

001790 01  WS-TOTAL-LINE.
001800     05  TT-LABEL                 PIC X(10).
001810     05  FILLER                  PIC X(01) VALUE SPACES.
001820     05  TT-POLICIES              PIC ZZZZ9.
001830     05  FILLER                  PIC X(01) VALUE SPACES.
001840     05  TT-PREMIUM               PIC -(10)9.
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  TT-EARNED                PIC -(10)9.
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  TT-UNEARNED              PIC -(10)9.
001890     05  FILLER                  PIC X(28) VALUE SPACES.

001900 01  WS-MOVEMENT-LINE.
001910     05  FILLER                  PIC X(17) VALUE
001920         "RESERVE BOOKED:  ".
001930     05  ML-PRIOR                 PIC ZZZZZZZZZZ9.
001940     05  FILLER                  PIC X(07) VALUE "  NOW: ".
001950     05  ML-CURRENT               PIC ZZZZZZZZZZ9.
001960     05  FILLER                  PIC X(12) VALUE "  MOVEMENT: ".
001970     05  ML-MOVEMENT              PIC -(10)9.
001980     05  FILLER                  PIC X(11) VALUE SPACES.

001990 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002000 PROCEDURE DIVISION.
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     PERFORM 2000-EARN-ONE-POLICY THRU 2000-EXIT
002040         UNTIL WS-EOF.
002050     PERFORM 3000-PRINT-REGISTER THRU 3000-EXIT.
002060     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002070     STOP RUN.

002080*----------------------------------------------------------------
002090* 1000-INITIALIZE - FIX THE AS-OF DATE (LAST DAY OF THE OPEN
002100*                   PERIOD), PICK UP THE RESERVE LAST BOOKED,
002110*                   AND OPEN THE POLICY MASTER.
002120*----------------------------------------------------------------
002130 1000-INITIALIZE.
002140     ACCEPT WS-RUN-DATE FROM DATE.
002150     ACCEPT WS-RUN-TIME FROM TIME.
002160     INITIALIZE WS-PLAN-TOTALS.
002170     MOVE WS-RUN-DATE TO WS-PERIOD-YYMMDD.
002180     MOVE WS-PERIOD-YYMM TO WS-PERIOD.
002190     OPEN INPUT PERIODCT.
002200     IF WS-PER-STATUS = "00"
002210         READ PERIODCT
002220             AT END
002230                 CONTINUE
002240             NOT AT END
002250                 MOVE PD-OPEN-PERIOD TO WS-PERIOD
002260         END-READ
002270         CLOSE PERIODCT
002280     END-IF.
002290     PERFORM 1100-SET-ASOF-DATE THRU 1100-EXIT.
00229A     PERFORM 1200-LOAD-ENDORSEMENTS THRU 1200-EXIT.
002300     OPEN INPUT UPRCTL.
002310     IF WS-CTL-STATUS = "00"
002320         READ UPRCTL
002330             AT END
002340                 CONTINUE
002350             NOT AT END
002360                 MOVE UC-BOOKED-RESERVE TO WS-BOOKED-RESERVE
002370         END-READ
002380         CLOSE UPRCTL
002390     END-IF.
002400     OPEN OUTPUT UPRRPT.
002410     MOVE "UPRCALC" TO RH-PROGRAM-ID.
002420     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002430     MOVE WS-RUN-TIME TO RH-RUN-ID.
002440     MOVE 1 TO RH-PAGE-NUMBER.
002450     WRITE UPRRPT-REC FROM RH-REPORT-HEADER.
002460     MOVE WS-ASOF-CCYYMMDD TO TL-ASOF-DATE.
002470     WRITE UPRRPT-REC FROM WS-TITLE-LINE.
002480     OPEN INPUT POLMAST.
002490     IF WS-MAST-STATUS NOT = "00"
002500         DISPLAY "UPRCALC - POLMAST OPEN FAILED, STATUS "
002510             WS-MAST-STATUS " - RUN ABORTED"
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550 1000-EXIT.
002560     EXIT.

002570*----------------------------------------------------------------
002580* 1100-SET-ASOF-DATE - THE PERIOD'S FIRST DAY GOES THROUGH THE
002590*                      SHARED CENTURY WINDOW; THE LAST DAY IS
002600*                      ONE DAY BEFORE THE NEXT MONTH BEGINS.
002610*----------------------------------------------------------------
002620 1100-SET-ASOF-DATE.
002630     MOVE WS-PERIOD TO WS-PERIOD-YYMM.
002640     MOVE 01 TO WS-PERIOD-DD.
002650     MOVE "EXPND" TO DX-ACTION.
002660     MOVE WS-PERIOD-YYMMDD TO DX-DATE-YYMMDD.
002670     CALL "DATEXPND" USING DATEXPND-PARMS.
002680     MOVE DX-DATE-CCYYMMDD TO WS-ASOF-CCYYMMDD.
002690     IF WS-ASOF-MM = 12
002700         ADD 1 TO WS-ASOF-CCYY
002710         MOVE 01 TO WS-ASOF-MM
002720     ELSE
002730         ADD 1 TO WS-ASOF-MM
002740     END-IF.
002750     COMPUTE WS-ASOF-INT =
002760         FUNCTION INTEGER-OF-DATE(WS-ASOF-CCYYMMDD) - 1.
002770     COMPUTE WS-ASOF-CCYYMMDD =
002780         FUNCTION DATE-OF-INTEGER(WS-ASOF-INT).
002790 1100-EXIT.
002800     EXIT.

00280A*----------------------------------------------------------------
00280B* 1200-LOAD-ENDORSEMENTS - THE ENDORSEMENT HISTORY CASHAPP KEEPS,
00280C*                          BACK TO ONE YEAR BEFORE THE AS-OF DATE.
00280D*                          NO ENDTHIST YET (STATUS 35) MEANS NO
00280E*                          ENDORSEMENT HAS BEEN BILLED.
00280F*----------------------------------------------------------------
00280G 1200-LOAD-ENDORSEMENTS.
00280H     COMPUTE WS-CUTOFF-INT = WS-ASOF-INT - 365.
00280I     OPEN INPUT ENDTHIST.
00280J     IF WS-EHIST-STATUS NOT = "00"
00280K         GO TO 1200-EXIT
00280L     END-IF.
00280M     PERFORM 1210-LOAD-ONE-ENDORSEMENT THRU 1210-EXIT
00280N         UNTIL WS-EOF.
00280O     CLOSE ENDTHIST.
00280P     MOVE "N" TO WS-EOF-SW.
00280Q 1200-EXIT.
00280R     EXIT.

00280T 1210-LOAD-ONE-ENDORSEMENT.
00280U     READ ENDTHIST
00280V         AT END
00280W             SET WS-EOF TO TRUE
00280X             GO TO 1210-EXIT
00280Y     END-READ.
00280Z     IF EH-EFF-DATE IS NOT NUMERIC
0028A1         GO TO 1210-EXIT
0028A2     END-IF.
0028A3     MOVE EH-EFF-DATE TO WS-DATE-CCYYMMDD.
0028A4     COMPUTE WS-ENDT-INT =
0028A5         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
0028A6     IF WS-ENDT-INT < WS-CUTOFF-INT
0028A7         GO TO 1210-EXIT
0028A8     END-IF.
0028A9     IF WS-ET-COUNT >= 5000
0028AA         DISPLAY "UPRCALC - ENDTHIST EXCEEDS THE 5000-"
0028AB             "ENDORSEMENT TABLE - RUN ABORTED"
0028AC         MOVE 16 TO RETURN-CODE
0028AD         STOP RUN
0028AE     END-IF.
0028AF     ADD 1 TO WS-ET-COUNT.
0028AG     SET ET-IDX TO WS-ET-COUNT.
0028AH     MOVE EH-POLICY-ID TO ET-POLICY-ID(ET-IDX).
0028AI     MOVE WS-ENDT-INT TO ET-EFF-INT(ET-IDX).
0028AJ     MOVE EH-AMOUNT TO ET-AMOUNT(ET-IDX).
0028AK 1210-EXIT.
0028AL     EXIT.

002810*----------------------------------------------------------------
002820* 2000-EARN-ONE-POLICY - DAYS IN FORCE FROM THE EFFECTIVE DATE
002830*                        THROUGH THE AS-OF DATE (OR THE LAPSE
002840*                        DATE), CAPPED AT THE TERM. A POLICY NOT
002850*                        YET IN FORCE HAS EARNED NOTHING; A
002860*                        LAPSED ONE HAS NOTHING LEFT UNEARNED.
00286A*                        THE PREMIUM IS THE TERM PREMIUM AS
00286B*                        BILLED; EACH ENDORSEMENT IN THE TERM IS
00286C*                        ADDED IN, EARNED FROM ITS OWN DATE.
002870*----------------------------------------------------------------
002880 2000-EARN-ONE-POLICY.
002890     READ POLMAST
002900         AT END
002910             SET WS-EOF TO TRUE
002920             GO TO 2000-EXIT
002930     END-READ.
002940     IF WS-PT-COUNT >= 2000
002950         DISPLAY "UPRCALC - POLMAST EXCEEDS THE 2000-"
002960             "POLICY TABLE - RUN ABORTED"
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     ADD 1 TO WS-POLICY-COUNT.
003010     IF PM-TERM-PREMIUM IS NUMERIC AND PM-TERM-PREMIUM > ZERO
00301A         MOVE PM-TERM-PREMIUM TO WS-PREMIUM
00301B     ELSE
00301C         COMPUTE WS-PREMIUM = PM-BASE-RATE + PM-RISK-FACTOR-1
00301D             + PM-RISK-FACTOR-2
00301E     END-IF.
003030     MOVE ZERO TO WS-DAYS-IN-FORCE.
003040     IF PM-EFF-DATE IS NUMERIC
003050         MOVE "EXPND" TO DX-ACTION
003060         MOVE PM-EFF-DATE TO DX-DATE-YYMMDD
003070         CALL "DATEXPND" USING DATEXPND-PARMS
003080         MOVE DX-DATE-CCYYMMDD TO WS-DATE-CCYYMMDD
003090         COMPUTE WS-EFF-INT =
003100             FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
003110         MOVE WS-ASOF-INT TO WS-END-INT
003120         IF PM-LAPSED AND PM-LAPSE-DATE IS NUMERIC
003130             MOVE "EXPND" TO DX-ACTION
003140             MOVE PM-LAPSE-DATE TO DX-DATE-YYMMDD
003150             CALL "DATEXPND" USING DATEXPND-PARMS
003160             MOVE DX-DATE-CCYYMMDD TO WS-DATE-CCYYMMDD
003170             COMPUTE WS-END-INT =
003180                 FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD)
003190         END-IF
003200         COMPUTE WS-DAYS-IN-FORCE = WS-END-INT - WS-EFF-INT + 1
003210     END-IF.
003220     IF WS-DAYS-IN-FORCE < ZERO
003230         MOVE ZERO TO WS-DAYS-IN-FORCE
003240     END-IF.
003250     IF WS-DAYS-IN-FORCE > 365
003260         MOVE 365 TO WS-DAYS-IN-FORCE
003270     END-IF.
003280     COMPUTE WS-EARNED ROUNDED =
003290         WS-PREMIUM * WS-DAYS-IN-FORCE / 365.
00329A     IF PM-EFF-DATE IS NUMERIC
00329B         PERFORM 2100-EARN-ONE-ENDORSEMENT THRU 2100-EXIT
00329C             VARYING WS-E FROM 1 BY 1
00329D             UNTIL WS-E > WS-ET-COUNT
00329E     END-IF.
003300     COMPUTE WS-UNEARNED = WS-PREMIUM - WS-EARNED.
003310     IF PM-LAPSED
003320         MOVE ZERO TO WS-UNEARNED
003330     END-IF.
003340     ADD 1 TO WS-PT-COUNT.
003350     SET PT-IDX TO WS-PT-COUNT.
003360     MOVE PM-POLICY-ID TO PT-POLICY-ID(PT-IDX).
003370     MOVE PM-PAY-PLAN TO PT-PLAN(PT-IDX).
003380     IF PM-PAY-PLAN NOT = "M" AND PM-PAY-PLAN NOT = "Q"
003390         MOVE "A" TO PT-PLAN(PT-IDX)
003400     END-IF.
003410     MOVE WS-DAYS-IN-FORCE TO PT-DAYS(PT-IDX).
003420     MOVE WS-PREMIUM TO PT-PREMIUM(PT-IDX).
003430     MOVE WS-EARNED TO PT-EARNED(PT-IDX).
003440     MOVE WS-UNEARNED TO PT-UNEARNED(PT-IDX).
003450 2000-EXIT.
003460     EXIT.

00346A*----------------------------------------------------------------
00346B* 2100-EARN-ONE-ENDORSEMENT - AN ENDORSEMENT OF THIS POLICY DATED
00346C*                             IN ITS CURRENT TERM WAS BILLED FOR
00346D*                             THE DAYS LEFT IN THE TERM, SO IT
00346E*                             EARNS OVER THOSE DAYS FROM ITS
00346F*                             EFFECTIVE DATE THROUGH THE AS-OF (OR
00346G*                             LAPSE) DATE.
00346H*----------------------------------------------------------------
00346I 2100-EARN-ONE-ENDORSEMENT.
00346J     SET ET-IDX TO WS-E.
00346K     IF ET-POLICY-ID(ET-IDX) NOT = PM-POLICY-ID
00346L             OR ET-EFF-INT(ET-IDX) < WS-EFF-INT
00346M             OR ET-EFF-INT(ET-IDX) NOT < WS-EFF-INT + 365
00346N         GO TO 2100-EXIT
00346O     END-IF.
00346P     COMPUTE WS-UNEXPIRED-DAYS =
00346Q         WS-EFF-INT + 365 - ET-EFF-INT(ET-IDX).
00346R     COMPUTE WS-ENDT-DAYS = WS-END-INT - ET-EFF-INT(ET-IDX) + 1.
00346S     IF WS-ENDT-DAYS < ZERO
00346T         MOVE ZERO TO WS-ENDT-DAYS
00346U     END-IF.
00346V     IF WS-ENDT-DAYS > WS-UNEXPIRED-DAYS
00346W         MOVE WS-UNEXPIRED-DAYS TO WS-ENDT-DAYS
00346X     END-IF.
00346Y     COMPUTE WS-ENDT-EARNED ROUNDED = ET-AMOUNT(ET-IDX)
00346Z         * WS-ENDT-DAYS / WS-UNEXPIRED-DAYS.
0034A1     ADD ET-AMOUNT(ET-IDX) TO WS-PREMIUM.
0034A2     ADD WS-ENDT-EARNED TO WS-EARNED.
0034A3 2100-EXIT.
0034A4     EXIT.

003470*----------------------------------------------------------------
003480* 3000-PRINT-REGISTER - ONE PASS OF THE TABLE PER PAY PLAN, EACH
003490*                       WITH ITS OWN HEADING AND SUBTOTAL, THEN
003500*                       THE GRAND TOTAL AND THE MOVEMENT.
003510*----------------------------------------------------------------
003520 3000-PRINT-REGISTER.
003530     PERFORM 3100-PRINT-ONE-PLAN THRU 3100-EXIT
003540         VARYING WS-P FROM 1 BY 1
003550         UNTIL WS-P > 3.
003560     WRITE UPRRPT-REC FROM WS-BLANK-LINE.
003570     MOVE "ALL PLANS" TO TT-LABEL.
003580     MOVE GT-POLICIES TO TT-POLICIES.
003590     MOVE GT-PREMIUM TO TT-PREMIUM.
003600     MOVE GT-EARNED TO TT-EARNED.
003610     MOVE GT-UNEARNED TO TT-UNEARNED.
003620     WRITE UPRRPT-REC FROM WS-TOTAL-LINE.
003630     MOVE WS-BOOKED-RESERVE TO ML-PRIOR.
003640     MOVE GT-UNEARNED TO ML-CURRENT.
003650     COMPUTE ML-MOVEMENT = GT-UNEARNED - WS-BOOKED-RESERVE.
003660     WRITE UPRRPT-REC FROM WS-MOVEMENT-LINE.
003670 3000-EXIT.
003680     EXIT.

003690 3100-PRINT-ONE-PLAN.
003700     MOVE PL-CODE(WS-P) TO WS-PLAN-CODE.
003710     WRITE UPRRPT-REC FROM WS-BLANK-LINE.
003720     MOVE PL-NAME(WS-P) TO PH-PLAN-NAME.
003730     WRITE UPRRPT-REC FROM WS-PLAN-HDG-LINE.
003740     WRITE UPRRPT-REC FROM WS-HDG-LINE.
003750     PERFORM 3110-PRINT-ONE-POLICY THRU 3110-EXIT
003760         VARYING WS-A FROM 1 BY 1
003770         UNTIL WS-A > WS-PT-COUNT.
003780     MOVE "SUBTOTAL" TO TT-LABEL.
003790     MOVE PX-POLICIES(WS-P) TO TT-POLICIES.
003800     MOVE PX-PREMIUM(WS-P) TO TT-PREMIUM.
003810     MOVE PX-EARNED(WS-P) TO TT-EARNED.
003820     MOVE PX-UNEARNED(WS-P) TO TT-UNEARNED.
003830     WRITE UPRRPT-REC FROM WS-TOTAL-LINE.
003840 3100-EXIT.
003850     EXIT.

003860 3110-PRINT-ONE-POLICY.
003870     SET PT-IDX TO WS-A.
003880     IF PT-PLAN(PT-IDX) NOT = WS-PLAN-CODE
003890         GO TO 3110-EXIT
003900     END-IF.
003910     MOVE PT-POLICY-ID(PT-IDX) TO DL-POLICY-ID.
003920     MOVE PT-DAYS(PT-IDX) TO DL-DAYS.
003930     MOVE PT-PREMIUM(PT-IDX) TO DL-PREMIUM.
003940     MOVE PT-EARNED(PT-IDX) TO DL-EARNED.
003950     MOVE PT-UNEARNED(PT-IDX) TO DL-UNEARNED.
003960     WRITE UPRRPT-REC FROM WS-DETAIL-LINE.
003970     ADD 1 TO PX-POLICIES(WS-P).
003980     ADD PT-PREMIUM(PT-IDX) TO PX-PREMIUM(WS-P).
003990     ADD PT-EARNED(PT-IDX) TO PX-EARNED(WS-P).
004000     ADD PT-UNEARNED(PT-IDX) TO PX-UNEARNED(WS-P).
004010     ADD 1 TO GT-POLICIES.
004020     ADD PT-PREMIUM(PT-IDX) TO GT-PREMIUM.
004030     ADD PT-EARNED(PT-IDX) TO GT-EARNED.
004040     ADD PT-UNEARNED(PT-IDX) TO GT-UNEARNED.
004050 3110-EXIT.
004060     EXIT.

004070*----------------------------------------------------------------
004080* 5000-FINALIZE - JOURNAL THE MOVEMENT, THEN RECORD THE NEW
004090*                 RESERVE AS BOOKED.
004100*----------------------------------------------------------------
004110 5000-FINALIZE.
004120     CLOSE POLMAST
004130           UPRRPT.
004140     PERFORM 5500-WRITE-JOURNAL THRU 5500-EXIT.
004150     OPEN OUTPUT UPRCTL.
004160     MOVE SPACES TO UPRCTL-REC.
004170     MOVE WS-PERIOD TO UC-PERIOD.
004180     MOVE GT-UNEARNED TO UC-BOOKED-RESERVE.
004190     WRITE UPRCTL-REC.
004200     CLOSE UPRCTL.
004210 5000-EXIT.
004220     EXIT.

004230*----------------------------------------------------------------
004240* 5500-WRITE-JOURNAL - A RESERVE INCREASE DEFERS REVENUE (DEBIT
004250*                      4100SALES, CREDIT 2400UPR); A DECREASE
004260*                      RELEASES IT. NO MOVEMENT, NO ENTRY - THE
004270*                      CLOSE STILL RUNS.
004280*----------------------------------------------------------------
004290 5500-WRITE-JOURNAL.
004300     MOVE "WRITE" TO GJ-ACTION.
004310     MOVE "UPRCALC" TO GJ-SOURCE-PROGRAM.
004320     MOVE WS-RUN-DATE TO GJ-POST-DATE.
004330     MOVE "UNEARNED PREMIUM" TO GJ-DESC.
004340     IF GT-UNEARNED > WS-BOOKED-RESERVE
004350         COMPUTE WS-MOVEMENT = GT-UNEARNED - WS-BOOKED-RESERVE
004360         MOVE WS-MOVEMENT TO GJ-AMOUNT
004370         MOVE "4100SALES" TO GJ-ACCOUNT
004380         MOVE "D" TO GJ-DC
004390         CALL "GLJRNL" USING GLJRNL-PARMS
004400         MOVE "2400UPR" TO GJ-ACCOUNT
004410         MOVE "C" TO GJ-DC
004420         CALL "GLJRNL" USING GLJRNL-PARMS
004430     END-IF.
004440     IF GT-UNEARNED < WS-BOOKED-RESERVE
004450         COMPUTE WS-MOVEMENT = WS-BOOKED-RESERVE - GT-UNEARNED
004460         MOVE WS-MOVEMENT TO GJ-AMOUNT
004470         MOVE "2400UPR" TO GJ-ACCOUNT
004480         MOVE "D" TO GJ-DC
004490         CALL "GLJRNL" USING GLJRNL-PARMS
004500         MOVE "4100SALES" TO GJ-ACCOUNT
004510         MOVE "C" TO GJ-DC
004520         CALL "GLJRNL" USING GLJRNL-PARMS
004530     END-IF.
004540     MOVE "CLOSE" TO GJ-ACTION.
004550     MOVE "UPRCALC" TO GJ-SOURCE-PROGRAM.
004560     CALL "GLJRNL" USING GLJRNL-PARMS.
004570 5500-EXIT.
004580     EXIT.
