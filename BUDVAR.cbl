000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BUDVAR.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. BUDGET-VERSUS-ACTUAL VARIANCE
000110*                  REPORT OVER THE GENERAL LEDGER, REPLACING THE
000120*                  HAND COMPARISON OF GLTRIAL AGAINST THE BUDGET.
000130*                  THE REPORT PERIOD IS THE OPEN PERIOD IN THE
000140*                  PERIODCT FILE PERCLOSE MAINTAINS, OR A CLOSED
000150*                  PERIOD NAMED BY BIZPARM BUDVARPERIOD (YYMM).
000160*                  GLMAST ONLY HOLDS RUNNING BALANCES, SO ACTUAL
000170*                  ACTIVITY IS TAKEN AS THE DIFFERENCE BETWEEN
000180*                  BALANCES: THE PERIOD'S CLOSING BALANCE (LIVE
000190*                  GLMAST FOR THE OPEN PERIOD, THE GLMAST.P<YYMM>
000200*                  CLOSING SNAPSHOT OTHERWISE) LESS THE PRIOR
000210*                  PERIOD'S CLOSING SNAPSHOT FOR THE PERIOD, AND
000220*                  LESS THE LAST YEAR-END (PERIOD YY12) SNAPSHOT
000230*                  FOR YEAR TO DATE. A MISSING OPENING SNAPSHOT
000240*                  COUNTS AS ZERO BALANCES AND IS NOTED ON THE
000250*                  REPORT. BUDGETS COME FROM THE BUDMAST FILE
000260*                  BUDMAINT MAINTAINS, SIGNED THE SAME WAY AS THE
000270*                  LEDGER. EACH ACCOUNT PRINTS ACTUAL, BUDGET,
000280*                  VARIANCE (ACTUAL LESS BUDGET) AND VARIANCE
000290*                  PERCENT OF BUDGET FOR THE PERIOD AND FOR YEAR
000300*                  TO DATE; A LINE WHOSE VARIANCE IS MORE THAN
000310*                  BIZPARM BUDVARTOLPCT PERCENT OF BUDGET EITHER
000320*                  WAY (DEFAULT 10), OR THAT HAS ACTIVITY BUT NO
000330*                  BUDGET, IS FLAGGED. THE REPORT IS BUDVRPT.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM.
000380 OBJECT-COMPUTER. IBM.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PERIODCT ASSIGN TO "PERIODCT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CTL-STATUS.
000440     SELECT BIZPARM ASSIGN TO "BIZPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000470     SELECT GLMAST ASSIGN TO "GLMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS GL-ACCOUNT
000510         FILE STATUS IS WS-GL-STATUS.
000520     SELECT BUDMAST ASSIGN TO "BUDMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS BM-KEY
000560         FILE STATUS IS WS-BUD-STATUS.
000570     SELECT SNAPFILE ASSIGN USING WS-SNAP-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SNAP-STATUS.
000600     SELECT BUDVRPT ASSIGN TO "BUDVRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PERIODCT
000650     RECORDING MODE IS F.
000660 01  PERIODCT-REC.
000670     05  PD-OPEN-PERIOD           PIC 9(04).
000680     05  FILLER                   PIC X(76).

000690 FD  BIZPARM
000700     RECORDING MODE IS F.
000710 01  BIZPARM-REC                  PIC X(80).

000720 FD  GLMAST.
000730 01  GLMAST-REC.
000740     05  GL-ACCOUNT               PIC X(10).
000750     05  GL-BALANCE               PIC S9(11) COMP-3.
000760     05  GL-LAST-POST-DATE        PIC 9(06).

000770 FD  BUDMAST.
000780 01  BUDMAST-REC.
000790     05  BM-KEY.
000800         10  BM-ACCOUNT           PIC X(10).
000810         10  BM-PERIOD            PIC 9(04).
000820         10  BM-PERIOD-PARTS REDEFINES BM-PERIOD.
000830             15  BM-PERIOD-YY     PIC 9(02).
000840             15  BM-PERIOD-MM     PIC 9(02).
000850     05  BM-AMOUNT                PIC S9(11) COMP-3.
000860     05  BM-LAST-MAINT-DATE       PIC 9(06).

000870 FD  SNAPFILE
000880     RECORDING MODE IS F.
000890 01  SNAPFILE-REC.
000900     05  GS-ACCOUNT               PIC X(10).
000910     05  FILLER                   PIC X(01).
000920     05  GS-BALANCE               PIC S9(11) SIGN LEADING
000930                                            SEPARATE.
000940     05  FILLER                   PIC X(01).
000950     05  GS-LAST-POST-DATE        PIC 9(06).
000960     05  FILLER                   PIC X(170).

000970 FD  BUDVRPT
000980     RECORDING MODE IS F.
000990 01  BUDVRPT-REC                  PIC X(80).

001000 WORKING-STORAGE SECTION.
001010 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001020     88  WS-EOF                             VALUE "Y".
001030 77  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
001040 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001050 77  WS-GL-STATUS                 PIC X(02) VALUE SPACES.
001060 77  WS-BUD-STATUS                PIC X(02) VALUE SPACES.
001070 77  WS-SNAP-STATUS               PIC X(02) VALUE SPACES.
001080 77  WS-SNAP-NAME                 PIC X(30) VALUE SPACES.
001090 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001100 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001110 77  WS-TOL-PCT                   PIC 9(03) VALUE 10.
001120 77  WS-G                         PIC 9(05) COMP.
001130 77  WS-H                         PIC 9(05) COMP.
001140 77  WS-AC                        PIC 9(05) VALUE ZERO COMP.
001150 77  WS-FIND-ACCOUNT              PIC X(10) VALUE SPACES.
001160 77  WS-SNAP-TARGET               PIC 9(01) VALUE ZERO.
001170     88  WS-LOAD-CLOSING                    VALUE 1.
001180     88  WS-LOAD-PRIOR                      VALUE 2.
001190     88  WS-LOAD-YEAR-END                   VALUE 3.
001200 77  WS-ACTUAL                    PIC S9(13) VALUE ZERO.
001210 77  WS-BUDGET                    PIC S9(13) VALUE ZERO.
001220 77  WS-VARIANCE                  PIC S9(13) VALUE ZERO.
001230 77  WS-ABS-BUDGET                PIC S9(13) VALUE ZERO.
001240 77  WS-PCT                       PIC S9(04)V9 VALUE ZERO.
001250 77  WS-ABS-PCT                   PIC S9(04)V9 VALUE ZERO.
001260 77  WS-REPORTED-COUNT            PIC 9(05) VALUE ZERO COMP.
001270 77  WS-FLAGGED-COUNT             PIC 9(05) VALUE ZERO COMP.

001280 01  WS-OPEN-PERIOD               PIC 9(04) VALUE ZERO.
001290 01  WS-RPT-PERIOD                PIC 9(04) VALUE ZERO.
001300 01  WS-RPT-PARTS REDEFINES WS-RPT-PERIOD.
001310     05  WS-RPT-YY                PIC 9(02).
001320     05  WS-RPT-MM                PIC 9(02).
001330 01  WS-PRIOR-PERIOD              PIC 9(04) VALUE ZERO.
001340 01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
001350     05  WS-PRIOR-YY              PIC 9(02).
001360     05  WS-PRIOR-MM              PIC 9(02).
001370 01  WS-YEAR-END-PERIOD           PIC 9(04) VALUE ZERO.
001380 01  WS-YEAR-END-PARTS REDEFINES WS-YEAR-END-PERIOD.
001390     05  WS-YEAR-END-YY           PIC 9(02).
001400     05  WS-YEAR-END-MM           PIC 9(02).
001410 01  WS-SNAP-PERIOD               PIC 9(04) VALUE ZERO.
001420 01  WS-RUN-DATE-PARTS.
001430     05  WS-RUN-YYMM              PIC 9(04).
001440     05  WS-RUN-DD                PIC 9(02).

001450 01  WS-ACCOUNT-TABLE.
001460     05  WS-AC-COUNT              PIC 9(05) VALUE ZERO COMP.
001470     05  AC-ENTRY OCCURS 2000 TIMES
001480                  INDEXED BY AC-IDX.
001490         10  AC-ACCOUNT           PIC X(10).
001500         10  AC-CLOSING-BAL       PIC S9(13) COMP-3.
001510         10  AC-PRIOR-BAL         PIC S9(13) COMP-3.
001520         10  AC-YEAR-END-BAL      PIC S9(13) COMP-3.
001530         10  AC-BUD-PERIOD        PIC S9(13) COMP-3.
001540         10  AC-BUD-YTD           PIC S9(13) COMP-3.

001550 COPY PARMCTL.
001560 COPY RPTHDR.

001570 01  WS-TITLE-LINE.
001580     05  FILLER                  PIC X(24) VALUE
001590         "BUDGET VARIANCE REPORT".
001600     05  FILLER                  PIC X(08) VALUE "PERIOD ".
001610     05  TL-PERIOD                PIC 9(04).
001620     05  FILLER                  PIC X(14) VALUE "  TOLERANCE ".
001630     05  TL-TOL-PCT               PIC ZZ9.
001640     05  FILLER                  PIC X(27) VALUE " PCT".

001650 01  WS-COLUMN-LINE.
001660     05  FILLER                  PIC X(28) VALUE
001670         "ACCOUNT               ACTUAL".
001680     05  FILLER                  PIC X(26) VALUE
001690         "       BUDGET     VARIANCE".
001700     05  FILLER                  PIC X(26) VALUE
001710         "   VAR %  FLAG".

001720 01  WS-DETAIL-LINE.
001730     05  DL-ACCOUNT               PIC X(10).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  DL-BASIS                 PIC X(03).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  DL-ACTUAL                PIC -(11)9.
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  DL-BUDGET                PIC -(11)9.
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  DL-VARIANCE              PIC -(11)9.
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  DL-PCT                   PIC -(4)9.9.
001840     05  DL-PCT-X REDEFINES DL-PCT
001850                                  PIC X(07).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  DL-FLAG                  PIC X(06).
001880     05  FILLER                  PIC X(10) VALUE SPACES.

001890 01  WS-NOTE-LINE.
001900     05  FILLER                  PIC X(22) VALUE
001910         "NOTE: NO SNAPSHOT FOR ".
001920     05  NL-PERIOD                PIC 9(04).
001930     05  FILLER                  PIC X(02) VALUE " (".
001940     05  NL-USE                   PIC X(13).
001950     05  FILLER                  PIC X(39) VALUE
001960         ") - OPENING BALANCES TAKEN AS ZERO".

001970 01  WS-SUMMARY-LINE.
001980     05  FILLER                  PIC X(19) VALUE
001990         "ACCOUNTS REPORTED: ".
002000     05  SL-REPORTED              PIC ZZZZ9.
002010     05  FILLER                  PIC X(17) VALUE
002020         "  LINES FLAGGED: ".
002030     05  SL-FLAGGED               PIC ZZZZ9.
002040     05  FILLER                  PIC X(34) VALUE SPACES.

002050 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002060 PROCEDURE DIVISION.
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-LOAD-ACTUALS THRU 2000-EXIT.
002100     PERFORM 3000-LOAD-BUDGETS THRU 3000-EXIT.
002110     PERFORM 4000-REPORT-ACCOUNTS THRU 4000-EXIT.
002120     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002130     STOP RUN.

002140*----------------------------------------------------------------
002150* 1000-INITIALIZE - SETTLE THE REPORT PERIOD, ITS PRIOR PERIOD
002160*                   AND THE LAST YEAR-END. A SHOP THAT HAS NEVER
002170*                   CLOSED IS IN THE RUN DATE'S OWN MONTH, THE
002180*                   SAME AS PERCLOSE ASSUMES.
002190*----------------------------------------------------------------
002200 1000-INITIALIZE.
002210     ACCEPT WS-RUN-DATE FROM DATE.
002220     ACCEPT WS-RUN-TIME FROM TIME.
002230     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
002240     MOVE WS-RUN-YYMM TO WS-OPEN-PERIOD.
002250     OPEN INPUT PERIODCT.
002260     IF WS-CTL-STATUS = "00"
002270         READ PERIODCT
002280             AT END
002290                 CONTINUE
002300             NOT AT END
002310                 MOVE PD-OPEN-PERIOD TO WS-OPEN-PERIOD
002320         END-READ
002330         CLOSE PERIODCT
002340     END-IF.
002350     MOVE WS-OPEN-PERIOD TO WS-RPT-PERIOD.
002360     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002370     IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
002380         DISPLAY "BUDVAR - REPORT PERIOD " WS-RPT-PERIOD
002390             " IS NOT A VALID YYMM - RUN ABORTED"
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     MOVE WS-RPT-PERIOD TO WS-PRIOR-PERIOD.
002440     IF WS-PRIOR-MM = 1
002450         MOVE 12 TO WS-PRIOR-MM
002460         IF WS-PRIOR-YY = ZERO
002470             MOVE 99 TO WS-PRIOR-YY
002480         ELSE
002490             SUBTRACT 1 FROM WS-PRIOR-YY
002500         END-IF
002510     ELSE
002520         SUBTRACT 1 FROM WS-PRIOR-MM
002530     END-IF.
002540     MOVE WS-RPT-PERIOD TO WS-YEAR-END-PERIOD.
002550     MOVE 12 TO WS-YEAR-END-MM.
002560     IF WS-YEAR-END-YY = ZERO
002570         MOVE 99 TO WS-YEAR-END-YY
002580     ELSE
002590         SUBTRACT 1 FROM WS-YEAR-END-YY
002600     END-IF.
002610     OPEN OUTPUT BUDVRPT.
002620     MOVE "BUDVAR" TO RH-PROGRAM-ID.
002630     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002640     MOVE WS-RUN-TIME TO RH-RUN-ID.
002650     MOVE 1 TO RH-PAGE-NUMBER.
002660     WRITE BUDVRPT-REC FROM RH-REPORT-HEADER.
002670     MOVE WS-RPT-PERIOD TO TL-PERIOD.
002680     MOVE WS-TOL-PCT TO TL-TOL-PCT.
002690     WRITE BUDVRPT-REC FROM WS-TITLE-LINE.
002700     WRITE BUDVRPT-REC FROM WS-BLANK-LINE.
002710 1000-EXIT.
002720     EXIT.

002730 1100-SCAN-PARMS.
002740     OPEN INPUT BIZPARM.
002750     IF WS-PARM-STATUS NOT = "00"
002760         GO TO 1100-EXIT
002770     END-IF.
002780     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
002790         UNTIL WS-EOF.
002800     CLOSE BIZPARM.
002810     MOVE "N" TO WS-EOF-SW.
002820 1100-EXIT.
002830     EXIT.

002840 1110-SCAN-ONE-PARM.
002850     READ BIZPARM
002860         AT END
002870             SET WS-EOF TO TRUE
002880         NOT AT END
002890             MOVE BIZPARM-REC TO PC-PARM-RECORD
002900             IF PC-PARM-NAME = "BUDVARPERIOD"
002910                     AND PC-PARM-VALUE > ZERO
002920                 MOVE PC-PARM-VALUE TO WS-RPT-PERIOD
002930             END-IF
002940             IF PC-PARM-NAME = "BUDVARTOLPCT"
002950                     AND PC-PARM-VALUE > ZERO
002960                 MOVE PC-PARM-VALUE TO WS-TOL-PCT
002970             END-IF
002980     END-READ.
002990 1110-EXIT.
003000     EXIT.

003010*----------------------------------------------------------------
003020* 2000-LOAD-ACTUALS - THE PERIOD'S CLOSING BALANCES, THEN THE
003030*                     PRIOR PERIOD'S AND THE LAST YEAR-END'S. THE
003040*                     OPEN PERIOD HAS NOT CLOSED, SO ITS CLOSING
003050*                     BALANCES ARE THE LIVE LEDGER; A CLOSED
003060*                     PERIOD WITHOUT ITS SNAPSHOT CANNOT BE
003070*                     REPORTED.
003080*----------------------------------------------------------------
003090 2000-LOAD-ACTUALS.
003100     IF WS-RPT-PERIOD = WS-OPEN-PERIOD
003110         PERFORM 2100-LOAD-LIVE-LEDGER THRU 2100-EXIT
003120     ELSE
003130         SET WS-LOAD-CLOSING TO TRUE
003140         MOVE WS-RPT-PERIOD TO WS-SNAP-PERIOD
003150         PERFORM 2200-LOAD-SNAPSHOT THRU 2200-EXIT
003160         IF WS-SNAP-STATUS NOT = "00"
003170             DISPLAY "BUDVAR - NO GLMAST SNAPSHOT FOR PERIOD "
003180                 WS-RPT-PERIOD " - RUN ABORTED"
003190             MOVE 16 TO RETURN-CODE
003200             CLOSE BUDVRPT
003210             STOP RUN
003220         END-IF
003230     END-IF.
003240     SET WS-LOAD-PRIOR TO TRUE.
003250     MOVE WS-PRIOR-PERIOD TO WS-SNAP-PERIOD.
003260     PERFORM 2200-LOAD-SNAPSHOT THRU 2200-EXIT.
003270     IF WS-SNAP-STATUS NOT = "00"
003280         MOVE WS-PRIOR-PERIOD TO NL-PERIOD
003290         MOVE "PERIOD" TO NL-USE
003300         WRITE BUDVRPT-REC FROM WS-NOTE-LINE
003310     END-IF.
003320     SET WS-LOAD-YEAR-END TO TRUE.
003330     MOVE WS-YEAR-END-PERIOD TO WS-SNAP-PERIOD.
003340     PERFORM 2200-LOAD-SNAPSHOT THRU 2200-EXIT.
003350     IF WS-SNAP-STATUS NOT = "00"
003360         MOVE WS-YEAR-END-PERIOD TO NL-PERIOD
003370         MOVE "YEAR TO DATE" TO NL-USE
003380         WRITE BUDVRPT-REC FROM WS-NOTE-LINE
003390     END-IF.
003400 2000-EXIT.
003410     EXIT.

003420 2100-LOAD-LIVE-LEDGER.
003430     OPEN INPUT GLMAST.
003440     IF WS-GL-STATUS NOT = "00"
003450         GO TO 2100-EXIT
003460     END-IF.
003470     PERFORM 2110-LOAD-ONE-GL-ACCOUNT THRU 2110-EXIT
003480         UNTIL WS-EOF.
003490     CLOSE GLMAST.
003500     MOVE "N" TO WS-EOF-SW.
003510 2100-EXIT.
003520     EXIT.

003530 2110-LOAD-ONE-GL-ACCOUNT.
003540     READ GLMAST
003550         AT END
003560             SET WS-EOF TO TRUE
003570             GO TO 2110-EXIT
003580     END-READ.
003590     MOVE GL-ACCOUNT TO WS-FIND-ACCOUNT.
003600     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
003610     SET AC-IDX TO WS-AC.
003620     ADD GL-BALANCE TO AC-CLOSING-BAL(AC-IDX).
003630 2110-EXIT.
003640     EXIT.

003650*----------------------------------------------------------------
003660* 2200-LOAD-SNAPSHOT - ONE PERCLOSE GLMAST.P<YYMM> CLOSING
003670*                      SNAPSHOT INTO THE COLUMN WS-SNAP-TARGET
003680*                      NAMES. WS-SNAP-STATUS TELLS THE CALLER
003690*                      WHETHER THE SNAPSHOT WAS THERE.
003700*----------------------------------------------------------------
003710 2200-LOAD-SNAPSHOT.
003720     MOVE SPACES TO WS-SNAP-NAME.
003730     STRING "GLMAST.P" DELIMITED BY SIZE
003740            WS-SNAP-PERIOD DELIMITED BY SIZE
003750         INTO WS-SNAP-NAME.
003760     OPEN INPUT SNAPFILE.
003770     IF WS-SNAP-STATUS NOT = "00"
003780         GO TO 2200-EXIT
003790     END-IF.
003800     PERFORM 2210-LOAD-ONE-SNAP-LINE THRU 2210-EXIT
003810         UNTIL WS-EOF.
003820     CLOSE SNAPFILE.
003830     MOVE "N" TO WS-EOF-SW.
003840     MOVE "00" TO WS-SNAP-STATUS.
003850 2200-EXIT.
003860     EXIT.

003870 2210-LOAD-ONE-SNAP-LINE.
003880     READ SNAPFILE
003890         AT END
003900             SET WS-EOF TO TRUE
003910             GO TO 2210-EXIT
003920     END-READ.
003930     IF GS-ACCOUNT = SPACES OR GS-BALANCE IS NOT NUMERIC
003940         GO TO 2210-EXIT
003950     END-IF.
003960     MOVE GS-ACCOUNT TO WS-FIND-ACCOUNT.
003970     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
003980     SET AC-IDX TO WS-AC.
003990     EVALUATE TRUE
004000         WHEN WS-LOAD-CLOSING
004010             ADD GS-BALANCE TO AC-CLOSING-BAL(AC-IDX)
004020         WHEN WS-LOAD-PRIOR
004030             ADD GS-BALANCE TO AC-PRIOR-BAL(AC-IDX)
004040         WHEN WS-LOAD-YEAR-END
004050             ADD GS-BALANCE TO AC-YEAR-END-BAL(AC-IDX)
004060     END-EVALUATE.
004070 2210-EXIT.
004080     EXIT.

004090*----------------------------------------------------------------
004100* 3000-LOAD-BUDGETS - EVERY BUDGET LINE IN THE REPORT PERIOD'S
004110*                     YEAR UP TO AND INCLUDING THE REPORT PERIOD
004120*                     COUNTS TOWARD YEAR TO DATE; THE REPORT
004130*                     PERIOD'S OWN LINE IS ALSO THE PERIOD BUDGET.
004140*                     NO BUDGET FILE LEAVES EVERY BUDGET ZERO.
004150*----------------------------------------------------------------
004160 3000-LOAD-BUDGETS.
004170     OPEN INPUT BUDMAST.
004180     IF WS-BUD-STATUS NOT = "00"
004190         GO TO 3000-EXIT
004200     END-IF.
004210     PERFORM 3100-LOAD-ONE-BUDGET THRU 3100-EXIT
004220         UNTIL WS-EOF.
004230     CLOSE BUDMAST.
004240     MOVE "N" TO WS-EOF-SW.
004250 3000-EXIT.
004260     EXIT.

004270 3100-LOAD-ONE-BUDGET.
004280     READ BUDMAST
004290         AT END
004300             SET WS-EOF TO TRUE
004310             GO TO 3100-EXIT
004320     END-READ.
004330     IF BM-PERIOD-YY NOT = WS-RPT-YY
004340             OR BM-PERIOD-MM > WS-RPT-MM
004350         GO TO 3100-EXIT
004360     END-IF.
004370     MOVE BM-ACCOUNT TO WS-FIND-ACCOUNT.
004380     PERFORM 7000-FIND-ACCOUNT THRU 7000-EXIT.
004390     SET AC-IDX TO WS-AC.
004400     ADD BM-AMOUNT TO AC-BUD-YTD(AC-IDX).
004410     IF BM-PERIOD = WS-RPT-PERIOD
004420         ADD BM-AMOUNT TO AC-BUD-PERIOD(AC-IDX)
004430     END-IF.
004440 3100-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470* 4000-REPORT-ACCOUNTS - TWO LINES PER ACCOUNT, PERIOD THEN YEAR
004480*                        TO DATE, IN ACCOUNT ORDER. AN ACCOUNT
004490*                        WITH NO ACTIVITY AND NO BUDGET EITHER WAY
004500*                        IS LEFT OFF.
004510*----------------------------------------------------------------
004520 4000-REPORT-ACCOUNTS.
004530     WRITE BUDVRPT-REC FROM WS-COLUMN-LINE.
004540     WRITE BUDVRPT-REC FROM WS-BLANK-LINE.
004550     PERFORM 4100-REPORT-ONE-ACCOUNT THRU 4100-EXIT
004560         VARYING WS-G FROM 1 BY 1
004570         UNTIL WS-G > WS-AC-COUNT.
004580 4000-EXIT.
004590     EXIT.

004600 4100-REPORT-ONE-ACCOUNT.
004610     SET AC-IDX TO WS-G.
004620     IF AC-CLOSING-BAL(AC-IDX) = AC-YEAR-END-BAL(AC-IDX)
004630             AND AC-CLOSING-BAL(AC-IDX) = AC-PRIOR-BAL(AC-IDX)
004640             AND AC-BUD-YTD(AC-IDX) = ZERO
004650             AND AC-BUD-PERIOD(AC-IDX) = ZERO
004660         GO TO 4100-EXIT
004670     END-IF.
004680     ADD 1 TO WS-REPORTED-COUNT.
004690     MOVE AC-ACCOUNT(AC-IDX) TO DL-ACCOUNT.
004700     MOVE "PER" TO DL-BASIS.
004710     COMPUTE WS-ACTUAL =
004720         AC-CLOSING-BAL(AC-IDX) - AC-PRIOR-BAL(AC-IDX).
004730     MOVE AC-BUD-PERIOD(AC-IDX) TO WS-BUDGET.
004740     PERFORM 4200-PRINT-VARIANCE THRU 4200-EXIT.
004750     MOVE SPACES TO DL-ACCOUNT.
004760     MOVE "YTD" TO DL-BASIS.
004770     COMPUTE WS-ACTUAL =
004780         AC-CLOSING-BAL(AC-IDX) - AC-YEAR-END-BAL(AC-IDX).
004790     MOVE AC-BUD-YTD(AC-IDX) TO WS-BUDGET.
004800     PERFORM 4200-PRINT-VARIANCE THRU 4200-EXIT.
004810 4100-EXIT.
004820     EXIT.

004830*----------------------------------------------------------------
004840* 4200-PRINT-VARIANCE - VARIANCE IS ACTUAL LESS BUDGET IN LEDGER
004850*                       SIGN; THE PERCENT IS OF THE BUDGET'S SIZE,
004860*                       ONE DECIMAL, CAPPED AT 9999.9. THE FLAG
004870*                       TESTS THE PERCENT EITHER WAY AGAINST THE
004880*                       TOLERANCE.
004890*----------------------------------------------------------------
004900 4200-PRINT-VARIANCE.
004910     COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET.
004920     MOVE WS-ACTUAL TO DL-ACTUAL.
004930     MOVE WS-BUDGET TO DL-BUDGET.
004940     MOVE WS-VARIANCE TO DL-VARIANCE.
004950     MOVE SPACES TO DL-FLAG.
004960     IF WS-BUDGET = ZERO
004970         MOVE SPACES TO DL-PCT-X
004980         IF WS-ACTUAL NOT = ZERO
004990             MOVE "NO BUD" TO DL-FLAG
005000             ADD 1 TO WS-FLAGGED-COUNT
005010         END-IF
005020         WRITE BUDVRPT-REC FROM WS-DETAIL-LINE
005030         GO TO 4200-EXIT
005040     END-IF.
005050     IF WS-BUDGET < ZERO
005060         COMPUTE WS-ABS-BUDGET = ZERO - WS-BUDGET
005070     ELSE
005080         MOVE WS-BUDGET TO WS-ABS-BUDGET
005090     END-IF.
005100     COMPUTE WS-PCT ROUNDED =
005110         WS-VARIANCE * 100 / WS-ABS-BUDGET
005120         ON SIZE ERROR
005130             IF WS-VARIANCE < ZERO
005140                 MOVE -9999.9 TO WS-PCT
005150             ELSE
005160                 MOVE 9999.9 TO WS-PCT
005170             END-IF
005180     END-COMPUTE.
005190     MOVE WS-PCT TO DL-PCT.
005200     IF WS-PCT < ZERO
005210         COMPUTE WS-ABS-PCT = ZERO - WS-PCT
005220     ELSE
005230         MOVE WS-PCT TO WS-ABS-PCT
005240     END-IF.
005250     IF WS-ABS-PCT > WS-TOL-PCT
005260         MOVE "OVER" TO DL-FLAG
005270         ADD 1 TO WS-FLAGGED-COUNT
005280     END-IF.
005290     WRITE BUDVRPT-REC FROM WS-DETAIL-LINE.
005300 4200-EXIT.
005310     EXIT.

005320 5000-FINALIZE.
005330     WRITE BUDVRPT-REC FROM WS-BLANK-LINE.
005340     MOVE WS-REPORTED-COUNT TO SL-REPORTED.
005350     MOVE WS-FLAGGED-COUNT TO SL-FLAGGED.
005360     WRITE BUDVRPT-REC FROM WS-SUMMARY-LINE.
005370     CLOSE BUDVRPT.
005380 5000-EXIT.
005390     EXIT.

005400*----------------------------------------------------------------
005410* 7000-FIND-ACCOUNT - LOCATE WS-FIND-ACCOUNT IN THE ACCOUNT TABLE,
005420*                     INSERTING A ZEROED SLOT IN KEY ORDER WHEN IT
005430*                     IS NEW. WS-AC RETURNS ITS POSITION.
005440*----------------------------------------------------------------
005450 7000-FIND-ACCOUNT.
005460     MOVE ZERO TO WS-AC.
005470     PERFORM 7100-SCAN-ONE-ACCOUNT THRU 7100-EXIT
005480         VARYING WS-G FROM 1 BY 1
005490         UNTIL WS-G > WS-AC-COUNT OR WS-AC > ZERO.
005500     IF WS-AC > ZERO
005510         SET AC-IDX TO WS-AC
005520         IF AC-ACCOUNT(AC-IDX) = WS-FIND-ACCOUNT
005530             GO TO 7000-EXIT
005540         END-IF
005550     ELSE
005560         COMPUTE WS-AC = WS-AC-COUNT + 1
005570     END-IF.
005580     IF WS-AC-COUNT >= 2000
005590         DISPLAY "BUDVAR - ACCOUNTS EXCEED THE 2000-ENTRY TABLE"
005600             " - RUN ABORTED"
005610         MOVE 16 TO RETURN-CODE
005620         STOP RUN
005630     END-IF.
005640     PERFORM 7200-SHIFT-ONE-ACCOUNT THRU 7200-EXIT
005650         VARYING WS-H FROM WS-AC-COUNT BY -1
005660         UNTIL WS-H < WS-AC.
005670     ADD 1 TO WS-AC-COUNT.
005680     SET AC-IDX TO WS-AC.
005690     MOVE WS-FIND-ACCOUNT TO AC-ACCOUNT(AC-IDX).
005700     MOVE ZERO TO AC-CLOSING-BAL(AC-IDX)
005710                  AC-PRIOR-BAL(AC-IDX)
005720                  AC-YEAR-END-BAL(AC-IDX)
005730                  AC-BUD-PERIOD(AC-IDX)
005740                  AC-BUD-YTD(AC-IDX).
005750 7000-EXIT.
005760     EXIT.

005770 7100-SCAN-ONE-ACCOUNT.
005780     IF AC-ACCOUNT(WS-G) NOT < WS-FIND-ACCOUNT
005790         MOVE WS-G TO WS-AC
005800     END-IF.
005810 7100-EXIT.
005820     EXIT.

005830 7200-SHIFT-ONE-ACCOUNT.
005840     MOVE AC-ENTRY(WS-H) TO AC-ENTRY(WS-H + 1).
005850 7200-EXIT.
005860     EXIT.
