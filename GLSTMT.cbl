000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLSTMT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. BALANCE SHEET AND INCOME
000110*                  STATEMENT FROM THE GENERAL LEDGER, RUN AFTER
000120*                  GLPOST. EVERY GLMAST BALANCE IS ROLLED UP BY
000130*                  THE ACCOUNT'S TYPE AND ROLL-UP GROUP ON THE
000140*                  COAMAST CHART OF ACCOUNTS. GLMAST BALANCES
000150*                  ACCUMULATE FROM THE FIRST POSTING AND INCOME
000160*                  AND EXPENSE ACCOUNTS ARE NEVER CLOSED OUT, SO
000170*                  THE INCOME STATEMENT IS YEAR TO DATE: THE LIVE
000180*                  BALANCE LESS THE LAST YEAR-END (PERIOD YY12)
000190*                  GLMAST.P<YYMM> SNAPSHOT PERCLOSE CUT, FOR THE
000200*                  YEAR OF THE OPEN PERIOD IN PERIODCT. THE
000210*                  BALANCE SHEET CARRIES EARLIER YEARS' EARNINGS
000220*                  AS RETAINED EARNINGS AND THIS YEAR'S AS CURRENT
000230*                  YEAR EARNINGS, AND PROVES TOTAL ASSETS
000240*                  AGAINST TOTAL LIABILITIES AND EQUITY. A LEDGER
000250*                  ACCOUNT NOT ON THE CHART (ONE OPENED BEFORE
000260*                  GLPOST VALIDATED ACCOUNTS) PRINTS ON ITS OWN
000270*                  LINE UNDER ASSETS SO THE PROOF STILL HOLDS. THE
000280*                  REPORT IS GLSTMT.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM.
000330 OBJECT-COMPUTER. IBM.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PERIODCT ASSIGN TO "PERIODCT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CTL-STATUS.
000390     SELECT GLMAST ASSIGN TO "GLMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS GL-ACCOUNT
000430         FILE STATUS IS WS-GL-STATUS.
000440     SELECT COAMAST ASSIGN TO "COAMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CA-ACCOUNT
000480         FILE STATUS IS WS-COA-STATUS.
000490     SELECT SNAPFILE ASSIGN USING WS-SNAP-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SNAP-STATUS.
000520     SELECT GLSTMT ASSIGN TO "GLSTMT"
000530         ORGANIZATION IS LINE SEQUENTIAL.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PERIODCT
000570     RECORDING MODE IS F.
000580 01  PERIODCT-REC.
000590     05  PD-OPEN-PERIOD           PIC 9(04).
000600     05  FILLER                   PIC X(76).

000610 FD  GLMAST.
000620 01  GLMAST-REC.
000630     05  GL-ACCOUNT               PIC X(10).
000640     05  GL-BALANCE               PIC S9(11) COMP-3.
000650     05  GL-LAST-POST-DATE        PIC 9(06).

000660 FD  COAMAST.
000670 01  COAMAST-REC.
000680     05  CA-ACCOUNT               PIC X(10).
000690     05  CA-DESC                  PIC X(30).
000700     05  CA-TYPE                  PIC X(01).
000710         88  CA-ASSET                       VALUE "A".
000720         88  CA-LIABILITY                   VALUE "L".
000730         88  CA-EQUITY                      VALUE "Q".
000740         88  CA-INCOME                      VALUE "I".
000750         88  CA-EXPENSE                     VALUE "E".
000760     05  CA-ACTIVE                PIC X(01).
000770     05  CA-GROUP                 PIC X(20).

000780 FD  SNAPFILE
000790     RECORDING MODE IS F.
000800 01  SNAPFILE-REC.
000810     05  GS-ACCOUNT               PIC X(10).
000820     05  FILLER                   PIC X(01).
000830     05  GS-BALANCE               PIC S9(11) SIGN LEADING
000840                                            SEPARATE.
000850     05  FILLER                   PIC X(01).
000860     05  GS-LAST-POST-DATE        PIC 9(06).
000870     05  FILLER                   PIC X(170).

000880 FD  GLSTMT
000890     RECORDING MODE IS F.
000900 01  GLSTMT-REC                   PIC X(80).

000910 WORKING-STORAGE SECTION.
000920 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000930     88  WS-EOF                             VALUE "Y".
000940 77  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
000950 77  WS-GL-STATUS                 PIC X(02) VALUE SPACES.
000960 77  WS-COA-STATUS                PIC X(02) VALUE SPACES.
000970 77  WS-SNAP-STATUS               PIC X(02) VALUE SPACES.
000980 77  WS-SNAP-NAME                 PIC X(30) VALUE SPACES.
000990 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001000 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001010 77  WS-G                         PIC 9(03) COMP.
001020 77  WS-GR                        PIC 9(03) VALUE ZERO COMP.
001030 77  WS-PRINT-TYPE                PIC X(01) VALUE SPACE.
001040 77  WS-UNCHARTED                 PIC S9(13) VALUE ZERO.
001050 77  WS-PRIOR-EARNINGS            PIC S9(13) VALUE ZERO.
001060 77  WS-TYPE-TOTAL                PIC S9(13) VALUE ZERO.
001070 77  WS-TOTAL-ASSETS              PIC S9(13) VALUE ZERO.
001080 77  WS-TOTAL-LIABILITIES         PIC S9(13) VALUE ZERO.
001090 77  WS-TOTAL-EQUITY              PIC S9(13) VALUE ZERO.
001100 77  WS-TOTAL-INCOME              PIC S9(13) VALUE ZERO.
001110 77  WS-TOTAL-EXPENSE             PIC S9(13) VALUE ZERO.
001120 77  WS-NET-INCOME                PIC S9(13) VALUE ZERO.
001130 77  WS-RETAINED                  PIC S9(13) VALUE ZERO.
001140 77  WS-DIFFERENCE                PIC S9(13) VALUE ZERO.

001150 01  WS-OPEN-PERIOD               PIC 9(04) VALUE ZERO.
001160 01  WS-OPEN-PARTS REDEFINES WS-OPEN-PERIOD.
001170     05  WS-OPEN-YY               PIC 9(02).
001180     05  WS-OPEN-MM               PIC 9(02).
001190 01  WS-YEAR-END-PERIOD           PIC 9(04) VALUE ZERO.
001200 01  WS-YEAR-END-PARTS REDEFINES WS-YEAR-END-PERIOD.
001210     05  WS-YEAR-END-YY           PIC 9(02).
001220     05  WS-YEAR-END-MM           PIC 9(02).
001230 01  WS-RUN-DATE-PARTS.
001240     05  WS-RUN-YYMM              PIC 9(04).
001250     05  WS-RUN-DD                PIC 9(02).

001260 01  WS-GROUP-TABLE.
001270     05  WS-GROUP-COUNT           PIC 9(03) VALUE ZERO COMP.
001280     05  GR-ENTRY OCCURS 200 TIMES
001290                  INDEXED BY GR-IDX.
001300         10  GR-TYPE              PIC X(01).
001310         10  GR-NAME              PIC X(20).
001320         10  GR-AMOUNT            PIC S9(13) COMP-3.

001330 COPY RPTHDR.

001340 01  WS-BS-TITLE-LINE.
001350     05  FILLER                  PIC X(14) VALUE
001360         "BALANCE SHEET".
001370     05  FILLER                  PIC X(09) VALUE "AS OF    ".
001380     05  TL-BS-DATE               PIC 9(06).
001390     05  FILLER                  PIC X(51) VALUE SPACES.

001400 01  WS-IS-TITLE-LINE.
001410     05  FILLER                  PIC X(31) VALUE
001420         "INCOME STATEMENT - YEAR TO DATE".
001430     05  FILLER                  PIC X(16) VALUE
001440         "  OPEN PERIOD  ".
001450     05  TL-IS-PERIOD             PIC 9(04).
001460     05  FILLER                  PIC X(29) VALUE SPACES.

001470 01  WS-HEADING-LINE.
001480     05  HL-HEADING               PIC X(40).
001490     05  FILLER                  PIC X(40) VALUE SPACES.

001500 01  WS-GROUP-LINE.
001510     05  FILLER                  PIC X(04) VALUE SPACES.
001520     05  GP-NAME                  PIC X(32).
001530     05  FILLER                  PIC X(04) VALUE SPACES.
001540     05  GP-AMOUNT                PIC -(12)9.
001550     05  FILLER                  PIC X(27) VALUE SPACES.

001560 01  WS-TOTAL-LINE.
001570     05  TT-LABEL                 PIC X(36).
001580     05  FILLER                  PIC X(17) VALUE SPACES.
001590     05  TT-AMOUNT                PIC -(12)9.
001600     05  FILLER                  PIC X(14) VALUE SPACES.

001610 01  WS-PROOF-LINE.
001620     05  PF-TEXT                  PIC X(36).
001630     05  PF-DIFFERENCE            PIC -(12)9.
001640     05  PF-DIFFERENCE-X REDEFINES PF-DIFFERENCE
001650                                  PIC X(13).
001660     05  FILLER                  PIC X(31) VALUE SPACES.

001670 01  WS-NOTE-LINE.
001680     05  FILLER                  PIC X(35) VALUE
001690         "NOTE: NO YEAR-END SNAPSHOT GLMAST.P".
001700     05  NL-PERIOD                PIC 9(04).
001710     05  FILLER                  PIC X(41) VALUE
001720         " - INCOME IS FROM THE FIRST POSTING".

001730 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     PERFORM 2000-ROLL-UP-LEDGER THRU 2000-EXIT.
001780     PERFORM 3000-BACK-OUT-PRIOR-YEARS THRU 3000-EXIT.
001790     PERFORM 4000-PRINT-BALANCE-SHEET THRU 4000-EXIT.
001800     PERFORM 5000-PRINT-INCOME-STMT THRU 5000-EXIT.
001810     PERFORM 6000-FINALIZE THRU 6000-EXIT.
001820     STOP RUN.

001830*----------------------------------------------------------------
001840* 1000-INITIALIZE - THE YEAR IS THE OPEN PERIOD'S YEAR; A SHOP
001850*                   THAT HAS NEVER CLOSED IS IN THE RUN DATE'S
001860*                   OWN MONTH, THE SAME AS PERCLOSE ASSUMES.
001870*----------------------------------------------------------------
001880 1000-INITIALIZE.
001890     ACCEPT WS-RUN-DATE FROM DATE.
001900     ACCEPT WS-RUN-TIME FROM TIME.
001910     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
001920     MOVE WS-RUN-YYMM TO WS-OPEN-PERIOD.
001930     OPEN INPUT PERIODCT.
001940     IF WS-CTL-STATUS = "00"
001950         READ PERIODCT
001960             AT END
001970                 CONTINUE
001980             NOT AT END
001990                 MOVE PD-OPEN-PERIOD TO WS-OPEN-PERIOD
002000         END-READ
002010         CLOSE PERIODCT
002020     END-IF.
002030     MOVE WS-OPEN-PERIOD TO WS-YEAR-END-PERIOD.
002040     MOVE 12 TO WS-YEAR-END-MM.
002050     IF WS-YEAR-END-YY = ZERO
002060         MOVE 99 TO WS-YEAR-END-YY
002070     ELSE
002080         SUBTRACT 1 FROM WS-YEAR-END-YY
002090     END-IF.
002100     OPEN INPUT COAMAST.
002110     IF WS-COA-STATUS NOT = "00"
002120         DISPLAY "GLSTMT - COAMAST OPEN FAILED, STATUS "
002130             WS-COA-STATUS " - RUN ABORTED"
002140         MOVE 16 TO RETURN-CODE
002150         STOP RUN
002160     END-IF.
002170     OPEN OUTPUT GLSTMT.
002180 1000-EXIT.
002190     EXIT.

002200*----------------------------------------------------------------
002210* 2000-ROLL-UP-LEDGER - EVERY LIVE BALANCE ONTO ITS GROUP. AN
002220*                       ACCOUNT NOT ON THE CHART GOES TO THE
002230*                       UNCHARTED TOTAL.
002240*----------------------------------------------------------------
002250 2000-ROLL-UP-LEDGER.
002260     OPEN INPUT GLMAST.
002270     IF WS-GL-STATUS NOT = "00"
002280         GO TO 2000-EXIT
002290     END-IF.
002300     PERFORM 2100-ROLL-UP-ONE-ACCOUNT THRU 2100-EXIT
002310         UNTIL WS-EOF.
002320     CLOSE GLMAST.
002330     MOVE "N" TO WS-EOF-SW.
002340 2000-EXIT.
002350     EXIT.

002360 2100-ROLL-UP-ONE-ACCOUNT.
002370     READ GLMAST
002380         AT END
002390             SET WS-EOF TO TRUE
002400             GO TO 2100-EXIT
002410     END-READ.
002420     MOVE GL-ACCOUNT TO CA-ACCOUNT.
002430     READ COAMAST
002440         INVALID KEY
002450             ADD GL-BALANCE TO WS-UNCHARTED
002460             GO TO 2100-EXIT
002470     END-READ.
002480     PERFORM 7000-FIND-GROUP THRU 7000-EXIT.
002490     SET GR-IDX TO WS-GR.
002500     ADD GL-BALANCE TO GR-AMOUNT(GR-IDX).
002510 2100-EXIT.
002520     EXIT.

002530*----------------------------------------------------------------
002540* 3000-BACK-OUT-PRIOR-YEARS - THE YEAR-END SNAPSHOT'S INCOME AND
002550*                             EXPENSE BALANCES ARE EARLIER YEARS'
002560*                             EARNINGS: TAKE THEM OFF THEIR GROUPS
002570*                             TO LEAVE YEAR TO DATE, AND CARRY
002580*                             THEIR SUM AS RETAINED EARNINGS.
002590*----------------------------------------------------------------
002600 3000-BACK-OUT-PRIOR-YEARS.
002610     MOVE SPACES TO WS-SNAP-NAME.
002620     STRING "GLMAST.P" DELIMITED BY SIZE
002630            WS-YEAR-END-PERIOD DELIMITED BY SIZE
002640         INTO WS-SNAP-NAME.
002650     OPEN INPUT SNAPFILE.
002660     IF WS-SNAP-STATUS NOT = "00"
002670         GO TO 3000-EXIT
002680     END-IF.
002690     PERFORM 3100-BACK-OUT-ONE-ACCOUNT THRU 3100-EXIT
002700         UNTIL WS-EOF.
002710     CLOSE SNAPFILE.
002720     MOVE "N" TO WS-EOF-SW.
002730 3000-EXIT.
002740     EXIT.

002750 3100-BACK-OUT-ONE-ACCOUNT.
002760     READ SNAPFILE
002770         AT END
002780             SET WS-EOF TO TRUE
002790             GO TO 3100-EXIT
002800     END-READ.
002810     IF GS-ACCOUNT = SPACES OR GS-BALANCE IS NOT NUMERIC
002820         GO TO 3100-EXIT
002830     END-IF.
002840     MOVE GS-ACCOUNT TO CA-ACCOUNT.
002850     READ COAMAST
002860         INVALID KEY
002870             GO TO 3100-EXIT
002880     END-READ.
002890     IF NOT CA-INCOME AND NOT CA-EXPENSE
002900         GO TO 3100-EXIT
002910     END-IF.
002920     PERFORM 7000-FIND-GROUP THRU 7000-EXIT.
002930     SET GR-IDX TO WS-GR.
002940     SUBTRACT GS-BALANCE FROM GR-AMOUNT(GR-IDX).
002950     ADD GS-BALANCE TO WS-PRIOR-EARNINGS.
002960 3100-EXIT.
002970     EXIT.

002980*----------------------------------------------------------------
002990* 4000-PRINT-BALANCE-SHEET - ASSETS IN LEDGER SIGN; LIABILITIES
003000*                            AND EQUITY ARE CREDIT BALANCES, SO
003010*                            THEIR SIGN IS TURNED TO PRINT
003020*                            POSITIVE. EARNINGS ARE THE TURNED SUM
003030*                            OF THE INCOME AND EXPENSE GROUPS.
003040*----------------------------------------------------------------
003050 4000-PRINT-BALANCE-SHEET.
003060     MOVE "GLSTMT" TO RH-PROGRAM-ID.
003070     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003080     MOVE WS-RUN-TIME TO RH-RUN-ID.
003090     MOVE 1 TO RH-PAGE-NUMBER.
003100     WRITE GLSTMT-REC FROM RH-REPORT-HEADER.
003110     MOVE WS-RUN-DATE TO TL-BS-DATE.
003120     WRITE GLSTMT-REC FROM WS-BS-TITLE-LINE.
003130     WRITE GLSTMT-REC FROM WS-BLANK-LINE.
003140     MOVE "ASSETS" TO HL-HEADING.
003150     WRITE GLSTMT-REC FROM WS-HEADING-LINE.
003160     MOVE "A" TO WS-PRINT-TYPE.
003170     PERFORM 4100-PRINT-TYPE-GROUPS THRU 4100-EXIT.
003180     IF WS-UNCHARTED NOT = ZERO
003190         MOVE "ACCOUNTS NOT ON CHART" TO GP-NAME
003200         MOVE WS-UNCHARTED TO GP-AMOUNT
003210         WRITE GLSTMT-REC FROM WS-GROUP-LINE
003220     END-IF.
003230     COMPUTE WS-TOTAL-ASSETS = WS-TYPE-TOTAL + WS-UNCHARTED.
003240     MOVE "TOTAL ASSETS" TO TT-LABEL.
003250     MOVE WS-TOTAL-ASSETS TO TT-AMOUNT.
003260     WRITE GLSTMT-REC FROM WS-TOTAL-LINE.
003270     WRITE GLSTMT-REC FROM WS-BLANK-LINE.
003280     MOVE "LIABILITIES" TO HL-HEADING.
003290     WRITE GLSTMT-REC FROM WS-HEADING-LINE.
003300     MOVE "L" TO WS-PRINT-TYPE.
003310     PERFORM 4100-PRINT-TYPE-GROUPS THRU 4100-EXIT.
003320     MOVE WS-TYPE-TOTAL TO WS-TOTAL-LIABILITIES.
003330     MOVE "TOTAL LIABILITIES" TO TT-LABEL.
003340     MOVE WS-TOTAL-LIABILITIES TO TT-AMOUNT.
003350     WRITE GLSTMT-REC FROM WS-TOTAL-LINE.
003360     WRITE GLSTMT-REC FROM WS-BLANK-LINE.
003370     MOVE "EQUITY" TO HL-HEADING.
003380     WRITE GLSTMT-REC FROM WS-HEADING-LINE.
003390     MOVE "Q" TO WS-PRINT-TYPE.
003400     PERFORM 4100-PRINT-TYPE-GROUPS THRU 4100-EXIT.
003410     MOVE WS-TYPE-TOTAL TO WS-TOTAL-EQUITY.
003420     PERFORM 4200-TOTAL-EARNINGS THRU 4200-EXIT.
003430     COMPUTE WS-RETAINED = ZERO - WS-PRIOR-EARNINGS.
003440     MOVE "RETAINED EARNINGS" TO GP-NAME.
003450     MOVE WS-RETAINED TO GP-AMOUNT.
003460     WRITE GLSTMT-REC FROM WS-GROUP-LINE.
003470     MOVE "CURRENT YEAR EARNINGS" TO GP-NAME.
003480     MOVE WS-NET-INCOME TO GP-AMOUNT.
003490     WRITE GLSTMT-REC FROM WS-GROUP-LINE.
003500     ADD WS-RETAINED WS-NET-INCOME TO WS-TOTAL-EQUITY.
003510     MOVE "TOTAL EQUITY" TO TT-LABEL.
003520     MOVE WS-TOTAL-EQUITY TO TT-AMOUNT.
003530     WRITE GLSTMT-REC FROM WS-TOTAL-LINE.
003540     WRITE GLSTMT-REC FROM WS-BLANK-LINE.
003550     MOVE "TOTAL LIABILITIES AND EQUITY" TO TT-LABEL.
003560     COMPUTE TT-AMOUNT = WS-TOTAL-LIABILITIES + WS-TOTAL-EQUITY.
003570     WRITE GLSTMT-REC FROM WS-TOTAL-LINE.
003580     WRITE GLSTMT-REC FROM WS-BLANK-LINE.
003590     COMPUTE WS-DIFFERENCE = WS-TOTAL-ASSETS
003600         - WS-TOTAL-LIABILITIES - WS-TOTAL-EQUITY.
003610     IF WS-DIFFERENCE = ZERO
003620         MOVE "BALANCE SHEET IN BALANCE" TO PF-TEXT
003630         MOVE SPACES TO PF-DIFFERENCE-X
003640     ELSE
003650         MOVE "BALANCE SHEET OUT OF BALANCE BY" TO PF-TEXT
003660         MOVE WS-DIFFERENCE TO PF-DIFFERENCE
003670     END-IF.
003680     WRITE GLSTMT-REC FROM WS-PROOF-LINE.
003690 4000-EXIT.
003700     EXIT.

003710*----------------------------------------------------------------
003720* 4100-PRINT-TYPE-GROUPS - EVERY GROUP OF WS-PRINT-TYPE, IN THE
003730*                          ORDER THE CHART FIRST PRODUCED THEM.
003740*                          WS-TYPE-TOTAL RETURNS THEIR PRINTED
003750*                          SUM.
003760*----------------------------------------------------------------
003770 4100-PRINT-TYPE-GROUPS.
003780     MOVE ZERO TO WS-TYPE-TOTAL.
003790     PERFORM 4110-PRINT-ONE-GROUP THRU 4110-EXIT
003800         VARYING WS-G FROM 1 BY 1
003810         UNTIL WS-G > WS-GROUP-COUNT.
003820 4100-EXIT.
003830     EXIT.

003840 4110-PRINT-ONE-GROUP.
003850     SET GR-IDX TO WS-G.
003860     IF GR-TYPE(GR-IDX) NOT = WS-PRINT-TYPE
003870         GO TO 4110-EXIT
003880     END-IF.
003890     MOVE GR-NAME(GR-IDX) TO GP-NAME.
003900     IF WS-PRINT-TYPE = "A" OR WS-PRINT-TYPE = "E"
003910         MOVE GR-AMOUNT(GR-IDX) TO GP-AMOUNT
003920         ADD GR-AMOUNT(GR-IDX) TO WS-TYPE-TOTAL
003930     ELSE
003940         COMPUTE GP-AMOUNT = ZERO - GR-AMOUNT(GR-IDX)
003950         SUBTRACT GR-AMOUNT(GR-IDX) FROM WS-TYPE-TOTAL
003960     END-IF.
003970     WRITE GLSTMT-REC FROM WS-GROUP-LINE.
003980 4110-EXIT.
003990     EXIT.

004000 4200-TOTAL-EARNINGS.
004010     MOVE ZERO TO WS-TOTAL-INCOME
004020                  WS-TOTAL-EXPENSE.
004030     PERFORM 4210-ADD-ONE-GROUP THRU 4210-EXIT
004040         VARYING WS-G FROM 1 BY 1
004050         UNTIL WS-G > WS-GROUP-COUNT.
004060     COMPUTE WS-NET-INCOME = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.
004070 4200-EXIT.
004080     EXIT.

004090 4210-ADD-ONE-GROUP.
004100     SET GR-IDX TO WS-G.
004110     IF GR-TYPE(GR-IDX) = "I"
004120         SUBTRACT GR-AMOUNT(GR-IDX) FROM WS-TOTAL-INCOME
004130     END-IF.
004140     IF GR-TYPE(GR-IDX) = "E"
004150         ADD GR-AMOUNT(GR-IDX) TO WS-TOTAL-EXPENSE
004160     END-IF.
004170 4210-EXIT.
004180     EXIT.

004190*----------------------------------------------------------------
004200* 5000-PRINT-INCOME-STMT - INCOME TURNED TO PRINT POSITIVE,
004210*                          EXPENSE IN LEDGER SIGN, NET INCOME THE
004220*                          DIFFERENCE - THE SAME FIGURE THE
004230*                          BALANCE SHEET CARRIES AS CURRENT YEAR
004240*                          EARNINGS.
004250*----------------------------------------------------------------
004260 5000-PRINT-INCOME-STMT.
004270     MOVE 2 TO RH-PAGE-NUMBER.
004280     WRITE GLSTMT-REC FROM WS-BLANK-LINE.
004290     WRITE GLSTMT-REC FROM RH-REPORT-HEADER.
004300     MOVE WS-OPEN-PERIOD TO TL-IS-PERIOD.
004310     WRITE GLSTMT-REC FROM WS-IS-TITLE-LINE.
004320     WRITE GLSTMT-REC FROM WS-BLANK-LINE.
004330     IF WS-SNAP-STATUS NOT = "00"
004340         MOVE WS-YEAR-END-PERIOD TO NL-PERIOD
004350         WRITE GLSTMT-REC FROM WS-NOTE-LINE
004360         WRITE GLSTMT-REC FROM WS-BLANK-LINE
004370     END-IF.
004380     MOVE "INCOME" TO HL-HEADING.
004390     WRITE GLSTMT-REC FROM WS-HEADING-LINE.
004400     MOVE "I" TO WS-PRINT-TYPE.
004410     PERFORM 4100-PRINT-TYPE-GROUPS THRU 4100-EXIT.
004420     MOVE "TOTAL INCOME" TO TT-LABEL.
004430     MOVE WS-TOTAL-INCOME TO TT-AMOUNT.
004440     WRITE GLSTMT-REC FROM WS-TOTAL-LINE.
004450     WRITE GLSTMT-REC FROM WS-BLANK-LINE.
004460     MOVE "EXPENSES" TO HL-HEADING.
004470     WRITE GLSTMT-REC FROM WS-HEADING-LINE.
004480     MOVE "E" TO WS-PRINT-TYPE.
004490     PERFORM 4100-PRINT-TYPE-GROUPS THRU 4100-EXIT.
004500     MOVE "TOTAL EXPENSES" TO TT-LABEL.
004510     MOVE WS-TOTAL-EXPENSE TO TT-AMOUNT.
004520     WRITE GLSTMT-REC FROM WS-TOTAL-LINE.
004530     WRITE GLSTMT-REC FROM WS-BLANK-LINE.
004540     MOVE "NET INCOME" TO TT-LABEL.
004550     MOVE WS-NET-INCOME TO TT-AMOUNT.
004560     WRITE GLSTMT-REC FROM WS-TOTAL-LINE.
004570 5000-EXIT.
004580     EXIT.

004590 6000-FINALIZE.
004600     CLOSE COAMAST
004610           GLSTMT.
004620 6000-EXIT.
004630     EXIT.

004640*----------------------------------------------------------------
004650* 7000-FIND-GROUP - LOCATE THE CURRENT CHART RECORD'S TYPE AND
004660*                   GROUP IN THE GROUP TABLE, ADDING A ZEROED SLOT
004670*                   WHEN IT IS NEW. WS-GR RETURNS ITS POSITION.
004680*----------------------------------------------------------------
004690 7000-FIND-GROUP.
004700     MOVE ZERO TO WS-GR.
004710     PERFORM 7100-MATCH-GROUP THRU 7100-EXIT
004720         VARYING WS-G FROM 1 BY 1
004730         UNTIL WS-G > WS-GROUP-COUNT OR WS-GR > ZERO.
004740     IF WS-GR > ZERO
004750         GO TO 7000-EXIT
004760     END-IF.
004770     IF WS-GROUP-COUNT >= 200
004780         DISPLAY "GLSTMT - GROUPS EXCEED THE 200-ENTRY TABLE"
004790             " - RUN ABORTED"
004800         MOVE 16 TO RETURN-CODE
004810         STOP RUN
004820     END-IF.
004830     ADD 1 TO WS-GROUP-COUNT.
004840     MOVE WS-GROUP-COUNT TO WS-GR.
004850     SET GR-IDX TO WS-GR.
004860     MOVE CA-TYPE TO GR-TYPE(GR-IDX).
004870     MOVE CA-GROUP TO GR-NAME(GR-IDX).
004880     MOVE ZERO TO GR-AMOUNT(GR-IDX).
004890 7000-EXIT.
004900     EXIT.

004910 7100-MATCH-GROUP.
004920     IF GR-TYPE(WS-G) = CA-TYPE
004930             AND GR-NAME(WS-G) = CA-GROUP
004940         MOVE WS-G TO WS-GR
004950     END-IF.
004960 7100-EXIT.
004970     EXIT.
