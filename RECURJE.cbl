000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RECURJE.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. PERIOD-START RECURRING AND
000110*                  AUTO-REVERSING JOURNALS, RUN AFTER PERCLOSE HAS
000120*                  OPENED THE NEW PERIOD IN PERIODCT. EACH RJDEF
000130*                  DEFINITION (A DEBIT ACCOUNT, A CREDIT ACCOUNT
000140*                  AND AN AMOUNT) IS DUE MONTHLY, QUARTERLY OR
000150*                  ANNUALLY COUNTING FROM ITS START DATE'S PERIOD,
000160*                  UP TO ITS END DATE'S PERIOD. A DUE ENTRY GOES
000170*                  TO GLJRNL UNDER THE RECURJE SOURCE, DATED THE
000180*                  FIRST OF THE OPEN PERIOD. AN ENTRY GENERATED
000190*                  LAST PERIOD WITH THE REVERSE-NEXT-PERIOD FLAG
000200*                  IS REVERSED THIS PERIOD WITH THE ACCOUNTS AND
000210*                  AMOUNT IT WAS ACTUALLY BOOKED WITH. EVERY ENTRY
000220*                  AND REVERSAL IS KEPT ON THE CARRIED RJREG
000230*                  REGISTER, AND ONE ALREADY THERE FOR THE PERIOD
000240*                  IS NOT WRITTEN AGAIN, SO THE JOB IS SAFE TO
000250*                  RERUN. WHAT WAS GENERATED, SKIPPED OR REJECTED
000260*                  IS LISTED ON RJRPT FOR REVIEW.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM.
000310 OBJECT-COMPUTER. IBM.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PERIODCT ASSIGN TO "PERIODCT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CTL-STATUS.
000370     SELECT RJDEF ASSIGN TO "RJDEF"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DEF-STATUS.
000400     SELECT RJREG ASSIGN TO "RJREG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-REG-STATUS.
000430     SELECT RJRPT ASSIGN TO "RJRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PERIODCT
000480     RECORDING MODE IS F.
000490 01  PERIODCT-REC.
000500     05  PD-OPEN-PERIOD           PIC 9(04).
000510     05  FILLER                   PIC X(76).

000520 FD  RJDEF
000530     RECORDING MODE IS F.
000540 01  RJDEF-REC.
000550     05  RD-ENTRY-ID              PIC X(08).
000560     05  FILLER                   PIC X(01).
000570     05  RD-FREQUENCY             PIC X(01).
000580         88  RD-MONTHLY                     VALUE "M".
000590         88  RD-QUARTERLY                   VALUE "Q".
000600         88  RD-ANNUAL                      VALUE "A".
000610     05  FILLER                   PIC X(01).
000620     05  RD-START-DATE            PIC 9(06).
000630     05  RD-START-PARTS REDEFINES RD-START-DATE.
000640         10  RD-START-YY          PIC 9(02).
000650         10  RD-START-MM          PIC 9(02).
000660         10  RD-START-DD          PIC 9(02).
000670     05  FILLER                   PIC X(01).
000680     05  RD-END-DATE              PIC 9(06).
000690     05  RD-END-PARTS REDEFINES RD-END-DATE.
000700         10  RD-END-YYMM          PIC 9(04).
000710         10  RD-END-DD            PIC 9(02).
000720     05  FILLER                   PIC X(01).
000730     05  RD-REVERSE-SW            PIC X(01).
000740         88  RD-REVERSE-NEXT                VALUE "Y".
000750     05  FILLER                   PIC X(01).
000760     05  RD-DEBIT-ACCOUNT         PIC X(10).
000770     05  FILLER                   PIC X(01).
000780     05  RD-CREDIT-ACCOUNT        PIC X(10).
000790     05  FILLER                   PIC X(01).
000800     05  RD-AMOUNT                PIC 9(11).
000810     05  FILLER                   PIC X(01).
000820     05  RD-DESC                  PIC X(20).
000830     05  FILLER                   PIC X(09).

000840 FD  RJREG
000850     RECORDING MODE IS F.
000860 01  RJREG-REC.
000870     05  RR-ENTRY-ID              PIC X(08).
000880     05  FILLER                   PIC X(01).
000890     05  RR-PERIOD                PIC 9(04).
000900     05  FILLER                   PIC X(01).
000910     05  RR-KIND                  PIC X(01).
000920         88  RR-GENERATED                   VALUE "G".
000930         88  RR-REVERSAL                    VALUE "R".
000940     05  FILLER                   PIC X(01).
000950     05  RR-REVERSE-SW            PIC X(01).
000960     05  FILLER                   PIC X(01).
000970     05  RR-DEBIT-ACCOUNT         PIC X(10).
000980     05  FILLER                   PIC X(01).
000990     05  RR-CREDIT-ACCOUNT        PIC X(10).
001000     05  FILLER                   PIC X(01).
001010     05  RR-AMOUNT                PIC 9(11).
001020     05  FILLER                   PIC X(01).
001030     05  RR-DESC                  PIC X(20).
001040     05  FILLER                   PIC X(01).
001050     05  RR-RUN-DATE              PIC 9(06).
001060     05  FILLER                   PIC X(01).

001070 FD  RJRPT
001080     RECORDING MODE IS F.
001090 01  RJRPT-REC                    PIC X(80).

001100 WORKING-STORAGE SECTION.
001110 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001120     88  WS-EOF                             VALUE "Y".
001130 77  WS-FOUND-SW                  PIC X(01) VALUE "N".
001140     88  WS-FOUND                           VALUE "Y".
001150 77  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
001160 77  WS-DEF-STATUS                PIC X(02) VALUE SPACES.
001170 77  WS-REG-STATUS                PIC X(02) VALUE SPACES.
001180 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001190 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001200 77  WS-K                         PIC 9(04) COMP.
001210 77  WS-PRIOR-COUNT               PIC 9(04) VALUE ZERO COMP.
001220 77  WS-MONTHS                    PIC S9(05) VALUE ZERO COMP.
001230 77  WS-STEP                      PIC 9(02) VALUE ZERO COMP.
001240 77  WS-CYCLES                    PIC 9(05) VALUE ZERO COMP.
001250 77  WS-OFF-CYCLE                 PIC 9(02) VALUE ZERO COMP.
001260 77  WS-GEN-COUNT                 PIC 9(05) VALUE ZERO COMP.
001270 77  WS-REV-COUNT                 PIC 9(05) VALUE ZERO COMP.
001280 77  WS-SKIP-COUNT                PIC 9(05) VALUE ZERO COMP.
001290 77  WS-REJ-COUNT                 PIC 9(05) VALUE ZERO COMP.
001300 77  WS-GEN-AMOUNT                PIC 9(13) VALUE ZERO.
001310 77  WS-REV-AMOUNT                PIC 9(13) VALUE ZERO.
001320 77  WS-REJ-REASON                PIC X(20) VALUE SPACES.

001330 01  WS-OPEN-PERIOD               PIC 9(04) VALUE ZERO.
001340 01  WS-OPEN-PARTS REDEFINES WS-OPEN-PERIOD.
001350     05  WS-OPEN-YY               PIC 9(02).
001360     05  WS-OPEN-MM               PIC 9(02).
001370 01  WS-PRIOR-PERIOD              PIC 9(04) VALUE ZERO.
001380 01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
001390     05  WS-PRIOR-YY              PIC 9(02).
001400     05  WS-PRIOR-MM              PIC 9(02).
001410 01  WS-POST-DATE.
001420     05  WS-POST-YYMM             PIC 9(04).
001430     05  WS-POST-DD               PIC 9(02) VALUE 01.
001440 01  WS-POST-DATE-N REDEFINES WS-POST-DATE
001450                                  PIC 9(06).
001460 01  WS-RUN-DATE-PARTS.
001470     05  WS-RUN-YYMM              PIC 9(04).
001480     05  WS-RUN-DD                PIC 9(02).
001490 01  WS-REV-DESC                  PIC X(20) VALUE SPACES.

001500 01  WS-REG-TABLE.
001510     05  WS-REG-COUNT             PIC 9(04) VALUE ZERO COMP.
001520     05  RT-ENTRY OCCURS 2000 TIMES
001530                  INDEXED BY RT-IDX.
001540         10  RT-ENTRY-ID          PIC X(08).
001550         10  RT-PERIOD            PIC 9(04).
001560         10  RT-KIND              PIC X(01).
001570         10  RT-REVERSE-SW        PIC X(01).
001580         10  RT-DEBIT-ACCOUNT     PIC X(10).
001590         10  RT-CREDIT-ACCOUNT    PIC X(10).
001600         10  RT-AMOUNT            PIC 9(11).
001610         10  RT-DESC              PIC X(20).

001620 COPY GLJRLINK.

001630 COPY RPTHDR.

001640 01  WS-TITLE-LINE.
001650     05  FILLER                  PIC X(38) VALUE
001660         "RECURRING JOURNALS - OPENING PERIOD".
001670     05  TL-PERIOD                PIC 9(04).
001680     05  FILLER                  PIC X(38) VALUE SPACES.

001690 01  WS-COLUMN-LINE.
001700     05  FILLER                  PIC X(40) VALUE
001710         "ENTRY    ACTION     DEBIT      CREDIT   ".
001720     05  FILLER                  PIC X(40) VALUE
001730         "         AMOUNT DESCRIPTION / REASON    ".

001740 01  WS-DETAIL-LINE.
001750     05  DL-ENTRY-ID              PIC X(08).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  DL-ACTION                PIC X(10).
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  DL-DEBIT-ACCOUNT         PIC X(10).
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  DL-CREDIT-ACCOUNT        PIC X(10).
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  DL-AMOUNT                PIC Z(10)9.
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  DL-DESC                  PIC X(20).
001860     05  FILLER                  PIC X(06) VALUE SPACES.

001870 01  WS-SUMMARY-LINE.
001880     05  SL-LABEL                 PIC X(24).
001890     05  SL-COUNT                 PIC ZZZZ9.
001900     05  FILLER                  PIC X(04) VALUE SPACES.
001910     05  SL-AMOUNT                PIC Z(12)9.
001920     05  SL-AMOUNT-X REDEFINES SL-AMOUNT
001930                                  PIC X(13).
001940     05  FILLER                  PIC X(34) VALUE SPACES.

001950 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 2000-REVERSE-PRIOR-PERIOD THRU 2000-EXIT.
002000     PERFORM 3000-GENERATE-ONE-ENTRY THRU 3000-EXIT
002010         UNTIL WS-EOF.
002020     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002030     STOP RUN.

002040*----------------------------------------------------------------
002050* 1000-INITIALIZE - THE PERIOD BEING OPENED IS THE ONE PERIODCT
002060*                   NAMES; A SHOP THAT HAS NEVER CLOSED IS IN THE
002070*                   RUN DATE'S OWN MONTH, THE SAME AS PERCLOSE
002080*                   ASSUMES. THE CARRIED REGISTER IS LOADED WHOLE
002090*                   BEFORE ANYTHING IS WRITTEN.
002100*----------------------------------------------------------------
002110 1000-INITIALIZE.
002120     ACCEPT WS-RUN-DATE FROM DATE.
002130     ACCEPT WS-RUN-TIME FROM TIME.
002140     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
002150     MOVE WS-RUN-YYMM TO WS-OPEN-PERIOD.
002160     OPEN INPUT PERIODCT.
002170     IF WS-CTL-STATUS = "00"
002180         READ PERIODCT
002190             AT END
002200                 CONTINUE
002210             NOT AT END
002220                 MOVE PD-OPEN-PERIOD TO WS-OPEN-PERIOD
002230         END-READ
002240         CLOSE PERIODCT
002250     END-IF.
002260     MOVE WS-OPEN-PERIOD TO WS-PRIOR-PERIOD.
002270     IF WS-PRIOR-MM = 1
002280         MOVE 12 TO WS-PRIOR-MM
002290         IF WS-PRIOR-YY = ZERO
002300             MOVE 99 TO WS-PRIOR-YY
002310         ELSE
002320             SUBTRACT 1 FROM WS-PRIOR-YY
002330         END-IF
002340     ELSE
002350         SUBTRACT 1 FROM WS-PRIOR-MM
002360     END-IF.
002370     MOVE WS-OPEN-PERIOD TO WS-POST-YYMM.
002380     OPEN OUTPUT RJRPT.
002390     MOVE "RECURJE" TO RH-PROGRAM-ID.
002400     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002410     MOVE WS-RUN-TIME TO RH-RUN-ID.
002420     MOVE 1 TO RH-PAGE-NUMBER.
002430     WRITE RJRPT-REC FROM RH-REPORT-HEADER.
002440     MOVE WS-OPEN-PERIOD TO TL-PERIOD.
002450     WRITE RJRPT-REC FROM WS-TITLE-LINE.
002460     WRITE RJRPT-REC FROM WS-BLANK-LINE.
002470     WRITE RJRPT-REC FROM WS-COLUMN-LINE.
002480     OPEN INPUT RJREG.
002490     IF WS-REG-STATUS = "00"
002500         PERFORM 1100-LOAD-ONE-REG-ENTRY THRU 1100-EXIT
002510             UNTIL WS-EOF
002520         CLOSE RJREG
002530     END-IF.
002540     MOVE "N" TO WS-EOF-SW.
002550     MOVE WS-REG-COUNT TO WS-PRIOR-COUNT.
002560     OPEN EXTEND RJREG.
002570     IF WS-REG-STATUS = "35"
002580         OPEN OUTPUT RJREG
002590     END-IF.
002600     OPEN INPUT RJDEF.
002610     IF WS-DEF-STATUS NOT = "00"
002620         SET WS-EOF TO TRUE
002630     END-IF.
002640 1000-EXIT.
002650     EXIT.

002660 1100-LOAD-ONE-REG-ENTRY.
002670     READ RJREG
002680         AT END
002690             SET WS-EOF TO TRUE
002700             GO TO 1100-EXIT
002710     END-READ.
002720     PERFORM 7000-ADD-REG-ENTRY THRU 7000-EXIT.
002730     MOVE RR-ENTRY-ID TO RT-ENTRY-ID(RT-IDX).
002740     MOVE RR-PERIOD TO RT-PERIOD(RT-IDX).
002750     MOVE RR-KIND TO RT-KIND(RT-IDX).
002760     MOVE RR-REVERSE-SW TO RT-REVERSE-SW(RT-IDX).
002770     MOVE RR-DEBIT-ACCOUNT TO RT-DEBIT-ACCOUNT(RT-IDX).
002780     MOVE RR-CREDIT-ACCOUNT TO RT-CREDIT-ACCOUNT(RT-IDX).
002790     MOVE RR-AMOUNT TO RT-AMOUNT(RT-IDX).
002800     MOVE RR-DESC TO RT-DESC(RT-IDX).
002810 1100-EXIT.
002820     EXIT.

002830*----------------------------------------------------------------
002840* 2000-REVERSE-PRIOR-PERIOD - EVERY ENTRY GENERATED FOR LAST
002850*                             PERIOD WITH ITS REVERSE FLAG SET IS
002860*                             TURNED AROUND TODAY, FROM THE
002870*                             REGISTER, SO A DEFINITION CHANGED
002880*                             OR DROPPED SINCE STILL REVERSES WHAT
002890*                             WAS BOOKED. ONLY ENTRIES THAT WERE
002900*                             ON THE REGISTER AT START ARE LOOKED
002910*                             AT.
002920*----------------------------------------------------------------
002930 2000-REVERSE-PRIOR-PERIOD.
002940     PERFORM 2100-REVERSE-ONE-ENTRY THRU 2100-EXIT
002950         VARYING WS-K FROM 1 BY 1
002960         UNTIL WS-K > WS-PRIOR-COUNT.
002970 2000-EXIT.
002980     EXIT.

002990 2100-REVERSE-ONE-ENTRY.
003000     SET RT-IDX TO WS-K.
003010     IF RT-KIND(RT-IDX) NOT = "G"
003020             OR RT-PERIOD(RT-IDX) NOT = WS-PRIOR-PERIOD
003030             OR RT-REVERSE-SW(RT-IDX) NOT = "Y"
003040         GO TO 2100-EXIT
003050     END-IF.
003060     MOVE RT-ENTRY-ID(RT-IDX) TO RR-ENTRY-ID.
003070     MOVE "R" TO RR-KIND.
003080     PERFORM 7100-CHECK-REGISTERED THRU 7100-EXIT.
003090     SET RT-IDX TO WS-K.
003100     MOVE RT-ENTRY-ID(RT-IDX) TO DL-ENTRY-ID.
003110     MOVE RT-CREDIT-ACCOUNT(RT-IDX) TO DL-DEBIT-ACCOUNT.
003120     MOVE RT-DEBIT-ACCOUNT(RT-IDX) TO DL-CREDIT-ACCOUNT.
003130     MOVE RT-AMOUNT(RT-IDX) TO DL-AMOUNT.
003140     MOVE SPACES TO WS-REV-DESC.
003150     STRING "REV " DELIMITED BY SIZE
003160            RT-DESC(RT-IDX) DELIMITED BY SIZE
003170         INTO WS-REV-DESC.
003180     MOVE WS-REV-DESC TO DL-DESC.
003190     IF WS-FOUND
003200         MOVE "ALREADY RV" TO DL-ACTION
003210         ADD 1 TO WS-SKIP-COUNT
003220         WRITE RJRPT-REC FROM WS-DETAIL-LINE
003230         GO TO 2100-EXIT
003240     END-IF.
003250     MOVE "REVERSED" TO DL-ACTION.
003260     WRITE RJRPT-REC FROM WS-DETAIL-LINE.
003270     MOVE SPACES TO RJREG-REC.
003280     MOVE RT-ENTRY-ID(RT-IDX) TO RR-ENTRY-ID.
003290     MOVE WS-OPEN-PERIOD TO RR-PERIOD.
003300     MOVE "R" TO RR-KIND.
003310     MOVE "N" TO RR-REVERSE-SW.
003320     MOVE RT-CREDIT-ACCOUNT(RT-IDX) TO RR-DEBIT-ACCOUNT.
003330     MOVE RT-DEBIT-ACCOUNT(RT-IDX) TO RR-CREDIT-ACCOUNT.
003340     MOVE RT-AMOUNT(RT-IDX) TO RR-AMOUNT.
003350     MOVE WS-REV-DESC TO RR-DESC.
003360     MOVE WS-RUN-DATE TO RR-RUN-DATE.
003370     PERFORM 4000-BOOK-ENTRY THRU 4000-EXIT.
003380     ADD 1 TO WS-REV-COUNT.
003390     ADD RR-AMOUNT TO WS-REV-AMOUNT.
003400 2100-EXIT.
003410     EXIT.

003420*----------------------------------------------------------------
003430* 3000-GENERATE-ONE-ENTRY - ONE RJDEF DEFINITION: EDIT IT, SEE
003440*                           WHETHER IT FALLS DUE IN THE OPEN
003450*                           PERIOD, AND BOOK IT UNLESS THE
003460*                           REGISTER ALREADY HOLDS IT FOR THE
003470*                           PERIOD.
003480*----------------------------------------------------------------
003490 3000-GENERATE-ONE-ENTRY.
003500     READ RJDEF
003510         AT END
003520             SET WS-EOF TO TRUE
003530             GO TO 3000-EXIT
003540     END-READ.
003550     IF RD-ENTRY-ID = SPACES
003560         GO TO 3000-EXIT
003570     END-IF.
003580     MOVE RD-ENTRY-ID TO DL-ENTRY-ID.
003590     MOVE RD-DEBIT-ACCOUNT TO DL-DEBIT-ACCOUNT.
003600     MOVE RD-CREDIT-ACCOUNT TO DL-CREDIT-ACCOUNT.
003610     MOVE ZERO TO DL-AMOUNT.
003620     IF RD-AMOUNT IS NUMERIC
003630         MOVE RD-AMOUNT TO DL-AMOUNT
003640     END-IF.
003650     MOVE RD-DESC TO DL-DESC.
003660     PERFORM 3100-EDIT-DEFINITION THRU 3100-EXIT.
003670     IF WS-REJ-REASON NOT = SPACES
003680         MOVE "REJECTED" TO DL-ACTION
003690         MOVE WS-REJ-REASON TO DL-DESC
003700         WRITE RJRPT-REC FROM WS-DETAIL-LINE
003710         ADD 1 TO WS-REJ-COUNT
003720         GO TO 3000-EXIT
003730     END-IF.
003740     PERFORM 3200-CHECK-DUE THRU 3200-EXIT.
003750     IF NOT WS-FOUND
003760         GO TO 3000-EXIT
003770     END-IF.
003780     MOVE RD-ENTRY-ID TO RR-ENTRY-ID.
003790     MOVE "G" TO RR-KIND.
003800     PERFORM 7100-CHECK-REGISTERED THRU 7100-EXIT.
003810     IF WS-FOUND
003820         MOVE "ALREADY GN" TO DL-ACTION
003830         ADD 1 TO WS-SKIP-COUNT
003840         WRITE RJRPT-REC FROM WS-DETAIL-LINE
003850         GO TO 3000-EXIT
003860     END-IF.
003870     MOVE "GENERATED" TO DL-ACTION.
003880     WRITE RJRPT-REC FROM WS-DETAIL-LINE.
003890     MOVE SPACES TO RJREG-REC.
003900     MOVE RD-ENTRY-ID TO RR-ENTRY-ID.
003910     MOVE WS-OPEN-PERIOD TO RR-PERIOD.
003920     MOVE "G" TO RR-KIND.
003930     MOVE "N" TO RR-REVERSE-SW.
003940     IF RD-REVERSE-NEXT
003950         MOVE "Y" TO RR-REVERSE-SW
003960     END-IF.
003970     MOVE RD-DEBIT-ACCOUNT TO RR-DEBIT-ACCOUNT.
003980     MOVE RD-CREDIT-ACCOUNT TO RR-CREDIT-ACCOUNT.
003990     MOVE RD-AMOUNT TO RR-AMOUNT.
004000     MOVE RD-DESC TO RR-DESC.
004010     MOVE WS-RUN-DATE TO RR-RUN-DATE.
004020     PERFORM 4000-BOOK-ENTRY THRU 4000-EXIT.
004030     ADD 1 TO WS-GEN-COUNT.
004040     ADD RR-AMOUNT TO WS-GEN-AMOUNT.
004050 3000-EXIT.
004060     EXIT.

004070 3100-EDIT-DEFINITION.
004080     MOVE SPACES TO WS-REJ-REASON.
004090     IF NOT RD-MONTHLY AND NOT RD-QUARTERLY AND NOT RD-ANNUAL
004100         MOVE "BAD FREQUENCY" TO WS-REJ-REASON
004110         GO TO 3100-EXIT
004120     END-IF.
004130     IF RD-START-DATE IS NOT NUMERIC
004140             OR RD-START-MM < 1 OR RD-START-MM > 12
004150         MOVE "BAD START DATE" TO WS-REJ-REASON
004160         GO TO 3100-EXIT
004170     END-IF.
004180     IF RD-END-DATE IS NOT NUMERIC
004190         MOVE "BAD END DATE" TO WS-REJ-REASON
004200         GO TO 3100-EXIT
004210     END-IF.
004220     IF RD-REVERSE-SW NOT = "Y" AND RD-REVERSE-SW NOT = "N"
004230         MOVE "BAD REVERSE FLAG" TO WS-REJ-REASON
004240         GO TO 3100-EXIT
004250     END-IF.
004260     IF RD-DEBIT-ACCOUNT = SPACES OR RD-CREDIT-ACCOUNT = SPACES
004270             OR RD-DEBIT-ACCOUNT = RD-CREDIT-ACCOUNT
004280         MOVE "BAD ACCOUNTS" TO WS-REJ-REASON
004290         GO TO 3100-EXIT
004300     END-IF.
004310     IF RD-AMOUNT IS NOT NUMERIC OR RD-AMOUNT = ZERO
004320         MOVE "BAD AMOUNT" TO WS-REJ-REASON
004330     END-IF.
004340 3100-EXIT.
004350     EXIT.

004360*----------------------------------------------------------------
004370* 3200-CHECK-DUE - DUE WHEN THE OPEN PERIOD IS ON OR AFTER THE
004380*                  START DATE'S PERIOD, NOT PAST THE END DATE'S
004390*                  PERIOD (A ZERO END DATE RUNS ON), AND A WHOLE
004400*                  NUMBER OF 1, 3 OR 12 MONTHS FROM THE START.
004410*                  WS-FOUND RETURNS THE ANSWER.
004420*----------------------------------------------------------------
004430 3200-CHECK-DUE.
004440     MOVE "N" TO WS-FOUND-SW.
004450     COMPUTE WS-MONTHS = (WS-OPEN-YY * 12 + WS-OPEN-MM)
004460         - (RD-START-YY * 12 + RD-START-MM).
004470     IF WS-MONTHS < ZERO
004480         GO TO 3200-EXIT
004490     END-IF.
004500     IF RD-END-DATE NOT = ZERO AND WS-OPEN-PERIOD > RD-END-YYMM
004510         GO TO 3200-EXIT
004520     END-IF.
004530     EVALUATE TRUE
004540         WHEN RD-MONTHLY
004550             MOVE 1 TO WS-STEP
004560         WHEN RD-QUARTERLY
004570             MOVE 3 TO WS-STEP
004580         WHEN OTHER
004590             MOVE 12 TO WS-STEP
004600     END-EVALUATE.
004610     DIVIDE WS-MONTHS BY WS-STEP GIVING WS-CYCLES
004620         REMAINDER WS-OFF-CYCLE.
004630     IF WS-OFF-CYCLE = ZERO
004640         SET WS-FOUND TO TRUE
004650     END-IF.
004660 3200-EXIT.
004670     EXIT.

004680*----------------------------------------------------------------
004690* 4000-BOOK-ENTRY - THE DEBIT AND CREDIT LINE FOR THE ENTRY BUILT
004700*                   IN RJREG-REC, THEN ITS REGISTER RECORD. THE
004710*                   PAIR NETS TO ZERO, SO THE RECURJE BATCH
004720*                   BALANCES FOR GLPOST.
004730*----------------------------------------------------------------
004740 4000-BOOK-ENTRY.
004750     MOVE "WRITE" TO GJ-ACTION.
004760     MOVE "RECURJE" TO GJ-SOURCE-PROGRAM.
004770     MOVE WS-POST-DATE-N TO GJ-POST-DATE.
004780     MOVE RR-DESC TO GJ-DESC.
004790     MOVE RR-AMOUNT TO GJ-AMOUNT.
004800     MOVE RR-DEBIT-ACCOUNT TO GJ-ACCOUNT.
004810     MOVE "D" TO GJ-DC.
004820     CALL "GLJRNL" USING GLJRNL-PARMS.
004830     MOVE RR-CREDIT-ACCOUNT TO GJ-ACCOUNT.
004840     MOVE "C" TO GJ-DC.
004850     CALL "GLJRNL" USING GLJRNL-PARMS.
004860     WRITE RJREG-REC.
004870     PERFORM 7000-ADD-REG-ENTRY THRU 7000-EXIT.
004880     MOVE RR-ENTRY-ID TO RT-ENTRY-ID(RT-IDX).
004890     MOVE RR-PERIOD TO RT-PERIOD(RT-IDX).
004900     MOVE RR-KIND TO RT-KIND(RT-IDX).
004910     MOVE RR-REVERSE-SW TO RT-REVERSE-SW(RT-IDX).
004920     MOVE RR-DEBIT-ACCOUNT TO RT-DEBIT-ACCOUNT(RT-IDX).
004930     MOVE RR-CREDIT-ACCOUNT TO RT-CREDIT-ACCOUNT(RT-IDX).
004940     MOVE RR-AMOUNT TO RT-AMOUNT(RT-IDX).
004950     MOVE RR-DESC TO RT-DESC(RT-IDX).
004960 4000-EXIT.
004970     EXIT.

004980 5000-FINALIZE.
004990     IF WS-DEF-STATUS = "00" OR WS-DEF-STATUS = "10"
005000         CLOSE RJDEF
005010     END-IF.
005020     CLOSE RJREG.
005030     MOVE "CLOSE" TO GJ-ACTION.
005040     MOVE "RECURJE" TO GJ-SOURCE-PROGRAM.
005050     CALL "GLJRNL" USING GLJRNL-PARMS.
005060     WRITE RJRPT-REC FROM WS-BLANK-LINE.
005070     MOVE "ENTRIES GENERATED" TO SL-LABEL.
005080     MOVE WS-GEN-COUNT TO SL-COUNT.
005090     MOVE WS-GEN-AMOUNT TO SL-AMOUNT.
005100     WRITE RJRPT-REC FROM WS-SUMMARY-LINE.
005110     MOVE "ENTRIES REVERSED" TO SL-LABEL.
005120     MOVE WS-REV-COUNT TO SL-COUNT.
005130     MOVE WS-REV-AMOUNT TO SL-AMOUNT.
005140     WRITE RJRPT-REC FROM WS-SUMMARY-LINE.
005150     MOVE "ALREADY DONE - SKIPPED" TO SL-LABEL.
005160     MOVE WS-SKIP-COUNT TO SL-COUNT.
005170     MOVE SPACES TO SL-AMOUNT-X.
005180     WRITE RJRPT-REC FROM WS-SUMMARY-LINE.
005190     MOVE "DEFINITIONS REJECTED" TO SL-LABEL.
005200     MOVE WS-REJ-COUNT TO SL-COUNT.
005210     MOVE SPACES TO SL-AMOUNT-X.
005220     WRITE RJRPT-REC FROM WS-SUMMARY-LINE.
005230     CLOSE RJRPT.
005240 5000-EXIT.
005250     EXIT.

005260*----------------------------------------------------------------
005270* 7000-ADD-REG-ENTRY - TAKE THE NEXT REGISTER TABLE SLOT, LEFT IN
005280*                      RT-IDX.
005290*----------------------------------------------------------------
005300 7000-ADD-REG-ENTRY.
005310     IF WS-REG-COUNT >= 2000
005320         DISPLAY "RECURJE - RJREG EXCEEDS THE 2000-ENTRY TABLE"
005330             " - RUN ABORTED"
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF.
005370     ADD 1 TO WS-REG-COUNT.
005380     SET RT-IDX TO WS-REG-COUNT.
005390 7000-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420* 7100-CHECK-REGISTERED - IS RR-ENTRY-ID ALREADY ON THE REGISTER
005430*                         FOR THE OPEN PERIOD AS AN RR-KIND ENTRY?
005440*                         WS-FOUND RETURNS THE ANSWER.
005450*----------------------------------------------------------------
005460 7100-CHECK-REGISTERED.
005470     MOVE "N" TO WS-FOUND-SW.
005480     PERFORM 7110-MATCH-ONE THRU 7110-EXIT
005490         VARYING RT-IDX FROM 1 BY 1
005500         UNTIL RT-IDX > WS-REG-COUNT OR WS-FOUND.
005510 7100-EXIT.
005520     EXIT.

005530 7110-MATCH-ONE.
005540     IF RT-ENTRY-ID(RT-IDX) = RR-ENTRY-ID
005550             AND RT-PERIOD(RT-IDX) = WS-OPEN-PERIOD
005560             AND RT-KIND(RT-IDX) = RR-KIND
005570         SET WS-FOUND TO TRUE
005580     END-IF.
005590 7110-EXIT.
005600     EXIT.
