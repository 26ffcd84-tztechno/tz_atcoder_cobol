000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CYCCOUNT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. WAREHOUSE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. ABC CLASSIFICATION AND DAILY
000110*                  CYCLE-COUNT SCHEDULE. EVERY BOXSOH BIN (BAR THE
000120*                  "XFER" IN-TRANSIT LOCATION) IS RANKED BY ITS
000130*                  ISSUES OVER THE LAST YEAR FROM BOXIHIST, VALUED
000140*                  AT ITS WEIGHTED-AVERAGE COST - OR BY QUANTITY
000150*                  ISSUED WHILE NO BIN CARRIES A COST. BINS MAKING
000160*                  UP THE FIRST ABCCUTA PERCENT OF USAGE (BIZPARM,
000170*                  DEFAULT 80) ARE CLASS A, THOSE UP TO ABCCUTB
000180*                  PERCENT (DEFAULT 95) CLASS B, THE REST CLASS C.
000190*                  A BINS ARE COUNTED ONCE A MONTH, B BINS ONCE A
000200*                  QUARTER AND C BINS ONCE A YEAR: EACH CLASS, IN
000210*                  BIN ORDER, IS SPREAD EVENLY OVER THE BUSINESS
000220*                  DAYS OF ITS PERIOD AS THE SHARED BIZDAY SERVICE
000230*                  RECKONS THEM, AND TODAY'S SHARE IS WRITTEN TO
000240*                  CNTSHEET IN THE CNTFILE LAYOUT WITH THE COUNTED
000250*                  QUANTITY LEFT BLANK FOR THE COUNTER. EACH DAY'S
000260*                  PLAN IS LOGGED ON CYCPLAN, AND THE COMPLIANCE
000270*                  SECTION OF CYCRPT SETS THE COUNTS PLANNED OVER
000280*                  THE LAST CYCCOMPDAYS DAYS (DEFAULT 30) AGAINST
000290*                  THE COUNTS STKCOUNT LOGGED ON CNTHIST, LISTING
000300*                  EVERY PLANNED COUNT NOT YET TAKEN.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM.
000350 OBJECT-COMPUTER. IBM.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BIZPARM ASSIGN TO "BIZPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PARM-STATUS.
000410     SELECT BOXSOH ASSIGN TO "BOXSOH"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SOH-STATUS.
000440     SELECT BOXIHIST ASSIGN TO "BOXIHIST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-IHIST-STATUS.
000470     SELECT CNTHIST ASSIGN TO "CNTHIST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CHIST-STATUS.
000500     SELECT CYCPLAN ASSIGN TO "CYCPLAN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PLAN-STATUS.
000530     SELECT CNTSHEET ASSIGN TO "CNTSHEET"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT CYCRPT ASSIGN TO "CYCRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BIZPARM
000600     RECORDING MODE IS F.
000610 01  BIZPARM-REC                  PIC X(80).

000620 FD  BOXSOH
000630     RECORDING MODE IS F.
000640 01  BOXSOH-REC.
000650     05  SO-BIN-ID                PIC X(10).
000660     05  FILLER                   PIC X(01).
000670     05  SO-LOC-ID                PIC X(04).
000680     05  FILLER                   PIC X(01).
000690     05  SO-BALANCE               PIC S9(09) SIGN LEADING
000700                                            SEPARATE.
000710     05  FILLER                   PIC X(01).
000720     05  SO-AVG-COST              PIC 9(07)V9(04).

000730 FD  BOXIHIST
000740     RECORDING MODE IS F.
000750 01  BOXIHIST-REC.
000760     05  IH-BIN-ID                PIC X(10).
000770     05  FILLER                   PIC X(01).
000780     05  IH-LOC-ID                PIC X(04).
000790     05  FILLER                   PIC X(01).
000800     05  IH-ISSUE-DATE            PIC 9(08).
000810     05  FILLER                   PIC X(01).
000820     05  IH-QTY                   PIC 9(07).
000830     05  FILLER                   PIC X(48).

000840 FD  CNTHIST
000850     RECORDING MODE IS F.
000860 01  CNTHIST-REC.
000870     05  CH-BIN-ID                PIC X(10).
000880     05  FILLER                   PIC X(01).
000890     05  CH-LOC-ID                PIC X(04).
000900     05  FILLER                   PIC X(01).
000910     05  CH-COUNT-DATE            PIC 9(08).
000920     05  FILLER                   PIC X(01).
000930     05  CH-COUNTED-QTY           PIC 9(09).
000940     05  FILLER                   PIC X(46).

000950 FD  CYCPLAN
000960     RECORDING MODE IS F.
000970 01  CYCPLAN-REC.
000980     05  CP-PLAN-DATE             PIC 9(08).
000990     05  FILLER                   PIC X(01).
001000     05  CP-BIN-ID                PIC X(10).
001010     05  FILLER                   PIC X(01).
001020     05  CP-LOC-ID                PIC X(04).
001030     05  FILLER                   PIC X(01).
001040     05  CP-CLASS                 PIC X(01).
001050     05  FILLER                   PIC X(54).

001060*    THE CNTFILE CARD STKCOUNT READS; THE COUNTER WRITES THE
001070*    QUANTITY FOUND INTO COLUMNS 17-25
001080 FD  CNTSHEET
001090     RECORDING MODE IS F.
001100 01  CNTSHEET-REC.
001110     05  CS-BIN-ID                PIC X(10).
001120     05  FILLER                   PIC X(01).
001130     05  CS-LOC-ID                PIC X(04).
001140     05  FILLER                   PIC X(01).
001150     05  CS-COUNTED-QTY           PIC X(09).
001160     05  FILLER                   PIC X(01).
001170     05  CS-CLASS                 PIC X(01).
001180     05  FILLER                   PIC X(01).
001190     05  CS-PLAN-DATE             PIC 9(08).
001200     05  FILLER                   PIC X(44).

001210 FD  CYCRPT
001220     RECORDING MODE IS F.
001230 01  CYCRPT-REC                   PIC X(80).

001240 WORKING-STORAGE SECTION.
001250 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001260     88  WS-EOF                             VALUE "Y".
001270 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001280 77  WS-SOH-STATUS                PIC X(02) VALUE SPACES.
001290 77  WS-IHIST-STATUS              PIC X(02) VALUE SPACES.
001300 77  WS-CHIST-STATUS              PIC X(02) VALUE SPACES.
001310 77  WS-PLAN-STATUS               PIC X(02) VALUE SPACES.
001320 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001330 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001340 77  WS-RUN-INT                   PIC 9(07) VALUE ZERO.
001350 77  WS-WINDOW-START              PIC 9(08) VALUE ZERO.
001360 77  WS-COMP-START                PIC 9(08) VALUE ZERO.
001370 77  WS-DAY-INT                   PIC 9(07) VALUE ZERO.
001380 77  WS-LAST-INT                  PIC 9(07) VALUE ZERO.
001390 77  WS-QTR-FIRST-MM              PIC 9(02) VALUE ZERO.
001400 77  WS-CUT-A                     PIC 9(03) VALUE 80.
001410 77  WS-CUT-B                     PIC 9(03) VALUE 95.
001420 77  WS-COMP-DAYS                 PIC 9(03) VALUE 30.
001430 77  WS-S                         PIC 9(05) COMP.
001440 77  WS-C                         PIC 9(01) COMP.
001450 77  WS-X                         PIC 9(05) COMP.
001460 77  WS-FOUND-IDX                 PIC 9(05) VALUE ZERO COMP.
001470 77  WS-SLOT                      PIC 9(05) VALUE ZERO COMP.
001480 77  WS-TOTAL-USAGE               PIC 9(13)V99 VALUE ZERO.
001490 77  WS-TOTAL-VALUE               PIC 9(13)V99 VALUE ZERO.
001500 77  WS-CUM-USAGE                 PIC 9(13)V99 VALUE ZERO.
001510 77  WS-CUM-PCT                   PIC 9(03)V99 VALUE ZERO.
001520 77  WS-PCT                       PIC 9(03)V99 VALUE ZERO.
001530 77  WS-DUE-COUNT                 PIC 9(05) VALUE ZERO COMP.
001540 77  WS-MISSED-COUNT              PIC 9(05) VALUE ZERO COMP.
001550 77  WS-BASIS-SW                  PIC X(01) VALUE "V".
001560     88  WS-BY-VALUE                        VALUE "V".
001570     88  WS-BY-VOLUME                       VALUE "Q".
001580 77  WS-BUSINESS-SW               PIC X(01) VALUE "N".
001590     88  WS-BUSINESS-TODAY                  VALUE "Y".
001600 77  WS-PLANNED-SW                PIC X(01) VALUE "N".
001610     88  WS-ALREADY-PLANNED                 VALUE "Y".

001620 01  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001630 01  WS-RUN-PARTS REDEFINES WS-RUN-CCYYMMDD.
001640     05  WS-RUN-CCYY              PIC 9(04).
001650     05  WS-RUN-MM                PIC 9(02).
001660     05  WS-RUN-DD                PIC 9(02).

001670 01  WS-DAY-DATE                  PIC 9(08) VALUE ZERO.
001680 01  WS-DAY-PARTS REDEFINES WS-DAY-DATE.
001690     05  WS-DAY-CCYY              PIC 9(04).
001700     05  WS-DAY-MM                PIC 9(02).
001710     05  WS-DAY-DD                PIC 9(02).

001720*    ONE ENTRY PER CLASS: ITS LETTER AND HOW OFTEN IT IS COUNTED
001730 01  WS-CLASS-VALUES.
001740     05  FILLER                   PIC X(11) VALUE "AMONTHLY   ".
001750     05  FILLER                   PIC X(11) VALUE "BQUARTERLY ".
001760     05  FILLER                   PIC X(11) VALUE "CYEARLY    ".
001770 01  WS-CLASS-NAMES REDEFINES WS-CLASS-VALUES.
001780     05  CN-ENTRY OCCURS 3 TIMES.
001790         10  CN-CLASS             PIC X(01).
001800         10  CN-FREQUENCY         PIC X(10).

001810 01  WS-CLASS-TABLE.
001820     05  CL-ENTRY OCCURS 3 TIMES.
001830         10  CL-BINS              PIC 9(05) COMP.
001840         10  CL-USAGE             PIC 9(13)V99.
001850         10  CL-PERIOD-DAYS       PIC 9(03) COMP.
001860         10  CL-TODAY-NO          PIC 9(03) COMP.
001870         10  CL-ORDINAL           PIC 9(05) COMP.
001880         10  CL-DUE               PIC 9(05) COMP.
001890         10  CL-PLANNED           PIC 9(05) COMP.
001900         10  CL-DONE              PIC 9(05) COMP.

001910 01  WS-BIN-TABLE.
001920     05  WS-BIN-COUNT             PIC 9(05) VALUE ZERO COMP.
001930     05  BN-ENTRY OCCURS 1 TO 2000 TIMES
001940                  DEPENDING ON WS-BIN-COUNT
001950                  INDEXED BY BN-IDX.
001960         10  BN-BIN-ID            PIC X(10).
001970         10  BN-LOC-ID            PIC X(04).
001980         10  BN-AVG-COST          PIC 9(07)V9(04).
001990         10  BN-ISSUE-QTY         PIC 9(09).
002000         10  BN-USAGE             PIC 9(13)V99.
002010         10  BN-CLASS-NO          PIC 9(01).
002020         10  BN-DUE-SW            PIC X(01).
002030             88  BN-DUE                     VALUE "Y".

002040 01  WS-COUNT-TABLE.
002050     05  WS-CNT-COUNT             PIC 9(05) VALUE ZERO COMP.
002060     05  CT-ENTRY OCCURS 5000 TIMES
002070                  INDEXED BY CT-IDX.
002080         10  CT-BIN-ID            PIC X(10).
002090         10  CT-LOC-ID            PIC X(04).
002100         10  CT-COUNT-DATE        PIC 9(08).

002110 COPY PARMCTL.
002120 COPY BIZDLINK.
002130 COPY DATXLINK.
002140 COPY RPTHDR.

002150 01  WS-TITLE-LINE.
002160     05  FILLER                  PIC X(40) VALUE
002170         "ABC CLASSIFICATION AND CYCLE-COUNT PLAN".
002180     05  FILLER                  PIC X(08) VALUE "  DATE: ".
002190     05  TL-RUN-DATE              PIC 9(08).
002200     05  FILLER                  PIC X(24) VALUE SPACES.

002210 01  WS-BASIS-LINE.
002220     05  FILLER                  PIC X(21) VALUE
002230         "CLASSIFIED BY ANNUAL ".
002240     05  BS-BASIS                 PIC X(14).
002250     05  FILLER                  PIC X(14) VALUE "  CUT-OFFS A: ".
002260     05  BS-CUT-A                 PIC ZZ9.
002270     05  FILLER                  PIC X(06) VALUE "%  B: ".
002280     05  BS-CUT-B                 PIC ZZ9.
002290     05  FILLER                  PIC X(01) VALUE "%".
002300     05  FILLER                  PIC X(18) VALUE SPACES.

002310 01  WS-CLASS-HEAD-LINE.
002320     05  FILLER                  PIC X(44) VALUE
002330         "CLASS   BINS           USAGE PCT  COUNTED".
002340     05  FILLER                  PIC X(36) VALUE
002350         "  DAYS  TODAY      DUE".

002360 01  WS-CLASS-LINE.
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  CS-LINE-CLASS            PIC X(01).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  CL-LINE-BINS             PIC ZZZZZZ9.
002410     05  FILLER                  PIC X(01) VALUE SPACES.
002420     05  CL-LINE-USAGE            PIC Z(11)9.99.
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  CL-LINE-PCT              PIC ZZ9.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  CL-LINE-FREQUENCY        PIC X(10).
002470     05  FILLER                  PIC X(03) VALUE SPACES.
002480     05  CL-LINE-DAYS             PIC ZZ9.
002490     05  FILLER                  PIC X(04) VALUE SPACES.
002500     05  CL-LINE-TODAY            PIC ZZ9.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  CL-LINE-DUE              PIC ZZZZZZ9.
002530     05  FILLER                  PIC X(14) VALUE SPACES.

002540 01  WS-SECTION-LINE.
002550     05  SC-TEXT                  PIC X(60).
002560     05  FILLER                  PIC X(20) VALUE SPACES.

002570 01  WS-DUE-HEAD-LINE.
002580     05  FILLER                  PIC X(40) VALUE
002590         "  CLASS  BIN         LOC".
002600     05  FILLER                  PIC X(40) VALUE SPACES.

002610 01  WS-DUE-LINE.
002620     05  FILLER                  PIC X(04) VALUE SPACES.
002630     05  DL-CLASS                 PIC X(01).
002640     05  FILLER                  PIC X(04) VALUE SPACES.
002650     05  DL-BIN-ID                PIC X(10).
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  DL-LOC-ID                PIC X(04).
002680     05  FILLER                  PIC X(55) VALUE SPACES.

002690 01  WS-COMP-HEAD-LINE.
002700     05  FILLER                  PIC X(40) VALUE
002710         "CLASS  PLANNED  COUNTED   MISSED  PCT".
002720     05  FILLER                  PIC X(40) VALUE SPACES.

002730 01  WS-COMP-LINE.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  CM-CLASS                 PIC X(01).
002760     05  FILLER                  PIC X(04) VALUE SPACES.
002770     05  CM-PLANNED               PIC ZZZZZZ9.
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  CM-DONE                  PIC ZZZZZZ9.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  CM-MISSED                PIC ZZZZZZ9.
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  CM-PCT                   PIC ZZ9.
002840     05  FILLER                  PIC X(43) VALUE SPACES.

002850 01  WS-MISSED-LINE.
002860     05  FILLER                  PIC X(13) VALUE
002870         "  NOT COUNTED".
002880     05  FILLER                  PIC X(08) VALUE "  CLASS ".
002890     05  ML-CLASS                 PIC X(01).
002900     05  FILLER                  PIC X(06) VALUE "  BIN ".
002910     05  ML-BIN-ID                PIC X(10).
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  ML-LOC-ID                PIC X(04).
002940     05  FILLER                  PIC X(12) VALUE "  PLANNED ".
002950     05  ML-PLAN-DATE             PIC 9(08).
002960     05  FILLER                  PIC X(17) VALUE SPACES.

002970 01  WS-SUMMARY-LINE.
002980     05  FILLER                  PIC X(14) VALUE "BINS RANKED: ".
002990     05  SL-BINS                  PIC ZZZZ9.
003000     05  FILLER                  PIC X(14) VALUE "  DUE TODAY: ".
003010     05  SL-DUE                   PIC ZZZZ9.
003020     05  FILLER                  PIC X(17) VALUE
003030         "  MISSED COUNTS: ".
003040     05  SL-MISSED                PIC ZZZZ9.
003050     05  FILLER                  PIC X(20) VALUE SPACES.

003060 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

003070 PROCEDURE DIVISION.
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     PERFORM 2000-LOAD-BINS THRU 2000-EXIT.
003110     PERFORM 2200-LOAD-ISSUES THRU 2200-EXIT.
003120     PERFORM 2500-CLASSIFY-BINS THRU 2500-EXIT.
003130     PERFORM 3000-SCHEDULE-COUNTS THRU 3000-EXIT.
003140     PERFORM 2600-REPORT-CLASSES THRU 2600-EXIT.
003150     PERFORM 3500-REPORT-DUE THRU 3500-EXIT.
003160     PERFORM 4000-CHECK-COMPLIANCE THRU 4000-EXIT.
003170     PERFORM 4500-RECORD-PLAN THRU 4500-EXIT.
003180     PERFORM 5000-FINALIZE THRU 5000-EXIT.
003190     STOP RUN.

003200*----------------------------------------------------------------
003210* 1000-INITIALIZE - RUN DATE, CUT-OFFS, THE ONE-YEAR USAGE WINDOW
003220*                   AND THE COMPLIANCE WINDOW, AND THE BUSINESS-
003230*                   DAY CALENDAR OF THIS YEAR.
003240*----------------------------------------------------------------
003250 1000-INITIALIZE.
003260     ACCEPT WS-RUN-DATE FROM DATE.
003270     ACCEPT WS-RUN-TIME FROM TIME.
003280     MOVE "EXPND" TO DX-ACTION.
003290     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
003300     CALL "DATEXPND" USING DATEXPND-PARMS.
003310     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
003320     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
003330     COMPUTE WS-RUN-INT =
003340         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
003350     COMPUTE WS-WINDOW-START =
003360         FUNCTION DATE-OF-INTEGER(WS-RUN-INT - 364).
003370     COMPUTE WS-COMP-START =
003380         FUNCTION DATE-OF-INTEGER(WS-RUN-INT - WS-COMP-DAYS).
003390     INITIALIZE WS-CLASS-TABLE.
003400     PERFORM 1200-BUILD-CALENDAR THRU 1200-EXIT.
003410     OPEN OUTPUT CYCRPT
003420          OUTPUT CNTSHEET.
003430     MOVE "CYCCOUNT" TO RH-PROGRAM-ID.
003440     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003450     MOVE WS-RUN-TIME TO RH-RUN-ID.
003460     MOVE 1 TO RH-PAGE-NUMBER.
003470     WRITE CYCRPT-REC FROM RH-REPORT-HEADER.
003480     MOVE WS-RUN-CCYYMMDD TO TL-RUN-DATE.
003490     WRITE CYCRPT-REC FROM WS-TITLE-LINE.
003500     WRITE CYCRPT-REC FROM WS-BLANK-LINE.
003510 1000-EXIT.
003520     EXIT.

003530 1100-SCAN-PARMS.
003540     OPEN INPUT BIZPARM.
003550     IF WS-PARM-STATUS NOT = "00"
003560         GO TO 1100-EXIT
003570     END-IF.
003580     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003590         UNTIL WS-EOF.
003600     CLOSE BIZPARM.
003610     MOVE "N" TO WS-EOF-SW.
003620 1100-EXIT.
003630     EXIT.

003640 1110-SCAN-ONE-PARM.
003650     READ BIZPARM
003660         AT END
003670             SET WS-EOF TO TRUE
003680         NOT AT END
003690             MOVE BIZPARM-REC TO PC-PARM-RECORD
003700             EVALUATE PC-PARM-NAME
003710                 WHEN "ABCCUTA"
003720                     IF PC-PARM-VALUE > ZERO
003730                             AND PC-PARM-VALUE < 100
003740                         MOVE PC-PARM-VALUE TO WS-CUT-A
003750                     END-IF
003760                 WHEN "ABCCUTB"
003770                     IF PC-PARM-VALUE > ZERO
003780                             AND PC-PARM-VALUE < 100
003790                         MOVE PC-PARM-VALUE TO WS-CUT-B
003800                     END-IF
003810                 WHEN "CYCCOMPDAYS"
003820                     IF PC-PARM-VALUE > ZERO
003830                             AND PC-PARM-VALUE < 366
003840                         MOVE PC-PARM-VALUE TO WS-COMP-DAYS
003850                     END-IF
003860             END-EVALUATE
003870     END-READ.
003880 1110-EXIT.
003890     EXIT.

003900*----------------------------------------------------------------
003910* 1200-BUILD-CALENDAR - EVERY DAY OF THE RUN YEAR IS PUT TO
003920*                       BIZDAY. A BUSINESS DAY COUNTS TOWARD THE
003930*                       YEAR (CLASS C), AND TOWARD THE RUN'S
003940*                       QUARTER (B) AND MONTH (A) WHEN IT FALLS IN
003950*                       THEM; THOSE UP TO TODAY GIVE TODAY'S DAY
003960*                       NUMBER IN EACH PERIOD.
003970*----------------------------------------------------------------
003980 1200-BUILD-CALENDAR.
003990     COMPUTE WS-QTR-FIRST-MM =
004000         ((WS-RUN-MM - 1) / 3) * 3 + 1.
004010     MOVE WS-RUN-CCYY TO WS-DAY-CCYY.
004020     MOVE 12 TO WS-DAY-MM.
004030     MOVE 31 TO WS-DAY-DD.
004040     COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE).
004050     MOVE 01 TO WS-DAY-MM.
004060     MOVE 01 TO WS-DAY-DD.
004070     COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE).
004080     PERFORM 1210-CHECK-ONE-DAY THRU 1210-EXIT
004090         UNTIL WS-DAY-INT > WS-LAST-INT.
004100 1200-EXIT.
004110     EXIT.

004120 1210-CHECK-ONE-DAY.
004130     COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
004140     ADD 1 TO WS-DAY-INT.
004150     MOVE "CHECK" TO BD-ACTION.
004160     MOVE WS-DAY-DATE TO BD-DATE.
004170     CALL "BIZDAY" USING BIZDAY-PARMS.
004180     IF NOT BD-BUSINESS-DAY
004190         GO TO 1210-EXIT
004200     END-IF.
004210     IF WS-DAY-DATE = WS-RUN-CCYYMMDD
004220         SET WS-BUSINESS-TODAY TO TRUE
004230     END-IF.
004240     ADD 1 TO CL-PERIOD-DAYS(3).
004250     IF WS-DAY-DATE NOT > WS-RUN-CCYYMMDD
004260         ADD 1 TO CL-TODAY-NO(3)
004270     END-IF.
004280     IF WS-DAY-MM < WS-QTR-FIRST-MM
004290             OR WS-DAY-MM > WS-QTR-FIRST-MM + 2
004300         GO TO 1210-EXIT
004310     END-IF.
004320     ADD 1 TO CL-PERIOD-DAYS(2).
004330     IF WS-DAY-DATE NOT > WS-RUN-CCYYMMDD
004340         ADD 1 TO CL-TODAY-NO(2)
004350     END-IF.
004360     IF WS-DAY-MM NOT = WS-RUN-MM
004370         GO TO 1210-EXIT
004380     END-IF.
004390     ADD 1 TO CL-PERIOD-DAYS(1).
004400     IF WS-DAY-DATE NOT > WS-RUN-CCYYMMDD
004410         ADD 1 TO CL-TODAY-NO(1)
004420     END-IF.
004430 1210-EXIT.
004440     EXIT.

004450*----------------------------------------------------------------
004460* 2000-LOAD-BINS - EVERY STOCKED BIN BAR THE IN-TRANSIT "XFER"
004470*                  LOCATION, WITH ITS AVERAGE COST.
004480*----------------------------------------------------------------
004490 2000-LOAD-BINS.
004500     OPEN INPUT BOXSOH.
004510     IF WS-SOH-STATUS NOT = "00"
004520         DISPLAY "CYCCOUNT - BOXSOH NOT FOUND - RUN ABORTED"
004530         CLOSE CYCRPT CNTSHEET
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     PERFORM 2100-LOAD-ONE-BIN THRU 2100-EXIT
004580         UNTIL WS-EOF.
004590     CLOSE BOXSOH.
004600     MOVE "N" TO WS-EOF-SW.
004610 2000-EXIT.
004620     EXIT.

004630 2100-LOAD-ONE-BIN.
004640     READ BOXSOH
004650         AT END
004660             SET WS-EOF TO TRUE
004670             GO TO 2100-EXIT
004680     END-READ.
004690     IF SO-LOC-ID = SPACES
004700         MOVE "MAIN" TO SO-LOC-ID
004710     END-IF.
004720     IF SO-LOC-ID = "XFER"
004730         GO TO 2100-EXIT
004740     END-IF.
004750     IF WS-BIN-COUNT >= 2000
004760         DISPLAY "CYCCOUNT - BOXSOH EXCEEDS THE 2000-BIN "
004770             "TABLE - RUN ABORTED"
004780         CLOSE CYCRPT CNTSHEET
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF.
004820     ADD 1 TO WS-BIN-COUNT.
004830     SET BN-IDX TO WS-BIN-COUNT.
004840     MOVE SO-BIN-ID TO BN-BIN-ID(BN-IDX).
004850     MOVE SO-LOC-ID TO BN-LOC-ID(BN-IDX).
004860     MOVE ZERO TO BN-AVG-COST(BN-IDX).
004870     IF SO-AVG-COST IS NUMERIC
004880         MOVE SO-AVG-COST TO BN-AVG-COST(BN-IDX)
004890     END-IF.
004900     MOVE ZERO TO BN-ISSUE-QTY(BN-IDX).
004910     MOVE ZERO TO BN-USAGE(BN-IDX).
004920     MOVE 3 TO BN-CLASS-NO(BN-IDX).
004930     MOVE "N" TO BN-DUE-SW(BN-IDX).
004940 2100-EXIT.
004950     EXIT.

004960*----------------------------------------------------------------
004970* 2200-LOAD-ISSUES - EACH BIN'S ISSUES OVER THE LAST 365 DAYS.
004980*----------------------------------------------------------------
004990 2200-LOAD-ISSUES.
005000     OPEN INPUT BOXIHIST.
005010     IF WS-IHIST-STATUS NOT = "00"
005020         GO TO 2200-EXIT
005030     END-IF.
005040     PERFORM 2210-LOAD-ONE-ISSUE THRU 2210-EXIT
005050         UNTIL WS-EOF.
005060     CLOSE BOXIHIST.
005070     MOVE "N" TO WS-EOF-SW.
005080 2200-EXIT.
005090     EXIT.

005100 2210-LOAD-ONE-ISSUE.
005110     READ BOXIHIST
005120         AT END
005130             SET WS-EOF TO TRUE
005140             GO TO 2210-EXIT
005150     END-READ.
005160     IF IH-ISSUE-DATE NOT NUMERIC OR IH-QTY NOT NUMERIC
005170         GO TO 2210-EXIT
005180     END-IF.
005190     IF IH-ISSUE-DATE < WS-WINDOW-START
005200             OR IH-ISSUE-DATE > WS-RUN-CCYYMMDD
005210         GO TO 2210-EXIT
005220     END-IF.
005230     MOVE ZERO TO WS-FOUND-IDX.
005240     PERFORM 2220-MATCH-BIN THRU 2220-EXIT
005250         VARYING WS-S FROM 1 BY 1
005260         UNTIL WS-S > WS-BIN-COUNT OR WS-FOUND-IDX > ZERO.
005270     IF WS-FOUND-IDX = ZERO
005280         GO TO 2210-EXIT
005290     END-IF.
005300     SET BN-IDX TO WS-FOUND-IDX.
005310     ADD IH-QTY TO BN-ISSUE-QTY(BN-IDX).
005320 2210-EXIT.
005330     EXIT.

005340 2220-MATCH-BIN.
005350     IF BN-BIN-ID(WS-S) = IH-BIN-ID
005360             AND BN-LOC-ID(WS-S) = IH-LOC-ID
005370         MOVE WS-S TO WS-FOUND-IDX
005380     END-IF.
005390 2220-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420* 2500-CLASSIFY-BINS - USAGE IS ISSUE VALUE, OR ISSUE QUANTITY
005430*                      WHILE NO ISSUED BIN HAS A COST. BINS ARE
005440*                      TAKEN LARGEST USAGE FIRST: A BIN IS CLASS A
005450*                      WHILE THE USAGE AHEAD OF IT IS UNDER THE A
005460*                      CUT-OFF, B WHILE UNDER THE B CUT-OFF, ELSE
005470*                      C. THE TABLE IS THEN PUT BACK IN BIN ORDER
005480*                      SO EACH CLASS'S COUNT ROTATION STAYS STEADY
005490*                      FROM DAY TO DAY.
005500*----------------------------------------------------------------
005510 2500-CLASSIFY-BINS.
005520     PERFORM 2510-VALUE-ONE-BIN THRU 2510-EXIT
005530         VARYING WS-S FROM 1 BY 1
005540         UNTIL WS-S > WS-BIN-COUNT.
005550     IF WS-TOTAL-VALUE = ZERO
005560         SET WS-BY-VOLUME TO TRUE
005570     END-IF.
005580     PERFORM 2520-SET-USAGE THRU 2520-EXIT
005590         VARYING WS-S FROM 1 BY 1
005600         UNTIL WS-S > WS-BIN-COUNT.
005610     IF WS-BIN-COUNT > 1
005620         SORT BN-ENTRY ON DESCENDING KEY BN-USAGE
005630                          ASCENDING KEY BN-BIN-ID BN-LOC-ID
005640     END-IF.
005650     PERFORM 2530-CLASS-ONE-BIN THRU 2530-EXIT
005660         VARYING WS-S FROM 1 BY 1
005670         UNTIL WS-S > WS-BIN-COUNT.
005680     IF WS-BIN-COUNT > 1
005690         SORT BN-ENTRY ON ASCENDING KEY BN-BIN-ID BN-LOC-ID
005700     END-IF.
005710 2500-EXIT.
005720     EXIT.

005730 2510-VALUE-ONE-BIN.
005740     SET BN-IDX TO WS-S.
005750     COMPUTE BN-USAGE(BN-IDX) ROUNDED =
005760         BN-ISSUE-QTY(BN-IDX) * BN-AVG-COST(BN-IDX).
005770     ADD BN-USAGE(BN-IDX) TO WS-TOTAL-VALUE.
005780 2510-EXIT.
005790     EXIT.

005800 2520-SET-USAGE.
005810     SET BN-IDX TO WS-S.
005820     IF WS-BY-VOLUME
005830         MOVE BN-ISSUE-QTY(BN-IDX) TO BN-USAGE(BN-IDX)
005840     END-IF.
005850     ADD BN-USAGE(BN-IDX) TO WS-TOTAL-USAGE.
005860 2520-EXIT.
005870     EXIT.

005880 2530-CLASS-ONE-BIN.
005890     SET BN-IDX TO WS-S.
005900     MOVE 3 TO BN-CLASS-NO(BN-IDX).
005910     IF WS-TOTAL-USAGE > ZERO AND BN-USAGE(BN-IDX) > ZERO
005920         COMPUTE WS-CUM-PCT =
005930             WS-CUM-USAGE * 100 / WS-TOTAL-USAGE
005940         IF WS-CUM-PCT < WS-CUT-B
005950             MOVE 2 TO BN-CLASS-NO(BN-IDX)
005960         END-IF
005970         IF WS-CUM-PCT < WS-CUT-A
005980             MOVE 1 TO BN-CLASS-NO(BN-IDX)
005990         END-IF
006000     END-IF.
006010     ADD BN-USAGE(BN-IDX) TO WS-CUM-USAGE.
006020     MOVE BN-CLASS-NO(BN-IDX) TO WS-C.
006030     ADD 1 TO CL-BINS(WS-C).
006040     ADD BN-USAGE(BN-IDX) TO CL-USAGE(WS-C).
006050 2530-EXIT.
006060     EXIT.

006070*----------------------------------------------------------------
006080* 2600-REPORT-CLASSES - ONE LINE PER CLASS: ITS BINS, USAGE AND
006090*                       SHARE, COUNT FREQUENCY, BUSINESS DAYS IN
006100*                       THE PERIOD, TODAY'S DAY NUMBER AND THE
006110*                       BINS DUE TODAY.
006120*----------------------------------------------------------------
006130 2600-REPORT-CLASSES.
006140     IF WS-BY-VOLUME
006150         MOVE "ISSUE VOLUME" TO BS-BASIS
006160     ELSE
006170         MOVE "ISSUE VALUE" TO BS-BASIS
006180     END-IF.
006190     MOVE WS-CUT-A TO BS-CUT-A.
006200     MOVE WS-CUT-B TO BS-CUT-B.
006210     WRITE CYCRPT-REC FROM WS-BASIS-LINE.
006220     WRITE CYCRPT-REC FROM WS-BLANK-LINE.
006230     WRITE CYCRPT-REC FROM WS-CLASS-HEAD-LINE.
006240     PERFORM 2610-REPORT-ONE-CLASS THRU 2610-EXIT
006250         VARYING WS-C FROM 1 BY 1
006260         UNTIL WS-C > 3.
006270     WRITE CYCRPT-REC FROM WS-BLANK-LINE.
006280 2600-EXIT.
006290     EXIT.

006300 2610-REPORT-ONE-CLASS.
006310     MOVE CN-CLASS(WS-C) TO CS-LINE-CLASS.
006320     MOVE CL-BINS(WS-C) TO CL-LINE-BINS.
006330     MOVE CL-USAGE(WS-C) TO CL-LINE-USAGE.
006340     MOVE ZERO TO WS-PCT.
006350     IF WS-TOTAL-USAGE > ZERO
006360         COMPUTE WS-PCT ROUNDED =
006370             CL-USAGE(WS-C) * 100 / WS-TOTAL-USAGE
006380     END-IF.
006390     MOVE WS-PCT TO CL-LINE-PCT.
006400     MOVE CN-FREQUENCY(WS-C) TO CL-LINE-FREQUENCY.
006410     MOVE CL-PERIOD-DAYS(WS-C) TO CL-LINE-DAYS.
006420     MOVE CL-TODAY-NO(WS-C) TO CL-LINE-TODAY.
006430     MOVE CL-DUE(WS-C) TO CL-LINE-DUE.
006440     WRITE CYCRPT-REC FROM WS-CLASS-LINE.
006450 2610-EXIT.
006460     EXIT.

006470*----------------------------------------------------------------
006480* 3000-SCHEDULE-COUNTS - THE K-TH BIN OF A CLASS OF N BINS WITH D
006490*                        BUSINESS DAYS IN ITS PERIOD IS COUNTED ON
006500*                        BUSINESS DAY (K - 1) * D / N + 1, WHICH
006510*                        SPREADS THE CLASS EVENLY OVER THE PERIOD.
006520*                        NOTHING IS DUE ON A NON-BUSINESS DAY.
006530*----------------------------------------------------------------
006540 3000-SCHEDULE-COUNTS.
006550     IF NOT WS-BUSINESS-TODAY
006560         GO TO 3000-EXIT
006570     END-IF.
006580     PERFORM 3100-SCHEDULE-ONE-BIN THRU 3100-EXIT
006590         VARYING WS-S FROM 1 BY 1
006600         UNTIL WS-S > WS-BIN-COUNT.
006610 3000-EXIT.
006620     EXIT.

006630 3100-SCHEDULE-ONE-BIN.
006640     SET BN-IDX TO WS-S.
006650     MOVE BN-CLASS-NO(BN-IDX) TO WS-C.
006660     ADD 1 TO CL-ORDINAL(WS-C).
006670     COMPUTE WS-SLOT = (CL-ORDINAL(WS-C) - 1)
006680         * CL-PERIOD-DAYS(WS-C) / CL-BINS(WS-C) + 1.
006690     IF WS-SLOT NOT = CL-TODAY-NO(WS-C)
006700         GO TO 3100-EXIT
006710     END-IF.
006720     SET BN-DUE(BN-IDX) TO TRUE.
006730     ADD 1 TO CL-DUE(WS-C).
006740     ADD 1 TO WS-DUE-COUNT.
006750     MOVE SPACES TO CNTSHEET-REC.
006760     MOVE BN-BIN-ID(BN-IDX) TO CS-BIN-ID.
006770     MOVE BN-LOC-ID(BN-IDX) TO CS-LOC-ID.
006780     MOVE CN-CLASS(WS-C) TO CS-CLASS.
006790     MOVE WS-RUN-CCYYMMDD TO CS-PLAN-DATE.
006800     WRITE CNTSHEET-REC.
006810 3100-EXIT.
006820     EXIT.

006830*----------------------------------------------------------------
006840* 3500-REPORT-DUE - TODAY'S COUNT LIST AS PRINTED ON CNTSHEET.
006850*----------------------------------------------------------------
006860 3500-REPORT-DUE.
006870     MOVE "BINS DUE FOR COUNT TODAY" TO SC-TEXT.
006880     WRITE CYCRPT-REC FROM WS-SECTION-LINE.
006890     IF NOT WS-BUSINESS-TODAY
006900         MOVE "  NOT A BUSINESS DAY - NO COUNTS SCHEDULED"
006910             TO SC-TEXT
006920         WRITE CYCRPT-REC FROM WS-SECTION-LINE
006930         WRITE CYCRPT-REC FROM WS-BLANK-LINE
006940         GO TO 3500-EXIT
006950     END-IF.
006960     WRITE CYCRPT-REC FROM WS-DUE-HEAD-LINE.
006970     PERFORM 3510-REPORT-ONE-DUE THRU 3510-EXIT
006980         VARYING WS-S FROM 1 BY 1
006990         UNTIL WS-S > WS-BIN-COUNT.
007000     WRITE CYCRPT-REC FROM WS-BLANK-LINE.
007010 3500-EXIT.
007020     EXIT.

007030 3510-REPORT-ONE-DUE.
007040     SET BN-IDX TO WS-S.
007050     IF NOT BN-DUE(BN-IDX)
007060         GO TO 3510-EXIT
007070     END-IF.
007080     MOVE BN-CLASS-NO(BN-IDX) TO WS-C.
007090     MOVE CN-CLASS(WS-C) TO DL-CLASS.
007100     MOVE BN-BIN-ID(BN-IDX) TO DL-BIN-ID.
007110     MOVE BN-LOC-ID(BN-IDX) TO DL-LOC-ID.
007120     WRITE CYCRPT-REC FROM WS-DUE-LINE.
007130 3510-EXIT.
007140     EXIT.

007150*----------------------------------------------------------------
007160* 4000-CHECK-COMPLIANCE - EVERY COUNT PLANNED ON CYCPLAN IN THE
007170*                         COMPLIANCE WINDOW, UP TO YESTERDAY, IS
007180*                         COMPLETE ONCE CNTHIST SHOWS THE BIN
007190*                         COUNTED ON OR AFTER ITS PLANNED DAY. A
007200*                         PLAN ALREADY LOGGED FOR TODAY MEANS
007210*                         THIS IS A RERUN, AND TODAY'S PLAN IS
007220*                         NOT LOGGED AGAIN.
007230*----------------------------------------------------------------
007240 4000-CHECK-COMPLIANCE.
007250     OPEN INPUT CNTHIST.
007260     IF WS-CHIST-STATUS = "00"
007270         PERFORM 4100-LOAD-ONE-COUNT THRU 4100-EXIT
007280             UNTIL WS-EOF
007290         CLOSE CNTHIST
007300     END-IF.
007310     MOVE "N" TO WS-EOF-SW.
007320     MOVE SPACES TO SC-TEXT.
007330     STRING "COUNT COMPLIANCE - PLANS SINCE " DELIMITED BY SIZE
007340            WS-COMP-START DELIMITED BY SIZE
007350         INTO SC-TEXT.
007360     WRITE CYCRPT-REC FROM WS-SECTION-LINE.
007370     OPEN INPUT CYCPLAN.
007380     IF WS-PLAN-STATUS = "00"
007390         PERFORM 4200-CHECK-ONE-PLAN THRU 4200-EXIT
007400             UNTIL WS-EOF
007410         CLOSE CYCPLAN
007420     END-IF.
007430     MOVE "N" TO WS-EOF-SW.
007440     IF WS-MISSED-COUNT > ZERO
007450         WRITE CYCRPT-REC FROM WS-BLANK-LINE
007460     END-IF.
007470     WRITE CYCRPT-REC FROM WS-COMP-HEAD-LINE.
007480     PERFORM 4300-REPORT-ONE-CLASS THRU 4300-EXIT
007490         VARYING WS-C FROM 1 BY 1
007500         UNTIL WS-C > 3.
007510 4000-EXIT.
007520     EXIT.

007530 4100-LOAD-ONE-COUNT.
007540     READ CNTHIST
007550         AT END
007560             SET WS-EOF TO TRUE
007570             GO TO 4100-EXIT
007580     END-READ.
007590     IF CH-COUNT-DATE NOT NUMERIC
007600             OR CH-COUNT-DATE < WS-COMP-START
007610         GO TO 4100-EXIT
007620     END-IF.
007630     IF WS-CNT-COUNT >= 5000
007640         DISPLAY "CYCCOUNT - CNTHIST EXCEEDS THE 5000-COUNT "
007650             "TABLE - RUN ABORTED"
007660         CLOSE CYCRPT CNTSHEET
007670         MOVE 16 TO RETURN-CODE
007680         STOP RUN
007690     END-IF.
007700     ADD 1 TO WS-CNT-COUNT.
007710     SET CT-IDX TO WS-CNT-COUNT.
007720     MOVE CH-BIN-ID TO CT-BIN-ID(CT-IDX).
007730     MOVE CH-LOC-ID TO CT-LOC-ID(CT-IDX).
007740     MOVE CH-COUNT-DATE TO CT-COUNT-DATE(CT-IDX).
007750 4100-EXIT.
007760     EXIT.

007770 4200-CHECK-ONE-PLAN.
007780     READ CYCPLAN
007790         AT END
007800             SET WS-EOF TO TRUE
007810             GO TO 4200-EXIT
007820     END-READ.
007830     IF CP-PLAN-DATE NOT NUMERIC
007840         GO TO 4200-EXIT
007850     END-IF.
007860     IF CP-PLAN-DATE = WS-RUN-CCYYMMDD
007870         SET WS-ALREADY-PLANNED TO TRUE
007880         GO TO 4200-EXIT
007890     END-IF.
007900     IF CP-PLAN-DATE < WS-COMP-START
007910             OR CP-PLAN-DATE > WS-RUN-CCYYMMDD
007920         GO TO 4200-EXIT
007930     END-IF.
007940     MOVE 3 TO WS-C.
007950     IF CP-CLASS = "A"
007960         MOVE 1 TO WS-C
007970     END-IF.
007980     IF CP-CLASS = "B"
007990         MOVE 2 TO WS-C
008000     END-IF.
008010     ADD 1 TO CL-PLANNED(WS-C).
008020     MOVE ZERO TO WS-FOUND-IDX.
008030     PERFORM 4210-MATCH-COUNT THRU 4210-EXIT
008040         VARYING WS-X FROM 1 BY 1
008050         UNTIL WS-X > WS-CNT-COUNT OR WS-FOUND-IDX > ZERO.
008060     IF WS-FOUND-IDX > ZERO
008070         ADD 1 TO CL-DONE(WS-C)
008080         GO TO 4200-EXIT
008090     END-IF.
008100     ADD 1 TO WS-MISSED-COUNT.
008110     MOVE CP-CLASS TO ML-CLASS.
008120     MOVE CP-BIN-ID TO ML-BIN-ID.
008130     MOVE CP-LOC-ID TO ML-LOC-ID.
008140     MOVE CP-PLAN-DATE TO ML-PLAN-DATE.
008150     WRITE CYCRPT-REC FROM WS-MISSED-LINE.
008160 4200-EXIT.
008170     EXIT.

008180 4210-MATCH-COUNT.
008190     IF CT-BIN-ID(WS-X) = CP-BIN-ID
008200             AND CT-LOC-ID(WS-X) = CP-LOC-ID
008210             AND CT-COUNT-DATE(WS-X) NOT < CP-PLAN-DATE
008220         MOVE WS-X TO WS-FOUND-IDX
008230     END-IF.
008240 4210-EXIT.
008250     EXIT.

008260 4300-REPORT-ONE-CLASS.
008270     MOVE CN-CLASS(WS-C) TO CM-CLASS.
008280     MOVE CL-PLANNED(WS-C) TO CM-PLANNED.
008290     MOVE CL-DONE(WS-C) TO CM-DONE.
008300     COMPUTE CM-MISSED = CL-PLANNED(WS-C) - CL-DONE(WS-C).
008310     MOVE ZERO TO WS-PCT.
008320     IF CL-PLANNED(WS-C) > ZERO
008330         COMPUTE WS-PCT ROUNDED =
008340             CL-DONE(WS-C) * 100 / CL-PLANNED(WS-C)
008350     END-IF.
008360     MOVE WS-PCT TO CM-PCT.
008370     WRITE CYCRPT-REC FROM WS-COMP-LINE.
008380 4300-EXIT.
008390     EXIT.

008400*----------------------------------------------------------------
008410* 4500-RECORD-PLAN - LOG TODAY'S DUE BINS ON CYCPLAN, ONCE.
008420*----------------------------------------------------------------
008430 4500-RECORD-PLAN.
008440     IF WS-ALREADY-PLANNED OR WS-DUE-COUNT = ZERO
008450         GO TO 4500-EXIT
008460     END-IF.
008470     OPEN EXTEND CYCPLAN.
008480     IF WS-PLAN-STATUS = "35"
008490         OPEN OUTPUT CYCPLAN
008500     END-IF.
008510     PERFORM 4510-RECORD-ONE-BIN THRU 4510-EXIT
008520         VARYING WS-S FROM 1 BY 1
008530         UNTIL WS-S > WS-BIN-COUNT.
008540     CLOSE CYCPLAN.
008550 4500-EXIT.
008560     EXIT.

008570 4510-RECORD-ONE-BIN.
008580     SET BN-IDX TO WS-S.
008590     IF NOT BN-DUE(BN-IDX)
008600         GO TO 4510-EXIT
008610     END-IF.
008620     MOVE BN-CLASS-NO(BN-IDX) TO WS-C.
008630     MOVE SPACES TO CYCPLAN-REC.
008640     MOVE WS-RUN-CCYYMMDD TO CP-PLAN-DATE.
008650     MOVE BN-BIN-ID(BN-IDX) TO CP-BIN-ID.
008660     MOVE BN-LOC-ID(BN-IDX) TO CP-LOC-ID.
008670     MOVE CN-CLASS(WS-C) TO CP-CLASS.
008680     WRITE CYCPLAN-REC.
008690 4510-EXIT.
008700     EXIT.

008710 5000-FINALIZE.
008720     WRITE CYCRPT-REC FROM WS-BLANK-LINE.
008730     MOVE WS-BIN-COUNT TO SL-BINS.
008740     MOVE WS-DUE-COUNT TO SL-DUE.
008750     MOVE WS-MISSED-COUNT TO SL-MISSED.
008760     WRITE CYCRPT-REC FROM WS-SUMMARY-LINE.
008770     CLOSE CYCRPT
008780           CNTSHEET.
008790 5000-EXIT.
008800     EXIT.
