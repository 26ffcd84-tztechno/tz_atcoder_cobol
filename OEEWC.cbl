000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OEEWC.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. PRODUCTION SCHEDULING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. OVERALL EQUIPMENT
000110*                  EFFECTIVENESS BY WORK CENTER, RUN EACH DAY
000120*                  AFTER THE SHIFT'S QC RUN. FOR THE REPORT DATE
000130*                  (OEECTL, CCYYMMDD, DEFAULT TODAY) EACH WCCAL
000140*                  CENTER'S PLANNED TIME IS ITS AVAILABLE HOURS
000150*                  LESS ITS MAINTPLN HOURS ON A BIZDAY WORKING
000160*                  DAY, ZERO OTHERWISE. UNPLANNED DOWNTIME IS
000170*                  EIGHT HOURS FOR EACH "R" ON THE CENTER'S
000180*                  DOWNREC STRINGS AT THE REPORT DATE'S POSITION
000190*                  (DATED FROM DOWNCTL), THE SAME RULE AS
000200*                  MNTRECON AND DOWNCOST. THE FLOOR'S PRODCNT
000210*                  CARDS GIVE EACH JOB'S UNITS MADE AND ITS
000220*                  STANDARD RATE PER HOUR, SO STANDARD HOURS
000230*                  EARNED OVER OPERATING HOURS IS PERFORMANCE.
000240*                  QUALITY IS PASSED OVER TOTAL READINGS ON THE
000250*                  QCRESULT PAGE, EACH QC ITEM CHARGED TO THE
000260*                  CENTER THAT MADE THAT PRODUCT THAT DAY. OEE IS
000270*                  AVAILABILITY TIMES PERFORMANCE TIMES QUALITY.
000280*                  THE DAY'S FIGURES ARE KEPT ON OEEHIST (EIGHT
000290*                  WEEKS, A RERUN REPLACES THE DAY) AND THE
000300*                  WEEKLY SECTION TOTALS THE SEVEN DAYS ENDING ON
000310*                  THE REPORT DATE. UNDER EACH CENTER THE THREE
000320*                  CAUSMAST CAUSES WITH THE MOST DOWN HOURS IN
000330*                  THE PERIOD ARE LISTED AS ITS TOP LOSSES.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM.
000380 OBJECT-COMPUTER. IBM.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OEECTL ASSIGN TO "OEECTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CTL-STATUS.
000440     SELECT WCCAL ASSIGN TO "WCCAL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-WCCAL-STATUS.
000470     SELECT MAINTPLN ASSIGN TO "MAINTPLN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-MNT-STATUS.
000500     SELECT DOWNCTL ASSIGN TO "DOWNCTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-DCTL-STATUS.
000530     SELECT DOWNREC ASSIGN TO "DOWNREC"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DOWN-STATUS.
000560     SELECT CAUSMAST ASSIGN TO "CAUSMAST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CAUS-STATUS.
000590     SELECT PRODCNT ASSIGN TO "PRODCNT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PROD-STATUS.
000620     SELECT QCRESULT ASSIGN TO "QCRESULT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-QC-STATUS.
000650     SELECT OEEHIST ASSIGN TO "OEEHIST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-HIST-STATUS.
000680     SELECT OEERPT ASSIGN TO "OEERPT"
000690         ORGANIZATION IS LINE SEQUENTIAL.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  OEECTL
000730     RECORDING MODE IS F.
000740 01  OEECTL-REC.
000750     05  OC-REPORT-DATE           PIC 9(08).
000760     05  FILLER                   PIC X(12).

000770 FD  WCCAL
000780     RECORDING MODE IS F.
000790 01  WCCAL-REC.
000800     05  WC-IN-CENTER             PIC X(04).
000810     05  FILLER                   PIC X(01).
000820     05  WC-IN-AVAIL-HOURS        PIC 9(09).

000830 FD  MAINTPLN
000840     RECORDING MODE IS F.
000850 01  MAINTPLN-REC.
000860     05  MP-CENTER                PIC X(04).
000870     05  FILLER                   PIC X(01).
000880     05  MP-MAINT-HOURS           PIC 9(09).
000890     05  FILLER                   PIC X(66).

000900 FD  DOWNCTL
000910     RECORDING MODE IS F.
000920 01  DOWNCTL-REC.
000930     05  CT-START-DATE            PIC 9(06).
000940     05  FILLER                   PIC X(14).

000950 FD  DOWNREC
000960     RECORDING MODE IS F.
000970 01  DOWNREC-REC.
000980     05  DR-ID                    PIC X(10).
000990     05  FILLER                   PIC X(01).
001000     05  DR-CAUSE                 PIC X(04).
001010     05  FILLER                   PIC X(01).
001020     05  DR-STATUS                PIC X(60).

001030 FD  CAUSMAST
001040     RECORDING MODE IS F.
001050 01  CAUSMAST-REC.
001060     05  CM-CAUSE                 PIC X(04).
001070     05  FILLER                   PIC X(01).
001080     05  CM-DEPT                  PIC X(10).
001090     05  FILLER                   PIC X(01).
001100     05  CM-COST-PER-HOUR         PIC 9(07).
001110     05  FILLER                   PIC X(01).
001120     05  CM-DESC                  PIC X(20).
001130     05  FILLER                   PIC X(36).

001140 FD  PRODCNT
001150     RECORDING MODE IS F.
001160 01  PRODCNT-REC.
001170     05  PC-DATE                  PIC 9(08).
001180     05  FILLER                   PIC X(01).
001190     05  PC-CENTER                PIC X(04).
001200     05  FILLER                   PIC X(01).
001210     05  PC-JOB-ID                PIC X(10).
001220     05  FILLER                   PIC X(01).
001230     05  PC-PRODUCT               PIC X(10).
001240     05  FILLER                   PIC X(01).
001250     05  PC-UNITS                 PIC 9(07).
001260     05  FILLER                   PIC X(01).
001270     05  PC-STD-RATE              PIC 9(05).
001280     05  FILLER                   PIC X(31).

001290 FD  QCRESULT
001300     RECORDING MODE IS F.
001310 01  QCRESULT-REC.
001320     05  QR-TAG                   PIC X(05).
001330     05  QR-ITEM                  PIC X(10).
001340     05  FILLER                   PIC X(29).
001350     05  QR-RESULT                PIC X(04).
001360     05  FILLER                   PIC X(32).

001370 FD  OEEHIST
001380     RECORDING MODE IS F.
001390 01  OEEHIST-REC.
001400     05  OH-DATE                  PIC 9(08).
001410     05  FILLER                   PIC X(01).
001420     05  OH-CENTER                PIC X(04).
001430     05  FILLER                   PIC X(01).
001440     05  OH-PLAN-HOURS            PIC 9(05)V99.
001450     05  FILLER                   PIC X(01).
001460     05  OH-DOWN-HOURS            PIC 9(05)V99.
001470     05  FILLER                   PIC X(01).
001480     05  OH-STD-HOURS             PIC 9(05)V99.
001490     05  FILLER                   PIC X(01).
001500     05  OH-GOOD-COUNT            PIC 9(07).
001510     05  FILLER                   PIC X(01).
001520     05  OH-TOTAL-COUNT           PIC 9(07).
001530     05  FILLER                   PIC X(27).

001540 FD  OEERPT
001550     RECORDING MODE IS F.
001560 01  OEERPT-REC                   PIC X(80).

001570 WORKING-STORAGE SECTION.
001580 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001590     88  WS-EOF                             VALUE "Y".
001600 77  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
001610 77  WS-WCCAL-STATUS              PIC X(02) VALUE SPACES.
001620 77  WS-MNT-STATUS                PIC X(02) VALUE SPACES.
001630 77  WS-DCTL-STATUS               PIC X(02) VALUE SPACES.
001640 77  WS-DOWN-STATUS               PIC X(02) VALUE SPACES.
001650 77  WS-CAUS-STATUS               PIC X(02) VALUE SPACES.
001660 77  WS-PROD-STATUS               PIC X(02) VALUE SPACES.
001670 77  WS-QC-STATUS                 PIC X(02) VALUE SPACES.
001680 77  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
001690 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001700 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001710 77  WS-REPORT-DATE               PIC 9(08) VALUE ZERO.
001720 77  WS-REPORT-INT                PIC 9(08) VALUE ZERO.
001730 77  WS-WEEK-START                PIC 9(08) VALUE ZERO.
001740 77  WS-KEEP-INT                  PIC 9(08) VALUE ZERO.
001750 77  WS-START-INT                 PIC 9(08) VALUE ZERO.
001760 77  WS-FROM-INT                  PIC 9(08) VALUE ZERO.
001770 77  WS-THRU-INT                  PIC 9(08) VALUE ZERO.
001780 77  WS-DAY-INT                   PIC 9(08) VALUE ZERO.
001790 77  WS-HIST-INT                  PIC 9(08) VALUE ZERO.
001800 77  WS-POS                       PIC S9(05) VALUE ZERO.
001810 77  WS-WORKING-DAY-SW            PIC X(01) VALUE "N".
001820     88  WS-WORKING-DAY                     VALUE "Y".
001830 77  WS-K                         PIC 9(05) COMP.
001840 77  WS-W                         PIC 9(03) COMP.
001850 77  WS-D                         PIC 9(03) COMP.
001860 77  WS-RANK                      PIC 9(01) COMP.
001870 77  WS-WC-IDX                    PIC 9(03) VALUE ZERO COMP.
001880 77  WS-CAUSE-IDX                 PIC 9(03) VALUE ZERO COMP.
001890 77  WS-LOSS-IDX                  PIC 9(03) VALUE ZERO COMP.
001900 77  WS-PROD-IDX                  PIC 9(03) VALUE ZERO COMP.
001910 77  WS-BEST-IDX                  PIC 9(03) VALUE ZERO COMP.
001920 77  WS-BEST-HOURS                PIC 9(05)V99 VALUE ZERO.
001930 77  WS-ITEM-HOURS                PIC 9(05)V99 VALUE ZERO.
001940 77  WS-UNMATCHED-COUNT           PIC 9(07) VALUE ZERO COMP.
001950 77  WS-P-PLAN                    PIC 9(07)V99 VALUE ZERO.
001960 77  WS-P-DOWN                    PIC 9(07)V99 VALUE ZERO.
001970 77  WS-P-STD                     PIC 9(07)V99 VALUE ZERO.
001980 77  WS-P-GOOD                    PIC 9(09) VALUE ZERO.
001990 77  WS-P-TOTAL                   PIC 9(09) VALUE ZERO.
002000 77  WS-T-PLAN                    PIC 9(07)V99 VALUE ZERO.
002010 77  WS-T-DOWN                    PIC 9(07)V99 VALUE ZERO.
002020 77  WS-T-STD                     PIC 9(07)V99 VALUE ZERO.
002030 77  WS-T-GOOD                    PIC 9(09) VALUE ZERO.
002040 77  WS-T-TOTAL                   PIC 9(09) VALUE ZERO.
002050 77  WS-OPER-HOURS                PIC 9(07)V99 VALUE ZERO.
002060 77  WS-AVAIL-PCT                 PIC 9(03)V9 VALUE ZERO.
002070 77  WS-PERF-PCT                  PIC 9(03)V9 VALUE ZERO.
002080 77  WS-QUAL-PCT                  PIC 9(03)V9 VALUE ZERO.
002090 77  WS-OEE-PCT                   PIC 9(03)V9 VALUE ZERO.

002100 01  WS-CENTER-TABLE.
002110     05  WS-CENTER-COUNT          PIC 9(03) VALUE ZERO COMP.
002120     05  WK-ENTRY OCCURS 50 TIMES
002130                  INDEXED BY WK-IDX.
002140         10  WK-CENTER            PIC X(04).
002150         10  WK-AVAIL-HOURS       PIC 9(05)V99.
002160         10  WK-MAINT-HOURS       PIC 9(05)V99.
002170         10  WK-PLAN-HOURS        PIC 9(05)V99.
002180         10  WK-DOWN-HOURS        PIC 9(05)V99.
002190         10  WK-STD-HOURS         PIC 9(05)V99.
002200         10  WK-GOOD-COUNT        PIC 9(07).
002210         10  WK-TOTAL-COUNT       PIC 9(07).

002220 01  WS-DOWN-TABLE.
002230     05  WS-DOWN-COUNT            PIC 9(03) VALUE ZERO COMP.
002240     05  DN-ENTRY OCCURS 500 TIMES
002250                  INDEXED BY DN-IDX.
002260         10  DN-CENTER            PIC X(04).
002270         10  DN-CAUSE             PIC X(04).
002280         10  DN-STATUS            PIC X(60).

002290 01  WS-CAUSE-TABLE.
002300     05  WS-CAUSE-COUNT           PIC 9(03) VALUE ZERO COMP.
002310     05  CA-ENTRY OCCURS 100 TIMES
002320                  INDEXED BY CA-IDX.
002330         10  CA-CAUSE             PIC X(04).
002340         10  CA-DESC              PIC X(20).

002350 01  WS-LOSS-TABLE.
002360     05  WS-LOSS-COUNT            PIC 9(03) VALUE ZERO COMP.
002370     05  LS-ENTRY OCCURS 500 TIMES
002380                  INDEXED BY LS-IDX.
002390         10  LS-CENTER            PIC X(04).
002400         10  LS-CAUSE             PIC X(04).
002410         10  LS-HOURS             PIC 9(05)V99.
002420         10  LS-USED-SW           PIC X(01).

002430 01  WS-PRODUCT-TABLE.
002440     05  WS-PRODUCT-COUNT         PIC 9(03) VALUE ZERO COMP.
002450     05  PM-ENTRY OCCURS 500 TIMES
002460                  INDEXED BY PM-IDX.
002470         10  PM-PRODUCT           PIC X(10).
002480         10  PM-CENTER-IDX        PIC 9(03) COMP.

002490 01  WS-HIST-TABLE.
002500     05  WS-HIST-COUNT            PIC 9(05) VALUE ZERO COMP.
002510     05  HS-ENTRY OCCURS 3000 TIMES
002520                  INDEXED BY HS-IDX.
002530         10  HS-DATE              PIC 9(08).
002540         10  HS-CENTER            PIC X(04).
002550         10  HS-PLAN-HOURS        PIC 9(05)V99.
002560         10  HS-DOWN-HOURS        PIC 9(05)V99.
002570         10  HS-STD-HOURS         PIC 9(05)V99.
002580         10  HS-GOOD-COUNT        PIC 9(07).
002590         10  HS-TOTAL-COUNT       PIC 9(07).

002600 COPY BIZDLINK.
002610 COPY DATXLINK.
002620 COPY RPTHDR.

002630 01  WS-TITLE-LINE.
002640     05  FILLER                  PIC X(40) VALUE
002650         "OVERALL EQUIPMENT EFFECTIVENESS".
002660     05  FILLER                  PIC X(40) VALUE SPACES.

002670 01  WS-PERIOD-LINE.
002680     05  PL-PERIOD                PIC X(20).
002690     05  PL-FROM-DATE             PIC 9(08).
002700     05  PL-THRU-TEXT             PIC X(06).
002710     05  PL-THRU-DATE             PIC X(08).
002720     05  FILLER                  PIC X(38) VALUE SPACES.

002730 01  WS-COLUMN-LINE.
002740     05  FILLER                  PIC X(40) VALUE
002750         "CTR   PLAN HRS  DOWN HRS  AVAIL%  PERF% ".
002760     05  FILLER                  PIC X(40) VALUE
002770         " QUAL%   OEE%".

002780 01  WS-DETAIL-LINE.
002790     05  DL-CENTER                PIC X(04).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  DL-PLAN-HOURS            PIC ZZZZZ9.9.
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  DL-DOWN-HOURS            PIC ZZZZZ9.9.
002840     05  FILLER                  PIC X(03) VALUE SPACES.
002850     05  DL-AVAIL-PCT             PIC ZZ9.9.
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  DL-PERF-PCT              PIC ZZ9.9.
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  DL-QUAL-PCT              PIC ZZ9.9.
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  DL-OEE-PCT               PIC ZZ9.9.
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  DL-NOTE                  PIC X(12).
002940     05  FILLER                  PIC X(13) VALUE SPACES.

002950 01  WS-LOSS-LINE.
002960     05  FILLER                  PIC X(11) VALUE "      LOSS ".
002970     05  LL-RANK                  PIC 9(01).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  LL-CAUSE                 PIC X(04).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  LL-DESC                  PIC X(20).
003020     05  FILLER                  PIC X(12) VALUE "  DOWN HRS: ".
003030     05  LL-HOURS                 PIC ZZZZ9.9.
003040     05  FILLER                  PIC X(21) VALUE SPACES.

003050 01  WS-SUMMARY-LINE.
003060     05  FILLER                  PIC X(09) VALUE "CENTERS: ".
003070     05  SL-CENTER-COUNT          PIC ZZ9.
003080     05  FILLER                  PIC X(34) VALUE
003090         "  QC READINGS WITH NO CENTER:     ".
003100     05  SL-UNMATCHED-COUNT       PIC ZZZZZZ9.
003110     05  FILLER                  PIC X(27) VALUE SPACES.

003120 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

003130 PROCEDURE DIVISION.
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160     PERFORM 2000-DAILY-FIGURES THRU 2000-EXIT.
003170     PERFORM 3000-SAVE-HISTORY THRU 3000-EXIT.
003180     PERFORM 4000-DAILY-REPORT THRU 4000-EXIT.
003190     PERFORM 5000-WEEKLY-REPORT THRU 5000-EXIT.
003200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003210     STOP RUN.

003220 1000-INITIALIZE.
003230     ACCEPT WS-RUN-DATE FROM DATE.
003240     ACCEPT WS-RUN-TIME FROM TIME.
003250     MOVE "EXPND" TO DX-ACTION.
003260     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
003270     CALL "DATEXPND" USING DATEXPND-PARMS.
003280     MOVE DX-DATE-CCYYMMDD TO WS-REPORT-DATE.
003290     OPEN INPUT OEECTL.
003300     IF WS-CTL-STATUS = "00"
003310         READ OEECTL
003320             NOT AT END
003330                 IF OC-REPORT-DATE IS NUMERIC
003340                         AND OC-REPORT-DATE > ZERO
003350                     MOVE OC-REPORT-DATE TO WS-REPORT-DATE
003360                 END-IF
003370         END-READ
003380         CLOSE OEECTL
003390     END-IF.
003400     COMPUTE WS-REPORT-INT =
003410         FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
003420     COMPUTE WS-WEEK-START =
003430         FUNCTION DATE-OF-INTEGER(WS-REPORT-INT - 6).
003440     COMPUTE WS-KEEP-INT = WS-REPORT-INT - 55.
003450     OPEN OUTPUT OEERPT.
003460     MOVE "OEEWC" TO RH-PROGRAM-ID.
003470     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003480     MOVE WS-RUN-TIME TO RH-RUN-ID.
003490     MOVE 1 TO RH-PAGE-NUMBER.
003500     WRITE OEERPT-REC FROM RH-REPORT-HEADER.
003510     WRITE OEERPT-REC FROM WS-TITLE-LINE.
003520     WRITE OEERPT-REC FROM WS-BLANK-LINE.
003530     PERFORM 1100-LOAD-CENTERS THRU 1100-EXIT.
003540     PERFORM 1200-LOAD-MAINTENANCE THRU 1200-EXIT.
003550     PERFORM 1300-LOAD-DOWNTIME THRU 1300-EXIT.
003560     PERFORM 1400-LOAD-CAUSES THRU 1400-EXIT.
003570     PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
003580 1000-EXIT.
003590     EXIT.

003600*----------------------------------------------------------------
003610* 1100-LOAD-CENTERS - THE WCCAL CALENDAR NAMES THE CENTERS AND
003620*                     THEIR DAILY HOURS, AS IT DOES FOR THE
003630*                     SCHEDULER. NO CALENDAR, NO REPORT.
003640*----------------------------------------------------------------
003650 1100-LOAD-CENTERS.
003660     OPEN INPUT WCCAL.
003670     IF WS-WCCAL-STATUS NOT = "00"
003680         DISPLAY "OEEWC - WCCAL NOT FOUND - RUN ABORTED"
003690         MOVE 16 TO RETURN-CODE
003700         CLOSE OEERPT
003710         STOP RUN
003720     END-IF.
003730     PERFORM 1110-LOAD-ONE-CENTER THRU 1110-EXIT
003740         UNTIL WS-EOF.
003750     CLOSE WCCAL.
003760     MOVE "N" TO WS-EOF-SW.
003770 1100-EXIT.
003780     EXIT.

003790 1110-LOAD-ONE-CENTER.
003800     READ WCCAL
003810         AT END
003820             SET WS-EOF TO TRUE
003830         NOT AT END
003840             IF WS-CENTER-COUNT < 50
003850                 ADD 1 TO WS-CENTER-COUNT
003860                 SET WK-IDX TO WS-CENTER-COUNT
003870                 INITIALIZE WK-ENTRY(WK-IDX)
003880                 MOVE WC-IN-CENTER TO WK-CENTER(WK-IDX)
003890                 MOVE WC-IN-AVAIL-HOURS TO WK-AVAIL-HOURS(WK-IDX)
003900             END-IF
003910     END-READ.
003920 1110-EXIT.
003930     EXIT.

003940 1200-LOAD-MAINTENANCE.
003950     OPEN INPUT MAINTPLN.
003960     IF WS-MNT-STATUS NOT = "00"
003970         GO TO 1200-EXIT
003980     END-IF.
003990     PERFORM 1210-LOAD-ONE-PLAN THRU 1210-EXIT
004000         UNTIL WS-EOF.
004010     CLOSE MAINTPLN.
004020     MOVE "N" TO WS-EOF-SW.
004030 1200-EXIT.
004040     EXIT.

004050 1210-LOAD-ONE-PLAN.
004060     READ MAINTPLN
004070         AT END
004080             SET WS-EOF TO TRUE
004090         NOT AT END
004100             MOVE MP-CENTER TO DL-CENTER
004110             PERFORM 2900-FIND-CENTER THRU 2900-EXIT
004120             IF WS-WC-IDX > ZERO
004130                 ADD MP-MAINT-HOURS TO WK-MAINT-HOURS(WS-WC-IDX)
004140             END-IF
004150     END-READ.
004160 1210-EXIT.
004170     EXIT.

004180*----------------------------------------------------------------
004190* 1300-LOAD-DOWNTIME - THE STREAK TRACKER'S DOWNREC STRINGS, WHOSE
004200*                      ID LEADS WITH THE WORK CENTER, AND THE
004210*                      DOWNCTL DATE OF THEIR FIRST POSITION. NO
004220*                      DOWNREC MEANS NO UNPLANNED DOWNTIME.
004230*----------------------------------------------------------------
004240 1300-LOAD-DOWNTIME.
004250     OPEN INPUT DOWNREC.
004260     IF WS-DOWN-STATUS NOT = "00"
004270         GO TO 1300-EXIT
004280     END-IF.
004290     OPEN INPUT DOWNCTL.
004300     IF WS-DCTL-STATUS NOT = "00"
004310         DISPLAY "OEEWC - DOWNCTL NOT FOUND - RUN ABORTED"
004320         MOVE 16 TO RETURN-CODE
004330         CLOSE OEERPT
004340         STOP RUN
004350     END-IF.
004360     READ DOWNCTL
004370         AT END
004380             DISPLAY "OEEWC - DOWNCTL IS EMPTY - RUN ABORTED"
004390             MOVE 16 TO RETURN-CODE
004400             CLOSE OEERPT
004410             STOP RUN
004420     END-READ.
004430     MOVE "EXPND" TO DX-ACTION.
004440     MOVE CT-START-DATE TO DX-DATE-YYMMDD.
004450     CALL "DATEXPND" USING DATEXPND-PARMS.
004460     COMPUTE WS-START-INT =
004470         FUNCTION INTEGER-OF-DATE(DX-DATE-CCYYMMDD).
004480     CLOSE DOWNCTL.
004490     PERFORM 1310-LOAD-ONE-DOWN THRU 1310-EXIT
004500         UNTIL WS-EOF.
004510     CLOSE DOWNREC.
004520     MOVE "N" TO WS-EOF-SW.
004530 1300-EXIT.
004540     EXIT.

004550 1310-LOAD-ONE-DOWN.
004560     READ DOWNREC
004570         AT END
004580             SET WS-EOF TO TRUE
004590         NOT AT END
004600             IF WS-DOWN-COUNT < 500
004610                 ADD 1 TO WS-DOWN-COUNT
004620                 SET DN-IDX TO WS-DOWN-COUNT
004630                 MOVE DR-ID (1:4) TO DN-CENTER(DN-IDX)
004640                 MOVE DR-CAUSE TO DN-CAUSE(DN-IDX)
004650                 MOVE DR-STATUS TO DN-STATUS(DN-IDX)
004660             END-IF
004670     END-READ.
004680 1310-EXIT.
004690     EXIT.

004700 1400-LOAD-CAUSES.
004710     OPEN INPUT CAUSMAST.
004720     IF WS-CAUS-STATUS NOT = "00"
004730         GO TO 1400-EXIT
004740     END-IF.
004750     PERFORM 1410-LOAD-ONE-CAUSE THRU 1410-EXIT
004760         UNTIL WS-EOF.
004770     CLOSE CAUSMAST.
004780     MOVE "N" TO WS-EOF-SW.
004790 1400-EXIT.
004800     EXIT.

004810 1410-LOAD-ONE-CAUSE.
004820     READ CAUSMAST
004830         AT END
004840             SET WS-EOF TO TRUE
004850         NOT AT END
004860             IF WS-CAUSE-COUNT < 100
004870                 ADD 1 TO WS-CAUSE-COUNT
004880                 SET CA-IDX TO WS-CAUSE-COUNT
004890                 MOVE CM-CAUSE TO CA-CAUSE(CA-IDX)
004900                 MOVE CM-DESC TO CA-DESC(CA-IDX)
004910             END-IF
004920     END-READ.
004930 1410-EXIT.
004940     EXIT.

004950*----------------------------------------------------------------
004960* 1500-LOAD-HISTORY - EARLIER DAYS' FIGURES. THE REPORT DATE'S OWN
004970*                     ROWS ARE DROPPED SO A RERUN REPLACES THEM,
004980*                     AND ROWS OLDER THAN EIGHT WEEKS AGE OFF.
004990*----------------------------------------------------------------
005000 1500-LOAD-HISTORY.
005010     OPEN INPUT OEEHIST.
005020     IF WS-HIST-STATUS NOT = "00"
005030         GO TO 1500-EXIT
005040     END-IF.
005050     PERFORM 1510-LOAD-ONE-DAY THRU 1510-EXIT
005060         UNTIL WS-EOF.
005070     CLOSE OEEHIST.
005080     MOVE "N" TO WS-EOF-SW.
005090 1500-EXIT.
005100     EXIT.

005110 1510-LOAD-ONE-DAY.
005120     READ OEEHIST
005130         AT END
005140             SET WS-EOF TO TRUE
005150         NOT AT END
005160             IF OH-DATE IS NOT NUMERIC
005170                     OR OH-DATE = WS-REPORT-DATE
005180                 GO TO 1510-EXIT
005190             END-IF
005200             COMPUTE WS-HIST-INT =
005210                 FUNCTION INTEGER-OF-DATE(OH-DATE)
005220             IF WS-HIST-INT < WS-KEEP-INT
005230                 GO TO 1510-EXIT
005240             END-IF
005250             IF WS-HIST-COUNT >= 2950
005260                 DISPLAY "OEEWC - OEEHIST EXCEEDS THE 3000-"
005270                     "ROW TABLE - RUN ABORTED"
005280                 MOVE 16 TO RETURN-CODE
005290                 CLOSE OEERPT
005300                 STOP RUN
005310             END-IF
005320             ADD 1 TO WS-HIST-COUNT
005330             SET HS-IDX TO WS-HIST-COUNT
005340             MOVE OH-DATE TO HS-DATE(HS-IDX)
005350             MOVE OH-CENTER TO HS-CENTER(HS-IDX)
005360             MOVE OH-PLAN-HOURS TO HS-PLAN-HOURS(HS-IDX)
005370             MOVE OH-DOWN-HOURS TO HS-DOWN-HOURS(HS-IDX)
005380             MOVE OH-STD-HOURS TO HS-STD-HOURS(HS-IDX)
005390             MOVE OH-GOOD-COUNT TO HS-GOOD-COUNT(HS-IDX)
005400             MOVE OH-TOTAL-COUNT TO HS-TOTAL-COUNT(HS-IDX)
005410     END-READ.
005420 1510-EXIT.
005430     EXIT.

005440*----------------------------------------------------------------
005450* 2000-DAILY-FIGURES - THE REPORT DATE'S PLANNED TIME, DOWNTIME,
005460*                      STANDARD HOURS EARNED AND QC COUNTS FOR
005470*                      EVERY CENTER.
005480*----------------------------------------------------------------
005490 2000-DAILY-FIGURES.
005500     MOVE "CHECK" TO BD-ACTION.
005510     MOVE WS-REPORT-DATE TO BD-DATE.
005520     CALL "BIZDAY" USING BIZDAY-PARMS.
005530     MOVE "N" TO WS-WORKING-DAY-SW.
005540     IF BD-BUSINESS-DAY
005550         MOVE "Y" TO WS-WORKING-DAY-SW
005560     END-IF.
005570     PERFORM 2100-PLAN-ONE-CENTER THRU 2100-EXIT
005580         VARYING WS-W FROM 1 BY 1
005590         UNTIL WS-W > WS-CENTER-COUNT.
005600     MOVE WS-REPORT-INT TO WS-FROM-INT.
005610     MOVE WS-REPORT-INT TO WS-THRU-INT.
005620     PERFORM 6000-BUILD-LOSSES THRU 6000-EXIT.
005630     PERFORM 2150-CAP-DOWNTIME THRU 2150-EXIT
005640         VARYING WS-W FROM 1 BY 1
005650         UNTIL WS-W > WS-CENTER-COUNT.
005660     PERFORM 2200-LOAD-PRODUCTION THRU 2200-EXIT.
005670     PERFORM 2300-LOAD-QUALITY THRU 2300-EXIT.
005680 2000-EXIT.
005690     EXIT.

005700 2100-PLAN-ONE-CENTER.
005710     MOVE ZERO TO WK-PLAN-HOURS(WS-W).
005720     IF WS-WORKING-DAY
005730             AND WK-AVAIL-HOURS(WS-W) > WK-MAINT-HOURS(WS-W)
005740         COMPUTE WK-PLAN-HOURS(WS-W) =
005750             WK-AVAIL-HOURS(WS-W) - WK-MAINT-HOURS(WS-W)
005760     END-IF.
005770 2100-EXIT.
005780     EXIT.

005790*    A CENTER CANNOT LOSE MORE TIME THAN IT WAS PLANNED TO RUN
005800 2150-CAP-DOWNTIME.
005810     IF WK-DOWN-HOURS(WS-W) > WK-PLAN-HOURS(WS-W)
005820         MOVE WK-PLAN-HOURS(WS-W) TO WK-DOWN-HOURS(WS-W)
005830     END-IF.
005840 2150-EXIT.
005850     EXIT.

005860*----------------------------------------------------------------
005870* 2200-LOAD-PRODUCTION - THE FLOOR'S COUNTS FOR THE REPORT DATE.
005880*                        EACH JOB EARNS UNITS / STANDARD RATE
005890*                        HOURS FOR ITS CENTER, AND ITS PRODUCT IS
005900*                        NOTED SO THE QC READINGS FOR THAT PRODUCT
005910*                        CAN BE CHARGED TO THE SAME CENTER.
005920*----------------------------------------------------------------
005930 2200-LOAD-PRODUCTION.
005940     OPEN INPUT PRODCNT.
005950     IF WS-PROD-STATUS NOT = "00"
005960         GO TO 2200-EXIT
005970     END-IF.
005980     PERFORM 2210-LOAD-ONE-COUNT THRU 2210-EXIT
005990         UNTIL WS-EOF.
006000     CLOSE PRODCNT.
006010     MOVE "N" TO WS-EOF-SW.
006020 2200-EXIT.
006030     EXIT.

006040 2210-LOAD-ONE-COUNT.
006050     READ PRODCNT
006060         AT END
006070             SET WS-EOF TO TRUE
006080             GO TO 2210-EXIT
006090     END-READ.
006100     IF PC-DATE NOT = WS-REPORT-DATE
006110             OR PC-UNITS IS NOT NUMERIC
006120             OR PC-STD-RATE IS NOT NUMERIC
006130             OR PC-STD-RATE = ZERO
006140         GO TO 2210-EXIT
006150     END-IF.
006160     MOVE PC-CENTER TO DL-CENTER.
006170     PERFORM 2900-FIND-CENTER THRU 2900-EXIT.
006180     IF WS-WC-IDX = ZERO
006190         GO TO 2210-EXIT
006200     END-IF.
006210     COMPUTE WS-ITEM-HOURS ROUNDED = PC-UNITS / PC-STD-RATE.
006220     ADD WS-ITEM-HOURS TO WK-STD-HOURS(WS-WC-IDX).
006230     PERFORM 2400-FIND-PRODUCT THRU 2400-EXIT.
006240     IF WS-PROD-IDX = ZERO
006250             AND WS-PRODUCT-COUNT < 500
006260         ADD 1 TO WS-PRODUCT-COUNT
006270         SET PM-IDX TO WS-PRODUCT-COUNT
006280         MOVE PC-PRODUCT TO PM-PRODUCT(PM-IDX)
006290         MOVE WS-WC-IDX TO PM-CENTER-IDX(PM-IDX)
006300     END-IF.
006310 2210-EXIT.
006320     EXIT.

006330*----------------------------------------------------------------
006340* 2300-LOAD-QUALITY - EVERY "ITEM" DETAIL LINE ON THE SHIFT'S
006350*                     QCRESULT PAGE IS ONE READING; PASS IS GOOD.
006360*                     A READING FOR A PRODUCT NO CENTER MADE TODAY
006370*                     IS COUNTED SEPARATELY.
006380*----------------------------------------------------------------
006390 2300-LOAD-QUALITY.
006400     OPEN INPUT QCRESULT.
006410     IF WS-QC-STATUS NOT = "00"
006420         GO TO 2300-EXIT
006430     END-IF.
006440     PERFORM 2310-LOAD-ONE-READING THRU 2310-EXIT
006450         UNTIL WS-EOF.
006460     CLOSE QCRESULT.
006470     MOVE "N" TO WS-EOF-SW.
006480 2300-EXIT.
006490     EXIT.

006500 2310-LOAD-ONE-READING.
006510     READ QCRESULT
006520         AT END
006530             SET WS-EOF TO TRUE
006540             GO TO 2310-EXIT
006550     END-READ.
006560     IF QR-TAG NOT = "ITEM "
006570         GO TO 2310-EXIT
006580     END-IF.
006590     MOVE QR-ITEM TO PC-PRODUCT.
006600     PERFORM 2400-FIND-PRODUCT THRU 2400-EXIT.
006610     IF WS-PROD-IDX = ZERO
006620         ADD 1 TO WS-UNMATCHED-COUNT
006630         GO TO 2310-EXIT
006640     END-IF.
006650     MOVE PM-CENTER-IDX(WS-PROD-IDX) TO WS-WC-IDX.
006660     ADD 1 TO WK-TOTAL-COUNT(WS-WC-IDX).
006670     IF QR-RESULT = "PASS"
006680         ADD 1 TO WK-GOOD-COUNT(WS-WC-IDX)
006690     END-IF.
006700 2310-EXIT.
006710     EXIT.

006720 2400-FIND-PRODUCT.
006730     MOVE ZERO TO WS-PROD-IDX.
006740     PERFORM 2410-MATCH-PRODUCT THRU 2410-EXIT
006750         VARYING WS-K FROM 1 BY 1
006760         UNTIL WS-K > WS-PRODUCT-COUNT OR WS-PROD-IDX > ZERO.
006770 2400-EXIT.
006780     EXIT.

006790 2410-MATCH-PRODUCT.
006800     IF PM-PRODUCT(WS-K) = PC-PRODUCT
006810         MOVE WS-K TO WS-PROD-IDX
006820     END-IF.
006830 2410-EXIT.
006840     EXIT.

006850*    LOOK UP THE CENTER CODE LEFT IN DL-CENTER
006860 2900-FIND-CENTER.
006870     MOVE ZERO TO WS-WC-IDX.
006880     PERFORM 2910-MATCH-CENTER THRU 2910-EXIT
006890         VARYING WS-K FROM 1 BY 1
006900         UNTIL WS-K > WS-CENTER-COUNT OR WS-WC-IDX > ZERO.
006910 2900-EXIT.
006920     EXIT.

006930 2910-MATCH-CENTER.
006940     IF WK-CENTER(WS-K) = DL-CENTER
006950         MOVE WS-K TO WS-WC-IDX
006960     END-IF.
006970 2910-EXIT.
006980     EXIT.

006990*----------------------------------------------------------------
007000* 3000-SAVE-HISTORY - THE KEPT ROWS GO BACK OUT WITH THE REPORT
007010*                     DATE'S ROW FOR EVERY CENTER ADDED, AND THOSE
007020*                     ROWS JOIN THE TABLE FOR THE WEEKLY TOTALS.
007030*----------------------------------------------------------------
007040 3000-SAVE-HISTORY.
007050     PERFORM 3100-ADD-TODAY THRU 3100-EXIT
007060         VARYING WS-W FROM 1 BY 1
007070         UNTIL WS-W > WS-CENTER-COUNT.
007080     OPEN OUTPUT OEEHIST.
007090     PERFORM 3200-WRITE-ONE-DAY THRU 3200-EXIT
007100         VARYING WS-K FROM 1 BY 1
007110         UNTIL WS-K > WS-HIST-COUNT.
007120     CLOSE OEEHIST.
007130 3000-EXIT.
007140     EXIT.

007150 3100-ADD-TODAY.
007160     ADD 1 TO WS-HIST-COUNT.
007170     SET HS-IDX TO WS-HIST-COUNT.
007180     MOVE WS-REPORT-DATE TO HS-DATE(HS-IDX).
007190     MOVE WK-CENTER(WS-W) TO HS-CENTER(HS-IDX).
007200     MOVE WK-PLAN-HOURS(WS-W) TO HS-PLAN-HOURS(HS-IDX).
007210     MOVE WK-DOWN-HOURS(WS-W) TO HS-DOWN-HOURS(HS-IDX).
007220     MOVE WK-STD-HOURS(WS-W) TO HS-STD-HOURS(HS-IDX).
007230     MOVE WK-GOOD-COUNT(WS-W) TO HS-GOOD-COUNT(HS-IDX).
007240     MOVE WK-TOTAL-COUNT(WS-W) TO HS-TOTAL-COUNT(HS-IDX).
007250 3100-EXIT.
007260     EXIT.

007270 3200-WRITE-ONE-DAY.
007280     SET HS-IDX TO WS-K.
007290     MOVE SPACES TO OEEHIST-REC.
007300     MOVE HS-DATE(HS-IDX) TO OH-DATE.
007310     MOVE HS-CENTER(HS-IDX) TO OH-CENTER.
007320     MOVE HS-PLAN-HOURS(HS-IDX) TO OH-PLAN-HOURS.
007330     MOVE HS-DOWN-HOURS(HS-IDX) TO OH-DOWN-HOURS.
007340     MOVE HS-STD-HOURS(HS-IDX) TO OH-STD-HOURS.
007350     MOVE HS-GOOD-COUNT(HS-IDX) TO OH-GOOD-COUNT.
007360     MOVE HS-TOTAL-COUNT(HS-IDX) TO OH-TOTAL-COUNT.
007370     WRITE OEEHIST-REC.
007380 3200-EXIT.
007390     EXIT.

007400*----------------------------------------------------------------
007410* 4000-DAILY-REPORT - ONE LINE PER CENTER FOR THE REPORT DATE,
007420*                     EACH FOLLOWED BY ITS TOP LOSSES THAT DAY,
007430*                     THEN THE PLANT TOTAL.
007440*----------------------------------------------------------------
007450 4000-DAILY-REPORT.
007460     MOVE "DAILY OEE FOR       " TO PL-PERIOD.
007470     MOVE WS-REPORT-DATE TO PL-FROM-DATE.
007480     MOVE SPACES TO PL-THRU-TEXT.
007490     MOVE SPACES TO PL-THRU-DATE.
007500     WRITE OEERPT-REC FROM WS-PERIOD-LINE.
007510     WRITE OEERPT-REC FROM WS-COLUMN-LINE.
007520     PERFORM 7100-CLEAR-TOTALS THRU 7100-EXIT.
007530     PERFORM 4100-REPORT-ONE-CENTER THRU 4100-EXIT
007540         VARYING WS-W FROM 1 BY 1
007550         UNTIL WS-W > WS-CENTER-COUNT.
007560     PERFORM 7200-REPORT-TOTALS THRU 7200-EXIT.
007570 4000-EXIT.
007580     EXIT.

007590 4100-REPORT-ONE-CENTER.
007600     MOVE WK-PLAN-HOURS(WS-W) TO WS-P-PLAN.
007610     MOVE WK-DOWN-HOURS(WS-W) TO WS-P-DOWN.
007620     MOVE WK-STD-HOURS(WS-W) TO WS-P-STD.
007630     MOVE WK-GOOD-COUNT(WS-W) TO WS-P-GOOD.
007640     MOVE WK-TOTAL-COUNT(WS-W) TO WS-P-TOTAL.
007650     MOVE WK-CENTER(WS-W) TO DL-CENTER.
007660     PERFORM 7000-PRINT-CENTER THRU 7000-EXIT.
007670     PERFORM 6500-PRINT-TOP-LOSSES THRU 6500-EXIT.
007680 4100-EXIT.
007690     EXIT.

007700*----------------------------------------------------------------
007710* 5000-WEEKLY-REPORT - THE SEVEN DAYS ENDING ON THE REPORT DATE,
007720*                      TOTALLED FROM OEEHIST, WITH EACH CENTER'S
007730*                      TOP LOSSES OVER THE WEEK.
007740*----------------------------------------------------------------
007750 5000-WEEKLY-REPORT.
007760     WRITE OEERPT-REC FROM WS-BLANK-LINE.
007770     MOVE "WEEKLY OEE FOR      " TO PL-PERIOD.
007780     MOVE WS-WEEK-START TO PL-FROM-DATE.
007790     MOVE " THRU " TO PL-THRU-TEXT.
007800     MOVE WS-REPORT-DATE TO PL-THRU-DATE.
007810     WRITE OEERPT-REC FROM WS-PERIOD-LINE.
007820     WRITE OEERPT-REC FROM WS-COLUMN-LINE.
007830     COMPUTE WS-FROM-INT = WS-REPORT-INT - 6.
007840     MOVE WS-REPORT-INT TO WS-THRU-INT.
007850     PERFORM 6000-BUILD-LOSSES THRU 6000-EXIT.
007860     PERFORM 7100-CLEAR-TOTALS THRU 7100-EXIT.
007870     PERFORM 5100-REPORT-ONE-CENTER THRU 5100-EXIT
007880         VARYING WS-W FROM 1 BY 1
007890         UNTIL WS-W > WS-CENTER-COUNT.
007900     PERFORM 7200-REPORT-TOTALS THRU 7200-EXIT.
007910 5000-EXIT.
007920     EXIT.

007930 5100-REPORT-ONE-CENTER.
007940     MOVE ZERO TO WS-P-PLAN WS-P-DOWN WS-P-STD
007950                  WS-P-GOOD WS-P-TOTAL.
007960     PERFORM 5110-ADD-ONE-DAY THRU 5110-EXIT
007970         VARYING WS-K FROM 1 BY 1
007980         UNTIL WS-K > WS-HIST-COUNT.
007990     MOVE WK-CENTER(WS-W) TO DL-CENTER.
008000     PERFORM 7000-PRINT-CENTER THRU 7000-EXIT.
008010     PERFORM 6500-PRINT-TOP-LOSSES THRU 6500-EXIT.
008020 5100-EXIT.
008030     EXIT.

008040 5110-ADD-ONE-DAY.
008050     IF HS-CENTER(WS-K) NOT = WK-CENTER(WS-W)
008060             OR HS-DATE(WS-K) < WS-WEEK-START
008070             OR HS-DATE(WS-K) > WS-REPORT-DATE
008080         GO TO 5110-EXIT
008090     END-IF.
008100     ADD HS-PLAN-HOURS(WS-K) TO WS-P-PLAN.
008110     ADD HS-DOWN-HOURS(WS-K) TO WS-P-DOWN.
008120     ADD HS-STD-HOURS(WS-K) TO WS-P-STD.
008130     ADD HS-GOOD-COUNT(WS-K) TO WS-P-GOOD.
008140     ADD HS-TOTAL-COUNT(WS-K) TO WS-P-TOTAL.
008150 5110-EXIT.
008160     EXIT.

008170*----------------------------------------------------------------
008180* 6000-BUILD-LOSSES - DOWN HOURS BY CENTER AND CAUSE FOR THE DAYS
008190*                     WS-FROM-INT THROUGH WS-THRU-INT: EIGHT HOURS
008200*                     FOR EVERY "R" ON A BUSINESS DAY. THE CENTER
008210*                     TOTALS LAND IN WK-DOWN-HOURS.
008220*----------------------------------------------------------------
008230 6000-BUILD-LOSSES.
008240     MOVE ZERO TO WS-LOSS-COUNT.
008250     PERFORM 6010-CLEAR-ONE-CENTER THRU 6010-EXIT
008260         VARYING WS-W FROM 1 BY 1
008270         UNTIL WS-W > WS-CENTER-COUNT.
008280     PERFORM 6100-CHECK-ONE-DAY THRU 6100-EXIT
008290         VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
008300         UNTIL WS-DAY-INT > WS-THRU-INT.
008310 6000-EXIT.
008320     EXIT.

008330 6010-CLEAR-ONE-CENTER.
008340     MOVE ZERO TO WK-DOWN-HOURS(WS-W).
008350 6010-EXIT.
008360     EXIT.

008370 6100-CHECK-ONE-DAY.
008380     COMPUTE WS-POS = WS-DAY-INT - WS-START-INT + 1.
008390     IF WS-POS < 1 OR WS-POS > 60
008400         GO TO 6100-EXIT
008410     END-IF.
008420     MOVE "CHECK" TO BD-ACTION.
008430     COMPUTE BD-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
008440     CALL "BIZDAY" USING BIZDAY-PARMS.
008450     IF NOT BD-BUSINESS-DAY
008460         GO TO 6100-EXIT
008470     END-IF.
008480     PERFORM 6200-CHECK-ONE-RECORD THRU 6200-EXIT
008490         VARYING WS-D FROM 1 BY 1
008500         UNTIL WS-D > WS-DOWN-COUNT.
008510 6100-EXIT.
008520     EXIT.

008530 6200-CHECK-ONE-RECORD.
008540     IF DN-STATUS(WS-D) (WS-POS:1) NOT = "R"
008550         GO TO 6200-EXIT
008560     END-IF.
008570     MOVE DN-CENTER(WS-D) TO DL-CENTER.
008580     PERFORM 2900-FIND-CENTER THRU 2900-EXIT.
008590     IF WS-WC-IDX = ZERO
008600         GO TO 6200-EXIT
008610     END-IF.
008620     ADD 8 TO WK-DOWN-HOURS(WS-WC-IDX).
008630     MOVE ZERO TO WS-LOSS-IDX.
008640     PERFORM 6210-MATCH-LOSS THRU 6210-EXIT
008650         VARYING WS-K FROM 1 BY 1
008660         UNTIL WS-K > WS-LOSS-COUNT OR WS-LOSS-IDX > ZERO.
008670     IF WS-LOSS-IDX = ZERO
008680         IF WS-LOSS-COUNT >= 500
008690             GO TO 6200-EXIT
008700         END-IF
008710         ADD 1 TO WS-LOSS-COUNT
008720         MOVE WS-LOSS-COUNT TO WS-LOSS-IDX
008730         SET LS-IDX TO WS-LOSS-IDX
008740         MOVE DN-CENTER(WS-D) TO LS-CENTER(LS-IDX)
008750         MOVE DN-CAUSE(WS-D) TO LS-CAUSE(LS-IDX)
008760         MOVE ZERO TO LS-HOURS(LS-IDX)
008770     END-IF.
008780     SET LS-IDX TO WS-LOSS-IDX.
008790     ADD 8 TO LS-HOURS(LS-IDX).
008800 6200-EXIT.
008810     EXIT.

008820 6210-MATCH-LOSS.
008830     IF LS-CENTER(WS-K) = DN-CENTER(WS-D)
008840             AND LS-CAUSE(WS-K) = DN-CAUSE(WS-D)
008850         MOVE WS-K TO WS-LOSS-IDX
008860     END-IF.
008870 6210-EXIT.
008880     EXIT.

008890*----------------------------------------------------------------
008900* 6500-PRINT-TOP-LOSSES - THE CENTER'S THREE CAUSES WITH THE MOST
008910*                         DOWN HOURS IN THE PERIOD, PICKED BY THE
008920*                         SAME REPEATED SCAN DOWNCOST RANKS WITH.
008930*----------------------------------------------------------------
008940 6500-PRINT-TOP-LOSSES.
008950     PERFORM 6510-RESET-ONE-LOSS THRU 6510-EXIT
008960         VARYING WS-K FROM 1 BY 1
008970         UNTIL WS-K > WS-LOSS-COUNT.
008980     PERFORM 6520-PICK-ONE-LOSS THRU 6520-EXIT
008990         VARYING WS-RANK FROM 1 BY 1
009000         UNTIL WS-RANK > 3.
009010 6500-EXIT.
009020     EXIT.

009030 6510-RESET-ONE-LOSS.
009040     MOVE "N" TO LS-USED-SW(WS-K).
009050 6510-EXIT.
009060     EXIT.

009070 6520-PICK-ONE-LOSS.
009080     MOVE ZERO TO WS-BEST-IDX.
009090     MOVE ZERO TO WS-BEST-HOURS.
009100     PERFORM 6530-FIND-WORST THRU 6530-EXIT
009110         VARYING WS-K FROM 1 BY 1
009120         UNTIL WS-K > WS-LOSS-COUNT.
009130     IF WS-BEST-IDX = ZERO
009140         GO TO 6520-EXIT
009150     END-IF.
009160     SET LS-IDX TO WS-BEST-IDX.
009170     MOVE "Y" TO LS-USED-SW(LS-IDX).
009180     MOVE WS-RANK TO LL-RANK.
009190     MOVE LS-CAUSE(LS-IDX) TO LL-CAUSE.
009200     MOVE "(NOT ON CAUSMAST)" TO LL-DESC.
009210     PERFORM 6540-MATCH-CAUSE THRU 6540-EXIT
009220         VARYING WS-K FROM 1 BY 1
009230         UNTIL WS-K > WS-CAUSE-COUNT.
009240     MOVE LS-HOURS(LS-IDX) TO LL-HOURS.
009250     WRITE OEERPT-REC FROM WS-LOSS-LINE.
009260 6520-EXIT.
009270     EXIT.

009280 6530-FIND-WORST.
009290     IF LS-USED-SW(WS-K) = "Y"
009300             OR LS-CENTER(WS-K) NOT = WK-CENTER(WS-W)
009310         GO TO 6530-EXIT
009320     END-IF.
009330     IF WS-BEST-IDX = ZERO
009340             OR LS-HOURS(WS-K) > WS-BEST-HOURS
009350         MOVE WS-K TO WS-BEST-IDX
009360         MOVE LS-HOURS(WS-K) TO WS-BEST-HOURS
009370     END-IF.
009380 6530-EXIT.
009390     EXIT.

009400 6540-MATCH-CAUSE.
009410     IF CA-CAUSE(WS-K) = LS-CAUSE(LS-IDX)
009420         MOVE CA-DESC(WS-K) TO LL-DESC
009430     END-IF.
009440 6540-EXIT.
009450     EXIT.

009460*----------------------------------------------------------------
009470* 7000-PRINT-CENTER - THE THREE OEE FACTORS FOR THE FIGURES IN
009480*                     WS-P-PLAN .. WS-P-TOTAL, ADDED INTO THE
009490*                     PLANT TOTAL. AVAILABILITY IS OPERATING OVER
009500*                     PLANNED HOURS, PERFORMANCE EARNED OVER
009510*                     OPERATING HOURS, QUALITY GOOD OVER TOTAL
009520*                     READINGS (FULL MARKS WHEN NOTHING WAS
009530*                     INSPECTED).
009540*----------------------------------------------------------------
009550 7000-PRINT-CENTER.
009560     ADD WS-P-PLAN TO WS-T-PLAN.
009570     ADD WS-P-DOWN TO WS-T-DOWN.
009580     ADD WS-P-STD TO WS-T-STD.
009590     ADD WS-P-GOOD TO WS-T-GOOD.
009600     ADD WS-P-TOTAL TO WS-T-TOTAL.
009610     MOVE SPACES TO DL-NOTE.
009620     MOVE ZERO TO WS-AVAIL-PCT WS-PERF-PCT WS-OEE-PCT.
009630     MOVE 100 TO WS-QUAL-PCT.
009640     COMPUTE WS-OPER-HOURS = WS-P-PLAN - WS-P-DOWN.
009650     IF WS-P-PLAN = ZERO
009660         MOVE "NOT PLANNED" TO DL-NOTE
009670     ELSE
009680         COMPUTE WS-AVAIL-PCT ROUNDED =
009690             WS-OPER-HOURS * 100 / WS-P-PLAN
009700     END-IF.
009710     IF WS-OPER-HOURS > ZERO
009720         COMPUTE WS-PERF-PCT ROUNDED =
009730             WS-P-STD * 100 / WS-OPER-HOURS
009740             ON SIZE ERROR
009750                 MOVE 999.9 TO WS-PERF-PCT
009760         END-COMPUTE
009770     END-IF.
009780     IF WS-P-TOTAL > ZERO
009790         COMPUTE WS-QUAL-PCT ROUNDED =
009800             WS-P-GOOD * 100 / WS-P-TOTAL
009810     ELSE
009820         IF DL-NOTE = SPACES
009830             MOVE "NO QC" TO DL-NOTE
009840         END-IF
009850     END-IF.
009860     COMPUTE WS-OEE-PCT ROUNDED =
009870         WS-AVAIL-PCT * WS-PERF-PCT * WS-QUAL-PCT / 10000
009880         ON SIZE ERROR
009890             MOVE 999.9 TO WS-OEE-PCT
009900     END-COMPUTE.
009910     MOVE WS-P-PLAN TO DL-PLAN-HOURS.
009920     MOVE WS-P-DOWN TO DL-DOWN-HOURS.
009930     MOVE WS-AVAIL-PCT TO DL-AVAIL-PCT.
009940     MOVE WS-PERF-PCT TO DL-PERF-PCT.
009950     MOVE WS-QUAL-PCT TO DL-QUAL-PCT.
009960     MOVE WS-OEE-PCT TO DL-OEE-PCT.
009970     WRITE OEERPT-REC FROM WS-DETAIL-LINE.
009980 7000-EXIT.
009990     EXIT.

010000 7100-CLEAR-TOTALS.
010010     MOVE ZERO TO WS-T-PLAN WS-T-DOWN WS-T-STD
010020                  WS-T-GOOD WS-T-TOTAL.
010030 7100-EXIT.
010040     EXIT.

010050 7200-REPORT-TOTALS.
010060     MOVE WS-T-PLAN TO WS-P-PLAN.
010070     MOVE WS-T-DOWN TO WS-P-DOWN.
010080     MOVE WS-T-STD TO WS-P-STD.
010090     MOVE WS-T-GOOD TO WS-P-GOOD.
010100     MOVE WS-T-TOTAL TO WS-P-TOTAL.
010110     MOVE "ALL " TO DL-CENTER.
010120     PERFORM 7000-PRINT-CENTER THRU 7000-EXIT.
010130 7200-EXIT.
010140     EXIT.

010150 9000-FINALIZE.
010160     WRITE OEERPT-REC FROM WS-BLANK-LINE.
010170     MOVE WS-CENTER-COUNT TO SL-CENTER-COUNT.
010180     MOVE WS-UNMATCHED-COUNT TO SL-UNMATCHED-COUNT.
010190     WRITE OEERPT-REC FROM WS-SUMMARY-LINE.
010200     CLOSE OEERPT.
010210 9000-EXIT.
010220     EXIT.
