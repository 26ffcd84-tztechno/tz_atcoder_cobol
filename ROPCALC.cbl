000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ROPCALC.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. WAREHOUSE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. MONTHLY DEMAND-DRIVEN REVIEW
000110*                  OF EVERY BIN'S REORDER POINT AND SAFETY STOCK.
000120*                  THE BOXIHIST ISSUE HISTORY THE BOX LEDGER KEEPS
000130*                  GIVES EACH BIN AND LOCATION ITS AVERAGE DAILY
000140*                  DEMAND AND THE STANDARD DEVIATION OF THAT
000150*                  DEMAND OVER THE LAST ROPDAYS DAYS (DEFAULT 90,
000160*                  DAYS WITH NO ISSUE COUNTING AS ZERO DEMAND).
000170*                  THE BIN'S SUPPLIER (SUPXREF) GIVES ITS LEAD
000180*                  TIME: THE AVERAGE ORDER-TO-RECEIPT DAYS OVER
000190*                  THE SUPPLIER'S RCVHIST RECEIPTS, AN OLDER
000200*                  RECEIPT WITHOUT AN ORDER DATE TAKING IT FROM
000210*                  POFILE, AND ROPLEADDAYS (DEFAULT 14) WHERE
000220*                  THERE IS NO HISTORY. FOR THE ROPSERVICE SERVICE
000230*                  LEVEL (PERCENT, DEFAULT 95):
000240*                    SAFETY STOCK  = Z * DEVIATION * ROOT(LEAD)
000250*                    REORDER POINT = DEMAND * LEAD + SAFETY STOCK
000260*                  BOTH ROUNDED UP TO WHOLE UNITS. THE ROPRPT
000270*                  REVIEW PRINTS CURRENT AGAINST PROPOSED VALUES
000280*                  AND ROPAPPR IS REWRITTEN AS THE APPROVED-
000290*                  CHANGES FILE POGEN ORDERS FROM. A CHANGE OF
000300*                  MORE THAN ROPMAXCHG PERCENT (DEFAULT 50) OF
000310*                  THE CURRENT POINT IS WRITTEN HELD ("H") AND
000320*                  POGEN KEEPS THE CURRENT POINT UNTIL A PLANNER
000330*                  MARKS THE LINE APPROVED ("Y"). A BIN NOT YET ON
000340*                  ROPAPPR IS CURRENTLY ON THE BIZPARM
000350*                  REORDERPOINT.
000355* 10/15/2026  RO   RETURNED GOODS HELD IN THE "QUAR" QUARANTINE
000356*                  LOCATION ARE NOT REVIEWED, LIKE "XFER".
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM.
000400 OBJECT-COMPUTER. IBM.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BIZPARM ASSIGN TO "BIZPARM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.
000460     SELECT BOXSOH ASSIGN TO "BOXSOH"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SOH-STATUS.
000490     SELECT BOXIHIST ASSIGN TO "BOXIHIST"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-IHIST-STATUS.
000520     SELECT SUPXREF ASSIGN TO "SUPXREF"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-XREF-STATUS.
000550     SELECT POFILE ASSIGN TO "POFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PO-STATUS.
000580     SELECT RCVHIST ASSIGN TO "RCVHIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RCV-STATUS.
000610     SELECT ROPAPPR ASSIGN TO "ROPAPPR"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-ROP-STATUS.
000640     SELECT ROPRPT ASSIGN TO "ROPRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  BIZPARM
000690     RECORDING MODE IS F.
000700 01  BIZPARM-REC                  PIC X(80).

000710 FD  BOXSOH
000720     RECORDING MODE IS F.
000730 01  BOXSOH-REC.
000740     05  SO-BIN-ID                PIC X(10).
000750     05  FILLER                   PIC X(01).
000760     05  SO-LOC-ID                PIC X(04).
000770     05  FILLER                   PIC X(01).
000780     05  SO-BALANCE               PIC S9(09) SIGN LEADING
000790                                            SEPARATE.
000800     05  FILLER                   PIC X(01).
000810     05  SO-AVG-COST              PIC 9(07)V9(04).

000820 FD  BOXIHIST
000830     RECORDING MODE IS F.
000840 01  BOXIHIST-REC.
000850     05  IH-BIN-ID                PIC X(10).
000860     05  FILLER                   PIC X(01).
000870     05  IH-LOC-ID                PIC X(04).
000880     05  FILLER                   PIC X(01).
000890     05  IH-ISSUE-DATE            PIC 9(08).
000900     05  FILLER                   PIC X(01).
000910     05  IH-QTY                   PIC 9(07).
000920     05  FILLER                   PIC X(48).

000930 FD  SUPXREF
000940     RECORDING MODE IS F.
000950 01  SUPXREF-REC.
000960     05  SX-BIN-ID                PIC X(10).
000970     05  FILLER                   PIC X(01).
000980     05  SX-SUPPLIER              PIC X(04).
000990     05  FILLER                   PIC X(01).
001000     05  SX-UNIT-COST             PIC 9(07)V99.
001010     05  FILLER                   PIC X(55).

001020 FD  POFILE
001030     RECORDING MODE IS F.
001040 01  POFILE-REC.
001050     05  PO-ORDER-NO              PIC 9(06).
001060     05  FILLER                   PIC X(01).
001070     05  PO-BIN-ID                PIC X(10).
001080     05  FILLER                   PIC X(01).
001090     05  PO-LOC-ID                PIC X(04).
001100     05  FILLER                   PIC X(01).
001110     05  PO-SUPPLIER              PIC X(04).
001120     05  FILLER                   PIC X(01).
001130     05  PO-QTY                   PIC 9(07).
001140     05  FILLER                   PIC X(01).
001150     05  PO-ORDER-DATE            PIC 9(08).
001160     05  FILLER                   PIC X(01).
001170     05  PO-DUE-DATE              PIC 9(08).
001180     05  FILLER                   PIC X(01).
001190     05  PO-UNIT-COST             PIC 9(07)V99.
001200     05  FILLER                   PIC X(23).

001210 FD  RCVHIST
001220     RECORDING MODE IS F.
001230 01  RCVHIST-REC.
001240     05  RV-ORDER-NO              PIC 9(06).
001250     05  FILLER                   PIC X(01).
001260     05  RV-SUPPLIER              PIC X(04).
001270     05  FILLER                   PIC X(01).
001280     05  RV-BIN-ID                PIC X(10).
001290     05  FILLER                   PIC X(01).
001300     05  RV-QTY                   PIC 9(07).
001310     05  FILLER                   PIC X(01).
001320     05  RV-RECV-DATE             PIC 9(08).
001330     05  FILLER                   PIC X(01).
001340     05  RV-UNIT-COST             PIC 9(07)V99.
001350     05  FILLER                   PIC X(01).
001360     05  RV-ORDER-DATE            PIC 9(08).
001370     05  FILLER                   PIC X(22).

001380 FD  ROPAPPR
001390     RECORDING MODE IS F.
001400 01  ROPAPPR-REC.
001410     05  RA-BIN-ID                PIC X(10).
001420     05  FILLER                   PIC X(01).
001430     05  RA-LOC-ID                PIC X(04).
001440     05  FILLER                   PIC X(01).
001450     05  RA-STATUS                PIC X(01).
001460         88  RA-APPROVED                    VALUE "Y".
001470         88  RA-HELD                        VALUE "H".
001480     05  FILLER                   PIC X(01).
001490     05  RA-CUR-ROP               PIC 9(07).
001500     05  FILLER                   PIC X(01).
001510     05  RA-CUR-SS                PIC 9(07).
001520     05  FILLER                   PIC X(01).
001530     05  RA-NEW-ROP               PIC 9(07).
001540     05  FILLER                   PIC X(01).
001550     05  RA-NEW-SS                PIC 9(07).
001560     05  FILLER                   PIC X(01).
001570     05  RA-CALC-DATE             PIC 9(08).
001580     05  FILLER                   PIC X(22).

001590 FD  ROPRPT
001600     RECORDING MODE IS F.
001610 01  ROPRPT-REC                   PIC X(80).

001620 WORKING-STORAGE SECTION.
001630 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001640     88  WS-EOF                             VALUE "Y".
001650 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001660 77  WS-SOH-STATUS                PIC X(02) VALUE SPACES.
001670 77  WS-IHIST-STATUS              PIC X(02) VALUE SPACES.
001680 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
001690 77  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
001700 77  WS-RCV-STATUS                PIC X(02) VALUE SPACES.
001710 77  WS-ROP-STATUS                PIC X(02) VALUE SPACES.
001720 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001730 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001740 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001750 77  WS-RUN-INT                   PIC 9(08) VALUE ZERO.
001760 77  WS-WINDOW-START              PIC 9(08) VALUE ZERO.
001770 77  WS-REORDER-POINT             PIC 9(09) VALUE ZERO.
001780 77  WS-SERVICE-PCT               PIC 9(03) VALUE 95.
001790 77  WS-WINDOW-DAYS               PIC 9(03) VALUE 90.
001800 77  WS-MAX-CHG-PCT               PIC 9(03) VALUE 50.
001810 77  WS-DEFAULT-LEAD              PIC 9(03) VALUE 14.
001820 77  WS-Z-FACTOR                  PIC 9V99 VALUE ZERO.
001830 77  WS-K                         PIC 9(05) COMP.
001840 77  WS-S                         PIC 9(05) COMP.
001850 77  WS-FOUND-IDX                 PIC 9(05) VALUE ZERO COMP.
001860 77  WS-ORDER-DATE                PIC 9(08) VALUE ZERO.
001870 77  WS-LEAD-DAYS                 PIC 9(05) VALUE ZERO.
001880 77  WS-SUPPLIER                  PIC X(04) VALUE SPACES.
001890 77  WS-MEAN                      PIC 9(07)V9(04) VALUE ZERO.
001900 77  WS-VARIANCE                  PIC S9(11)V9(04) VALUE ZERO.
001910 77  WS-STD-DEV                   PIC 9(07)V9(04) VALUE ZERO.
001920 77  WS-RAW-QTY                   PIC 9(09)V9(04) VALUE ZERO.
001930 77  WS-WHOLE-QTY                 PIC 9(09) VALUE ZERO.
001940 77  WS-NEW-SS                    PIC 9(07) VALUE ZERO.
001950 77  WS-NEW-ROP                   PIC 9(07) VALUE ZERO.
001960 77  WS-CUR-ROP                   PIC 9(07) VALUE ZERO.
001970 77  WS-CUR-SS                    PIC 9(07) VALUE ZERO.
001980 77  WS-CHANGE                    PIC 9(07) VALUE ZERO.
001990 77  WS-REVIEWED-COUNT            PIC 9(05) VALUE ZERO COMP.
002000 77  WS-APPROVED-COUNT            PIC 9(05) VALUE ZERO COMP.
002010 77  WS-HELD-COUNT                PIC 9(05) VALUE ZERO COMP.
002020 77  WS-SAME-COUNT                PIC 9(05) VALUE ZERO COMP.
002030 77  WS-LEAD-DEFAULT-SW           PIC X(01) VALUE "N".
002040     88  WS-LEAD-DEFAULTED                  VALUE "Y".

002050*----------------------------------------------------------------
002060* ONE-TAILED NORMAL FACTOR BY SERVICE LEVEL. THE HIGHEST LEVEL
002070* NOT ABOVE ROPSERVICE IS USED; BELOW 80 TAKES THE 80 FACTOR.
002080*----------------------------------------------------------------
002090 01  WS-Z-TABLE-VALUES.
002100     05  FILLER                   PIC X(30) VALUE
002110         "080084085104090128095165097188".
002120     05  FILLER                   PIC X(12) VALUE
002130         "098205099233".
002140 01  WS-Z-TABLE REDEFINES WS-Z-TABLE-VALUES.
002150     05  ZT-ENTRY OCCURS 7 TIMES.
002160         10  ZT-SERVICE-PCT       PIC 9(03).
002170         10  ZT-Z-FACTOR          PIC 9V99.

002180 01  WS-BIN-TABLE.
002190     05  WS-BIN-COUNT             PIC 9(05) VALUE ZERO COMP.
002200     05  BN-ENTRY OCCURS 2000 TIMES
002210                  INDEXED BY BN-IDX.
002220         10  BN-BIN-ID            PIC X(10).
002230         10  BN-LOC-ID            PIC X(04).
002240         10  BN-CUR-DATE          PIC 9(08).
002250         10  BN-CUR-QTY           PIC 9(09).
002260         10  BN-SUM-QTY           PIC 9(11).
002270         10  BN-SUM-SQ            PIC 9(17).

002280 01  WS-XREF-TABLE.
002290     05  WS-XREF-COUNT            PIC 9(03) VALUE ZERO COMP.
002300     05  XR-ENTRY OCCURS 500 TIMES
002310                  INDEXED BY XR-IDX.
002320         10  XR-BIN-ID            PIC X(10).
002330         10  XR-SUPPLIER          PIC X(04).

002340 01  WS-ORDER-TABLE.
002350     05  WS-ORDER-COUNT           PIC 9(03) VALUE ZERO COMP.
002360     05  OD-ENTRY OCCURS 500 TIMES
002370                  INDEXED BY OD-IDX.
002380         10  OD-ORDER-NO          PIC 9(06).
002390         10  OD-ORDER-DATE        PIC 9(08).

002400 01  WS-LEAD-TABLE.
002410     05  WS-LEAD-COUNT            PIC 9(03) VALUE ZERO COMP.
002420     05  LD-ENTRY OCCURS 100 TIMES
002430                  INDEXED BY LD-IDX.
002440         10  LD-SUPPLIER          PIC X(04).
002450         10  LD-RECEIPTS          PIC 9(05) COMP.
002460         10  LD-TOTAL-DAYS        PIC 9(09).

002470 01  WS-PRIOR-TABLE.
002480     05  WS-PRIOR-COUNT           PIC 9(05) VALUE ZERO COMP.
002490     05  PR-ENTRY OCCURS 2000 TIMES
002500                  INDEXED BY PR-IDX.
002510         10  PR-BIN-ID            PIC X(10).
002520         10  PR-LOC-ID            PIC X(04).
002530         10  PR-ROP               PIC 9(07).
002540         10  PR-SS                PIC 9(07).

002550 COPY PARMCTL.
002560 COPY RPTHDR.
002570 COPY DATXLINK.

002580 01  WS-TITLE-LINE.
002590     05  FILLER                  PIC X(40) VALUE
002600         "REORDER POINT AND SAFETY STOCK REVIEW".
002610     05  FILLER                  PIC X(40) VALUE SPACES.

002620 01  WS-BASIS-LINE.
002630     05  FILLER                  PIC X(15) VALUE
002640         "SERVICE LEVEL: ".
002650     05  BL-SERVICE-PCT           PIC ZZ9.
002660     05  FILLER                  PIC X(06) VALUE "%  Z: ".
002670     05  BL-Z-FACTOR              PIC 9.99.
002680     05  FILLER                  PIC X(18) VALUE
002690         "  DEMAND WINDOW: ".
002700     05  BL-WINDOW-DAYS           PIC ZZ9.
002710     05  FILLER                  PIC X(21) VALUE
002720         " DAYS  HOLD OVER PCT:".
002730     05  BL-MAX-CHG-PCT           PIC ZZ9.
002740     05  FILLER                  PIC X(07) VALUE SPACES.

002750 01  WS-COLUMN-LINE-1.
002760     05  FILLER                  PIC X(40) VALUE
002770         "                 AVG DAY   STD DEV LEAD".
002780     05  FILLER                  PIC X(40) VALUE
002790         "---REORDER PT--- --SAFETY STOCK--".

002800 01  WS-COLUMN-LINE-2.
002810     05  FILLER                  PIC X(40) VALUE
002820         "BIN        LOC    DEMAND    DEMAND DAYS".
002830     05  FILLER                  PIC X(40) VALUE
002840         "CURRENT PROPOSED CURRENT PROPOSED STATUS".

002850 01  WS-DETAIL-LINE.
002860     05  DL-BIN-ID                PIC X(10).
002870     05  FILLER                  PIC X(01) VALUE SPACES.
002880     05  DL-LOC-ID                PIC X(04).
002890     05  FILLER                  PIC X(01) VALUE SPACES.
002900     05  DL-MEAN                  PIC ZZZZ9.99.
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  DL-STD-DEV               PIC ZZZZ9.99.
002930     05  FILLER                  PIC X(01) VALUE SPACES.
002940     05  DL-LEAD-DAYS             PIC ZZZ9.
002950     05  DL-LEAD-FLAG             PIC X(01).
002960     05  DL-CUR-ROP               PIC ZZZZZZ9.
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  DL-NEW-ROP               PIC ZZZZZZ9.
002990     05  FILLER                  PIC X(01) VALUE SPACES.
003000     05  DL-CUR-SS                PIC ZZZZZZ9.
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  DL-NEW-SS                PIC ZZZZZZ9.
003030     05  FILLER                  PIC X(01) VALUE SPACES.
003040     05  DL-STATUS                PIC X(06).

003050 01  WS-FOOTNOTE-LINE.
003060     05  FILLER                  PIC X(46) VALUE
003070         "* LEAD TIME DEFAULTED - NO RECEIPT HISTORY FOR".
003080     05  FILLER                  PIC X(34) VALUE
003090         " THE BIN'S SUPPLIER".

003100 01  WS-SUMMARY-LINE.
003110     05  FILLER                  PIC X(10) VALUE "REVIEWED: ".
003120     05  SL-REVIEWED              PIC ZZZZ9.
003130     05  FILLER                  PIC X(13) VALUE
003140         "  APPROVED: ".
003150     05  SL-APPROVED              PIC ZZZZ9.
003160     05  FILLER                  PIC X(09) VALUE "  HELD: ".
003170     05  SL-HELD                  PIC ZZZZ9.
003180     05  FILLER                  PIC X(14) VALUE
003190         "  UNCHANGED: ".
003200     05  SL-SAME                  PIC ZZZZ9.
003210     05  FILLER                  PIC X(14) VALUE SPACES.

003220 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

003230 PROCEDURE DIVISION.
003240 0000-MAINLINE.
003250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003260     PERFORM 2000-LOAD-BINS THRU 2000-EXIT.
003270     PERFORM 2200-LOAD-DEMAND THRU 2200-EXIT.
003280     PERFORM 2400-LOAD-LEAD-TIMES THRU 2400-EXIT.
003290     PERFORM 2600-LOAD-PRIOR-POINTS THRU 2600-EXIT.
003300     PERFORM 3000-REVIEW-BINS THRU 3000-EXIT.
003310     PERFORM 5000-FINALIZE THRU 5000-EXIT.
003320     STOP RUN.

003330*----------------------------------------------------------------
003340* 1000-INITIALIZE - RUN DATE, THE BIZPARM SETTINGS, THE SERVICE
003350*                   FACTOR AND THE FIRST DAY OF THE DEMAND WINDOW.
003360*----------------------------------------------------------------
003370 1000-INITIALIZE.
003380     ACCEPT WS-RUN-DATE FROM DATE.
003390     ACCEPT WS-RUN-TIME FROM TIME.
003400     MOVE "EXPND" TO DX-ACTION.
003410     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
003420     CALL "DATEXPND" USING DATEXPND-PARMS.
003430     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
003440     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
003450     MOVE ZT-Z-FACTOR(1) TO WS-Z-FACTOR.
003460     PERFORM 1200-PICK-Z-FACTOR THRU 1200-EXIT
003470         VARYING WS-K FROM 1 BY 1
003480         UNTIL WS-K > 7.
003490     COMPUTE WS-RUN-INT =
003500         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
003510     COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
003520         (WS-RUN-INT - WS-WINDOW-DAYS + 1).
003530     OPEN OUTPUT ROPRPT.
003540     MOVE "ROPCALC" TO RH-PROGRAM-ID.
003550     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003560     MOVE WS-RUN-TIME TO RH-RUN-ID.
003570     MOVE 1 TO RH-PAGE-NUMBER.
003580     WRITE ROPRPT-REC FROM RH-REPORT-HEADER.
003590     WRITE ROPRPT-REC FROM WS-TITLE-LINE.
003600     MOVE WS-SERVICE-PCT TO BL-SERVICE-PCT.
003610     MOVE WS-Z-FACTOR TO BL-Z-FACTOR.
003620     MOVE WS-WINDOW-DAYS TO BL-WINDOW-DAYS.
003630     MOVE WS-MAX-CHG-PCT TO BL-MAX-CHG-PCT.
003640     WRITE ROPRPT-REC FROM WS-BASIS-LINE.
003650     WRITE ROPRPT-REC FROM WS-BLANK-LINE.
003660 1000-EXIT.
003670     EXIT.

003680 1100-SCAN-PARMS.
003690     OPEN INPUT BIZPARM.
003700     IF WS-PARM-STATUS NOT = "00"
003710         GO TO 1100-EXIT
003720     END-IF.
003730     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003740         UNTIL WS-EOF.
003750     CLOSE BIZPARM.
003760     MOVE "N" TO WS-EOF-SW.
003770 1100-EXIT.
003780     EXIT.

003790 1110-SCAN-ONE-PARM.
003800     READ BIZPARM
003810         AT END
003820             SET WS-EOF TO TRUE
003830             GO TO 1110-EXIT
003840     END-READ.
003850     MOVE BIZPARM-REC TO PC-PARM-RECORD.
003860     IF PC-PARM-VALUE NOT > ZERO
003870         GO TO 1110-EXIT
003880     END-IF.
003890     EVALUATE PC-PARM-NAME
003900         WHEN "REORDERPOINT"
003910             MOVE PC-PARM-VALUE TO WS-REORDER-POINT
003920         WHEN "ROPSERVICE"
003930             MOVE PC-PARM-VALUE TO WS-SERVICE-PCT
003940         WHEN "ROPDAYS"
003950             MOVE PC-PARM-VALUE TO WS-WINDOW-DAYS
003960         WHEN "ROPMAXCHG"
003970             MOVE PC-PARM-VALUE TO WS-MAX-CHG-PCT
003980         WHEN "ROPLEADDAYS"
003990             MOVE PC-PARM-VALUE TO WS-DEFAULT-LEAD
004000     END-EVALUATE.
004010 1110-EXIT.
004020     EXIT.

004030 1200-PICK-Z-FACTOR.
004040     IF ZT-SERVICE-PCT(WS-K) NOT > WS-SERVICE-PCT
004050         MOVE ZT-Z-FACTOR(WS-K) TO WS-Z-FACTOR
004060     END-IF.
004070 1200-EXIT.
004080     EXIT.

004090*----------------------------------------------------------------
004100* 2000-LOAD-BINS - EVERY STOCKED BIN AND LOCATION IS REVIEWED.
004110*                  IN-TRANSIT "XFER" STOCK IS NEVER ORDERED,
004115*                  NOR "QUAR" QUARANTINED RETURNS.
004120*----------------------------------------------------------------
004130 2000-LOAD-BINS.
004140     OPEN INPUT BOXSOH.
004150     IF WS-SOH-STATUS NOT = "00"
004160*        WITHOUT THE BINS ROPAPPR WOULD BE REWRITTEN EMPTY
004170         DISPLAY "ROPCALC - BOXSOH NOT FOUND - RUN ABORTED"
004180         MOVE 16 TO RETURN-CODE
004190         CLOSE ROPRPT
004200         STOP RUN
004210     END-IF.
004220     PERFORM 2100-LOAD-ONE-BIN THRU 2100-EXIT
004230         UNTIL WS-EOF.
004240     CLOSE BOXSOH.
004250     MOVE "N" TO WS-EOF-SW.
004260 2000-EXIT.
004270     EXIT.

004280 2100-LOAD-ONE-BIN.
004290     READ BOXSOH
004300         AT END
004310             SET WS-EOF TO TRUE
004320             GO TO 2100-EXIT
004330     END-READ.
004340     IF SO-LOC-ID = SPACES
004350         MOVE "MAIN" TO SO-LOC-ID
004360     END-IF.
004370     IF SO-LOC-ID = "XFER" OR SO-LOC-ID = "QUAR"
004380         GO TO 2100-EXIT
004390     END-IF.
004400     IF WS-BIN-COUNT >= 2000
004410*        A BIN LEFT OUT WOULD VANISH FROM ROPAPPR
004420         DISPLAY "ROPCALC - BOXSOH EXCEEDS THE 2000-BIN "
004430             "TABLE - RUN ABORTED"
004440         MOVE 16 TO RETURN-CODE
004450         STOP RUN
004460     END-IF.
004470     ADD 1 TO WS-BIN-COUNT.
004480     SET BN-IDX TO WS-BIN-COUNT.
004490     MOVE SO-BIN-ID TO BN-BIN-ID(BN-IDX).
004500     MOVE SO-LOC-ID TO BN-LOC-ID(BN-IDX).
004510     MOVE ZERO TO BN-CUR-DATE(BN-IDX).
004520     MOVE ZERO TO BN-CUR-QTY(BN-IDX).
004530     MOVE ZERO TO BN-SUM-QTY(BN-IDX).
004540     MOVE ZERO TO BN-SUM-SQ(BN-IDX).
004550 2100-EXIT.
004560     EXIT.

004570*----------------------------------------------------------------
004580* 2200-LOAD-DEMAND - EACH BIN'S ISSUES INSIDE THE WINDOW ARE
004590*                    TOTALLED BY DAY; EACH DAY'S TOTAL ADDS TO
004600*                    THE BIN'S SUM AND SUM OF SQUARES WHEN THE
004610*                    NEXT DAY STARTS. BOXIHIST IS APPENDED IN
004620*                    DATE ORDER.
004630*----------------------------------------------------------------
004640 2200-LOAD-DEMAND.
004650     OPEN INPUT BOXIHIST.
004660     IF WS-IHIST-STATUS NOT = "00"
004670         GO TO 2200-EXIT
004680     END-IF.
004690     PERFORM 2210-LOAD-ONE-ISSUE THRU 2210-EXIT
004700         UNTIL WS-EOF.
004710     CLOSE BOXIHIST.
004720     MOVE "N" TO WS-EOF-SW.
004730     PERFORM 2230-CLOSE-DAY THRU 2230-EXIT
004740         VARYING WS-S FROM 1 BY 1
004750         UNTIL WS-S > WS-BIN-COUNT.
004760 2200-EXIT.
004770     EXIT.

004780 2210-LOAD-ONE-ISSUE.
004790     READ BOXIHIST
004800         AT END
004810             SET WS-EOF TO TRUE
004820             GO TO 2210-EXIT
004830     END-READ.
004840     IF IH-ISSUE-DATE NOT NUMERIC OR IH-QTY NOT NUMERIC
004850         GO TO 2210-EXIT
004860     END-IF.
004870     IF IH-ISSUE-DATE < WS-WINDOW-START
004880             OR IH-ISSUE-DATE > WS-RUN-CCYYMMDD
004890         GO TO 2210-EXIT
004900     END-IF.
004910     MOVE ZERO TO WS-FOUND-IDX.
004920     PERFORM 2220-MATCH-BIN THRU 2220-EXIT
004930         VARYING WS-S FROM 1 BY 1
004940         UNTIL WS-S > WS-BIN-COUNT OR WS-FOUND-IDX > ZERO.
004950     IF WS-FOUND-IDX = ZERO
004960         GO TO 2210-EXIT
004970     END-IF.
004980     MOVE WS-FOUND-IDX TO WS-S.
004990     IF IH-ISSUE-DATE NOT = BN-CUR-DATE(WS-S)
005000         PERFORM 2230-CLOSE-DAY THRU 2230-EXIT
005010         MOVE IH-ISSUE-DATE TO BN-CUR-DATE(WS-S)
005020     END-IF.
005030     ADD IH-QTY TO BN-CUR-QTY(WS-S).
005040 2210-EXIT.
005050     EXIT.

005060 2220-MATCH-BIN.
005070     IF BN-BIN-ID(WS-S) = IH-BIN-ID
005080             AND BN-LOC-ID(WS-S) = IH-LOC-ID
005090         MOVE WS-S TO WS-FOUND-IDX
005100     END-IF.
005110 2220-EXIT.
005120     EXIT.

005130 2230-CLOSE-DAY.
005140     ADD BN-CUR-QTY(WS-S) TO BN-SUM-QTY(WS-S).
005150     COMPUTE BN-SUM-SQ(WS-S) = BN-SUM-SQ(WS-S)
005160         + BN-CUR-QTY(WS-S) * BN-CUR-QTY(WS-S).
005170     MOVE ZERO TO BN-CUR-QTY(WS-S).
005180 2230-EXIT.
005190     EXIT.

005200*----------------------------------------------------------------
005210* 2400-LOAD-LEAD-TIMES - BIN-TO-SUPPLIER CROSS-REFERENCE, THE
005220*                        ORDER DATES STILL ON POFILE, AND EVERY
005230*                        SUPPLIER'S ORDER-TO-RECEIPT DAYS FROM
005240*                        RCVHIST.
005250*----------------------------------------------------------------
005260 2400-LOAD-LEAD-TIMES.
005270     OPEN INPUT SUPXREF.
005280     IF WS-XREF-STATUS = "00"
005290         PERFORM 2410-LOAD-ONE-XREF THRU 2410-EXIT
005300             UNTIL WS-EOF
005310         CLOSE SUPXREF
005320         MOVE "N" TO WS-EOF-SW
005330     END-IF.
005340     OPEN INPUT POFILE.
005350     IF WS-PO-STATUS = "00"
005360         PERFORM 2420-LOAD-ONE-ORDER THRU 2420-EXIT
005370             UNTIL WS-EOF
005380         CLOSE POFILE
005390         MOVE "N" TO WS-EOF-SW
005400     END-IF.
005410     OPEN INPUT RCVHIST.
005420     IF WS-RCV-STATUS = "00"
005430         PERFORM 2430-LOAD-ONE-RECEIPT THRU 2430-EXIT
005440             UNTIL WS-EOF
005450         CLOSE RCVHIST
005460         MOVE "N" TO WS-EOF-SW
005470     END-IF.
005480 2400-EXIT.
005490     EXIT.

005500 2410-LOAD-ONE-XREF.
005510     READ SUPXREF
005520         AT END
005530             SET WS-EOF TO TRUE
005540             GO TO 2410-EXIT
005550     END-READ.
005560     IF WS-XREF-COUNT < 500
005570         ADD 1 TO WS-XREF-COUNT
005580         SET XR-IDX TO WS-XREF-COUNT
005590         MOVE SX-BIN-ID TO XR-BIN-ID(XR-IDX)
005600         MOVE SX-SUPPLIER TO XR-SUPPLIER(XR-IDX)
005610     END-IF.
005620 2410-EXIT.
005630     EXIT.

005640 2420-LOAD-ONE-ORDER.
005650     READ POFILE
005660         AT END
005670             SET WS-EOF TO TRUE
005680             GO TO 2420-EXIT
005690     END-READ.
005700     IF WS-ORDER-COUNT < 500
005710         ADD 1 TO WS-ORDER-COUNT
005720         SET OD-IDX TO WS-ORDER-COUNT
005730         MOVE PO-ORDER-NO TO OD-ORDER-NO(OD-IDX)
005740         MOVE PO-ORDER-DATE TO OD-ORDER-DATE(OD-IDX)
005750     END-IF.
005760 2420-EXIT.
005770     EXIT.

005780 2430-LOAD-ONE-RECEIPT.
005790     READ RCVHIST
005800         AT END
005810             SET WS-EOF TO TRUE
005820             GO TO 2430-EXIT
005830     END-READ.
005840     MOVE ZERO TO WS-ORDER-DATE.
005850     IF RV-ORDER-DATE IS NUMERIC
005860         MOVE RV-ORDER-DATE TO WS-ORDER-DATE
005870     END-IF.
005880     IF WS-ORDER-DATE = ZERO
005890         PERFORM 2440-MATCH-ORDER THRU 2440-EXIT
005900             VARYING WS-K FROM 1 BY 1
005910             UNTIL WS-K > WS-ORDER-COUNT
005920                 OR WS-ORDER-DATE > ZERO
005930     END-IF.
005940     IF WS-ORDER-DATE = ZERO OR RV-RECV-DATE NOT NUMERIC
005950         GO TO 2430-EXIT
005960     END-IF.
005970     IF RV-RECV-DATE < WS-ORDER-DATE
005980         GO TO 2430-EXIT
005990     END-IF.
006000     COMPUTE WS-LEAD-DAYS =
006010         FUNCTION INTEGER-OF-DATE(RV-RECV-DATE)
006020         - FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE).
006030     MOVE ZERO TO WS-FOUND-IDX.
006040     PERFORM 2450-MATCH-LEAD THRU 2450-EXIT
006050         VARYING WS-K FROM 1 BY 1
006060         UNTIL WS-K > WS-LEAD-COUNT OR WS-FOUND-IDX > ZERO.
006070     IF WS-FOUND-IDX = ZERO
006080         IF WS-LEAD-COUNT >= 100
006090             GO TO 2430-EXIT
006100         END-IF
006110         ADD 1 TO WS-LEAD-COUNT
006120         MOVE WS-LEAD-COUNT TO WS-FOUND-IDX
006130         SET LD-IDX TO WS-LEAD-COUNT
006140         MOVE RV-SUPPLIER TO LD-SUPPLIER(LD-IDX)
006150         MOVE ZERO TO LD-RECEIPTS(LD-IDX)
006160         MOVE ZERO TO LD-TOTAL-DAYS(LD-IDX)
006170     END-IF.
006180     SET LD-IDX TO WS-FOUND-IDX.
006190     ADD 1 TO LD-RECEIPTS(LD-IDX).
006200     ADD WS-LEAD-DAYS TO LD-TOTAL-DAYS(LD-IDX).
006210 2430-EXIT.
006220     EXIT.

006230 2440-MATCH-ORDER.
006240     IF OD-ORDER-NO(WS-K) = RV-ORDER-NO
006250         MOVE OD-ORDER-DATE(WS-K) TO WS-ORDER-DATE
006260     END-IF.
006270 2440-EXIT.
006280     EXIT.

006290 2450-MATCH-LEAD.
006300     IF LD-SUPPLIER(WS-K) = RV-SUPPLIER
006310         MOVE WS-K TO WS-FOUND-IDX
006320     END-IF.
006330 2450-EXIT.
006340     EXIT.

006350*----------------------------------------------------------------
006360* 2600-LOAD-PRIOR-POINTS - THE POINTS POGEN IS ORDERING FROM NOW:
006370*                          AN APPROVED LINE'S PROPOSED VALUES, A
006380*                          HELD LINE'S CURRENT ONES.
006390*----------------------------------------------------------------
006400 2600-LOAD-PRIOR-POINTS.
006410     OPEN INPUT ROPAPPR.
006420     IF WS-ROP-STATUS NOT = "00"
006430         GO TO 2600-EXIT
006440     END-IF.
006450     PERFORM 2610-LOAD-ONE-PRIOR THRU 2610-EXIT
006460         UNTIL WS-EOF.
006470     CLOSE ROPAPPR.
006480     MOVE "N" TO WS-EOF-SW.
006490 2600-EXIT.
006500     EXIT.

006510 2610-LOAD-ONE-PRIOR.
006520     READ ROPAPPR
006530         AT END
006540             SET WS-EOF TO TRUE
006550             GO TO 2610-EXIT
006560     END-READ.
006570     IF WS-PRIOR-COUNT >= 2000
006580         DISPLAY "ROPCALC - ROPAPPR EXCEEDS THE 2000-BIN "
006590             "TABLE - RUN ABORTED"
006600         MOVE 16 TO RETURN-CODE
006610         STOP RUN
006620     END-IF.
006630     ADD 1 TO WS-PRIOR-COUNT.
006640     SET PR-IDX TO WS-PRIOR-COUNT.
006650     MOVE RA-BIN-ID TO PR-BIN-ID(PR-IDX).
006660     MOVE RA-LOC-ID TO PR-LOC-ID(PR-IDX).
006670     IF RA-APPROVED
006680         MOVE RA-NEW-ROP TO PR-ROP(PR-IDX)
006690         MOVE RA-NEW-SS TO PR-SS(PR-IDX)
006700     ELSE
006710         MOVE RA-CUR-ROP TO PR-ROP(PR-IDX)
006720         MOVE RA-CUR-SS TO PR-SS(PR-IDX)
006730     END-IF.
006740 2610-EXIT.
006750     EXIT.

006760*----------------------------------------------------------------
006770* 3000-REVIEW-BINS - PROPOSE EACH BIN'S POINTS, PRINT THEM AGAINST
006780*                    THE CURRENT ONES, AND REWRITE ROPAPPR.
006790*----------------------------------------------------------------
006800 3000-REVIEW-BINS.
006810     OPEN OUTPUT ROPAPPR.
006820     WRITE ROPRPT-REC FROM WS-COLUMN-LINE-1.
006830     WRITE ROPRPT-REC FROM WS-COLUMN-LINE-2.
006840     PERFORM 3100-REVIEW-ONE-BIN THRU 3100-EXIT
006850         VARYING WS-S FROM 1 BY 1
006860         UNTIL WS-S > WS-BIN-COUNT.
006870     CLOSE ROPAPPR.
006880 3000-EXIT.
006890     EXIT.

006900 3100-REVIEW-ONE-BIN.
006910     ADD 1 TO WS-REVIEWED-COUNT.
006920     COMPUTE WS-MEAN ROUNDED =
006930         BN-SUM-QTY(WS-S) / WS-WINDOW-DAYS.
006940     COMPUTE WS-VARIANCE ROUNDED =
006950         BN-SUM-SQ(WS-S) / WS-WINDOW-DAYS - WS-MEAN * WS-MEAN.
006960     IF WS-VARIANCE < ZERO
006970         MOVE ZERO TO WS-VARIANCE
006980     END-IF.
006990     COMPUTE WS-STD-DEV ROUNDED = FUNCTION SQRT(WS-VARIANCE).
007000     PERFORM 3200-FIND-LEAD-TIME THRU 3200-EXIT.
007010     COMPUTE WS-RAW-QTY =
007020         WS-Z-FACTOR * WS-STD-DEV * FUNCTION SQRT(WS-LEAD-DAYS).
007030     PERFORM 3300-ROUND-UP THRU 3300-EXIT.
007040     MOVE WS-WHOLE-QTY TO WS-NEW-SS.
007050     COMPUTE WS-RAW-QTY =
007060         WS-MEAN * WS-LEAD-DAYS + WS-NEW-SS.
007070     PERFORM 3300-ROUND-UP THRU 3300-EXIT.
007080     MOVE WS-WHOLE-QTY TO WS-NEW-ROP.
007090     PERFORM 3400-FIND-CURRENT THRU 3400-EXIT.
007100     PERFORM 3500-JUDGE-CHANGE THRU 3500-EXIT.
007110     MOVE SPACES TO ROPAPPR-REC.
007120     MOVE BN-BIN-ID(WS-S) TO RA-BIN-ID.
007130     MOVE BN-LOC-ID(WS-S) TO RA-LOC-ID.
007140     MOVE WS-CUR-ROP TO RA-CUR-ROP.
007150     MOVE WS-CUR-SS TO RA-CUR-SS.
007160     MOVE WS-NEW-ROP TO RA-NEW-ROP.
007170     MOVE WS-NEW-SS TO RA-NEW-SS.
007180     MOVE WS-RUN-CCYYMMDD TO RA-CALC-DATE.
007190     IF DL-STATUS = "HELD"
007200         MOVE "H" TO RA-STATUS
007210     ELSE
007220         MOVE "Y" TO RA-STATUS
007230     END-IF.
007240     WRITE ROPAPPR-REC.
007250     MOVE BN-BIN-ID(WS-S) TO DL-BIN-ID.
007260     MOVE BN-LOC-ID(WS-S) TO DL-LOC-ID.
007270     MOVE WS-MEAN TO DL-MEAN.
007280     MOVE WS-STD-DEV TO DL-STD-DEV.
007290     MOVE WS-LEAD-DAYS TO DL-LEAD-DAYS.
007300     MOVE SPACE TO DL-LEAD-FLAG.
007310     IF WS-LEAD-DEFAULTED
007320         MOVE "*" TO DL-LEAD-FLAG
007330     END-IF.
007340     MOVE WS-CUR-ROP TO DL-CUR-ROP.
007350     MOVE WS-NEW-ROP TO DL-NEW-ROP.
007360     MOVE WS-CUR-SS TO DL-CUR-SS.
007370     MOVE WS-NEW-SS TO DL-NEW-SS.
007380     WRITE ROPRPT-REC FROM WS-DETAIL-LINE.
007390 3100-EXIT.
007400     EXIT.

007410*----------------------------------------------------------------
007420* 3200-FIND-LEAD-TIME - THE BIN'S SUPPLIER'S AVERAGE LEAD TIME,
007430*                       AT LEAST ONE DAY, OR THE DEFAULT.
007440*----------------------------------------------------------------
007450 3200-FIND-LEAD-TIME.
007460     MOVE "Y" TO WS-LEAD-DEFAULT-SW.
007470     MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS.
007480     MOVE SPACES TO WS-SUPPLIER.
007490     PERFORM 3210-MATCH-XREF THRU 3210-EXIT
007500         VARYING WS-K FROM 1 BY 1
007510         UNTIL WS-K > WS-XREF-COUNT OR WS-SUPPLIER NOT = SPACES.
007520     IF WS-SUPPLIER = SPACES
007530         GO TO 3200-EXIT
007540     END-IF.
007550     PERFORM 3220-MATCH-SUPPLIER-LEAD THRU 3220-EXIT
007560         VARYING WS-K FROM 1 BY 1
007570         UNTIL WS-K > WS-LEAD-COUNT OR NOT WS-LEAD-DEFAULTED.
007580     IF WS-LEAD-DAYS = ZERO
007590         MOVE 1 TO WS-LEAD-DAYS
007600     END-IF.
007610 3200-EXIT.
007620     EXIT.

007630 3210-MATCH-XREF.
007640     IF XR-BIN-ID(WS-K) = BN-BIN-ID(WS-S)
007650         MOVE XR-SUPPLIER(WS-K) TO WS-SUPPLIER
007660     END-IF.
007670 3210-EXIT.
007680     EXIT.

007690 3220-MATCH-SUPPLIER-LEAD.
007700     IF LD-SUPPLIER(WS-K) = WS-SUPPLIER
007710         COMPUTE WS-LEAD-DAYS ROUNDED =
007720             LD-TOTAL-DAYS(WS-K) / LD-RECEIPTS(WS-K)
007730         MOVE "N" TO WS-LEAD-DEFAULT-SW
007740     END-IF.
007750 3220-EXIT.
007760     EXIT.

007770 3300-ROUND-UP.
007780     MOVE WS-RAW-QTY TO WS-WHOLE-QTY.
007790     IF WS-WHOLE-QTY < WS-RAW-QTY
007800         ADD 1 TO WS-WHOLE-QTY
007810     END-IF.
007820 3300-EXIT.
007830     EXIT.

007840*----------------------------------------------------------------
007850* 3400-FIND-CURRENT - THE BIN'S ROPAPPR POINTS, OR THE BIZPARM
007860*                     REORDERPOINT FOR A BIN NOT YET REVIEWED.
007870*----------------------------------------------------------------
007880 3400-FIND-CURRENT.
007890     MOVE WS-REORDER-POINT TO WS-CUR-ROP.
007900     MOVE ZERO TO WS-CUR-SS.
007910     MOVE ZERO TO WS-FOUND-IDX.
007920     PERFORM 3410-MATCH-PRIOR THRU 3410-EXIT
007930         VARYING WS-K FROM 1 BY 1
007940         UNTIL WS-K > WS-PRIOR-COUNT OR WS-FOUND-IDX > ZERO.
007950 3400-EXIT.
007960     EXIT.

007970 3410-MATCH-PRIOR.
007980     IF PR-BIN-ID(WS-K) = BN-BIN-ID(WS-S)
007990             AND PR-LOC-ID(WS-K) = BN-LOC-ID(WS-S)
008000         MOVE WS-K TO WS-FOUND-IDX
008010         MOVE PR-ROP(WS-K) TO WS-CUR-ROP
008020         MOVE PR-SS(WS-K) TO WS-CUR-SS
008030     END-IF.
008040 3410-EXIT.
008050     EXIT.

008060*----------------------------------------------------------------
008070* 3500-JUDGE-CHANGE - NO CHANGE, A CHANGE WITHIN ROPMAXCHG
008080*                     PERCENT OF THE CURRENT POINT (APPROVED), OR
008090*                     A BIGGER ONE (HELD FOR THE PLANNER). A BIN
008100*                     WITH NO CURRENT POINT TAKES ITS FIRST ONE.
008110*----------------------------------------------------------------
008120 3500-JUDGE-CHANGE.
008130     IF WS-NEW-ROP = WS-CUR-ROP AND WS-NEW-SS = WS-CUR-SS
008140         MOVE "SAME" TO DL-STATUS
008150         ADD 1 TO WS-SAME-COUNT
008160         GO TO 3500-EXIT
008170     END-IF.
008180     IF WS-NEW-ROP > WS-CUR-ROP
008190         COMPUTE WS-CHANGE = WS-NEW-ROP - WS-CUR-ROP
008200     ELSE
008210         COMPUTE WS-CHANGE = WS-CUR-ROP - WS-NEW-ROP
008220     END-IF.
008230     IF WS-CUR-ROP > ZERO
008240             AND WS-CHANGE * 100 > WS-CUR-ROP * WS-MAX-CHG-PCT
008250         MOVE "HELD" TO DL-STATUS
008260         ADD 1 TO WS-HELD-COUNT
008270         GO TO 3500-EXIT
008280     END-IF.
008290     MOVE "APPRVD" TO DL-STATUS.
008300     ADD 1 TO WS-APPROVED-COUNT.
008310 3500-EXIT.
008320     EXIT.

008330 5000-FINALIZE.
008340     WRITE ROPRPT-REC FROM WS-BLANK-LINE.
008350     WRITE ROPRPT-REC FROM WS-FOOTNOTE-LINE.
008360     MOVE WS-REVIEWED-COUNT TO SL-REVIEWED.
008370     MOVE WS-APPROVED-COUNT TO SL-APPROVED.
008380     MOVE WS-HELD-COUNT TO SL-HELD.
008390     MOVE WS-SAME-COUNT TO SL-SAME.
008400     WRITE ROPRPT-REC FROM WS-SUMMARY-LINE.
008410     CLOSE ROPRPT.
008420 5000-EXIT.
008430     EXIT.
