000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MATLCHK.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. PRODUCTION SCHEDULING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. MATERIAL REQUIREMENTS CHECK,
000110*                  RUN AHEAD OF THE LATE SCHEDULING JOB. A
000120*                  JOBQUEUE RECORD NOW CARRIES THE PRODUCT MADE
000130*                  AND THE JOB'S START DATE (CCYYMMDD) AFTER ITS
000140*                  RATE: JOB ID, CENTER, WORK UNITS, RATE,
000150*                  PRODUCT, START DATE. THE WORK UNITS ARE THE
000160*                  QUANTITY TO MAKE. EACH JOB IS EXPLODED THROUGH
000170*                  THE BOMFILE BILL OF MATERIALS (PRODUCT,
000180*                  COMPONENT, QUANTITY PER UNIT) AND EVERY
000190*                  COMPONENT - A BOXSOH BIN ID - IS NETTED
000200*                  AGAINST ITS ON-HAND BALANCE OVER EVERY
000210*                  LOCATION BUT "QUAR", PLUS THE OPEN POFILE
000220*                  ORDERS DUE BEFORE THE START DATE, LESS WHAT
000230*                  EARLIER JOBS IN THE QUEUE HAVE ALREADY TAKEN.
000240*                  A JOB COVERED IN FULL TAKES ITS COMPONENTS; A
000250*                  JOB SHORT OF ANY COMPONENT TAKES NOTHING, IS
000260*                  WRITTEN TO MATLHOLD FOR LATE TO HOLD, AND ITS
000270*                  MISSING PARTS AND QUANTITIES PRINT ON MATLRPT.
000280*                  AT END OF RUN THE HELD JOBS' DEMAND FOR EACH
000290*                  COMPONENT THAT THE AVAILABLE STOCK CANNOT MEET
000300*                  IS WRITTEN TO MATLSUGG AS A SUGGESTED ORDER
000310*                  FOR POGEN.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM.
000360 OBJECT-COMPUTER. IBM.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT JOBQUEUE ASSIGN TO "JOBQUEUE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-JOB-STATUS.
000420     SELECT BOMFILE ASSIGN TO "BOMFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-BOM-STATUS.
000450     SELECT BOXSOH ASSIGN TO "BOXSOH"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SOH-STATUS.
000480     SELECT POFILE ASSIGN TO "POFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PO-STATUS.
000510     SELECT MATLHOLD ASSIGN TO "MATLHOLD"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT MATLSUGG ASSIGN TO "MATLSUGG"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT MATLRPT ASSIGN TO "MATLRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  JOBQUEUE
000600     RECORDING MODE IS F.
000610 01  JOBQUEUE-REC                 PIC X(80).

000620 FD  BOMFILE
000630     RECORDING MODE IS F.
000640 01  BOMFILE-REC.
000650     05  BM-PRODUCT               PIC X(10).
000660     05  FILLER                   PIC X(01).
000670     05  BM-COMPONENT             PIC X(10).
000680     05  FILLER                   PIC X(01).
000690     05  BM-QTY-PER               PIC 9(05)V9(03).
000700     05  FILLER                   PIC X(50).

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

000820 FD  POFILE
000830     RECORDING MODE IS F.
000840 01  POFILE-REC.
000850     05  PO-ORDER-NO              PIC 9(06).
000860     05  FILLER                   PIC X(01).
000870     05  PO-BIN-ID                PIC X(10).
000880     05  FILLER                   PIC X(01).
000890     05  PO-LOC-ID                PIC X(04).
000900     05  FILLER                   PIC X(01).
000910     05  PO-SUPPLIER              PIC X(04).
000920     05  FILLER                   PIC X(01).
000930     05  PO-QTY                   PIC 9(07).
000940     05  FILLER                   PIC X(01).
000950     05  PO-ORDER-DATE            PIC 9(08).
000960     05  FILLER                   PIC X(01).
000970     05  PO-DUE-DATE              PIC 9(08).
000980     05  FILLER                   PIC X(01).
000990     05  PO-UNIT-COST             PIC 9(07)V99.
001000     05  FILLER                   PIC X(23).

001010 FD  MATLHOLD
001020     RECORDING MODE IS F.
001030 01  MATLHOLD-REC.
001040     05  MH-JOB-ID                PIC X(10).
001050     05  FILLER                   PIC X(01).
001060     05  MH-PRODUCT               PIC X(10).
001070     05  FILLER                   PIC X(01).
001080     05  MH-START-DATE            PIC 9(08).
001090     05  FILLER                   PIC X(01).
001100     05  MH-SHORT-PARTS           PIC 9(03).
001110     05  FILLER                   PIC X(46).

001120 FD  MATLSUGG
001130     RECORDING MODE IS F.
001140 01  MATLSUGG-REC.
001150     05  SG-BIN-ID                PIC X(10).
001160     05  FILLER                   PIC X(01).
001170     05  SG-LOC-ID                PIC X(04).
001180     05  FILLER                   PIC X(01).
001190     05  SG-QTY                   PIC 9(07).
001200     05  FILLER                   PIC X(01).
001210     05  SG-NEED-DATE             PIC 9(08).
001220     05  FILLER                   PIC X(48).

001230 FD  MATLRPT
001240     RECORDING MODE IS F.
001250 01  MATLRPT-REC                  PIC X(80).

001260 WORKING-STORAGE SECTION.
001270 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001280     88  WS-EOF                             VALUE "Y".
001290 77  WS-JOB-STATUS                PIC X(02) VALUE SPACES.
001300 77  WS-BOM-STATUS                PIC X(02) VALUE SPACES.
001310 77  WS-SOH-STATUS                PIC X(02) VALUE SPACES.
001320 77  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
001330 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001340 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001350 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001360 77  WS-QUEUE-DATE                PIC 9(08) VALUE ZERO.
001370 77  WS-K                         PIC 9(05) COMP.
001380 77  WS-B                         PIC 9(05) COMP.
001390 77  WS-CP-IDX                    PIC 9(05) VALUE ZERO COMP.
001400 77  WS-JOB-COUNT                 PIC 9(05) VALUE ZERO COMP.
001410 77  WS-RELEASED-COUNT            PIC 9(05) VALUE ZERO COMP.
001420 77  WS-HELD-COUNT                PIC 9(05) VALUE ZERO COMP.
001430 77  WS-SUGG-COUNT                PIC 9(05) VALUE ZERO COMP.
001440 77  WS-BOM-LINES                 PIC 9(05) VALUE ZERO COMP.
001450 77  WS-SHORT-COUNT               PIC 9(03) VALUE ZERO COMP.
001460 77  WS-JOB-ID                    PIC X(10).
001470 77  WS-CENTER                    PIC X(04).
001480 77  WS-WORK-UNITS                PIC 9(09).
001490 77  WS-RATE                      PIC 9(09).
001500 77  WS-PRODUCT                   PIC X(10).
001510 77  WS-START-TEXT                PIC X(08).
001520 77  WS-START-DATE                PIC 9(08) VALUE ZERO.
001530 77  WS-KEY-BIN-ID                PIC X(10) VALUE SPACES.
001540 77  WS-REQ-EXACT                 PIC 9(12)V9(03) VALUE ZERO.
001550 77  WS-REQ                       PIC 9(12) VALUE ZERO.
001560 77  WS-AVAIL                     PIC S9(12) VALUE ZERO.
001570 77  WS-DUE-IN                    PIC 9(12) VALUE ZERO.
001580 77  WS-SHORT                     PIC 9(12) VALUE ZERO.
001590 77  WS-JOB-SHORT-SW              PIC X(01) VALUE "N".
001600     88  WS-JOB-SHORT                       VALUE "Y".
001610 77  WS-PASS-SW                   PIC X(01) VALUE SPACE.
001620     88  WS-PASS-CHECK                      VALUE "C".
001630     88  WS-PASS-TAKE                       VALUE "T".
001640     88  WS-PASS-HOLD                       VALUE "H".

001650 01  WS-BOM-TABLE.
001660     05  WS-BOM-COUNT             PIC 9(05) VALUE ZERO COMP.
001670     05  BT-ENTRY OCCURS 2000 TIMES
001680                  INDEXED BY BT-IDX.
001690         10  BT-PRODUCT           PIC X(10).
001700         10  BT-COMPONENT         PIC X(10).
001710         10  BT-QTY-PER           PIC 9(05)V9(03).

001720 01  WS-COMP-TABLE.
001730     05  WS-COMP-COUNT            PIC 9(05) VALUE ZERO COMP.
001740     05  CP-ENTRY OCCURS 2000 TIMES
001750                  INDEXED BY CP-IDX.
001760         10  CP-BIN-ID            PIC X(10).
001770         10  CP-ON-HAND           PIC S9(11).
001780         10  CP-TAKEN             PIC 9(11).
001790         10  CP-HELD-DEMAND       PIC 9(11).
001800         10  CP-NEED-DATE         PIC 9(08).

001810 01  WS-PO-TABLE.
001820     05  WS-PO-COUNT              PIC 9(05) VALUE ZERO COMP.
001830     05  PT-ENTRY OCCURS 500 TIMES
001840                  INDEXED BY PT-IDX.
001850         10  PT-BIN-ID            PIC X(10).
001860         10  PT-QTY               PIC 9(07).
001870         10  PT-DUE-DATE          PIC 9(08).

001880 COPY RPTHDR.
001890 COPY DATXLINK.
001900 COPY FCTLLINK.

001910 01  WS-TITLE-LINE.
001920     05  FILLER                  PIC X(40) VALUE
001930         "MATERIAL REQUIREMENTS CHECK".
001940     05  FILLER                  PIC X(40) VALUE SPACES.

001950 01  WS-JOB-LINE.
001960     05  FILLER                  PIC X(04) VALUE "JOB ".
001970     05  JL-JOB-ID                PIC X(10).
001980     05  FILLER                  PIC X(07) VALUE "  PROD ".
001990     05  JL-PRODUCT               PIC X(10).
002000     05  FILLER                  PIC X(06) VALUE "  QTY ".
002010     05  JL-QTY                   PIC ZZZZZZZZ9.
002020     05  FILLER                  PIC X(08) VALUE "  START ".
002030     05  JL-START-DATE            PIC 9(08).
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  JL-STATUS                PIC X(16).

002060 01  WS-SHORT-LINE.
002070     05  FILLER                  PIC X(09) VALUE "    PART ".
002080     05  SH-BIN-ID                PIC X(10).
002090     05  FILLER                  PIC X(08) VALUE "  NEED  ".
002100     05  SH-NEED                  PIC ZZZZZZZZ9.
002110     05  FILLER                  PIC X(08) VALUE "  AVAIL ".
002120     05  SH-AVAIL                 PIC -ZZZZZZZZ9.
002130     05  FILLER                  PIC X(08) VALUE "  SHORT ".
002140     05  SH-SHORT                 PIC ZZZZZZZZ9.
002150     05  FILLER                  PIC X(09) VALUE SPACES.

002160 01  WS-SUGG-HDG-LINE.
002170     05  FILLER                  PIC X(40) VALUE
002180         "SUGGESTED ORDERS FOR POGEN".
002190     05  FILLER                  PIC X(40) VALUE SPACES.

002200 01  WS-SUGG-LINE.
002210     05  FILLER                  PIC X(09) VALUE "    PART ".
002220     05  SL-BIN-ID                PIC X(10).
002230     05  FILLER                  PIC X(08) VALUE "  QTY   ".
002240     05  SL-QTY                   PIC ZZZZZZ9.
002250     05  FILLER                  PIC X(13) VALUE "  NEEDED BY  ".
002260     05  SL-NEED-DATE             PIC 9(08).
002270     05  FILLER                  PIC X(25) VALUE SPACES.

002280 01  WS-SUMMARY-LINE.
002290     05  FILLER                  PIC X(13) VALUE "JOBS CHECKED:".
002300     05  SM-JOB-COUNT             PIC ZZZZ9.
002310     05  FILLER                  PIC X(12) VALUE "  RELEASED: ".
002320     05  SM-RELEASED-COUNT        PIC ZZZZ9.
002330     05  FILLER                  PIC X(08) VALUE "  HELD: ".
002340     05  SM-HELD-COUNT            PIC ZZZZ9.
002350     05  FILLER                  PIC X(13) VALUE "  SUGGESTED: ".
002360     05  SM-SUGG-COUNT            PIC ZZZZ9.
002370     05  FILLER                  PIC X(14) VALUE SPACES.

002380 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002390 PROCEDURE DIVISION.
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420     PERFORM 2000-CHECK-ONE-JOB THRU 2000-EXIT
002430         UNTIL WS-EOF.
002440     PERFORM 3000-SUGGEST-ORDERS THRU 3000-EXIT.
002450     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002460     STOP RUN.

002470 1000-INITIALIZE.
002480     ACCEPT WS-RUN-DATE FROM DATE.
002490     MOVE "EXPND" TO DX-ACTION.
002500     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002510     CALL "DATEXPND" USING DATEXPND-PARMS.
002520     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002530     ACCEPT WS-RUN-TIME FROM TIME.
002540     PERFORM 7000-VERIFY-CONTROL THRU 7000-EXIT.
002550     OPEN OUTPUT MATLRPT
002560                 MATLHOLD
002570                 MATLSUGG.
002580     MOVE "MATLCHK" TO RH-PROGRAM-ID.
002590     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002600     MOVE WS-RUN-TIME TO RH-RUN-ID.
002610     MOVE 1 TO RH-PAGE-NUMBER.
002620     WRITE MATLRPT-REC FROM RH-REPORT-HEADER.
002630     WRITE MATLRPT-REC FROM WS-TITLE-LINE.
002640     WRITE MATLRPT-REC FROM WS-BLANK-LINE.
002650     PERFORM 1100-LOAD-BOM THRU 1100-EXIT.
002660     PERFORM 1200-LOAD-STOCK THRU 1200-EXIT.
002670     PERFORM 1300-LOAD-OPEN-ORDERS THRU 1300-EXIT.
002680     OPEN INPUT JOBQUEUE.
002690     PERFORM 8000-READ-JOBQUEUE THRU 8000-EXIT.
002700 1000-EXIT.
002710     EXIT.

002720 1100-LOAD-BOM.
002730     OPEN INPUT BOMFILE.
002740     IF WS-BOM-STATUS NOT = "00"
002750         GO TO 1100-EXIT
002760     END-IF.
002770     PERFORM 1110-LOAD-ONE-BOM-LINE THRU 1110-EXIT
002780         UNTIL WS-EOF.
002790     CLOSE BOMFILE.
002800     MOVE "N" TO WS-EOF-SW.
002810 1100-EXIT.
002820     EXIT.

002830 1110-LOAD-ONE-BOM-LINE.
002840     READ BOMFILE
002850         AT END
002860             SET WS-EOF TO TRUE
002870             GO TO 1110-EXIT
002880     END-READ.
002890     IF WS-BOM-COUNT >= 2000
002900*        A DROPPED COMPONENT WOULD RELEASE A JOB SHORT OF IT
002910         DISPLAY "MATLCHK - BOMFILE EXCEEDS THE 2000-LINE "
002920             "TABLE - RUN ABORTED"
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     ADD 1 TO WS-BOM-COUNT.
002970     SET BT-IDX TO WS-BOM-COUNT.
002980     MOVE BM-PRODUCT TO BT-PRODUCT(BT-IDX).
002990     MOVE BM-COMPONENT TO BT-COMPONENT(BT-IDX).
003000     MOVE ZERO TO BT-QTY-PER(BT-IDX).
003010     IF BM-QTY-PER IS NUMERIC
003020         MOVE BM-QTY-PER TO BT-QTY-PER(BT-IDX)
003030     END-IF.
003040 1110-EXIT.
003050     EXIT.

003060*----------------------------------------------------------------
003070* 1200-LOAD-STOCK - ONE ON-HAND FIGURE PER BIN, SUMMED OVER ITS
003080*                   LOCATIONS. QUARANTINED RETURNS ARE NOT FIT TO
003090*                   BUILD WITH AND ARE LEFT OUT.
003100*----------------------------------------------------------------
003110 1200-LOAD-STOCK.
003120     OPEN INPUT BOXSOH.
003130     IF WS-SOH-STATUS NOT = "00"
003140         GO TO 1200-EXIT
003150     END-IF.
003160     PERFORM 1210-LOAD-ONE-BIN THRU 1210-EXIT
003170         UNTIL WS-EOF.
003180     CLOSE BOXSOH.
003190     MOVE "N" TO WS-EOF-SW.
003200 1200-EXIT.
003210     EXIT.

003220 1210-LOAD-ONE-BIN.
003230     READ BOXSOH
003240         AT END
003250             SET WS-EOF TO TRUE
003260             GO TO 1210-EXIT
003270     END-READ.
003280     IF SO-LOC-ID = "QUAR"
003290         GO TO 1210-EXIT
003300     END-IF.
003310     MOVE SO-BIN-ID TO WS-KEY-BIN-ID.
003320     PERFORM 2300-FIND-COMPONENT THRU 2300-EXIT.
003330     ADD SO-BALANCE TO CP-ON-HAND(WS-CP-IDX).
003340 1210-EXIT.
003350     EXIT.

003360 1300-LOAD-OPEN-ORDERS.
003370     OPEN INPUT POFILE.
003380     IF WS-PO-STATUS NOT = "00"
003390         GO TO 1300-EXIT
003400     END-IF.
003410     PERFORM 1310-LOAD-ONE-ORDER THRU 1310-EXIT
003420         UNTIL WS-EOF.
003430     CLOSE POFILE.
003440     MOVE "N" TO WS-EOF-SW.
003450 1300-EXIT.
003460     EXIT.

003470 1310-LOAD-ONE-ORDER.
003480     READ POFILE
003490         AT END
003500             SET WS-EOF TO TRUE
003510             GO TO 1310-EXIT
003520     END-READ.
003530     IF WS-PO-COUNT >= 500
003540*        AN ORDER LEFT OUT WOULD ONLY HOLD A JOB THAT COULD RUN,
003550*        BUT THE BUYER SHOULD KNOW THE TABLE HAS FILLED
003560         DISPLAY "MATLCHK - POFILE EXCEEDS THE 500-ORDER "
003570             "TABLE - RUN ABORTED"
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610     ADD 1 TO WS-PO-COUNT.
003620     SET PT-IDX TO WS-PO-COUNT.
003630     MOVE PO-BIN-ID TO PT-BIN-ID(PT-IDX).
003640     MOVE PO-QTY TO PT-QTY(PT-IDX).
003650     MOVE PO-DUE-DATE TO PT-DUE-DATE(PT-IDX).
003660 1310-EXIT.
003670     EXIT.

003680*----------------------------------------------------------------
003690* 2000-CHECK-ONE-JOB - EXPLODE ONE JOB THROUGH ITS BILL. THE
003700*                      FIRST PASS OVER THE BILL ONLY LOOKS; THE
003710*                      SECOND EITHER TAKES THE COMPONENTS FOR A
003720*                      JOB THAT IS COVERED OR BOOKS THEM AS HELD
003730*                      DEMAND FOR ONE THAT IS NOT.
003740*----------------------------------------------------------------
003750 2000-CHECK-ONE-JOB.
003760     ADD 1 TO WS-JOB-COUNT.
003770     MOVE SPACES TO WS-PRODUCT WS-START-TEXT.
003780     MOVE ZERO TO WS-WORK-UNITS.
003790     UNSTRING JOBQUEUE-REC DELIMITED BY ALL SPACE
003800         INTO WS-JOB-ID WS-CENTER WS-WORK-UNITS WS-RATE
003810              WS-PRODUCT WS-START-TEXT.
003820     IF WS-START-TEXT IS NUMERIC
003830         MOVE WS-START-TEXT TO WS-START-DATE
003840     ELSE
003850         MOVE WS-QUEUE-DATE TO WS-START-DATE
003860     END-IF.
003870     MOVE WS-JOB-ID TO JL-JOB-ID.
003880     MOVE WS-PRODUCT TO JL-PRODUCT.
003890     MOVE WS-WORK-UNITS TO JL-QTY.
003900     MOVE WS-START-DATE TO JL-START-DATE.
003910     IF WS-PRODUCT = SPACES
003920         ADD 1 TO WS-RELEASED-COUNT
003930         MOVE "NO PRODUCT" TO JL-STATUS
003940         WRITE MATLRPT-REC FROM WS-JOB-LINE
003950         GO TO 2000-NEXT
003960     END-IF.
003970     MOVE "N" TO WS-JOB-SHORT-SW.
003980     MOVE ZERO TO WS-BOM-LINES.
003990     MOVE ZERO TO WS-SHORT-COUNT.
004000     SET WS-PASS-CHECK TO TRUE.
004010     PERFORM 2100-EXPLODE-ONE-LINE THRU 2100-EXIT
004020         VARYING WS-B FROM 1 BY 1
004030         UNTIL WS-B > WS-BOM-COUNT.
004040     IF WS-BOM-LINES = ZERO
004050         ADD 1 TO WS-RELEASED-COUNT
004060         MOVE "NO BILL ON FILE" TO JL-STATUS
004070         WRITE MATLRPT-REC FROM WS-JOB-LINE
004080         GO TO 2000-NEXT
004090     END-IF.
004100     IF NOT WS-JOB-SHORT
004110         SET WS-PASS-TAKE TO TRUE
004120         PERFORM 2100-EXPLODE-ONE-LINE THRU 2100-EXIT
004130             VARYING WS-B FROM 1 BY 1
004140             UNTIL WS-B > WS-BOM-COUNT
004150         ADD 1 TO WS-RELEASED-COUNT
004160         MOVE "RELEASED" TO JL-STATUS
004170         WRITE MATLRPT-REC FROM WS-JOB-LINE
004180         GO TO 2000-NEXT
004190     END-IF.
004200     ADD 1 TO WS-HELD-COUNT.
004210     MOVE "HELD - SHORT" TO JL-STATUS.
004220     WRITE MATLRPT-REC FROM WS-JOB-LINE.
004230*    THE PRINTING PASS RE-JUDGES EACH LINE AGAINST THE SAME
004240*    UNTOUCHED POOL, SO THE SHORTAGES PRINT UNDER THEIR JOB
004250     SET WS-PASS-HOLD TO TRUE.
004260     PERFORM 2100-EXPLODE-ONE-LINE THRU 2100-EXIT
004270         VARYING WS-B FROM 1 BY 1
004280         UNTIL WS-B > WS-BOM-COUNT.
004290     MOVE SPACES TO MATLHOLD-REC.
004300     MOVE WS-JOB-ID TO MH-JOB-ID.
004310     MOVE WS-PRODUCT TO MH-PRODUCT.
004320     MOVE WS-START-DATE TO MH-START-DATE.
004330     MOVE WS-SHORT-COUNT TO MH-SHORT-PARTS.
004340     WRITE MATLHOLD-REC.
004350 2000-NEXT.
004360     PERFORM 8000-READ-JOBQUEUE THRU 8000-EXIT.
004370 2000-EXIT.
004380     EXIT.

004390 2100-EXPLODE-ONE-LINE.
004400     IF BT-PRODUCT(WS-B) NOT = WS-PRODUCT
004410         GO TO 2100-EXIT
004420     END-IF.
004430     ADD 1 TO WS-BOM-LINES.
004440     COMPUTE WS-REQ-EXACT = WS-WORK-UNITS * BT-QTY-PER(WS-B).
004450     MOVE WS-REQ-EXACT TO WS-REQ.
004460     IF WS-REQ < WS-REQ-EXACT
004470         ADD 1 TO WS-REQ
004480     END-IF.
004490     MOVE BT-COMPONENT(WS-B) TO WS-KEY-BIN-ID.
004500     PERFORM 2300-FIND-COMPONENT THRU 2300-EXIT.
004510     EVALUATE TRUE
004520         WHEN WS-PASS-TAKE
004530             ADD WS-REQ TO CP-TAKEN(WS-CP-IDX)
004540             GO TO 2100-EXIT
004550         WHEN WS-PASS-HOLD
004560             ADD WS-REQ TO CP-HELD-DEMAND(WS-CP-IDX)
004570             IF CP-NEED-DATE(WS-CP-IDX) = ZERO
004580                     OR WS-START-DATE < CP-NEED-DATE(WS-CP-IDX)
004590                 MOVE WS-START-DATE TO CP-NEED-DATE(WS-CP-IDX)
004600             END-IF
004610     END-EVALUATE.
004620     PERFORM 2400-AVAILABLE-BY-DATE THRU 2400-EXIT.
004630     IF WS-REQ <= WS-AVAIL
004640         GO TO 2100-EXIT
004650     END-IF.
004660     IF WS-PASS-CHECK
004670         SET WS-JOB-SHORT TO TRUE
004680         GO TO 2100-EXIT
004690     END-IF.
004700     ADD 1 TO WS-SHORT-COUNT.
004710     COMPUTE WS-SHORT = WS-REQ - WS-AVAIL.
004720     MOVE WS-KEY-BIN-ID TO SH-BIN-ID.
004730     MOVE WS-REQ TO SH-NEED.
004740     MOVE WS-AVAIL TO SH-AVAIL.
004750     MOVE WS-SHORT TO SH-SHORT.
004760     WRITE MATLRPT-REC FROM WS-SHORT-LINE.
004770 2100-EXIT.
004780     EXIT.

004790*----------------------------------------------------------------
004800* 2300-FIND-COMPONENT - THE COMPONENT'S SLOT IN THE NETTING
004810*                       TABLE, OPENED AT ZERO FOR A PART NOT ON
004820*                       BOXSOH AT ALL.
004830*----------------------------------------------------------------
004840 2300-FIND-COMPONENT.
004850     MOVE ZERO TO WS-CP-IDX.
004860     PERFORM 2310-MATCH-COMPONENT THRU 2310-EXIT
004870         VARYING WS-K FROM 1 BY 1
004880         UNTIL WS-K > WS-COMP-COUNT OR WS-CP-IDX > ZERO.
004890     IF WS-CP-IDX > ZERO
004900         GO TO 2300-EXIT
004910     END-IF.
004920     IF WS-COMP-COUNT >= 2000
004930         DISPLAY "MATLCHK - MORE THAN 2000 PARTS TO NET - "
004940             "RUN ABORTED"
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980     ADD 1 TO WS-COMP-COUNT.
004990     MOVE WS-COMP-COUNT TO WS-CP-IDX.
005000     MOVE WS-KEY-BIN-ID TO CP-BIN-ID(WS-CP-IDX).
005010     MOVE ZERO TO CP-ON-HAND(WS-CP-IDX).
005020     MOVE ZERO TO CP-TAKEN(WS-CP-IDX).
005030     MOVE ZERO TO CP-HELD-DEMAND(WS-CP-IDX).
005040     MOVE ZERO TO CP-NEED-DATE(WS-CP-IDX).
005050 2300-EXIT.
005060     EXIT.

005070 2310-MATCH-COMPONENT.
005080     IF CP-BIN-ID(WS-K) = WS-KEY-BIN-ID
005090         MOVE WS-K TO WS-CP-IDX
005100     END-IF.
005110 2310-EXIT.
005120     EXIT.

005130*----------------------------------------------------------------
005140* 2400-AVAILABLE-BY-DATE - ON HAND, PLUS OPEN ORDERS DUE BEFORE
005150*                          WS-START-DATE, LESS WHAT RELEASED JOBS
005160*                          HAVE TAKEN, FOR THE PART AT WS-CP-IDX.
005170*----------------------------------------------------------------
005180 2400-AVAILABLE-BY-DATE.
005190     MOVE ZERO TO WS-DUE-IN.
005200     PERFORM 2410-ADD-ONE-ORDER THRU 2410-EXIT
005210         VARYING WS-K FROM 1 BY 1
005220         UNTIL WS-K > WS-PO-COUNT.
005230     COMPUTE WS-AVAIL = CP-ON-HAND(WS-CP-IDX) + WS-DUE-IN
005240         - CP-TAKEN(WS-CP-IDX).
005250 2400-EXIT.
005260     EXIT.

005270 2410-ADD-ONE-ORDER.
005280     IF PT-BIN-ID(WS-K) = CP-BIN-ID(WS-CP-IDX)
005290             AND PT-DUE-DATE(WS-K) < WS-START-DATE
005300         ADD PT-QTY(WS-K) TO WS-DUE-IN
005310     END-IF.
005320 2410-EXIT.
005330     EXIT.

005340*----------------------------------------------------------------
005350* 3000-SUGGEST-ORDERS - FOR EVERY PART A HELD JOB NEEDS, WHAT THE
005360*                       HELD JOBS WANT BEYOND WHAT WILL BE FREE BY
005370*                       THE EARLIEST OF THEIR START DATES IS
005380*                       SUGGESTED TO POGEN. A PART SHORT FOR ONE
005390*                       HELD JOB BUT COVERED OVERALL ORDERS
005400*                       NOTHING.
005410*----------------------------------------------------------------
005420 3000-SUGGEST-ORDERS.
005430     WRITE MATLRPT-REC FROM WS-BLANK-LINE.
005440     WRITE MATLRPT-REC FROM WS-SUGG-HDG-LINE.
005450     PERFORM 3100-SUGGEST-ONE-PART THRU 3100-EXIT
005460         VARYING WS-B FROM 1 BY 1
005470         UNTIL WS-B > WS-COMP-COUNT.
005480 3000-EXIT.
005490     EXIT.

005500 3100-SUGGEST-ONE-PART.
005510     IF CP-HELD-DEMAND(WS-B) = ZERO
005520         GO TO 3100-EXIT
005530     END-IF.
005540     MOVE WS-B TO WS-CP-IDX.
005550     MOVE CP-NEED-DATE(WS-B) TO WS-START-DATE.
005560     PERFORM 2400-AVAILABLE-BY-DATE THRU 2400-EXIT.
005570     IF CP-HELD-DEMAND(WS-B) <= WS-AVAIL
005580         GO TO 3100-EXIT
005590     END-IF.
005600     COMPUTE WS-SHORT = CP-HELD-DEMAND(WS-B) - WS-AVAIL.
005610     ADD 1 TO WS-SUGG-COUNT.
005620     MOVE SPACES TO MATLSUGG-REC.
005630     MOVE CP-BIN-ID(WS-B) TO SG-BIN-ID.
005640     MOVE "MAIN" TO SG-LOC-ID.
005650     MOVE WS-SHORT TO SG-QTY.
005660     MOVE CP-NEED-DATE(WS-B) TO SG-NEED-DATE.
005670     WRITE MATLSUGG-REC.
005680     MOVE CP-BIN-ID(WS-B) TO SL-BIN-ID.
005690     MOVE WS-SHORT TO SL-QTY.
005700     MOVE CP-NEED-DATE(WS-B) TO SL-NEED-DATE.
005710     WRITE MATLRPT-REC FROM WS-SUGG-LINE.
005720 3100-EXIT.
005730     EXIT.

005740 5000-FINALIZE.
005750     CLOSE JOBQUEUE.
005760     WRITE MATLRPT-REC FROM WS-BLANK-LINE.
005770     MOVE WS-JOB-COUNT TO SM-JOB-COUNT.
005780     MOVE WS-RELEASED-COUNT TO SM-RELEASED-COUNT.
005790     MOVE WS-HELD-COUNT TO SM-HELD-COUNT.
005800     MOVE WS-SUGG-COUNT TO SM-SUGG-COUNT.
005810     WRITE MATLRPT-REC FROM WS-SUMMARY-LINE.
005820     CLOSE MATLRPT
005830           MATLHOLD
005840           MATLSUGG.
005850 5000-EXIT.
005860     EXIT.

005870*----------------------------------------------------------------
005880* 7000-VERIFY-CONTROL - PROVE JOBQUEUE'S HEADER AND TRAILER BEFORE
005890*                       ANY JOB IS CHECKED, AS LATE DOES. THE
005900*                       HEADER DATE IS THE START DATE OF ANY JOB
005910*                       THAT DOES NOT CARRY ITS OWN.
005920*----------------------------------------------------------------
005930 7000-VERIFY-CONTROL.
005940     MOVE "CHECK" TO FC-ACTION.
005950     MOVE "MATLCHK" TO FC-CALLER.
005960     MOVE "JOBQUEUE" TO FC-FILE-NAME.
005970     MOVE 0 TO FC-AMT-POS.
005980     MOVE 0 TO FC-AMT-LEN.
005990     CALL "FILECTL" USING FILECTL-PARMS.
006000     IF FC-RETURN-CODE NOT = ZERO
006010         DISPLAY "MATLCHK - JOBQUEUE FAILED ITS CONTROL "
006020             "CHECK - RUN ABORTED"
006030         MOVE 16 TO RETURN-CODE
006040         STOP RUN
006050     END-IF.
006060     MOVE FC-FILE-DATE TO WS-QUEUE-DATE.
006070     IF WS-QUEUE-DATE = ZERO
006080         MOVE WS-RUN-CCYYMMDD TO WS-QUEUE-DATE
006090     END-IF.
006100 7000-EXIT.
006110     EXIT.

006120 8000-READ-JOBQUEUE.
006130     READ JOBQUEUE
006140         AT END
006150             SET WS-EOF TO TRUE
006160     END-READ.
006170     IF NOT WS-EOF
006180         IF JOBQUEUE-REC (1:3) = "HDR"
006190                 OR JOBQUEUE-REC (1:3) = "TRL"
006200             GO TO 8000-READ-JOBQUEUE
006210         END-IF
006220     END-IF.
006230 8000-EXIT.
006240     EXIT.
