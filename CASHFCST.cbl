000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASHFCST.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. THIRTEEN-WEEK CASH FORECAST
000110*                  IN WEEKLY BUCKETS FROM THE RUN DATE, STARTING
000120*                  FROM THE BIZPARM CFOPENBAL OPENING BANK BALANCE
000130*                  (WHOLE CURRENCY UNITS). INFLOWS: THE DDCOLL
000140*                  DIRECT DEBITS AT THEIR DUE DATES (NO MORE THAN
000150*                  THE POLICY STILL OWES ON ARMAST), AND EVERY
000160*                  OTHER OPEN ARMAST BALANCE RUN OFF WEEK BY WEEK
000170*                  AT ITS AGING BUCKET'S HISTORIC COLLECTION RATE.
000180*                  THE RATE IS THE CASH APPLIED PER WEEK OVER THE
000190*                  AVERAGE OPEN BALANCE ON THE COLLHIST RECORDS
000200*                  CASHAPP WROTE IN THE LAST CFLOOKBACK DAYS
000210*                  (DEFAULT 91); A BUCKET WITH NO HISTORY
000220*                  FORECASTS NOTHING. OUTFLOWS: REFQUEUE REFUNDS
000230*                  IN THE FIRST WEEK, AGTPAYEX COMMISSION AT ITS
000240*                  PAY DATE, AND THE OPEN POFILE ORDERS AND APOPEN
000250*                  INVOICES AT THE SUPPLIER'S SUPMAST NET DAYS
000260*                  (DEFAULT 30) AFTER THE ORDER DUE DATE OR
000270*                  INVOICE DATE. ANYTHING ALREADY PAST DUE FALLS
000280*                  IN THE FIRST WEEK; ANYTHING PAST THE THIRTEENTH
000290*                  WEEK IS SHOWN ONLY ON THE SOURCE SUMMARY. THE
000300*                  REPORT IS CASHFCST.
00030A* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
00030B*                  AMOUNT ("F" = LATE FEE); THE RECORD IS READ AT
00030C*                  ITS FULL LENGTH.
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
000410     SELECT COLLHIST ASSIGN TO "COLLHIST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-COLL-STATUS.
000440     SELECT DDCOLL ASSIGN TO "DDCOLL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DD-STATUS.
000470     SELECT ARMAST ASSIGN TO "ARMAST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AR-STATUS.
000500     SELECT REFQUEUE ASSIGN TO "REFQUEUE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-QUEUE-STATUS.
000530     SELECT AGTPAYEX ASSIGN TO "AGTPAYEX"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PAYX-STATUS.
000560     SELECT SUPMAST ASSIGN TO "SUPMAST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SUP-STATUS.
000590     SELECT POFILE ASSIGN TO "POFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PO-STATUS.
000620     SELECT APOPEN ASSIGN TO "APOPEN"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-OPEN-STATUS.
000650     SELECT CASHFCST ASSIGN TO "CASHFCST"
000660         ORGANIZATION IS LINE SEQUENTIAL.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  BIZPARM
000700     RECORDING MODE IS F.
000710 01  BIZPARM-REC                  PIC X(80).

000720 FD  COLLHIST
000730     RECORDING MODE IS F.
000740 01  COLLHIST-REC.
000750     05  CH-RUN-DATE              PIC 9(08).
000760     05  CH-BUCKET OCCURS 4 TIMES.
000770         10  FILLER               PIC X(01).
000780         10  CH-OPEN-BALANCE      PIC 9(11).
000790         10  FILLER               PIC X(01).
000800         10  CH-COLLECTED         PIC 9(11).

000810 FD  DDCOLL
000820     RECORDING MODE IS F.
000830 01  DDCOLL-REC.
000840     05  DD-POLICY-ID             PIC X(10).
000850     05  FILLER                   PIC X(01).
000860     05  DD-AMOUNT                PIC 9(09).
000870     05  FILLER                   PIC X(01).
000880     05  DD-DUE-DATE              PIC 9(06).
000890     05  FILLER                   PIC X(53).
000900 01  DDCOLL-CTL-REC.
000910     05  DC-RECORD-TYPE           PIC X(03).
000920     05  FILLER                   PIC X(77).

000930 FD  ARMAST
000940     RECORDING MODE IS F.
000950 01  ARMAST-REC.
000960     05  AR-POLICY-ID             PIC X(10).
000970     05  FILLER                   PIC X(01).
000980     05  AR-BILL-DATE             PIC 9(08).
000990     05  FILLER                   PIC X(01).
001000     05  AR-BILLED-AMOUNT         PIC 9(09).
001010     05  FILLER                   PIC X(01).
001020     05  AR-PAID-AMOUNT           PIC 9(09).
00102A     05  FILLER                   PIC X(01).
00102B     05  AR-ITEM-TYPE             PIC X(01).
00102C         88  AR-FEE-ITEM                    VALUE "F".

001030 FD  REFQUEUE
001040     RECORDING MODE IS F.
001050 01  REFQUEUE-REC.
001060     05  RQ-POLICY-ID             PIC X(10).
001070     05  FILLER                   PIC X(01).
001080     05  RQ-CREDIT-AMOUNT         PIC 9(09).
001090     05  FILLER                   PIC X(01).
001100     05  RQ-QUEUED-DATE           PIC 9(06).
001110     05  FILLER                   PIC X(53).

001120 FD  AGTPAYEX
001130     RECORDING MODE IS F.
001140 01  AGTPAYEX-REC.
001150     05  PX-AGENT-ID              PIC X(06).
001160     05  FILLER                   PIC X(01).
001170     05  PX-COMMISSION            PIC S9(09) SIGN LEADING
001180                                            SEPARATE.
001190     05  FILLER                   PIC X(01).
001200     05  PX-PAY-DATE              PIC 9(06).
001210     05  FILLER                   PIC X(56).

001220 FD  SUPMAST
001230     RECORDING MODE IS F.
001240 01  SUPMAST-REC.
001250     05  SM-SUPPLIER              PIC X(04).
001260     05  FILLER                   PIC X(01).
001270     05  SM-MIN-QTY               PIC 9(07).
001280     05  FILLER                   PIC X(01).
001290     05  SM-MULTIPLE              PIC 9(07).
001300     05  FILLER                   PIC X(01).
001310     05  SM-DISC-BP               PIC 9(04).
001320     05  FILLER                   PIC X(01).
001330     05  SM-DISC-DAYS             PIC 9(03).
001340     05  FILLER                   PIC X(01).
001350     05  SM-NET-DAYS              PIC 9(03).
001360     05  FILLER                   PIC X(47).

001370 FD  POFILE
001380     RECORDING MODE IS F.
001390 01  POFILE-REC.
001400     05  PO-ORDER-NO              PIC 9(06).
001410     05  FILLER                   PIC X(01).
001420     05  PO-BIN-ID                PIC X(10).
001430     05  FILLER                   PIC X(01).
001440     05  PO-LOC-ID                PIC X(04).
001450     05  FILLER                   PIC X(01).
001460     05  PO-SUPPLIER              PIC X(04).
001470     05  FILLER                   PIC X(01).
001480     05  PO-QTY                   PIC 9(07).
001490     05  FILLER                   PIC X(01).
001500     05  PO-ORDER-DATE            PIC 9(08).
001510     05  FILLER                   PIC X(01).
001520     05  PO-DUE-DATE              PIC 9(08).
001530     05  FILLER                   PIC X(01).
001540     05  PO-UNIT-COST             PIC 9(07)V99.
001550     05  FILLER                   PIC X(23).

001560 FD  APOPEN
001570     RECORDING MODE IS F.
001580 01  APOPEN-REC.
001590     05  AO-SUPPLIER              PIC X(04).
001600     05  FILLER                   PIC X(01).
001610     05  AO-INVOICE-NO            PIC X(10).
001620     05  FILLER                   PIC X(01).
001630     05  AO-ORDER-NO              PIC 9(06).
001640     05  FILLER                   PIC X(01).
001650     05  AO-AMOUNT                PIC 9(09)V99.
001660     05  FILLER                   PIC X(01).
001670     05  AO-INVOICE-DATE          PIC 9(08).
001680     05  FILLER                   PIC X(01).
001690     05  AO-APPROVE-DATE          PIC 9(08).
001700     05  FILLER                   PIC X(28).

001710 FD  CASHFCST
001720     RECORDING MODE IS F.
001730 01  CASHFCST-REC                 PIC X(80).

001740 WORKING-STORAGE SECTION.
001750 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001760     88  WS-EOF                             VALUE "Y".
001770 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001780 77  WS-COLL-STATUS               PIC X(02) VALUE SPACES.
001790 77  WS-DD-STATUS                 PIC X(02) VALUE SPACES.
001800 77  WS-AR-STATUS                 PIC X(02) VALUE SPACES.
001810 77  WS-QUEUE-STATUS              PIC X(02) VALUE SPACES.
001820 77  WS-PAYX-STATUS               PIC X(02) VALUE SPACES.
001830 77  WS-SUP-STATUS                PIC X(02) VALUE SPACES.
001840 77  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
001850 77  WS-OPEN-STATUS               PIC X(02) VALUE SPACES.
001860 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001870 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001880 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001890 77  WS-RUN-INT                   PIC 9(08) VALUE ZERO.
001900 77  WS-DATE-CCYYMMDD             PIC 9(08) VALUE ZERO.
001910 77  WS-EVENT-INT                 PIC 9(08) VALUE ZERO.
001920 77  WS-EVENT-AMOUNT              PIC S9(13) VALUE ZERO.
001930 77  WS-SOURCE                    PIC 9(01) VALUE ZERO COMP.
001940 77  WS-DAYS                      PIC S9(07) VALUE ZERO COMP.
001950 77  WS-WEEK                      PIC 9(03) VALUE ZERO COMP.
001960 77  WS-W                         PIC 9(03) COMP.
001970 77  WS-S                         PIC 9(01) COMP.
001980 77  WS-B                         PIC 9(01) COMP.
001990 77  WS-K                         PIC 9(05) COMP.
002000 77  WS-DD-IDX                    PIC 9(05) VALUE ZERO COMP.
002010 77  WS-NET-DAYS                  PIC 9(03) VALUE ZERO.
002020 77  WS-LOOKUP-SUPPLIER           PIC X(04) VALUE SPACES.
002030 77  WS-OPEN-BALANCE              PIC S9(13) VALUE ZERO.
002040 77  WS-LOOKBACK                  PIC 9(05) VALUE 91.
002050 77  WS-OLDEST-INT                PIC 9(08) VALUE ZERO.
002060 77  WS-NEWEST-INT                PIC 9(08) VALUE ZERO.
002070 77  WS-HIST-RUNS                 PIC 9(05) VALUE ZERO COMP.
002080 77  WS-HIST-WEEKS                PIC 9(05)V9(04) VALUE ZERO.
002090 77  WS-BALANCE                   PIC S9(11) VALUE ZERO.
002100 77  WS-DEBIT-AMOUNT              PIC 9(11) VALUE ZERO.
002110 77  WS-AGE-DAYS                  PIC S9(07) VALUE ZERO.
002120 77  WS-COLLECT                   PIC S9(13) VALUE ZERO.
002130 77  WS-INFLOWS                   PIC S9(13) VALUE ZERO.
002140 77  WS-OUTFLOWS                  PIC S9(13) VALUE ZERO.
002150 77  WS-NET                       PIC S9(13) VALUE ZERO.
002160 77  WS-CLOSING                   PIC S9(13) VALUE ZERO.
002170 77  WS-NO-COST-COUNT             PIC 9(05) VALUE ZERO COMP.

002180 01  WS-BUCKET-TABLE.
002190     05  BK-ENTRY OCCURS 4 TIMES.
002200         10  BK-HIST-OPEN         PIC 9(15) VALUE ZERO.
002210         10  BK-HIST-COLLECTED    PIC 9(15) VALUE ZERO.
002220         10  BK-RATE              PIC 9V9(04) VALUE ZERO.
002230         10  BK-BALANCE           PIC S9(13) VALUE ZERO.

002240 01  WS-BUCKET-NAMES.
002250     05  FILLER                   PIC X(07) VALUE "CURRENT".
002260     05  FILLER                   PIC X(07) VALUE "30 DAYS".
002270     05  FILLER                   PIC X(07) VALUE "60 DAYS".
002280     05  FILLER                   PIC X(07) VALUE "90+    ".
002290 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
002300     05  BN-NAME OCCURS 4 TIMES   PIC X(07).

002310 01  WS-SOURCE-NAMES.
002320     05  FILLER                   PIC X(24) VALUE
002330         "IN:  RECEIVABLES".
002340     05  FILLER                   PIC X(24) VALUE
002350         "IN:  DIRECT DEBITS".
002360     05  FILLER                   PIC X(24) VALUE
002370         "OUT: REFUNDS".
002380     05  FILLER                   PIC X(24) VALUE
002390         "OUT: AGENT COMMISSION".
002400     05  FILLER                   PIC X(24) VALUE
002410         "OUT: PURCHASE ORDERS".
002420     05  FILLER                   PIC X(24) VALUE
002430         "OUT: SUPPLIER INVOICES".
002440 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
002450     05  SN-NAME OCCURS 6 TIMES   PIC X(24).

002460 01  WS-FORECAST-TABLE.
002470     05  FW-WEEK OCCURS 13 TIMES.
002480         10  FW-AMOUNT OCCURS 6 TIMES
002490                                  PIC S9(13) COMP-3.
002500 01  WS-SOURCE-TOTALS.
002510     05  ST-ENTRY OCCURS 6 TIMES.
002520         10  ST-HORIZON           PIC S9(13) VALUE ZERO.
002530         10  ST-BEYOND            PIC S9(13) VALUE ZERO.

002540 01  WS-DD-TABLE.
002550     05  WS-DD-COUNT              PIC 9(05) VALUE ZERO COMP.
002560     05  DT-ENTRY OCCURS 2000 TIMES
002570                  INDEXED BY DT-IDX.
002580         10  DT-POLICY-ID         PIC X(10).
002590         10  DT-AMOUNT            PIC 9(09).
002600         10  DT-DUE-INT           PIC 9(08).

002610 01  WS-SUP-TABLE.
002620     05  WS-SUP-COUNT             PIC 9(03) VALUE ZERO COMP.
002630     05  SP-ENTRY OCCURS 100 TIMES
002640                  INDEXED BY SP-IDX.
002650         10  SP-SUPPLIER          PIC X(04).
002660         10  SP-NET-DAYS          PIC 9(03).

002670 COPY DATXLINK.

002680 COPY PARMCTL.

002690 COPY RPTHDR.

002700 01  WS-TITLE-LINE.
002710     05  FILLER                  PIC X(33) VALUE
002720         "THIRTEEN-WEEK CASH FORECAST FROM".
002730     05  TL-RUN-DATE              PIC 9(08).
002740     05  FILLER                  PIC X(39) VALUE SPACES.

002750 01  WS-OPENING-LINE.
002760     05  FILLER                  PIC X(36) VALUE
002770         "OPENING BANK BALANCE (CFOPENBAL)".
002780     05  OL-BALANCE               PIC -(10)9.99.
002790     05  FILLER                  PIC X(30) VALUE SPACES.

002800 01  WS-RATE-LINE.
002810     05  FILLER                  PIC X(18) VALUE
002820         "COLLECTION RATE  ".
002830     05  RL-BUCKET                PIC X(07).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  RL-RATE                  PIC ZZ9.99.
002860     05  FILLER                  PIC X(11) VALUE
002870         "% PER WEEK ".
002880     05  RL-NOTE                  PIC X(36).

002890 01  WS-HISTORY-LINE.
002900     05  FILLER                  PIC X(18) VALUE
002910         "COLLHIST RUNS USED".
002920     05  HL-RUNS                  PIC ZZZZ9.
002930     05  FILLER                  PIC X(11) VALUE
002940         "  SPANNING ".
002950     05  HL-WEEKS                 PIC ZZZZ9.99.
002960     05  FILLER                  PIC X(06) VALUE
002970         " WEEKS".
002980     05  FILLER                  PIC X(32) VALUE SPACES.

002990 01  WS-COLUMN-LINE.
003000     05  FILLER                  PIC X(40) VALUE
003010         "WK  WEEK ENDING       INFLOWS      OUTFL".
003020     05  FILLER                  PIC X(40) VALUE
003030         "OWS            NET        CLOSING       ".

003040 01  WS-WEEK-LINE.
003050     05  WL-WEEK                  PIC Z9.
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  WL-ENDING                PIC 9(08).
003080     05  FILLER                  PIC X(01) VALUE SPACES.
003090     05  WL-INFLOWS               PIC -(10)9.99.
003100     05  FILLER                  PIC X(01) VALUE SPACES.
003110     05  WL-OUTFLOWS              PIC -(10)9.99.
003120     05  FILLER                  PIC X(01) VALUE SPACES.
003130     05  WL-NET                   PIC -(10)9.99.
003140     05  FILLER                  PIC X(01) VALUE SPACES.
003150     05  WL-CLOSING               PIC -(10)9.99.
003160     05  FILLER                  PIC X(08) VALUE SPACES.

003170 01  WS-SOURCE-HEAD-LINE.
003180     05  FILLER                  PIC X(40) VALUE
003190         "SOURCE SUMMARY              13 WEEKS   ".
003200     05  FILLER                  PIC X(40) VALUE
003210         "    AFTER 13 WEEKS                      ".

003220 01  WS-SOURCE-LINE.
003230     05  SL-NAME                  PIC X(24).
003240     05  FILLER                  PIC X(01) VALUE SPACES.
003250     05  SL-HORIZON               PIC -(10)9.99.
003260     05  FILLER                  PIC X(03) VALUE SPACES.
003270     05  SL-BEYOND                PIC -(10)9.99.
003280     05  FILLER                  PIC X(24) VALUE SPACES.

003290 01  WS-NO-COST-LINE.
003300     05  FILLER                  PIC X(36) VALUE
003310         "NOTE: OPEN ORDERS WITHOUT UNIT COST".
003320     05  NC-COUNT                 PIC ZZZZ9.
003330     05  FILLER                  PIC X(39) VALUE
003340         " - NOT IN THE FORECAST".

003350 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

003360 PROCEDURE DIVISION.
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003390     PERFORM 2000-COLLECTION-RATES THRU 2000-EXIT.
003400     PERFORM 3000-LOAD-DIRECT-DEBITS THRU 3000-EXIT.
003410     PERFORM 3100-SPREAD-RECEIVABLES THRU 3100-EXIT.
003420     PERFORM 3300-RUN-OFF-RECEIVABLES THRU 3300-EXIT.
003430     PERFORM 4000-SPREAD-REFUNDS THRU 4000-EXIT.
003440     PERFORM 4100-SPREAD-COMMISSION THRU 4100-EXIT.
003450     PERFORM 4200-SPREAD-ORDERS THRU 4200-EXIT.
003460     PERFORM 4300-SPREAD-INVOICES THRU 4300-EXIT.
003470     PERFORM 5000-PRINT-FORECAST THRU 5000-EXIT.
003480     PERFORM 6000-FINALIZE THRU 6000-EXIT.
003490     STOP RUN.

003500*----------------------------------------------------------------
003510* 1000-INITIALIZE - RUN DATE, PARAMETERS AND SUPPLIER TERMS.
003520*----------------------------------------------------------------
003530 1000-INITIALIZE.
003540     ACCEPT WS-RUN-DATE FROM DATE.
003550     MOVE "EXPND" TO DX-ACTION.
003560     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
003570     CALL "DATEXPND" USING DATEXPND-PARMS.
003580     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
003590     ACCEPT WS-RUN-TIME FROM TIME.
003600     COMPUTE WS-RUN-INT =
003610         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
003620     INITIALIZE WS-FORECAST-TABLE.
003630     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
003640     OPEN INPUT SUPMAST.
003650     IF WS-SUP-STATUS = "00"
003660         PERFORM 1200-LOAD-ONE-SUPPLIER THRU 1200-EXIT
003670             UNTIL WS-EOF
003680         CLOSE SUPMAST
003690     END-IF.
003700     MOVE "N" TO WS-EOF-SW.
003710     OPEN OUTPUT CASHFCST.
003720 1000-EXIT.
003730     EXIT.

003740 1100-SCAN-PARMS.
003750     OPEN INPUT BIZPARM.
003760     IF WS-PARM-STATUS NOT = "00"
003770         GO TO 1100-EXIT
003780     END-IF.
003790     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003800         UNTIL WS-EOF.
003810     CLOSE BIZPARM.
003820     MOVE "N" TO WS-EOF-SW.
003830 1100-EXIT.
003840     EXIT.

003850 1110-SCAN-ONE-PARM.
003860     READ BIZPARM
003870         AT END
003880             SET WS-EOF TO TRUE
003890         NOT AT END
003900             MOVE BIZPARM-REC TO PC-PARM-RECORD
003910             IF PC-PARM-NAME = "CFOPENBAL"
003920                 COMPUTE WS-OPEN-BALANCE = PC-PARM-VALUE * 100
003930             END-IF
003940             IF PC-PARM-NAME = "CFLOOKBACK"
003950                     AND PC-PARM-VALUE > ZERO
003960                 MOVE PC-PARM-VALUE TO WS-LOOKBACK
003970             END-IF
003980     END-READ.
003990 1110-EXIT.
004000     EXIT.

004010 1200-LOAD-ONE-SUPPLIER.
004020     READ SUPMAST
004030         AT END
004040             SET WS-EOF TO TRUE
004050             GO TO 1200-EXIT
004060     END-READ.
004070     IF WS-SUP-COUNT >= 100
004080         GO TO 1200-EXIT
004090     END-IF.
004100     ADD 1 TO WS-SUP-COUNT.
004110     SET SP-IDX TO WS-SUP-COUNT.
004120     MOVE SM-SUPPLIER TO SP-SUPPLIER(SP-IDX).
004130     MOVE 30 TO SP-NET-DAYS(SP-IDX).
004140     IF SM-NET-DAYS IS NUMERIC
004150             AND SM-NET-DAYS > ZERO
004160         MOVE SM-NET-DAYS TO SP-NET-DAYS(SP-IDX)
004170     END-IF.
004180 1200-EXIT.
004190     EXIT.

004200*----------------------------------------------------------------
004210* 2000-COLLECTION-RATES - PER AGING BUCKET, THE SHARE OF THE OPEN
004220*                         BALANCE COLLECTED IN A WEEK OVER THE
004230*                         LOOKBACK WINDOW: CASH COLLECTED PER WEEK
004240*                         OF HISTORY DIVIDED BY THE AVERAGE OPEN
004250*                         BALANCE PER CASHAPP RUN, CAPPED AT 100%.
004260*----------------------------------------------------------------
004270 2000-COLLECTION-RATES.
004280     OPEN INPUT COLLHIST.
004290     IF WS-COLL-STATUS NOT = "00"
004300         GO TO 2000-EXIT
004310     END-IF.
004320     PERFORM 2100-ADD-ONE-HISTORY THRU 2100-EXIT
004330         UNTIL WS-EOF.
004340     CLOSE COLLHIST.
004350     MOVE "N" TO WS-EOF-SW.
004360     IF WS-HIST-RUNS = ZERO
004370         GO TO 2000-EXIT
004380     END-IF.
004390     COMPUTE WS-HIST-WEEKS =
004400         (WS-NEWEST-INT - WS-OLDEST-INT + 1) / 7.
004410     IF WS-HIST-WEEKS < 1
004420         MOVE 1 TO WS-HIST-WEEKS
004430     END-IF.
004440     PERFORM 2200-RATE-ONE-BUCKET THRU 2200-EXIT
004450         VARYING WS-B FROM 1 BY 1
004460         UNTIL WS-B > 4.
004470 2000-EXIT.
004480     EXIT.

004490 2100-ADD-ONE-HISTORY.
004500     READ COLLHIST
004510         AT END
004520             SET WS-EOF TO TRUE
004530             GO TO 2100-EXIT
004540     END-READ.
004550     IF CH-RUN-DATE IS NOT NUMERIC OR CH-RUN-DATE = ZERO
004560         GO TO 2100-EXIT
004570     END-IF.
004580     MOVE CH-RUN-DATE TO WS-DATE-CCYYMMDD.
004590     COMPUTE WS-EVENT-INT =
004600         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
004610     IF WS-EVENT-INT + WS-LOOKBACK < WS-RUN-INT
004620             OR WS-EVENT-INT > WS-RUN-INT
004630         GO TO 2100-EXIT
004640     END-IF.
004650     ADD 1 TO WS-HIST-RUNS.
004660     IF WS-OLDEST-INT = ZERO OR WS-EVENT-INT < WS-OLDEST-INT
004670         MOVE WS-EVENT-INT TO WS-OLDEST-INT
004680     END-IF.
004690     IF WS-EVENT-INT > WS-NEWEST-INT
004700         MOVE WS-EVENT-INT TO WS-NEWEST-INT
004710     END-IF.
004720     PERFORM 2110-ADD-ONE-BUCKET THRU 2110-EXIT
004730         VARYING WS-B FROM 1 BY 1
004740         UNTIL WS-B > 4.
004750 2100-EXIT.
004760     EXIT.

004770 2110-ADD-ONE-BUCKET.
004780     IF CH-OPEN-BALANCE(WS-B) IS NUMERIC
004790             AND CH-COLLECTED(WS-B) IS NUMERIC
004800         ADD CH-OPEN-BALANCE(WS-B) TO BK-HIST-OPEN(WS-B)
004810         ADD CH-COLLECTED(WS-B) TO BK-HIST-COLLECTED(WS-B)
004820     END-IF.
004830 2110-EXIT.
004840     EXIT.

004850 2200-RATE-ONE-BUCKET.
004860     IF BK-HIST-OPEN(WS-B) = ZERO
004870         GO TO 2200-EXIT
004880     END-IF.
004890     IF BK-HIST-COLLECTED(WS-B) * WS-HIST-RUNS
004900             >= BK-HIST-OPEN(WS-B) * WS-HIST-WEEKS
004910         MOVE 1 TO BK-RATE(WS-B)
004920         GO TO 2200-EXIT
004930     END-IF.
004940     COMPUTE BK-RATE(WS-B) ROUNDED =
004950         (BK-HIST-COLLECTED(WS-B) * WS-HIST-RUNS)
004960         / (BK-HIST-OPEN(WS-B) * WS-HIST-WEEKS).
004970 2200-EXIT.
004980     EXIT.

004990*----------------------------------------------------------------
005000* 3000-LOAD-DIRECT-DEBITS - THE BANK COLLECTION FILE, LESS ITS
005010*                           CONTROL HEADER AND TRAILER.
005020*----------------------------------------------------------------
005030 3000-LOAD-DIRECT-DEBITS.
005040     OPEN INPUT DDCOLL.
005050     IF WS-DD-STATUS NOT = "00"
005060         GO TO 3000-EXIT
005070     END-IF.
005080     PERFORM 3010-LOAD-ONE-DEBIT THRU 3010-EXIT
005090         UNTIL WS-EOF.
005100     CLOSE DDCOLL.
005110     MOVE "N" TO WS-EOF-SW.
005120 3000-EXIT.
005130     EXIT.

005140 3010-LOAD-ONE-DEBIT.
005150     READ DDCOLL
005160         AT END
005170             SET WS-EOF TO TRUE
005180             GO TO 3010-EXIT
005190     END-READ.
005200     IF DC-RECORD-TYPE = "HDR" OR DC-RECORD-TYPE = "TRL"
005210             OR DD-AMOUNT IS NOT NUMERIC
005220             OR DD-DUE-DATE IS NOT NUMERIC
005230         GO TO 3010-EXIT
005240     END-IF.
005250     IF WS-DD-COUNT >= 2000
005260         DISPLAY "CASHFCST - DDCOLL EXCEEDS THE 2000-ITEM TABLE"
005270             " - RUN ABORTED"
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310     ADD 1 TO WS-DD-COUNT.
005320     SET DT-IDX TO WS-DD-COUNT.
005330     MOVE DD-POLICY-ID TO DT-POLICY-ID(DT-IDX).
005340     MOVE DD-AMOUNT TO DT-AMOUNT(DT-IDX).
005350     MOVE "EXPND" TO DX-ACTION.
005360     MOVE DD-DUE-DATE TO DX-DATE-YYMMDD.
005370     CALL "DATEXPND" USING DATEXPND-PARMS.
005380     MOVE DX-DATE-CCYYMMDD TO WS-DATE-CCYYMMDD.
005390     COMPUTE DT-DUE-INT(DT-IDX) =
005400         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
005410 3010-EXIT.
005420     EXIT.

005430*----------------------------------------------------------------
005440* 3100-SPREAD-RECEIVABLES - EVERY OPEN ARMAST BALANCE. A POLICY ON
005450*                           THE DIRECT-DEBIT FILE COLLECTS AT THE
005460*                           DEBIT'S DUE DATE, NO MORE THAN IT
005470*                           STILL OWES (A DEBIT CASHAPP HAS
005480*                           ALREADY APPLIED IS NOT COUNTED TWICE);
005490*                           THE REST OF THE BALANCE JOINS ITS
005500*                           AGING BUCKET.
005510*----------------------------------------------------------------
005520 3100-SPREAD-RECEIVABLES.
005530     OPEN INPUT ARMAST.
005540     IF WS-AR-STATUS NOT = "00"
005550         GO TO 3100-EXIT
005560     END-IF.
005570     PERFORM 3110-SPREAD-ONE-RECEIVABLE THRU 3110-EXIT
005580         UNTIL WS-EOF.
005590     CLOSE ARMAST.
005600     MOVE "N" TO WS-EOF-SW.
005610 3100-EXIT.
005620     EXIT.

005630 3110-SPREAD-ONE-RECEIVABLE.
005640     READ ARMAST
005650         AT END
005660             SET WS-EOF TO TRUE
005670             GO TO 3110-EXIT
005680     END-READ.
005690     COMPUTE WS-BALANCE = AR-BILLED-AMOUNT - AR-PAID-AMOUNT.
005700     IF WS-BALANCE <= ZERO
005710         GO TO 3110-EXIT
005720     END-IF.
005730     MOVE ZERO TO WS-DD-IDX.
005740     PERFORM 3120-MATCH-DEBIT THRU 3120-EXIT
005750         VARYING WS-K FROM 1 BY 1
005760         UNTIL WS-K > WS-DD-COUNT OR WS-DD-IDX > ZERO.
005770     IF WS-DD-IDX > ZERO
005780         SET DT-IDX TO WS-DD-IDX
005790         MOVE DT-AMOUNT(DT-IDX) TO WS-DEBIT-AMOUNT
005800         IF WS-DEBIT-AMOUNT > WS-BALANCE
005810             MOVE WS-BALANCE TO WS-DEBIT-AMOUNT
005820         END-IF
005830         MOVE DT-DUE-INT(DT-IDX) TO WS-EVENT-INT
005840         MOVE WS-DEBIT-AMOUNT TO WS-EVENT-AMOUNT
005850         MOVE 2 TO WS-SOURCE
005860         PERFORM 7000-PLACE-AMOUNT THRU 7000-EXIT
005870         SUBTRACT WS-DEBIT-AMOUNT FROM WS-BALANCE
005880     END-IF.
005890     IF WS-BALANCE <= ZERO
005900         GO TO 3110-EXIT
005910     END-IF.
005920     MOVE AR-BILL-DATE TO WS-DATE-CCYYMMDD.
005930     COMPUTE WS-AGE-DAYS = WS-RUN-INT
005940         - FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
005950     EVALUATE TRUE
005960         WHEN WS-AGE-DAYS < 30
005970             MOVE 1 TO WS-B
005980         WHEN WS-AGE-DAYS < 60
005990             MOVE 2 TO WS-B
006000         WHEN WS-AGE-DAYS < 90
006010             MOVE 3 TO WS-B
006020         WHEN OTHER
006030             MOVE 4 TO WS-B
006040     END-EVALUATE.
006050     ADD WS-BALANCE TO BK-BALANCE(WS-B).
006060 3110-EXIT.
006070     EXIT.

006080 3120-MATCH-DEBIT.
006090     IF DT-POLICY-ID(WS-K) = AR-POLICY-ID
006100         MOVE WS-K TO WS-DD-IDX
006110     END-IF.
006120 3120-EXIT.
006130     EXIT.

006140*----------------------------------------------------------------
006150* 3300-RUN-OFF-RECEIVABLES - EACH WEEK EVERY BUCKET COLLECTS ITS
006160*                            RATE OF WHAT IS STILL OPEN. WHAT IS
006170*                            LEFT AFTER WEEK 13 IS SHOWN AS
006180*                            COLLECTED LATER.
006190*----------------------------------------------------------------
006200 3300-RUN-OFF-RECEIVABLES.
006210     PERFORM 3310-RUN-OFF-ONE-WEEK THRU 3310-EXIT
006220         VARYING WS-W FROM 1 BY 1
006230         UNTIL WS-W > 13.
006240     PERFORM 3330-CARRY-ONE-BUCKET THRU 3330-EXIT
006250         VARYING WS-B FROM 1 BY 1
006260         UNTIL WS-B > 4.
006270 3300-EXIT.
006280     EXIT.

006290 3310-RUN-OFF-ONE-WEEK.
006300     PERFORM 3320-RUN-OFF-ONE-BUCKET THRU 3320-EXIT
006310         VARYING WS-B FROM 1 BY 1
006320         UNTIL WS-B > 4.
006330 3310-EXIT.
006340     EXIT.

006350 3320-RUN-OFF-ONE-BUCKET.
006360     COMPUTE WS-COLLECT ROUNDED =
006370         BK-BALANCE(WS-B) * BK-RATE(WS-B).
006380     SUBTRACT WS-COLLECT FROM BK-BALANCE(WS-B).
006390     ADD WS-COLLECT TO FW-AMOUNT(WS-W, 1).
006400     ADD WS-COLLECT TO ST-HORIZON(1).
006410 3320-EXIT.
006420     EXIT.

006430 3330-CARRY-ONE-BUCKET.
006440     ADD BK-BALANCE(WS-B) TO ST-BEYOND(1).
006450 3330-EXIT.
006460     EXIT.

006470*----------------------------------------------------------------
006480* 4000-SPREAD-REFUNDS - A QUEUED REFUND IS PAID ON THE NEXT
006490*                       APPROVAL CYCLE - THE FIRST WEEK.
006500*----------------------------------------------------------------
006510 4000-SPREAD-REFUNDS.
006520     OPEN INPUT REFQUEUE.
006530     IF WS-QUEUE-STATUS NOT = "00"
006540         GO TO 4000-EXIT
006550     END-IF.
006560     PERFORM 4010-SPREAD-ONE-REFUND THRU 4010-EXIT
006570         UNTIL WS-EOF.
006580     CLOSE REFQUEUE.
006590     MOVE "N" TO WS-EOF-SW.
006600 4000-EXIT.
006610     EXIT.

006620 4010-SPREAD-ONE-REFUND.
006630     READ REFQUEUE
006640         AT END
006650             SET WS-EOF TO TRUE
006660             GO TO 4010-EXIT
006670     END-READ.
006680     IF RQ-CREDIT-AMOUNT IS NOT NUMERIC
006690         GO TO 4010-EXIT
006700     END-IF.
006710     MOVE WS-RUN-INT TO WS-EVENT-INT.
006720     MOVE RQ-CREDIT-AMOUNT TO WS-EVENT-AMOUNT.
006730     MOVE 3 TO WS-SOURCE.
006740     PERFORM 7000-PLACE-AMOUNT THRU 7000-EXIT.
006750 4010-EXIT.
006760     EXIT.

006770 4100-SPREAD-COMMISSION.
006780     OPEN INPUT AGTPAYEX.
006790     IF WS-PAYX-STATUS NOT = "00"
006800         GO TO 4100-EXIT
006810     END-IF.
006820     PERFORM 4110-SPREAD-ONE-COMMISSION THRU 4110-EXIT
006830         UNTIL WS-EOF.
006840     CLOSE AGTPAYEX.
006850     MOVE "N" TO WS-EOF-SW.
006860 4100-EXIT.
006870     EXIT.

006880 4110-SPREAD-ONE-COMMISSION.
006890     READ AGTPAYEX
006900         AT END
006910             SET WS-EOF TO TRUE
006920             GO TO 4110-EXIT
006930     END-READ.
006940     IF PX-COMMISSION IS NOT NUMERIC OR PX-PAY-DATE IS NOT NUMERIC
006950         GO TO 4110-EXIT
006960     END-IF.
006970     MOVE "EXPND" TO DX-ACTION.
006980     MOVE PX-PAY-DATE TO DX-DATE-YYMMDD.
006990     CALL "DATEXPND" USING DATEXPND-PARMS.
007000     MOVE DX-DATE-CCYYMMDD TO WS-DATE-CCYYMMDD.
007010     COMPUTE WS-EVENT-INT =
007020         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
007030     MOVE PX-COMMISSION TO WS-EVENT-AMOUNT.
007040     MOVE 4 TO WS-SOURCE.
007050     PERFORM 7000-PLACE-AMOUNT THRU 7000-EXIT.
007060 4110-EXIT.
007070     EXIT.

007080*----------------------------------------------------------------
007090* 4200-SPREAD-ORDERS - AN OPEN ORDER IS PAID THE SUPPLIER'S NET
007100*                      DAYS AFTER ITS DUE DATE, AT ORDERED
007110*                      QUANTITY TIMES UNIT COST. AN ORDER RAISED
007120*                      BEFORE ORDERS CARRIED A COST CANNOT BE
007130*                      PRICED AND IS COUNTED ON A NOTE LINE.
007140*----------------------------------------------------------------
007150 4200-SPREAD-ORDERS.
007160     OPEN INPUT POFILE.
007170     IF WS-PO-STATUS NOT = "00"
007180         GO TO 4200-EXIT
007190     END-IF.
007200     PERFORM 4210-SPREAD-ONE-ORDER THRU 4210-EXIT
007210         UNTIL WS-EOF.
007220     CLOSE POFILE.
007230     MOVE "N" TO WS-EOF-SW.
007240 4200-EXIT.
007250     EXIT.

007260 4210-SPREAD-ONE-ORDER.
007270     READ POFILE
007280         AT END
007290             SET WS-EOF TO TRUE
007300             GO TO 4210-EXIT
007310     END-READ.
007320     IF PO-UNIT-COST IS NOT NUMERIC OR PO-UNIT-COST = ZERO
007330         ADD 1 TO WS-NO-COST-COUNT
007340         GO TO 4210-EXIT
007350     END-IF.
007360     MOVE PO-SUPPLIER TO WS-LOOKUP-SUPPLIER.
007370     PERFORM 7100-FIND-NET-DAYS THRU 7100-EXIT.
007380     MOVE PO-DUE-DATE TO WS-DATE-CCYYMMDD.
007390     COMPUTE WS-EVENT-INT =
007400         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD) + WS-NET-DAYS.
007410     COMPUTE WS-EVENT-AMOUNT ROUNDED =
007420         PO-QTY * PO-UNIT-COST * 100.
007430     MOVE 5 TO WS-SOURCE.
007440     PERFORM 7000-PLACE-AMOUNT THRU 7000-EXIT.
007450 4210-EXIT.
007460     EXIT.

007470*----------------------------------------------------------------
007480* 4300-SPREAD-INVOICES - AN APPROVED INVOICE IS PAID THE
007490*                        SUPPLIER'S NET DAYS AFTER ITS INVOICE
007500*                        DATE. AN EARLY-PAYMENT DISCOUNT IS NOT
007510*                        ASSUMED.
007520*----------------------------------------------------------------
007530 4300-SPREAD-INVOICES.
007540     OPEN INPUT APOPEN.
007550     IF WS-OPEN-STATUS NOT = "00"
007560         GO TO 4300-EXIT
007570     END-IF.
007580     PERFORM 4310-SPREAD-ONE-INVOICE THRU 4310-EXIT
007590         UNTIL WS-EOF.
007600     CLOSE APOPEN.
007610     MOVE "N" TO WS-EOF-SW.
007620 4300-EXIT.
007630     EXIT.

007640 4310-SPREAD-ONE-INVOICE.
007650     READ APOPEN
007660         AT END
007670             SET WS-EOF TO TRUE
007680             GO TO 4310-EXIT
007690     END-READ.
007700     IF AO-AMOUNT IS NOT NUMERIC
007710             OR AO-INVOICE-DATE IS NOT NUMERIC
007720         GO TO 4310-EXIT
007730     END-IF.
007740     MOVE AO-SUPPLIER TO WS-LOOKUP-SUPPLIER.
007750     PERFORM 7100-FIND-NET-DAYS THRU 7100-EXIT.
007760     MOVE AO-INVOICE-DATE TO WS-DATE-CCYYMMDD.
007770     COMPUTE WS-EVENT-INT =
007780         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD) + WS-NET-DAYS.
007790     COMPUTE WS-EVENT-AMOUNT ROUNDED = AO-AMOUNT * 100.
007800     MOVE 6 TO WS-SOURCE.
007810     PERFORM 7000-PLACE-AMOUNT THRU 7000-EXIT.
007820 4310-EXIT.
007830     EXIT.

007840*----------------------------------------------------------------
007850* 5000-PRINT-FORECAST - THE RATES USED, ONE LINE PER WEEK WITH THE
007860*                       RUNNING CLOSING BALANCE, AND THE SOURCE
007870*                       SUMMARY.
007880*----------------------------------------------------------------
007890 5000-PRINT-FORECAST.
007900     MOVE "CASHFCST" TO RH-PROGRAM-ID.
007910     MOVE WS-RUN-DATE TO RH-RUN-DATE.
007920     MOVE WS-RUN-TIME TO RH-RUN-ID.
007930     MOVE 1 TO RH-PAGE-NUMBER.
007940     WRITE CASHFCST-REC FROM RH-REPORT-HEADER.
007950     MOVE WS-RUN-CCYYMMDD TO TL-RUN-DATE.
007960     WRITE CASHFCST-REC FROM WS-TITLE-LINE.
007970     WRITE CASHFCST-REC FROM WS-BLANK-LINE.
007980     COMPUTE OL-BALANCE = WS-OPEN-BALANCE / 100.
007990     WRITE CASHFCST-REC FROM WS-OPENING-LINE.
008000     MOVE WS-HIST-RUNS TO HL-RUNS.
008010     MOVE WS-HIST-WEEKS TO HL-WEEKS.
008020     WRITE CASHFCST-REC FROM WS-HISTORY-LINE.
008030     PERFORM 5100-PRINT-ONE-RATE THRU 5100-EXIT
008040         VARYING WS-B FROM 1 BY 1
008050         UNTIL WS-B > 4.
008060     WRITE CASHFCST-REC FROM WS-BLANK-LINE.
008070     WRITE CASHFCST-REC FROM WS-COLUMN-LINE.
008080     MOVE WS-OPEN-BALANCE TO WS-CLOSING.
008090     PERFORM 5200-PRINT-ONE-WEEK THRU 5200-EXIT
008100         VARYING WS-W FROM 1 BY 1
008110         UNTIL WS-W > 13.
008120     WRITE CASHFCST-REC FROM WS-BLANK-LINE.
008130     WRITE CASHFCST-REC FROM WS-SOURCE-HEAD-LINE.
008140     PERFORM 5300-PRINT-ONE-SOURCE THRU 5300-EXIT
008150         VARYING WS-S FROM 1 BY 1
008160         UNTIL WS-S > 6.
008170     IF WS-NO-COST-COUNT > ZERO
008180         WRITE CASHFCST-REC FROM WS-BLANK-LINE
008190         MOVE WS-NO-COST-COUNT TO NC-COUNT
008200         WRITE CASHFCST-REC FROM WS-NO-COST-LINE
008210     END-IF.
008220 5000-EXIT.
008230     EXIT.

008240 5100-PRINT-ONE-RATE.
008250     MOVE BN-NAME(WS-B) TO RL-BUCKET.
008260     COMPUTE RL-RATE = BK-RATE(WS-B) * 100.
008270     MOVE SPACES TO RL-NOTE.
008280     IF BK-HIST-OPEN(WS-B) = ZERO
008290         MOVE "NO HISTORY - NOT FORECAST" TO RL-NOTE
008300     END-IF.
008310     WRITE CASHFCST-REC FROM WS-RATE-LINE.
008320 5100-EXIT.
008330     EXIT.

008340 5200-PRINT-ONE-WEEK.
008350     MOVE ZERO TO WS-INFLOWS
008360                  WS-OUTFLOWS.
008370     ADD FW-AMOUNT(WS-W, 1) FW-AMOUNT(WS-W, 2) TO WS-INFLOWS.
008380     ADD FW-AMOUNT(WS-W, 3) FW-AMOUNT(WS-W, 4)
008390         FW-AMOUNT(WS-W, 5) FW-AMOUNT(WS-W, 6) TO WS-OUTFLOWS.
008400     COMPUTE WS-NET = WS-INFLOWS - WS-OUTFLOWS.
008410     ADD WS-NET TO WS-CLOSING.
008420     MOVE WS-W TO WL-WEEK.
008430     COMPUTE WS-EVENT-INT = WS-RUN-INT + (WS-W * 7) - 1.
008440     COMPUTE WL-ENDING = FUNCTION DATE-OF-INTEGER(WS-EVENT-INT).
008450     COMPUTE WL-INFLOWS = WS-INFLOWS / 100.
008460     COMPUTE WL-OUTFLOWS = WS-OUTFLOWS / 100.
008470     COMPUTE WL-NET = WS-NET / 100.
008480     COMPUTE WL-CLOSING = WS-CLOSING / 100.
008490     WRITE CASHFCST-REC FROM WS-WEEK-LINE.
008500 5200-EXIT.
008510     EXIT.

008520 5300-PRINT-ONE-SOURCE.
008530     MOVE SN-NAME(WS-S) TO SL-NAME.
008540     COMPUTE SL-HORIZON = ST-HORIZON(WS-S) / 100.
008550     COMPUTE SL-BEYOND = ST-BEYOND(WS-S) / 100.
008560     WRITE CASHFCST-REC FROM WS-SOURCE-LINE.
008570 5300-EXIT.
008580     EXIT.

008590 6000-FINALIZE.
008600     CLOSE CASHFCST.
008610 6000-EXIT.
008620     EXIT.

008630*----------------------------------------------------------------
008640* 7000-PLACE-AMOUNT - WS-EVENT-AMOUNT FOR SOURCE WS-SOURCE INTO
008650*                     THE WEEK HOLDING DAY WS-EVENT-INT. A DAY
008660*                     BEFORE THE RUN DATE IS THE FIRST WEEK; ONE
008670*                     PAST THE THIRTEENTH WEEK ONLY REACHES THE
008680*                     SOURCE SUMMARY.
008690*----------------------------------------------------------------
008700 7000-PLACE-AMOUNT.
008710     COMPUTE WS-DAYS = WS-EVENT-INT - WS-RUN-INT.
008720     IF WS-DAYS < ZERO
008730         MOVE ZERO TO WS-DAYS
008740     END-IF.
008750     COMPUTE WS-WEEK = WS-DAYS / 7 + 1.
008760     IF WS-WEEK > 13
008770         ADD WS-EVENT-AMOUNT TO ST-BEYOND(WS-SOURCE)
008780         GO TO 7000-EXIT
008790     END-IF.
008800     ADD WS-EVENT-AMOUNT TO FW-AMOUNT(WS-WEEK, WS-SOURCE).
008810     ADD WS-EVENT-AMOUNT TO ST-HORIZON(WS-SOURCE).
008820 7000-EXIT.
008830     EXIT.

008840*----------------------------------------------------------------
008850* 7100-FIND-NET-DAYS - WS-LOOKUP-SUPPLIER'S NET DAYS FROM SUPMAST,
008860*                      NET 30 WHEN IT HAS NO TERMS ON FILE.
008870*----------------------------------------------------------------
008880 7100-FIND-NET-DAYS.
008890     MOVE 30 TO WS-NET-DAYS.
008900     PERFORM 7110-MATCH-SUPPLIER THRU 7110-EXIT
008910         VARYING WS-K FROM 1 BY 1
008920         UNTIL WS-K > WS-SUP-COUNT.
008930 7100-EXIT.
008940     EXIT.

008950 7110-MATCH-SUPPLIER.
008960     IF SP-SUPPLIER(WS-K) = WS-LOOKUP-SUPPLIER
008970         MOVE SP-NET-DAYS(WS-K) TO WS-NET-DAYS
008980     END-IF.
008990 7110-EXIT.
009000     EXIT.
