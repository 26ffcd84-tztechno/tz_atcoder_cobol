000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAXRTN.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. PERIOD SALES-TAX SUMMARY AND
000110*                  RETURN WORKSHEET, REPLACING THE HAND ADDITION
000120*                  OF THE TAX LINES ON INVRPT AT FILING TIME.
000130*                  READS THE TAXDTL DETAIL THE EX5 INVOICE RUN
000140*                  APPENDS - ONE RECORD PER CLOSED INVOICE OR
000150*                  CREDIT NOTE BY CUSTOMER AND TAX RATE, IN BASE
000160*                  CURRENCY - AND SUMMARIZES THE FILING PERIOD BY
000170*                  RATE: TAXABLE SALES, EXEMPT SALES (A ZERO RATE)
000180*                  AND TAX COLLECTED, WITH CREDIT NOTES TAKEN AS
000190*                  NEGATIVE. THE FILING PERIOD IS THE OPEN PERIOD
000200*                  IN THE PERIODCT FILE PERCLOSE MAINTAINS, OR A
000210*                  PERIOD NAMED BY BIZPARM TAXRTNPERIOD (YYMM). A
000220*                  RERUN OF THE INVOICE JOB APPENDS THE SAME
000230*                  DOCUMENTS AGAIN, SO ONLY THE FIRST RECORD FOR A
000240*                  DOCUMENT NUMBER COUNTS AND REPEATS ARE NOTED.
000250*                  NET SALES PLUS TAX ARE TIED BACK TO THE
000260*                  DOCUMENT TOTALS, AND THE RETURN WORKSHEET SHOWS
000270*                  GROSS, EXEMPT AND TAXABLE SALES, TAX DUE AT THE
000280*                  RATES IN FORCE, TAX COLLECTED, AND THE GREATER
000290*                  OF THE TWO AS THE TAX DUE WITH THE RETURN. THE
000300*                  REPORT IS TAXRPT.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM.
000350 OBJECT-COMPUTER. IBM.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PERIODCT ASSIGN TO "PERIODCT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CTL-STATUS.
000410     SELECT BIZPARM ASSIGN TO "BIZPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440     SELECT TAXDTL ASSIGN TO "TAXDTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TAX-STATUS.
000470     SELECT TAXRPT ASSIGN TO "TAXRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PERIODCT
000520     RECORDING MODE IS F.
000530 01  PERIODCT-REC.
000540     05  PD-OPEN-PERIOD           PIC 9(04).
000550     05  FILLER                   PIC X(76).

000560 FD  BIZPARM
000570     RECORDING MODE IS F.
000580 01  BIZPARM-REC                  PIC X(80).

000590 FD  TAXDTL
000600     RECORDING MODE IS F.
000610 01  TAXDTL-REC.
000620     05  TX-INVOICE-DATE          PIC 9(08).
000630     05  TX-DATE-PARTS REDEFINES TX-INVOICE-DATE.
000640         10  TX-DATE-CC           PIC 9(02).
000650         10  TX-DATE-YYMM         PIC 9(04).
000660         10  TX-DATE-DD           PIC 9(02).
000670     05  FILLER                   PIC X(01).
000680     05  TX-INVOICE-NUM           PIC X(10).
000690     05  FILLER                   PIC X(01).
000700     05  TX-CUST-ID               PIC X(10).
000710     05  FILLER                   PIC X(01).
000720     05  TX-DOC-TYPE              PIC X(02).
000730         88  TX-CREDIT-NOTE                 VALUE "CR".
000740     05  FILLER                   PIC X(01).
000750     05  TX-TAX-PCT               PIC 9(02)V99.
000760     05  FILLER                   PIC X(01).
000770     05  TX-NET-AMOUNT            PIC 9(09)V99.
000780     05  FILLER                   PIC X(01).
000790     05  TX-TAX-AMOUNT            PIC 9(09)V99.
000800     05  FILLER                   PIC X(01).
000810     05  TX-TOTAL-DUE             PIC 9(09)V99.
000820     05  FILLER                   PIC X(06).

000830 FD  TAXRPT
000840     RECORDING MODE IS F.
000850 01  TAXRPT-REC                   PIC X(80).

000860 WORKING-STORAGE SECTION.
000870 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000880     88  WS-EOF                             VALUE "Y".
000890 77  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
000900 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000910 77  WS-TAX-STATUS                PIC X(02) VALUE SPACES.
000920 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000930 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000940 77  WS-D                         PIC 9(05) COMP.
000950 77  WS-R                         PIC 9(03) COMP.
000960 77  WS-RATE-IDX                  PIC 9(03) VALUE ZERO COMP.
000970 77  WS-DUP-SW                    PIC X(01) VALUE "N".
000980     88  WS-DUPLICATE                       VALUE "Y".
000990 77  WS-READ-COUNT                PIC 9(07) VALUE ZERO COMP.
001000 77  WS-OTHER-PERIOD-COUNT        PIC 9(07) VALUE ZERO COMP.
001010 77  WS-REPEAT-COUNT              PIC 9(07) VALUE ZERO COMP.
001020 77  WS-INVOICE-COUNT             PIC 9(07) VALUE ZERO COMP.
001030 77  WS-CREDIT-COUNT              PIC 9(07) VALUE ZERO COMP.
001040 77  WS-SIGNED-NET                PIC S9(11)V99 VALUE ZERO.
001050 77  WS-SIGNED-TAX                PIC S9(11)V99 VALUE ZERO.
001060 77  WS-SIGNED-DUE                PIC S9(11)V99 VALUE ZERO.
001070 77  WS-RATE-TAX-DUE              PIC S9(11)V99 VALUE ZERO.
001080 77  WS-TOTAL-TAXABLE             PIC S9(11)V99 VALUE ZERO.
001090 77  WS-TOTAL-EXEMPT              PIC S9(11)V99 VALUE ZERO.
001100 77  WS-TOTAL-TAX                 PIC S9(11)V99 VALUE ZERO.
001110 77  WS-TOTAL-TAX-DUE             PIC S9(11)V99 VALUE ZERO.
001120 77  WS-TOTAL-DOCS                PIC S9(11)V99 VALUE ZERO.
001130 77  WS-GROSS-SALES               PIC S9(11)V99 VALUE ZERO.
001140 77  WS-DIFFERENCE                PIC S9(11)V99 VALUE ZERO.

001150 01  WS-OPEN-PERIOD               PIC 9(04) VALUE ZERO.
001160 01  WS-RPT-PERIOD                PIC 9(04) VALUE ZERO.
001170 01  WS-RPT-PARTS REDEFINES WS-RPT-PERIOD.
001180     05  WS-RPT-YY                PIC 9(02).
001190     05  WS-RPT-MM                PIC 9(02).
001200 01  WS-RUN-DATE-PARTS.
001210     05  WS-RUN-YYMM              PIC 9(04).
001220     05  WS-RUN-DD                PIC 9(02).

001230 01  WS-DOC-TABLE.
001240     05  WS-DOC-COUNT             PIC 9(05) VALUE ZERO COMP.
001250     05  DT-ENTRY OCCURS 5000 TIMES
001260                  INDEXED BY DT-IDX.
001270         10  DT-INVOICE-NUM       PIC X(10).

001280 01  WS-RATE-TABLE.
001290     05  WS-RATE-COUNT            PIC 9(03) VALUE ZERO COMP.
001300     05  RT-ENTRY OCCURS 50 TIMES
001310                  INDEXED BY RT-IDX.
001320         10  RT-TAX-PCT           PIC 9(02)V99.
001330         10  RT-NET               PIC S9(11)V99.
001340         10  RT-TAX               PIC S9(11)V99.
001350         10  RT-INVOICES          PIC 9(05) COMP.
001360         10  RT-CREDITS           PIC 9(05) COMP.

001370 COPY PARMCTL.
001380 COPY RPTHDR.

001390 01  WS-TITLE-LINE.
001400     05  FILLER                  PIC X(28) VALUE
001410         "SALES TAX RETURN WORKSHEET".
001420     05  FILLER                  PIC X(07) VALUE "PERIOD ".
001430     05  TL-PERIOD                PIC 9(04).
001440     05  FILLER                  PIC X(41) VALUE SPACES.

001450 01  WS-SECTION-LINE.
001460     05  SC-TEXT                  PIC X(40).
001470     05  FILLER                  PIC X(40) VALUE SPACES.

001480 01  WS-COLUMN-LINE.
001490     05  FILLER                  PIC X(10) VALUE "  RATE %".
001500     05  FILLER                  PIC X(15) VALUE
001510         " TAXABLE SALES".
001520     05  FILLER                  PIC X(15) VALUE
001530         "  EXEMPT SALES".
001540     05  FILLER                  PIC X(15) VALUE
001550         " TAX COLLECTED".
001560     05  FILLER                  PIC X(07) VALUE " INVS".
001570     05  FILLER                  PIC X(06) VALUE "CR NTS".
001580     05  FILLER                  PIC X(12) VALUE SPACES.

001590 01  WS-RATE-LINE.
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  RL-TAX-PCT               PIC ZZ9.99.
001620     05  RL-TAX-PCT-X REDEFINES RL-TAX-PCT
001630                                  PIC X(06).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  RL-TAXABLE               PIC -(10)9.99.
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  RL-EXEMPT                PIC -(10)9.99.
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  RL-TAX                   PIC -(10)9.99.
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  RL-INVOICES              PIC ZZZZ9.
001720     05  RL-INVOICES-X REDEFINES RL-INVOICES
001730                                  PIC X(05).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  RL-CREDITS               PIC ZZZZZ9.
001760     05  RL-CREDITS-X REDEFINES RL-CREDITS
001770                                  PIC X(06).
001780     05  FILLER                  PIC X(12) VALUE SPACES.

001790 01  WS-AMOUNT-LINE.
001800     05  AL-LABEL                 PIC X(50).
001810     05  AL-AMOUNT                PIC -(12)9.99.
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  AL-FLAG                  PIC X(12).

001840 01  WS-COUNT-LINE.
001850     05  CL-LABEL                 PIC X(50).
001860     05  CL-COUNT                 PIC Z(15)9.
001870     05  FILLER                  PIC X(14) VALUE SPACES.

001880 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001890 PROCEDURE DIVISION.
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     PERFORM 2000-LOAD-DETAIL THRU 2000-EXIT.
001930     PERFORM 3000-REPORT-RATES THRU 3000-EXIT.
001940     PERFORM 4000-REPORT-TIE-OUT THRU 4000-EXIT.
001950     PERFORM 5000-REPORT-WORKSHEET THRU 5000-EXIT.
001960     PERFORM 6000-FINALIZE THRU 6000-EXIT.
001970     STOP RUN.

001980*----------------------------------------------------------------
001990* 1000-INITIALIZE - SETTLE THE FILING PERIOD. A SHOP THAT HAS
002000*                   NEVER CLOSED IS IN THE RUN DATE'S OWN MONTH,
002010*                   THE SAME AS PERCLOSE ASSUMES.
002020*----------------------------------------------------------------
002030 1000-INITIALIZE.
002040     ACCEPT WS-RUN-DATE FROM DATE.
002050     ACCEPT WS-RUN-TIME FROM TIME.
002060     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
002070     MOVE WS-RUN-YYMM TO WS-OPEN-PERIOD.
002080     OPEN INPUT PERIODCT.
002090     IF WS-CTL-STATUS = "00"
002100         READ PERIODCT
002110             AT END
002120                 CONTINUE
002130             NOT AT END
002140                 MOVE PD-OPEN-PERIOD TO WS-OPEN-PERIOD
002150         END-READ
002160         CLOSE PERIODCT
002170     END-IF.
002180     MOVE WS-OPEN-PERIOD TO WS-RPT-PERIOD.
002190     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002200     IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
002210         DISPLAY "TAXRTN - FILING PERIOD " WS-RPT-PERIOD
002220             " IS NOT A VALID YYMM - RUN ABORTED"
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     OPEN OUTPUT TAXRPT.
002270     MOVE "TAXRTN" TO RH-PROGRAM-ID.
002280     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002290     MOVE WS-RUN-TIME TO RH-RUN-ID.
002300     MOVE 1 TO RH-PAGE-NUMBER.
002310     WRITE TAXRPT-REC FROM RH-REPORT-HEADER.
002320     MOVE WS-RPT-PERIOD TO TL-PERIOD.
002330     WRITE TAXRPT-REC FROM WS-TITLE-LINE.
002340     WRITE TAXRPT-REC FROM WS-BLANK-LINE.
002350 1000-EXIT.
002360     EXIT.

002370 1100-SCAN-PARMS.
002380     OPEN INPUT BIZPARM.
002390     IF WS-PARM-STATUS NOT = "00"
002400         GO TO 1100-EXIT
002410     END-IF.
002420     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
002430         UNTIL WS-EOF.
002440     CLOSE BIZPARM.
002450     MOVE "N" TO WS-EOF-SW.
002460 1100-EXIT.
002470     EXIT.

002480 1110-SCAN-ONE-PARM.
002490     READ BIZPARM
002500         AT END
002510             SET WS-EOF TO TRUE
002520         NOT AT END
002530             MOVE BIZPARM-REC TO PC-PARM-RECORD
002540             IF PC-PARM-NAME = "TAXRTNPERIOD"
002550                     AND PC-PARM-VALUE > ZERO
002560                 MOVE PC-PARM-VALUE TO WS-RPT-PERIOD
002570             END-IF
002580     END-READ.
002590 1110-EXIT.
002600     EXIT.

002610*----------------------------------------------------------------
002620* 2000-LOAD-DETAIL - ACCUMULATE THE PERIOD'S TAXDTL RECORDS BY
002630*                    TAX RATE. A MISSING TAXDTL MEANS NOTHING WAS
002640*                    INVOICED AND THE RETURN IS ALL ZEROS.
002650*----------------------------------------------------------------
002660 2000-LOAD-DETAIL.
002670     OPEN INPUT TAXDTL.
002680     IF WS-TAX-STATUS NOT = "00"
002690         GO TO 2000-EXIT
002700     END-IF.
002710     PERFORM 2100-LOAD-ONE-DETAIL THRU 2100-EXIT
002720         UNTIL WS-EOF.
002730     CLOSE TAXDTL.
002740     MOVE "N" TO WS-EOF-SW.
002750 2000-EXIT.
002760     EXIT.

002770 2100-LOAD-ONE-DETAIL.
002780     READ TAXDTL
002790         AT END
002800             SET WS-EOF TO TRUE
002810             GO TO 2100-EXIT
002820     END-READ.
002830     ADD 1 TO WS-READ-COUNT.
002840     IF TX-DATE-YYMM NOT = WS-RPT-PERIOD
002850         ADD 1 TO WS-OTHER-PERIOD-COUNT
002860         GO TO 2100-EXIT
002870     END-IF.
002880     MOVE "N" TO WS-DUP-SW.
002890     PERFORM 2200-MATCH-DOCUMENT THRU 2200-EXIT
002900         VARYING WS-D FROM 1 BY 1
002910         UNTIL WS-D > WS-DOC-COUNT OR WS-DUPLICATE.
002920     IF WS-DUPLICATE
002930         ADD 1 TO WS-REPEAT-COUNT
002940         GO TO 2100-EXIT
002950     END-IF.
002960     IF WS-DOC-COUNT >= 5000
002970*        A DROPPED DOCUMENT WOULD UNDERSTATE THE RETURN
002980         DISPLAY "TAXRTN - PERIOD EXCEEDS THE 5000-DOCUMENT "
002990             "TABLE - RUN ABORTED"
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     ADD 1 TO WS-DOC-COUNT.
003040     SET DT-IDX TO WS-DOC-COUNT.
003050     MOVE TX-INVOICE-NUM TO DT-INVOICE-NUM(DT-IDX).
003060     PERFORM 2300-FIND-RATE THRU 2300-EXIT.
003070     IF TX-CREDIT-NOTE
003080         COMPUTE WS-SIGNED-NET = ZERO - TX-NET-AMOUNT
003090         COMPUTE WS-SIGNED-TAX = ZERO - TX-TAX-AMOUNT
003100         COMPUTE WS-SIGNED-DUE = ZERO - TX-TOTAL-DUE
003110         ADD 1 TO RT-CREDITS(WS-RATE-IDX)
003120         ADD 1 TO WS-CREDIT-COUNT
003130     ELSE
003140         MOVE TX-NET-AMOUNT TO WS-SIGNED-NET
003150         MOVE TX-TAX-AMOUNT TO WS-SIGNED-TAX
003160         MOVE TX-TOTAL-DUE TO WS-SIGNED-DUE
003170         ADD 1 TO RT-INVOICES(WS-RATE-IDX)
003180         ADD 1 TO WS-INVOICE-COUNT
003190     END-IF.
003200     ADD WS-SIGNED-NET TO RT-NET(WS-RATE-IDX).
003210     ADD WS-SIGNED-TAX TO RT-TAX(WS-RATE-IDX).
003220     ADD WS-SIGNED-DUE TO WS-TOTAL-DOCS.
003230 2100-EXIT.
003240     EXIT.

003250 2200-MATCH-DOCUMENT.
003260     IF DT-INVOICE-NUM(WS-D) = TX-INVOICE-NUM
003270         SET WS-DUPLICATE TO TRUE
003280     END-IF.
003290 2200-EXIT.
003300     EXIT.

003310*----------------------------------------------------------------
003320* 2300-FIND-RATE - THE RATE ROW FOR THIS RECORD'S TAX PERCENT,
003330*                  ADDED ON FIRST SIGHT.
003340*----------------------------------------------------------------
003350 2300-FIND-RATE.
003360     MOVE ZERO TO WS-RATE-IDX.
003370     PERFORM 2310-MATCH-RATE THRU 2310-EXIT
003380         VARYING WS-R FROM 1 BY 1
003390         UNTIL WS-R > WS-RATE-COUNT OR WS-RATE-IDX > ZERO.
003400     IF WS-RATE-IDX > ZERO
003410         GO TO 2300-EXIT
003420     END-IF.
003430     IF WS-RATE-COUNT >= 50
003440         DISPLAY "TAXRTN - MORE THAN 50 TAX RATES IN THE PERIOD "
003450             "- RUN ABORTED"
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490     ADD 1 TO WS-RATE-COUNT.
003500     MOVE WS-RATE-COUNT TO WS-RATE-IDX.
003510     MOVE TX-TAX-PCT TO RT-TAX-PCT(WS-RATE-IDX).
003520     MOVE ZERO TO RT-NET(WS-RATE-IDX).
003530     MOVE ZERO TO RT-TAX(WS-RATE-IDX).
003540     MOVE ZERO TO RT-INVOICES(WS-RATE-IDX).
003550     MOVE ZERO TO RT-CREDITS(WS-RATE-IDX).
003560 2300-EXIT.
003570     EXIT.

003580 2310-MATCH-RATE.
003590     IF RT-TAX-PCT(WS-R) = TX-TAX-PCT
003600         MOVE WS-R TO WS-RATE-IDX
003610     END-IF.
003620 2310-EXIT.
003630     EXIT.

003640*----------------------------------------------------------------
003650* 3000-REPORT-RATES - ONE LINE PER TAX RATE. A ZERO RATE IS THE
003660*                     EXEMPT LINE; EVERY OTHER RATE IS TAXABLE.
003670*                     TAX DUE AT EACH RATE IS ALSO WORKED HERE FOR
003680*                     THE RETURN WORKSHEET.
003690*----------------------------------------------------------------
003700 3000-REPORT-RATES.
003710     MOVE "TAX COLLECTED BY RATE" TO SC-TEXT.
003720     WRITE TAXRPT-REC FROM WS-SECTION-LINE.
003730     WRITE TAXRPT-REC FROM WS-COLUMN-LINE.
003740     PERFORM 3100-REPORT-ONE-RATE THRU 3100-EXIT
003750         VARYING WS-R FROM 1 BY 1
003760         UNTIL WS-R > WS-RATE-COUNT.
003770     MOVE "TOTAL " TO RL-TAX-PCT-X.
003780     MOVE WS-TOTAL-TAXABLE TO RL-TAXABLE.
003790     MOVE WS-TOTAL-EXEMPT TO RL-EXEMPT.
003800     MOVE WS-TOTAL-TAX TO RL-TAX.
003810     MOVE WS-INVOICE-COUNT TO RL-INVOICES.
003820     MOVE WS-CREDIT-COUNT TO RL-CREDITS.
003830     WRITE TAXRPT-REC FROM WS-RATE-LINE.
003840     WRITE TAXRPT-REC FROM WS-BLANK-LINE.
003850 3000-EXIT.
003860     EXIT.

003870 3100-REPORT-ONE-RATE.
003880     MOVE RT-TAX-PCT(WS-R) TO RL-TAX-PCT.
003890     IF RT-TAX-PCT(WS-R) = ZERO
003900         MOVE ZERO TO RL-TAXABLE
003910         MOVE RT-NET(WS-R) TO RL-EXEMPT
003920         ADD RT-NET(WS-R) TO WS-TOTAL-EXEMPT
003930     ELSE
003940         MOVE RT-NET(WS-R) TO RL-TAXABLE
003950         MOVE ZERO TO RL-EXEMPT
003960         ADD RT-NET(WS-R) TO WS-TOTAL-TAXABLE
003970         COMPUTE WS-RATE-TAX-DUE ROUNDED =
003980             RT-NET(WS-R) * RT-TAX-PCT(WS-R) / 100
003990         ADD WS-RATE-TAX-DUE TO WS-TOTAL-TAX-DUE
004000     END-IF.
004010     MOVE RT-TAX(WS-R) TO RL-TAX.
004020     ADD RT-TAX(WS-R) TO WS-TOTAL-TAX.
004030     MOVE RT-INVOICES(WS-R) TO RL-INVOICES.
004040     MOVE RT-CREDITS(WS-R) TO RL-CREDITS.
004050     WRITE TAXRPT-REC FROM WS-RATE-LINE.
004060 3100-EXIT.
004070     EXIT.

004080*----------------------------------------------------------------
004090* 4000-REPORT-TIE-OUT - NET SALES PLUS TAX MUST EQUAL THE SUM OF
004100*                       THE DOCUMENT TOTALS THE INVOICE RUN
004110*                       BILLED, CREDIT NOTES NETTED.
004120*----------------------------------------------------------------
004130 4000-REPORT-TIE-OUT.
004140     MOVE "TIE-OUT TO INVOICE TOTALS" TO SC-TEXT.
004150     WRITE TAXRPT-REC FROM WS-SECTION-LINE.
004160     MOVE "TAXDTL RECORDS READ" TO CL-LABEL.
004170     MOVE WS-READ-COUNT TO CL-COUNT.
004180     WRITE TAXRPT-REC FROM WS-COUNT-LINE.
004190     MOVE "  OUTSIDE THE FILING PERIOD" TO CL-LABEL.
004200     MOVE WS-OTHER-PERIOD-COUNT TO CL-COUNT.
004210     WRITE TAXRPT-REC FROM WS-COUNT-LINE.
004220     MOVE "  REPEATED DOCUMENT NUMBERS - NOT COUNTED" TO CL-LABEL.
004230     MOVE WS-REPEAT-COUNT TO CL-COUNT.
004240     WRITE TAXRPT-REC FROM WS-COUNT-LINE.
004250     MOVE "  INVOICES IN THE PERIOD" TO CL-LABEL.
004260     MOVE WS-INVOICE-COUNT TO CL-COUNT.
004270     WRITE TAXRPT-REC FROM WS-COUNT-LINE.
004280     MOVE "  CREDIT NOTES IN THE PERIOD" TO CL-LABEL.
004290     MOVE WS-CREDIT-COUNT TO CL-COUNT.
004300     WRITE TAXRPT-REC FROM WS-COUNT-LINE.
004310     COMPUTE WS-GROSS-SALES = WS-TOTAL-TAXABLE + WS-TOTAL-EXEMPT.
004320     MOVE SPACES TO AL-FLAG.
004330     MOVE "NET SALES PLUS TAX COLLECTED" TO AL-LABEL.
004340     COMPUTE AL-AMOUNT = WS-GROSS-SALES + WS-TOTAL-TAX.
004350     WRITE TAXRPT-REC FROM WS-AMOUNT-LINE.
004360     MOVE "INVOICE TOTALS LESS CREDIT NOTE TOTALS" TO AL-LABEL.
004370     MOVE WS-TOTAL-DOCS TO AL-AMOUNT.
004380     WRITE TAXRPT-REC FROM WS-AMOUNT-LINE.
004390     COMPUTE WS-DIFFERENCE =
004400         WS-GROSS-SALES + WS-TOTAL-TAX - WS-TOTAL-DOCS.
004410     MOVE "DIFFERENCE" TO AL-LABEL.
004420     MOVE WS-DIFFERENCE TO AL-AMOUNT.
004430     IF WS-DIFFERENCE = ZERO
004440         MOVE "IN BALANCE" TO AL-FLAG
004450     ELSE
004460         MOVE "OUT OF BAL" TO AL-FLAG
004470     END-IF.
004480     WRITE TAXRPT-REC FROM WS-AMOUNT-LINE.
004490     WRITE TAXRPT-REC FROM WS-BLANK-LINE.
004500 4000-EXIT.
004510     EXIT.

004520*----------------------------------------------------------------
004530* 5000-REPORT-WORKSHEET - THE FIGURES THE RETURN ASKS FOR. TAX
004540*                         COLLECTED BELONGS TO THE AUTHORITY EVEN
004550*                         WHERE ROUNDING TOOK IT ABOVE THE TAX
004560*                         DUE AT THE RATES, SO THE GREATER IS
004570*                         REMITTED.
004580*----------------------------------------------------------------
004590 5000-REPORT-WORKSHEET.
004600     MOVE "RETURN WORKSHEET" TO SC-TEXT.
004610     WRITE TAXRPT-REC FROM WS-SECTION-LINE.
004620     MOVE SPACES TO AL-FLAG.
004630     MOVE "LINE 1  GROSS SALES, NET OF CREDIT NOTES" TO AL-LABEL.
004640     MOVE WS-GROSS-SALES TO AL-AMOUNT.
004650     WRITE TAXRPT-REC FROM WS-AMOUNT-LINE.
004660     MOVE "LINE 2  EXEMPT SALES" TO AL-LABEL.
004670     MOVE WS-TOTAL-EXEMPT TO AL-AMOUNT.
004680     WRITE TAXRPT-REC FROM WS-AMOUNT-LINE.
004690     MOVE "LINE 3  TAXABLE SALES (LINE 1 LESS LINE 2)"
004700         TO AL-LABEL.
004710     MOVE WS-TOTAL-TAXABLE TO AL-AMOUNT.
004720     WRITE TAXRPT-REC FROM WS-AMOUNT-LINE.
004730     MOVE "LINE 4  TAX DUE AT THE RATES IN FORCE" TO AL-LABEL.
004740     MOVE WS-TOTAL-TAX-DUE TO AL-AMOUNT.
004750     WRITE TAXRPT-REC FROM WS-AMOUNT-LINE.
004760     MOVE "LINE 5  TAX COLLECTED ON INVOICES" TO AL-LABEL.
004770     MOVE WS-TOTAL-TAX TO AL-AMOUNT.
004780     WRITE TAXRPT-REC FROM WS-AMOUNT-LINE.
004790     MOVE "LINE 6  COLLECTED LESS DUE (LINE 5 LESS LINE 4)"
004800         TO AL-LABEL.
004810     COMPUTE AL-AMOUNT = WS-TOTAL-TAX - WS-TOTAL-TAX-DUE.
004820     WRITE TAXRPT-REC FROM WS-AMOUNT-LINE.
004830     MOVE "LINE 7  TAX DUE WITH THIS RETURN" TO AL-LABEL.
004840     IF WS-TOTAL-TAX > WS-TOTAL-TAX-DUE
004850         MOVE WS-TOTAL-TAX TO AL-AMOUNT
004860     ELSE
004870         MOVE WS-TOTAL-TAX-DUE TO AL-AMOUNT
004880     END-IF.
004890     WRITE TAXRPT-REC FROM WS-AMOUNT-LINE.
004900 5000-EXIT.
004910     EXIT.

004920 6000-FINALIZE.
004930     CLOSE TAXRPT.
004940 6000-EXIT.
004950     EXIT.
