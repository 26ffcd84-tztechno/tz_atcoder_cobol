000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FADEPR.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. MONTH-END DEPRECIATION OF THE
000110*                  FAMAST FIXED-ASSET REGISTER, RUN BEFORE
000120*                  PERCLOSE ROLLS THE PERIOD. THE PERIOD IS THE
000130*                  OPEN ONE IN PERIODCT (THE RUN DATE'S MONTH IF
000140*                  THE CLOSE HAS NEVER RUN). EVERY ACTIVE ASSET IN
000150*                  SERVICE BY THE PERIOD TAKES ONE MONTH:
000160*                  STRAIGHT-LINE (SL) CHARGES COST LESS SALVAGE
000170*                  OVER THE USEFUL LIFE; DECLINING BALANCE (DB)
000180*                  CHARGES TWICE THE STRAIGHT-LINE RATE ON THE
000190*                  BOOK VALUE. NEITHER GOES BELOW SALVAGE, AND THE
000200*                  LAST MONTH OF LIFE TAKES WHATEVER IS LEFT. THE
000210*                  ASSET REMEMBERS THE PERIOD AND CHARGE LAST
000220*                  TAKEN, SO A RERUN IN THE SAME MONTH CHARGES
000230*                  NOTHING TWICE AND STILL PRINTS THE SAME
000240*                  SCHEDULE. EACH CLASS'S NEW CHARGE IS JOURNALLED
000250*                  THROUGH GLJRNL (DEBIT 5600DEPREX, CREDIT
000260*                  1590ACCDEP). FADPRPT PRINTS THE FIXED-ASSET
000270*                  SCHEDULE BY CLASS (VEHICLES, INSTRUMENTS) WITH
000280*                  CLASS SUBTOTALS AND A GRAND TOTAL.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM.
000330 OBJECT-COMPUTER. IBM.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FAMAST ASSIGN TO "FAMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS FA-ASSET-ID
000400         FILE STATUS IS WS-MAST-STATUS.
000410     SELECT PERIODCT ASSIGN TO "PERIODCT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PER-STATUS.
000440     SELECT FADPRPT ASSIGN TO "FADPRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  FAMAST.
000490 01  FAMAST-REC.
000500     05  FA-ASSET-ID              PIC X(08).
000510     05  FA-DESC                  PIC X(16).
000520     05  FA-CLASS                 PIC X(01).
000530         88  FA-VEHICLE                     VALUE "V".
000540         88  FA-INSTRUMENT                  VALUE "I".
000550     05  FA-REF-ID                PIC X(06).
000560     05  FA-ACQ-DATE              PIC 9(06).
000570     05  FA-COST                  PIC 9(09).
000580     05  FA-SALVAGE               PIC 9(09).
000590     05  FA-LIFE-MONTHS           PIC 9(03).
000600     05  FA-METHOD                PIC X(02).
000610         88  FA-STRAIGHT-LINE               VALUE "SL".
000620         88  FA-DECLINING                   VALUE "DB".
000630     05  FA-ACCUM-DEPR            PIC 9(09).
000640     05  FA-MONTHS-DEPR           PIC 9(03).
000650     05  FA-LAST-PERIOD           PIC 9(04).
000660     05  FA-LAST-CHARGE           PIC 9(09).
000670     05  FA-STATUS                PIC X(01).
000680         88  FA-ACTIVE                      VALUE "A".
000690         88  FA-DISPOSED                    VALUE "D".
000700     05  FA-DISP-DATE             PIC 9(06).
000710     05  FA-DISP-PROCEEDS         PIC 9(09).

000720 FD  PERIODCT
000730     RECORDING MODE IS F.
000740 01  PERIODCT-REC.
000750     05  PD-OPEN-PERIOD           PIC 9(04).
000760     05  FILLER                   PIC X(76).

000770 FD  FADPRPT
000780     RECORDING MODE IS F.
000790 01  FADPRPT-REC                  PIC X(80).

000800 WORKING-STORAGE SECTION.
000810 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000820     88  WS-EOF                             VALUE "Y".
000830 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
000840 77  WS-PER-STATUS                PIC X(02) VALUE SPACES.
000850 77  WS-A                         PIC 9(05) COMP.
000860 77  WS-C                         PIC 9(01) COMP.
000870 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000880 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000890 77  WS-PERIOD                    PIC 9(04) VALUE ZERO.
000900 77  WS-ASOF-INT                  PIC 9(08) VALUE ZERO.
000910 77  WS-PERIOD-CCYYMM             PIC 9(06) VALUE ZERO.
000920 77  WS-ACQ-CCYYMM                PIC 9(06) VALUE ZERO.
000930 77  WS-CHARGE                    PIC 9(09) VALUE ZERO.
000940 77  WS-REMAINING                 PIC S9(09) VALUE ZERO.
000950 77  WS-OPEN-ACCUM                PIC 9(09) VALUE ZERO.
000960 77  WS-CLASS-CODE                PIC X(01) VALUE SPACES.

000970 01  WS-ASOF-CCYYMMDD             PIC 9(08) VALUE ZERO.
000980 01  WS-ASOF-PARTS REDEFINES WS-ASOF-CCYYMMDD.
000990     05  WS-ASOF-CCYY             PIC 9(04).
001000     05  WS-ASOF-MM               PIC 9(02).
001010     05  WS-ASOF-DD               PIC 9(02).
001020 01  WS-ASOF-SHORT REDEFINES WS-ASOF-CCYYMMDD.
001030     05  FILLER                   PIC 9(02).
001040     05  WS-ASOF-YYMMDD           PIC 9(06).

001050 01  WS-PERIOD-YYMMDD             PIC 9(06) VALUE ZERO.
001060 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-YYMMDD.
001070     05  WS-PERIOD-YYMM           PIC 9(04).
001080     05  WS-PERIOD-DD             PIC 9(02).

001090 01  WS-ASSET-TABLE.
001100     05  WS-AT-COUNT              PIC 9(05) VALUE ZERO COMP.
001110     05  AT-ENTRY OCCURS 2000 TIMES
001120                  INDEXED BY AT-IDX.
001130         10  AT-ASSET-ID          PIC X(08).
001140         10  AT-CLASS             PIC X(01).
001150         10  AT-REF-ID            PIC X(06).
001160         10  AT-METHOD            PIC X(02).
001170         10  AT-COST              PIC 9(09).
001180         10  AT-OPEN-ACCUM        PIC 9(09).
001190         10  AT-CHARGE            PIC 9(09).
001200         10  AT-CLOSE-ACCUM       PIC 9(09).

001210*    ONE ROW PER ASSET CLASS IN SCHEDULE ORDER
001220 01  WS-CLASS-VALUES.
001230     05  FILLER                  PIC X(12) VALUE "VVEHICLES   ".
001240     05  FILLER                  PIC X(12) VALUE "IINSTRUMENTS".
001250 01  WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
001260     05  CL-ENTRY OCCURS 2 TIMES.
001270         10  CL-CODE              PIC X(01).
001280         10  CL-NAME              PIC X(11).

001290 01  WS-CLASS-TOTALS.
001300     05  CX-ENTRY OCCURS 2 TIMES.
001310         10  CX-ASSETS            PIC 9(05) COMP.
001320         10  CX-COST              PIC 9(11).
001330         10  CX-OPEN-ACCUM        PIC 9(11).
001340         10  CX-CHARGE            PIC 9(11).
001350         10  CX-CLOSE-ACCUM       PIC 9(11).
001360         10  CX-NEW-CHARGE        PIC 9(11).

001370 01  WS-GRAND-TOTALS.
001380     05  GT-ASSETS                PIC 9(05) COMP VALUE ZERO.
001390     05  GT-COST                  PIC 9(11) VALUE ZERO.
001400     05  GT-OPEN-ACCUM            PIC 9(11) VALUE ZERO.
001410     05  GT-CHARGE                PIC 9(11) VALUE ZERO.
001420     05  GT-CLOSE-ACCUM           PIC 9(11) VALUE ZERO.

001430 COPY RPTHDR.
001440 COPY GLJRLINK.
001450 COPY DATXLINK.

001460 01  WS-TITLE-LINE.
001470     05  FILLER                  PIC X(40) VALUE
001480         "FIXED-ASSET DEPRECIATION SCHEDULE AS OF ".
001490     05  TL-ASOF-DATE             PIC 9(08).
001500     05  FILLER                  PIC X(32) VALUE SPACES.

001510 01  WS-CLASS-HDG-LINE.
001520     05  FILLER                  PIC X(07) VALUE "CLASS: ".
001530     05  CH-CLASS-NAME            PIC X(11).
001540     05  FILLER                  PIC X(62) VALUE SPACES.

001550 01  WS-HDG-LINE.
001560     05  FILLER                  PIC X(40) VALUE
001570         "ASSET    REF    MT       COST  OPEN ACCU".
001580     05  FILLER                  PIC X(40) VALUE
001590         "M  THIS MONTH CLOSE ACCUM  BOOK VALUE".

001600 01  WS-DETAIL-LINE.
001610     05  DL-ASSET-ID              PIC X(08).
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  DL-REF-ID                PIC X(06).
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  DL-METHOD                PIC X(02).
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  DL-COST                  PIC Z(09)9.
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  DL-OPEN-ACCUM            PIC Z(09)9.
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  DL-CHARGE                PIC Z(09)9.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  DL-CLOSE-ACCUM           PIC Z(09)9.
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  DL-BOOK-VALUE            PIC Z(09)9.
001760     05  FILLER                  PIC X(03) VALUE SPACES.

001770 01  WS-TOTAL-LINE.
001780     05  TT-LABEL                 PIC X(12).
001790     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  TT-ASSETS                PIC ZZZZ9.
001810     05  FILLER                  PIC X(01) VALUE SPACES.
001820     05  TT-COST                  PIC Z(09)9.
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  TT-OPEN-ACCUM            PIC Z(09)9.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  TT-CHARGE                PIC Z(09)9.
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  TT-CLOSE-ACCUM           PIC Z(09)9.
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  TT-BOOK-VALUE            PIC Z(09)9.
001910     05  FILLER                  PIC X(03) VALUE SPACES.

001920 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001930 PROCEDURE DIVISION.
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960     PERFORM 2000-DEPRECIATE-ONE-ASSET THRU 2000-EXIT
001970         UNTIL WS-EOF.
001980     PERFORM 3000-PRINT-SCHEDULE THRU 3000-EXIT.
001990     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002000     STOP RUN.

002010*----------------------------------------------------------------
002020* 1000-INITIALIZE - FIX THE PERIOD AND ITS LAST DAY, THEN OPEN
002030*                   THE REGISTER FOR UPDATE.
002040*----------------------------------------------------------------
002050 1000-INITIALIZE.
002060     ACCEPT WS-RUN-DATE FROM DATE.
002070     ACCEPT WS-RUN-TIME FROM TIME.
002080     INITIALIZE WS-CLASS-TOTALS.
002090     MOVE WS-RUN-DATE TO WS-PERIOD-YYMMDD.
002100     MOVE WS-PERIOD-YYMM TO WS-PERIOD.
002110     OPEN INPUT PERIODCT.
002120     IF WS-PER-STATUS = "00"
002130         READ PERIODCT
002140             AT END
002150                 CONTINUE
002160             NOT AT END
002170                 MOVE PD-OPEN-PERIOD TO WS-PERIOD
002180         END-READ
002190         CLOSE PERIODCT
002200     END-IF.
002210     PERFORM 1100-SET-ASOF-DATE THRU 1100-EXIT.
002220     OPEN OUTPUT FADPRPT.
002230     MOVE "FADEPR" TO RH-PROGRAM-ID.
002240     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002250     MOVE WS-RUN-TIME TO RH-RUN-ID.
002260     MOVE 1 TO RH-PAGE-NUMBER.
002270     WRITE FADPRPT-REC FROM RH-REPORT-HEADER.
002280     MOVE WS-ASOF-CCYYMMDD TO TL-ASOF-DATE.
002290     WRITE FADPRPT-REC FROM WS-TITLE-LINE.
002300     OPEN I-O FAMAST.
002310     IF WS-MAST-STATUS NOT = "00"
002320         DISPLAY "FADEPR - FAMAST OPEN FAILED, STATUS "
002330             WS-MAST-STATUS " - RUN ABORTED"
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370 1000-EXIT.
002380     EXIT.

002390*----------------------------------------------------------------
002400* 1100-SET-ASOF-DATE - THE PERIOD'S FIRST DAY GOES THROUGH THE
002410*                      SHARED CENTURY WINDOW; THE LAST DAY IS
002420*                      ONE DAY BEFORE THE NEXT MONTH BEGINS.
002430*----------------------------------------------------------------
002440 1100-SET-ASOF-DATE.
002450     MOVE WS-PERIOD TO WS-PERIOD-YYMM.
002460     MOVE 01 TO WS-PERIOD-DD.
002470     MOVE "EXPND" TO DX-ACTION.
002480     MOVE WS-PERIOD-YYMMDD TO DX-DATE-YYMMDD.
002490     CALL "DATEXPND" USING DATEXPND-PARMS.
002500     MOVE DX-DATE-CCYYMMDD TO WS-ASOF-CCYYMMDD.
002510     COMPUTE WS-PERIOD-CCYYMM = WS-ASOF-CCYYMMDD / 100.
002520     IF WS-ASOF-MM = 12
002530         ADD 1 TO WS-ASOF-CCYY
002540         MOVE 01 TO WS-ASOF-MM
002550     ELSE
002560         ADD 1 TO WS-ASOF-MM
002570     END-IF.
002580     COMPUTE WS-ASOF-INT =
002590         FUNCTION INTEGER-OF-DATE(WS-ASOF-CCYYMMDD) - 1.
002600     COMPUTE WS-ASOF-CCYYMMDD =
002610         FUNCTION DATE-OF-INTEGER(WS-ASOF-INT).
002620 1100-EXIT.
002630     EXIT.

002640*----------------------------------------------------------------
002650* 2000-DEPRECIATE-ONE-ASSET - A DISPOSED ASSET IS OFF THE
002660*                             SCHEDULE. ONE ALREADY CHARGED FOR
002670*                             THE PERIOD SHOWS THAT CHARGE AGAIN;
002680*                             ONE NOT YET IN SERVICE SHOWS NONE.
002690*----------------------------------------------------------------
002700 2000-DEPRECIATE-ONE-ASSET.
002710     READ FAMAST NEXT RECORD
002720         AT END
002730             SET WS-EOF TO TRUE
002740             GO TO 2000-EXIT
002750     END-READ.
002760     IF FA-DISPOSED
002770         GO TO 2000-EXIT
002780     END-IF.
002790     IF WS-AT-COUNT >= 2000
002800         DISPLAY "FADEPR - FAMAST EXCEEDS THE 2000-ASSET "
002810             "TABLE - RUN ABORTED"
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     IF FA-LAST-PERIOD = WS-PERIOD
002860         MOVE FA-LAST-CHARGE TO WS-CHARGE
002870         COMPUTE WS-OPEN-ACCUM = FA-ACCUM-DEPR - WS-CHARGE
002880         GO TO 2000-TABLE
002890     END-IF.
002900     MOVE FA-ACCUM-DEPR TO WS-OPEN-ACCUM.
002910     MOVE ZERO TO WS-CHARGE.
002920     MOVE "EXPND" TO DX-ACTION.
002930     MOVE FA-ACQ-DATE TO DX-DATE-YYMMDD.
002940     CALL "DATEXPND" USING DATEXPND-PARMS.
002950     COMPUTE WS-ACQ-CCYYMM = DX-DATE-CCYYMMDD / 100.
002960     IF WS-ACQ-CCYYMM > WS-PERIOD-CCYYMM
002970         GO TO 2000-TABLE
002980     END-IF.
002990     PERFORM 2100-MONTH-CHARGE THRU 2100-EXIT.
003000     ADD WS-CHARGE TO FA-ACCUM-DEPR.
003010     IF WS-CHARGE > ZERO
003020         ADD 1 TO FA-MONTHS-DEPR
003030     END-IF.
003040     MOVE WS-PERIOD TO FA-LAST-PERIOD.
003050     MOVE WS-CHARGE TO FA-LAST-CHARGE.
003060     REWRITE FAMAST-REC.
003070     IF FA-VEHICLE
003080         ADD WS-CHARGE TO CX-NEW-CHARGE(1)
003090     ELSE
003100         ADD WS-CHARGE TO CX-NEW-CHARGE(2)
003110     END-IF.
003120 2000-TABLE.
003130     ADD 1 TO WS-AT-COUNT.
003140     SET AT-IDX TO WS-AT-COUNT.
003150     MOVE FA-ASSET-ID TO AT-ASSET-ID(AT-IDX).
003160     MOVE FA-CLASS TO AT-CLASS(AT-IDX).
003170     MOVE FA-REF-ID TO AT-REF-ID(AT-IDX).
003180     MOVE FA-METHOD TO AT-METHOD(AT-IDX).
003190     MOVE FA-COST TO AT-COST(AT-IDX).
003200     MOVE WS-OPEN-ACCUM TO AT-OPEN-ACCUM(AT-IDX).
003210     MOVE WS-CHARGE TO AT-CHARGE(AT-IDX).
003220     MOVE FA-ACCUM-DEPR TO AT-CLOSE-ACCUM(AT-IDX).
003230 2000-EXIT.
003240     EXIT.

003250*----------------------------------------------------------------
003260* 2100-MONTH-CHARGE - ONE MONTH'S DEPRECIATION, NEVER MORE THAN
003270*                     IS LEFT ABOVE SALVAGE. THE LAST MONTH OF
003280*                     LIFE TAKES ALL THAT IS LEFT.
003290*----------------------------------------------------------------
003300 2100-MONTH-CHARGE.
003310     COMPUTE WS-REMAINING = FA-COST - FA-SALVAGE - FA-ACCUM-DEPR.
003320     IF WS-REMAINING NOT > ZERO
003330         MOVE ZERO TO WS-CHARGE
003340         GO TO 2100-EXIT
003350     END-IF.
003360     IF FA-DECLINING
003370         COMPUTE WS-CHARGE ROUNDED =
003380             (FA-COST - FA-ACCUM-DEPR) * 2 / FA-LIFE-MONTHS
003390     ELSE
003400         COMPUTE WS-CHARGE ROUNDED =
003410             (FA-COST - FA-SALVAGE) / FA-LIFE-MONTHS
003420     END-IF.
003430     IF WS-CHARGE > WS-REMAINING
003440             OR FA-MONTHS-DEPR + 1 >= FA-LIFE-MONTHS
003450         MOVE WS-REMAINING TO WS-CHARGE
003460     END-IF.
003470 2100-EXIT.
003480     EXIT.

003490*----------------------------------------------------------------
003500* 3000-PRINT-SCHEDULE - ONE PASS OF THE TABLE PER CLASS, EACH WITH
003510*                       ITS OWN HEADING AND SUBTOTAL, THEN THE
003520*                       GRAND TOTAL.
003530*----------------------------------------------------------------
003540 3000-PRINT-SCHEDULE.
003550     PERFORM 3100-PRINT-ONE-CLASS THRU 3100-EXIT
003560         VARYING WS-C FROM 1 BY 1
003570         UNTIL WS-C > 2.
003580     WRITE FADPRPT-REC FROM WS-BLANK-LINE.
003590     MOVE "ALL CLASSES" TO TT-LABEL.
003600     MOVE GT-ASSETS TO TT-ASSETS.
003610     MOVE GT-COST TO TT-COST.
003620     MOVE GT-OPEN-ACCUM TO TT-OPEN-ACCUM.
003630     MOVE GT-CHARGE TO TT-CHARGE.
003640     MOVE GT-CLOSE-ACCUM TO TT-CLOSE-ACCUM.
003650     COMPUTE TT-BOOK-VALUE = GT-COST - GT-CLOSE-ACCUM.
003660     WRITE FADPRPT-REC FROM WS-TOTAL-LINE.
003670 3000-EXIT.
003680     EXIT.

003690 3100-PRINT-ONE-CLASS.
003700     MOVE CL-CODE(WS-C) TO WS-CLASS-CODE.
003710     WRITE FADPRPT-REC FROM WS-BLANK-LINE.
003720     MOVE CL-NAME(WS-C) TO CH-CLASS-NAME.
003730     WRITE FADPRPT-REC FROM WS-CLASS-HDG-LINE.
003740     WRITE FADPRPT-REC FROM WS-HDG-LINE.
003750     PERFORM 3110-PRINT-ONE-ASSET THRU 3110-EXIT
003760         VARYING WS-A FROM 1 BY 1
003770         UNTIL WS-A > WS-AT-COUNT.
003780     MOVE "SUBTOTAL" TO TT-LABEL.
003790     MOVE CX-ASSETS(WS-C) TO TT-ASSETS.
003800     MOVE CX-COST(WS-C) TO TT-COST.
003810     MOVE CX-OPEN-ACCUM(WS-C) TO TT-OPEN-ACCUM.
003820     MOVE CX-CHARGE(WS-C) TO TT-CHARGE.
003830     MOVE CX-CLOSE-ACCUM(WS-C) TO TT-CLOSE-ACCUM.
003840     COMPUTE TT-BOOK-VALUE = CX-COST(WS-C) - CX-CLOSE-ACCUM(WS-C).
003850     WRITE FADPRPT-REC FROM WS-TOTAL-LINE.
003860 3100-EXIT.
003870     EXIT.

003880 3110-PRINT-ONE-ASSET.
003890     SET AT-IDX TO WS-A.
003900     IF AT-CLASS(AT-IDX) NOT = WS-CLASS-CODE
003910         GO TO 3110-EXIT
003920     END-IF.
003930     MOVE AT-ASSET-ID(AT-IDX) TO DL-ASSET-ID.
003940     MOVE AT-REF-ID(AT-IDX) TO DL-REF-ID.
003950     MOVE AT-METHOD(AT-IDX) TO DL-METHOD.
003960     MOVE AT-COST(AT-IDX) TO DL-COST.
003970     MOVE AT-OPEN-ACCUM(AT-IDX) TO DL-OPEN-ACCUM.
003980     MOVE AT-CHARGE(AT-IDX) TO DL-CHARGE.
003990     MOVE AT-CLOSE-ACCUM(AT-IDX) TO DL-CLOSE-ACCUM.
004000     COMPUTE DL-BOOK-VALUE =
004010         AT-COST(AT-IDX) - AT-CLOSE-ACCUM(AT-IDX).
004020     WRITE FADPRPT-REC FROM WS-DETAIL-LINE.
004030     ADD 1 TO CX-ASSETS(WS-C).
004040     ADD AT-COST(AT-IDX) TO CX-COST(WS-C).
004050     ADD AT-OPEN-ACCUM(AT-IDX) TO CX-OPEN-ACCUM(WS-C).
004060     ADD AT-CHARGE(AT-IDX) TO CX-CHARGE(WS-C).
004070     ADD AT-CLOSE-ACCUM(AT-IDX) TO CX-CLOSE-ACCUM(WS-C).
004080     ADD 1 TO GT-ASSETS.
004090     ADD AT-COST(AT-IDX) TO GT-COST.
004100     ADD AT-OPEN-ACCUM(AT-IDX) TO GT-OPEN-ACCUM.
004110     ADD AT-CHARGE(AT-IDX) TO GT-CHARGE.
004120     ADD AT-CLOSE-ACCUM(AT-IDX) TO GT-CLOSE-ACCUM.
004130 3110-EXIT.
004140     EXIT.

004150*----------------------------------------------------------------
004160* 5000-FINALIZE - JOURNAL THIS RUN'S NEW CHARGES BY CLASS.
004170*----------------------------------------------------------------
004180 5000-FINALIZE.
004190     CLOSE FAMAST
004200           FADPRPT.
004210     MOVE "WRITE" TO GJ-ACTION.
004220     MOVE "FADEPR" TO GJ-SOURCE-PROGRAM.
004230     MOVE WS-ASOF-YYMMDD TO GJ-POST-DATE.
004240     PERFORM 5100-JOURNAL-ONE-CLASS THRU 5100-EXIT
004250         VARYING WS-C FROM 1 BY 1
004260         UNTIL WS-C > 2.
004270     MOVE "CLOSE" TO GJ-ACTION.
004280     MOVE "FADEPR" TO GJ-SOURCE-PROGRAM.
004290     CALL "GLJRNL" USING GLJRNL-PARMS.
004300 5000-EXIT.
004310     EXIT.

004320 5100-JOURNAL-ONE-CLASS.
004330     IF CX-NEW-CHARGE(WS-C) = ZERO
004340         GO TO 5100-EXIT
004350     END-IF.
004360     MOVE SPACES TO GJ-DESC.
004370     STRING "DEPRECIATION " CL-NAME(WS-C) DELIMITED BY SIZE
004380         INTO GJ-DESC.
004390     MOVE CX-NEW-CHARGE(WS-C) TO GJ-AMOUNT.
004400     MOVE "5600DEPREX" TO GJ-ACCOUNT.
004410     MOVE "D" TO GJ-DC.
004420     CALL "GLJRNL" USING GLJRNL-PARMS.
004430     MOVE "1590ACCDEP" TO GJ-ACCOUNT.
004440     MOVE "C" TO GJ-DC.
004450     CALL "GLJRNL" USING GLJRNL-PARMS.
004460 5100-EXIT.
004470     EXIT.
