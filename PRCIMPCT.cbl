000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRCIMPCT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. PRICING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. PRICE-CHANGE IMPACT REPORT,
000110*                  RUN BEFORE A NEW PRICE LIST TAKES EFFECT. FINDS
000120*                  THE NEXT PRICEMST LIST DATE AFTER THE BUSINESS
000130*                  DATE THROUGH PRICELKP AND REPRICES THE LAST
000140*                  CLOSED PERIOD'S BILLED VOLUME FROM PRCHIST
000150*                  TWICE - AT THE PRICES IN FORCE THE DAY BEFORE
000160*                  THE NEW LIST AND AT THE NEW LIST, CONTRACT
000170*                  PRICES AND QUANTITY BREAKS INCLUDED. PRCIRPT
000180*                  SHOWS THE REVENUE EFFECT BY ITEM, BY CUSTOMER
000190*                  AND IN TOTAL FOR EACH CURRENCY. NOTHING IS
000200*                  UPDATED AND THE REPORT SAYS SO.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM.
000250 OBJECT-COMPUTER. IBM.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PRCHIST ASSIGN TO "PRCHIST"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-HIST-STATUS.
000310     SELECT PRCIRPT ASSIGN TO "PRCIRPT"
000320         ORGANIZATION IS LINE SEQUENTIAL.

000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  PRCHIST
000360     RECORDING MODE IS F.
000370 01  PRCHIST-REC                  PIC X(80).

000380 FD  PRCIRPT
000390     RECORDING MODE IS F.
000400 01  PRCIRPT-REC                  PIC X(132).

000410 WORKING-STORAGE SECTION.
000420 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000430     88  WS-EOF                             VALUE "Y".
000440 77  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
000450 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000460 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000470 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000480 77  WS-NEW-LIST-DATE             PIC 9(08) VALUE ZERO.
000490 77  WS-CUR-PRICE-DATE            PIC 9(08) VALUE ZERO.
000500 77  WS-DATE-INT                  PIC 9(07) VALUE ZERO.
000510 77  WS-PERIOD-CCYYMM             PIC 9(06) VALUE ZERO.
000520 77  WS-LINE-PERIOD               PIC 9(06) VALUE ZERO.
000530 77  WS-QUANTITY                  PIC S9(09) VALUE ZERO.
000540 77  WS-CUR-AMOUNT                PIC S9(11)V99 VALUE ZERO.
000550 77  WS-NEW-AMOUNT                PIC S9(11)V99 VALUE ZERO.
000560 77  WS-CHANGE                    PIC S9(11)V99 VALUE ZERO.
000570 77  WS-PCT                       PIC S9(05)V9 VALUE ZERO.
000580 77  WS-READ-COUNT                PIC 9(07) VALUE ZERO COMP.
000590 77  WS-PERIOD-COUNT              PIC 9(07) VALUE ZERO COMP.
000600 77  WS-CHANGED-COUNT             PIC 9(07) VALUE ZERO COMP.
000610 77  WS-K                         PIC 9(05) COMP.
000620 77  WS-FOUND-IDX                 PIC 9(05) VALUE ZERO COMP.

000630*    THE PERIOD THE VOLUME IS TAKEN FROM - THE ONE BEFORE THE
000640*    OPEN PERIOD - AS YYMM, AND THE FIRST OF IT AS YYMMDD FOR
000650*    THE CENTURY WINDOW.
000660 01  WS-LAST-PERIOD.
000670     05  LP-YY                    PIC 9(02).
000680     05  LP-MM                    PIC 9(02).
000690 01  WS-LAST-PERIOD-DATE.
000700     05  LD-YYMM                  PIC 9(04).
000710     05  LD-DD                    PIC 9(02) VALUE 01.
000720 01  WS-LAST-PERIOD-NUM REDEFINES WS-LAST-PERIOD-DATE
000730                                  PIC 9(06).

000740 01  WS-ITEM-TABLE.
000750     05  WS-ITEM-COUNT            PIC 9(05) VALUE ZERO COMP.
000760     05  IT-ENTRY OCCURS 2000 TIMES
000770                  INDEXED BY IT-IDX.
000780         10  IT-ITEM-CODE         PIC X(10).
000790         10  IT-CURRENCY          PIC X(03).
000800         10  IT-QUANTITY          PIC S9(09).
000810         10  IT-CUR-AMOUNT        PIC S9(11)V99.
000820         10  IT-NEW-AMOUNT        PIC S9(11)V99.

000830 01  WS-CUST-TABLE.
000840     05  WS-CUST-COUNT            PIC 9(05) VALUE ZERO COMP.
000850     05  CT-ENTRY OCCURS 2000 TIMES
000860                  INDEXED BY CT-IDX.
000870         10  CT-CUST-ID           PIC X(10).
000880         10  CT-CURRENCY          PIC X(03).
000890         10  CT-QUANTITY          PIC S9(09).
000900         10  CT-CUR-AMOUNT        PIC S9(11)V99.
000910         10  CT-NEW-AMOUNT        PIC S9(11)V99.

000920 01  WS-CURR-TABLE.
000930     05  WS-CURR-COUNT            PIC 9(03) VALUE ZERO COMP.
000940     05  CY-ENTRY OCCURS 50 TIMES
000950                  INDEXED BY CY-IDX.
000960         10  CY-CURRENCY          PIC X(03).
000970         10  CY-QUANTITY          PIC S9(09).
000980         10  CY-CUR-AMOUNT        PIC S9(11)V99.
000990         10  CY-NEW-AMOUNT        PIC S9(11)V99.

001000 COPY BDATLINK.
001010 COPY PERCLINK.
001020 COPY DATXLINK.
001030 COPY PRCLINK.
001040 COPY PRCHIST.
001050 COPY RPTHDR.

001060 01  WS-TITLE-LINE.
001070     05  FILLER                  PIC X(42) VALUE
001080         "PRICE-CHANGE IMPACT - NOTHING IS UPDATED".
001090     05  FILLER                  PIC X(90) VALUE SPACES.

001100 01  WS-PARM-LINE.
001110     05  FILLER                  PIC X(26) VALUE
001120         "NEW PRICE LIST EFFECTIVE: ".
001130     05  PA-NEW-DATE              PIC 9(08).
001140     05  FILLER                  PIC X(29) VALUE
001150         "   VOLUME REPRICED IS PERIOD ".
001160     05  PA-PERIOD                PIC 9(06).
001170     05  FILLER                  PIC X(23) VALUE
001180         ", CURRENT PRICES AS AT ".
001190     05  PA-CUR-DATE              PIC 9(08).
001200     05  FILLER                  PIC X(32) VALUE SPACES.

001210 01  WS-NO-LIST-LINE.
001220     05  FILLER                  PIC X(50) VALUE
001230         "NO NEW PRICE LIST IS WAITING - NOTHING TO REPORT".
001240     05  FILLER                  PIC X(82) VALUE SPACES.

001250 01  WS-SECTION-LINE.
001260     05  SC-TITLE                 PIC X(40).
001270     05  FILLER                  PIC X(92) VALUE SPACES.

001280 01  WS-COLUMN-HEAD.
001290     05  CH-KEY-LABEL             PIC X(10).
001300     05  FILLER                  PIC X(05) VALUE "  CUR".
001310     05  FILLER                  PIC X(12) VALUE "    QUANTITY".
001320     05  FILLER                  PIC X(17) VALUE
001330         "  CURRENT REVENUE".
001340     05  FILLER                  PIC X(17) VALUE
001350         "      NEW REVENUE".
001360     05  FILLER                  PIC X(17) VALUE
001370         "           CHANGE".
001380     05  FILLER                  PIC X(09) VALUE "  PERCENT".
001390     05  FILLER                  PIC X(45) VALUE SPACES.

001400 01  WS-DETAIL-LINE.
001410     05  DT-KEY                   PIC X(10).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  DT-CURRENCY              PIC X(03).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DT-QUANTITY              PIC -(9)9.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  DT-CUR-AMOUNT            PIC -(11)9.99.
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  DT-NEW-AMOUNT            PIC -(11)9.99.
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  DT-CHANGE                PIC -(11)9.99.
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  DT-PCT                   PIC -(4)9.9.
001540     05  FILLER                  PIC X(45) VALUE SPACES.

001550 01  WS-SUMMARY-LINE.
001560     05  FILLER                  PIC X(20) VALUE
001570         "HISTORY LINES READ: ".
001580     05  SL-READ-COUNT            PIC ZZZZZZ9.
001590     05  FILLER                  PIC X(19) VALUE
001600         "  LINES IN PERIOD: ".
001610     05  SL-PERIOD-COUNT          PIC ZZZZZZ9.
001620     05  FILLER                  PIC X(24) VALUE
001630         "  LINES CHANGING PRICE: ".
001640     05  SL-CHANGED-COUNT         PIC ZZZZZZ9.
001650     05  FILLER                  PIC X(48) VALUE SPACES.

001660 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     IF WS-NEW-LIST-DATE NOT = ZERO
001710         PERFORM 2000-REPRICE-ONE-LINE THRU 2000-EXIT
001720             UNTIL WS-EOF
001730         PERFORM 3000-REPORT-RESULTS THRU 3000-EXIT
001740     END-IF.
001750     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001760     STOP RUN.

001770*----------------------------------------------------------------
001780* 1000-INITIALIZE - THE NEW LIST DATE, THE DAY BEFORE IT FOR THE
001790*                   CURRENT PRICES, AND THE VOLUME PERIOD. WITH
001800*                   NO LATER LIST ON PRICEMST THERE IS NOTHING TO
001810*                   COMPARE; THE REPORT SAYS SO AND THE STEP ENDS
001820*                   WITH RETURN CODE 4.
001830*----------------------------------------------------------------
001840 1000-INITIALIZE.
001850     MOVE "GET" TO BU-ACTION.
001860     CALL "BUSDATE" USING BUSDATE-PARMS.
001870     MOVE BU-BUS-DATE TO WS-RUN-CCYYMMDD.
001880     MOVE BU-BUS-DATE TO WS-RUN-DATE.
001890     ACCEPT WS-RUN-TIME FROM TIME.
001900     OPEN OUTPUT PRCIRPT.
001910     MOVE "PRCIMPCT" TO RH-PROGRAM-ID.
001920     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001930     MOVE WS-RUN-TIME TO RH-RUN-ID.
001940     MOVE 1 TO RH-PAGE-NUMBER.
001950     WRITE PRCIRPT-REC FROM RH-REPORT-HEADER.
001960     WRITE PRCIRPT-REC FROM WS-TITLE-LINE.
001970     WRITE PRCIRPT-REC FROM WS-BLANK-LINE.
001980     MOVE "NEXT " TO PL-ACTION.
001990     MOVE WS-RUN-CCYYMMDD TO PL-PRICE-DATE.
002000     CALL "PRICELKP" USING PRICELKP-PARMS.
002010     MOVE PL-EFF-DATE TO WS-NEW-LIST-DATE.
002020     IF WS-NEW-LIST-DATE = ZERO
002030         WRITE PRCIRPT-REC FROM WS-NO-LIST-LINE
002040         MOVE 4 TO RETURN-CODE
002050         GO TO 1000-EXIT
002060     END-IF.
002070     COMPUTE WS-DATE-INT =
002080         FUNCTION INTEGER-OF-DATE(WS-NEW-LIST-DATE) - 1.
002090     COMPUTE WS-CUR-PRICE-DATE =
002100         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
002110     PERFORM 1100-FIND-LAST-PERIOD THRU 1100-EXIT.
002120     MOVE WS-NEW-LIST-DATE TO PA-NEW-DATE.
002130     MOVE WS-PERIOD-CCYYMM TO PA-PERIOD.
002140     MOVE WS-CUR-PRICE-DATE TO PA-CUR-DATE.
002150     WRITE PRCIRPT-REC FROM WS-PARM-LINE.
002160     WRITE PRCIRPT-REC FROM WS-BLANK-LINE.
002170     OPEN INPUT PRCHIST.
002180     IF WS-HIST-STATUS NOT = "00"
002190         DISPLAY "PRCIMPCT - PRCHIST NOT FOUND - RUN ABORTED"
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230 1000-EXIT.
002240     EXIT.

002250*----------------------------------------------------------------
002260* 1100-FIND-LAST-PERIOD - THE PERIOD BEFORE THE ONE PERCHECK SAYS
002270*                         IS OPEN: THE LAST FULL PERIOD BILLED.
002280*                         WITH NO PERIODCT YET THE BUSINESS DATE'S
002290*                         OWN MONTH COUNTS AS OPEN.
002300*----------------------------------------------------------------
002310 1100-FIND-LAST-PERIOD.
002320     MOVE "CHECK" TO PE-ACTION.
002330     MOVE WS-RUN-DATE TO PE-DATE.
002340     CALL "PERCHECK" USING PERCHECK-PARMS.
002350     IF PE-RETURN-CODE = 02
002360         COMPUTE PE-OPEN-PERIOD = WS-RUN-DATE / 100
002370     END-IF.
002380     MOVE PE-OPEN-PERIOD TO WS-LAST-PERIOD.
002390     IF LP-MM > 1
002400         SUBTRACT 1 FROM LP-MM
002410     ELSE
002420         MOVE 12 TO LP-MM
002430         IF LP-YY > ZERO
002440             SUBTRACT 1 FROM LP-YY
002450         ELSE
002460             MOVE 99 TO LP-YY
002470         END-IF
002480     END-IF.
002490     MOVE WS-LAST-PERIOD TO LD-YYMM.
002500     MOVE "EXPND" TO DX-ACTION.
002510     MOVE WS-LAST-PERIOD-NUM TO DX-DATE-YYMMDD.
002520     CALL "DATEXPND" USING DATEXPND-PARMS.
002530     COMPUTE WS-PERIOD-CCYYMM = DX-DATE-CCYYMMDD / 100.
002540 1100-EXIT.
002550     EXIT.

002560*----------------------------------------------------------------
002570* 2000-REPRICE-ONE-LINE - A LINE BILLED IN THE VOLUME PERIOD IS
002580*                         PRICED AT ITS QUANTITY AS AT THE DAY
002590*                         BEFORE THE NEW LIST AND AS AT THE NEW
002600*                         LIST. AN ITEM THE MASTER NEVER PRICED
002610*                         KEEPS ITS BILLED AMOUNT BOTH TIMES. A
002620*                         CREDIT NOTE LINE COUNTS AGAINST REVENUE.
002630*----------------------------------------------------------------
002640 2000-REPRICE-ONE-LINE.
002650     PERFORM 8000-READ-PRCHIST THRU 8000-EXIT.
002660     IF WS-EOF
002670         GO TO 2000-EXIT
002680     END-IF.
002690     ADD 1 TO WS-READ-COUNT.
002700     MOVE PRCHIST-REC TO PH-PRICED-LINE.
002710     COMPUTE WS-LINE-PERIOD = PH-INVOICE-DATE / 100.
002720     IF WS-LINE-PERIOD NOT = WS-PERIOD-CCYYMM
002730         GO TO 2000-EXIT
002740     END-IF.
002750     ADD 1 TO WS-PERIOD-COUNT.
002760     MOVE "PRICE" TO PL-ACTION.
002770     MOVE PH-ITEM-CODE TO PL-ITEM-CODE.
002780     MOVE PH-CUST-ID TO PL-CUST-ID.
002790     MOVE PH-CURRENCY TO PL-CURRENCY.
002800     MOVE PH-QUANTITY TO PL-QUANTITY.
002810     MOVE WS-CUR-PRICE-DATE TO PL-PRICE-DATE.
002820     CALL "PRICELKP" USING PRICELKP-PARMS.
002830     IF PL-PRICE-FOUND
002840         COMPUTE WS-CUR-AMOUNT ROUNDED =
002850             PH-QUANTITY * PL-UNIT-PRICE
002860     ELSE
002870         MOVE PH-LINE-AMOUNT TO WS-CUR-AMOUNT
002880     END-IF.
002890     MOVE "PRICE" TO PL-ACTION.
002900     MOVE WS-NEW-LIST-DATE TO PL-PRICE-DATE.
002910     CALL "PRICELKP" USING PRICELKP-PARMS.
002920     IF PL-PRICE-FOUND
002930         COMPUTE WS-NEW-AMOUNT ROUNDED =
002940             PH-QUANTITY * PL-UNIT-PRICE
002950     ELSE
002960         MOVE WS-CUR-AMOUNT TO WS-NEW-AMOUNT
002970     END-IF.
002980     MOVE PH-QUANTITY TO WS-QUANTITY.
002990     IF PH-CREDIT-NOTE
003000         COMPUTE WS-QUANTITY = ZERO - WS-QUANTITY
003010         COMPUTE WS-CUR-AMOUNT = ZERO - WS-CUR-AMOUNT
003020         COMPUTE WS-NEW-AMOUNT = ZERO - WS-NEW-AMOUNT
003030     END-IF.
003040     IF WS-NEW-AMOUNT NOT = WS-CUR-AMOUNT
003050         ADD 1 TO WS-CHANGED-COUNT
003060     END-IF.
003070     PERFORM 2100-POST-ITEM THRU 2100-EXIT.
003080     PERFORM 2200-POST-CUSTOMER THRU 2200-EXIT.
003090     PERFORM 2300-POST-CURRENCY THRU 2300-EXIT.
003100 2000-EXIT.
003110     EXIT.

003120 2100-POST-ITEM.
003130     MOVE ZERO TO WS-FOUND-IDX.
003140     PERFORM 2110-MATCH-ITEM THRU 2110-EXIT
003150         VARYING WS-K FROM 1 BY 1
003160         UNTIL WS-K > WS-ITEM-COUNT OR WS-FOUND-IDX > ZERO.
003170     IF WS-FOUND-IDX = ZERO
003180         IF WS-ITEM-COUNT >= 2000
003190             DISPLAY "PRCIMPCT - MORE THAN 2000 ITEMS IN THE "
003200                 "PERIOD - RUN ABORTED"
003210             MOVE 16 TO RETURN-CODE
003220             STOP RUN
003230         END-IF
003240         ADD 1 TO WS-ITEM-COUNT
003250         MOVE WS-ITEM-COUNT TO WS-FOUND-IDX
003260         SET IT-IDX TO WS-FOUND-IDX
003270         MOVE PH-ITEM-CODE TO IT-ITEM-CODE(IT-IDX)
003280         MOVE PH-CURRENCY TO IT-CURRENCY(IT-IDX)
003290         MOVE ZERO TO IT-QUANTITY(IT-IDX)
003300         MOVE ZERO TO IT-CUR-AMOUNT(IT-IDX)
003310         MOVE ZERO TO IT-NEW-AMOUNT(IT-IDX)
003320     END-IF.
003330     SET IT-IDX TO WS-FOUND-IDX.
003340     ADD WS-QUANTITY TO IT-QUANTITY(IT-IDX).
003350     ADD WS-CUR-AMOUNT TO IT-CUR-AMOUNT(IT-IDX).
003360     ADD WS-NEW-AMOUNT TO IT-NEW-AMOUNT(IT-IDX).
003370 2100-EXIT.
003380     EXIT.

003390 2110-MATCH-ITEM.
003400     IF IT-ITEM-CODE(WS-K) = PH-ITEM-CODE
003410             AND IT-CURRENCY(WS-K) = PH-CURRENCY
003420         MOVE WS-K TO WS-FOUND-IDX
003430     END-IF.
003440 2110-EXIT.
003450     EXIT.

003460 2200-POST-CUSTOMER.
003470     MOVE ZERO TO WS-FOUND-IDX.
003480     PERFORM 2210-MATCH-CUSTOMER THRU 2210-EXIT
003490         VARYING WS-K FROM 1 BY 1
003500         UNTIL WS-K > WS-CUST-COUNT OR WS-FOUND-IDX > ZERO.
003510     IF WS-FOUND-IDX = ZERO
003520         IF WS-CUST-COUNT >= 2000
003530             DISPLAY "PRCIMPCT - MORE THAN 2000 CUSTOMERS IN THE "
003540                 "PERIOD - RUN ABORTED"
003550             MOVE 16 TO RETURN-CODE
003560             STOP RUN
003570         END-IF
003580         ADD 1 TO WS-CUST-COUNT
003590         MOVE WS-CUST-COUNT TO WS-FOUND-IDX
003600         SET CT-IDX TO WS-FOUND-IDX
003610         MOVE PH-CUST-ID TO CT-CUST-ID(CT-IDX)
003620         MOVE PH-CURRENCY TO CT-CURRENCY(CT-IDX)
003630         MOVE ZERO TO CT-QUANTITY(CT-IDX)
003640         MOVE ZERO TO CT-CUR-AMOUNT(CT-IDX)
003650         MOVE ZERO TO CT-NEW-AMOUNT(CT-IDX)
003660     END-IF.
003670     SET CT-IDX TO WS-FOUND-IDX.
003680     ADD WS-QUANTITY TO CT-QUANTITY(CT-IDX).
003690     ADD WS-CUR-AMOUNT TO CT-CUR-AMOUNT(CT-IDX).
003700     ADD WS-NEW-AMOUNT TO CT-NEW-AMOUNT(CT-IDX).
003710 2200-EXIT.
003720     EXIT.

003730 2210-MATCH-CUSTOMER.
003740     IF CT-CUST-ID(WS-K) = PH-CUST-ID
003750             AND CT-CURRENCY(WS-K) = PH-CURRENCY
003760         MOVE WS-K TO WS-FOUND-IDX
003770     END-IF.
003780 2210-EXIT.
003790     EXIT.

003800 2300-POST-CURRENCY.
003810     MOVE ZERO TO WS-FOUND-IDX.
003820     PERFORM 2310-MATCH-CURRENCY THRU 2310-EXIT
003830         VARYING WS-K FROM 1 BY 1
003840         UNTIL WS-K > WS-CURR-COUNT OR WS-FOUND-IDX > ZERO.
003850     IF WS-FOUND-IDX = ZERO
003860         IF WS-CURR-COUNT >= 50
003870             DISPLAY "PRCIMPCT - MORE THAN 50 CURRENCIES IN THE "
003880                 "PERIOD - RUN ABORTED"
003890             MOVE 16 TO RETURN-CODE
003900             STOP RUN
003910         END-IF
003920         ADD 1 TO WS-CURR-COUNT
003930         MOVE WS-CURR-COUNT TO WS-FOUND-IDX
003940         SET CY-IDX TO WS-FOUND-IDX
003950         MOVE PH-CURRENCY TO CY-CURRENCY(CY-IDX)
003960         MOVE ZERO TO CY-QUANTITY(CY-IDX)
003970         MOVE ZERO TO CY-CUR-AMOUNT(CY-IDX)
003980         MOVE ZERO TO CY-NEW-AMOUNT(CY-IDX)
003990     END-IF.
004000     SET CY-IDX TO WS-FOUND-IDX.
004010     ADD WS-QUANTITY TO CY-QUANTITY(CY-IDX).
004020     ADD WS-CUR-AMOUNT TO CY-CUR-AMOUNT(CY-IDX).
004030     ADD WS-NEW-AMOUNT TO CY-NEW-AMOUNT(CY-IDX).
004040 2300-EXIT.
004050     EXIT.

004060 2310-MATCH-CURRENCY.
004070     IF CY-CURRENCY(WS-K) = PH-CURRENCY
004080         MOVE WS-K TO WS-FOUND-IDX
004090     END-IF.
004100 2310-EXIT.
004110     EXIT.

004120*----------------------------------------------------------------
004130* 3000-REPORT-RESULTS - THE EFFECT BY ITEM, THEN BY CUSTOMER, THEN
004140*                       IN TOTAL FOR EACH CURRENCY, EACH IN THE
004150*                       ORDER FIRST BILLED IN THE PERIOD. A BLANK
004160*                       CURRENCY IS THE BASE CURRENCY. AMOUNTS ARE
004170*                       NEVER ADDED ACROSS CURRENCIES.
004180*----------------------------------------------------------------
004190 3000-REPORT-RESULTS.
004200     MOVE "REVENUE EFFECT BY ITEM" TO SC-TITLE.
004210     WRITE PRCIRPT-REC FROM WS-SECTION-LINE.
004220     MOVE "ITEM" TO CH-KEY-LABEL.
004230     WRITE PRCIRPT-REC FROM WS-COLUMN-HEAD.
004240     PERFORM 3100-REPORT-ONE-ITEM THRU 3100-EXIT
004250         VARYING WS-K FROM 1 BY 1
004260         UNTIL WS-K > WS-ITEM-COUNT.
004270     WRITE PRCIRPT-REC FROM WS-BLANK-LINE.
004280     MOVE "REVENUE EFFECT BY CUSTOMER" TO SC-TITLE.
004290     WRITE PRCIRPT-REC FROM WS-SECTION-LINE.
004300     MOVE "CUSTOMER" TO CH-KEY-LABEL.
004310     WRITE PRCIRPT-REC FROM WS-COLUMN-HEAD.
004320     PERFORM 3200-REPORT-ONE-CUSTOMER THRU 3200-EXIT
004330         VARYING WS-K FROM 1 BY 1
004340         UNTIL WS-K > WS-CUST-COUNT.
004350     WRITE PRCIRPT-REC FROM WS-BLANK-LINE.
004360     MOVE "TOTAL REVENUE EFFECT BY CURRENCY" TO SC-TITLE.
004370     WRITE PRCIRPT-REC FROM WS-SECTION-LINE.
004380     MOVE SPACES TO CH-KEY-LABEL.
004390     WRITE PRCIRPT-REC FROM WS-COLUMN-HEAD.
004400     PERFORM 3300-REPORT-ONE-CURRENCY THRU 3300-EXIT
004410         VARYING WS-K FROM 1 BY 1
004420         UNTIL WS-K > WS-CURR-COUNT.
004430 3000-EXIT.
004440     EXIT.

004450 3100-REPORT-ONE-ITEM.
004460     SET IT-IDX TO WS-K.
004470     MOVE IT-ITEM-CODE(IT-IDX) TO DT-KEY.
004480     MOVE IT-CURRENCY(IT-IDX) TO DT-CURRENCY.
004490     MOVE IT-QUANTITY(IT-IDX) TO WS-QUANTITY.
004500     MOVE IT-CUR-AMOUNT(IT-IDX) TO WS-CUR-AMOUNT.
004510     MOVE IT-NEW-AMOUNT(IT-IDX) TO WS-NEW-AMOUNT.
004520     PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT.
004530 3100-EXIT.
004540     EXIT.

004550 3200-REPORT-ONE-CUSTOMER.
004560     SET CT-IDX TO WS-K.
004570     MOVE CT-CUST-ID(CT-IDX) TO DT-KEY.
004580     MOVE CT-CURRENCY(CT-IDX) TO DT-CURRENCY.
004590     MOVE CT-QUANTITY(CT-IDX) TO WS-QUANTITY.
004600     MOVE CT-CUR-AMOUNT(CT-IDX) TO WS-CUR-AMOUNT.
004610     MOVE CT-NEW-AMOUNT(CT-IDX) TO WS-NEW-AMOUNT.
004620     PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT.
004630 3200-EXIT.
004640     EXIT.

004650 3300-REPORT-ONE-CURRENCY.
004660     SET CY-IDX TO WS-K.
004670     MOVE "TOTAL" TO DT-KEY.
004680     MOVE CY-CURRENCY(CY-IDX) TO DT-CURRENCY.
004690     MOVE CY-QUANTITY(CY-IDX) TO WS-QUANTITY.
004700     MOVE CY-CUR-AMOUNT(CY-IDX) TO WS-CUR-AMOUNT.
004710     MOVE CY-NEW-AMOUNT(CY-IDX) TO WS-NEW-AMOUNT.
004720     PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT.
004730 3300-EXIT.
004740     EXIT.

004750*----------------------------------------------------------------
004760* 3900-WRITE-DETAIL - CHANGE AND PERCENT CHANGE FROM THE CURRENT
004770*                     REVENUE. NO CURRENT REVENUE SHOWS ZERO
004780*                     PERCENT RATHER THAN DIVIDING BY IT.
004790*----------------------------------------------------------------
004800 3900-WRITE-DETAIL.
004810     COMPUTE WS-CHANGE = WS-NEW-AMOUNT - WS-CUR-AMOUNT.
004820     MOVE ZERO TO WS-PCT.
004830     IF WS-CUR-AMOUNT NOT = ZERO
004840         COMPUTE WS-PCT ROUNDED =
004850             WS-CHANGE * 100 / WS-CUR-AMOUNT
004860             ON SIZE ERROR
004870                 MOVE 9999.9 TO WS-PCT
004880         END-COMPUTE
004890     END-IF.
004900     MOVE WS-QUANTITY TO DT-QUANTITY.
004910     MOVE WS-CUR-AMOUNT TO DT-CUR-AMOUNT.
004920     MOVE WS-NEW-AMOUNT TO DT-NEW-AMOUNT.
004930     MOVE WS-CHANGE TO DT-CHANGE.
004940     MOVE WS-PCT TO DT-PCT.
004950     WRITE PRCIRPT-REC FROM WS-DETAIL-LINE.
004960 3900-EXIT.
004970     EXIT.

004980 5000-FINALIZE.
004990     IF WS-NEW-LIST-DATE NOT = ZERO
005000         CLOSE PRCHIST
005010         WRITE PRCIRPT-REC FROM WS-BLANK-LINE
005020         MOVE WS-READ-COUNT TO SL-READ-COUNT
005030         MOVE WS-PERIOD-COUNT TO SL-PERIOD-COUNT
005040         MOVE WS-CHANGED-COUNT TO SL-CHANGED-COUNT
005050         WRITE PRCIRPT-REC FROM WS-SUMMARY-LINE
005060     END-IF.
005070     WRITE PRCIRPT-REC FROM WS-TITLE-LINE.
005080     CLOSE PRCIRPT.
005090 5000-EXIT.
005100     EXIT.

005110 8000-READ-PRCHIST.
005120     READ PRCHIST
005130         AT END
005140             SET WS-EOF TO TRUE
005150     END-READ.
005160 8000-EXIT.
005170     EXIT.
