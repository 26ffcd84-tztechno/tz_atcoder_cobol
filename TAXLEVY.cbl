000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAXLEVY.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. LAND SURVEY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. ANNUAL PROPERTY-TAX LEVY.
000110*                  EACH OWNER'S ASSESSMENT - THE PARCREG ACREAGE
000120*                  PER CLASS TIMES THE ASSESSRT PER-ACRE RATE, AS
000130*                  THE ABC116 ASSESSMENT RUN WORKS IT - IS TAXED
000140*                  AT THE LEVYRT MILL RATE FOR THE CLASS AND
000150*                  BILLED ON TAXBILL, DUE IN TWO INSTALLMENTS ON
000160*                  THE BIZPARM DUE DATES. A PARCEL THAT CHANGED
000170*                  HANDS IN THE TAX YEAR IS SPLIT BETWEEN SELLER
000180*                  AND BUYER BY THE PARCHIST EFFECTIVE DATE. THE
000190*                  JOB MAY BE RERUN AFTER LATER DEEDS: THE YEAR'S
000200*                  BILLS ARE RECOMPUTED, RECEIPTS AND PENALTIES
000210*                  ALREADY POSTED ARE KEPT, AND TAXLVRPT SHOWS
000220*                  EACH BILL'S TAX BEFORE AND AFTER.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM.
000270 OBJECT-COMPUTER. IBM.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT BIZPARM ASSIGN TO "BIZPARM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PARM-STATUS.
000330     SELECT PARCREG ASSIGN TO "PARCREG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-REG-STATUS.
000360     SELECT ASSESSRT ASSIGN TO "ASSESSRT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RATE-STATUS.
000390     SELECT LEVYRT ASSIGN TO "LEVYRT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-LEVY-STATUS.
000420     SELECT PARCHIST ASSIGN TO "PARCHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-HIST-STATUS.
000450     SELECT TAXBILL ASSIGN TO "TAXBILL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BILL-STATUS.
000480     SELECT TAXLVRPT ASSIGN TO "TAXLVRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  BIZPARM
000530     RECORDING MODE IS F.
000540 01  BIZPARM-REC                  PIC X(80).

000550 FD  PARCREG
000560     RECORDING MODE IS F.
000570 01  PARCREG-REC.
000580     05  PG-OWNER                 PIC X(06).
000590     05  FILLER                   PIC X(01).
000600     05  PG-CLASS                 PIC X(01).
000610     05  FILLER                   PIC X(01).
000620     05  PG-PARCELS               PIC 9(05).
000630     05  FILLER                   PIC X(01).
000640     05  PG-ACREAGE               PIC 9(10).

000650 FD  ASSESSRT
000660     RECORDING MODE IS F.
000670 01  ASSESSRT-REC.
000680     05  AR-CLASS                 PIC X(01).
000690     05  FILLER                   PIC X(01).
000700     05  AR-RATE                  PIC 9(05)V99.

000710*    MILLS OF TAX PER DOLLAR OF ASSESSED VALUE, BY LAND CLASS.
000720 FD  LEVYRT
000730     RECORDING MODE IS F.
000740 01  LEVYRT-REC.
000750     05  LV-CLASS                 PIC X(01).
000760     05  FILLER                   PIC X(01).
000770     05  LV-MILLS                 PIC 9(03)V9(04).

000780 FD  PARCHIST
000790     RECORDING MODE IS F.
000800 01  PARCHIST-REC.
000810     05  PH-PARCEL-ID             PIC X(08).
000820     05  FILLER                   PIC X(01).
000830     05  PH-FROM-OWNER            PIC X(06).
000840     05  FILLER                   PIC X(01).
000850     05  PH-TO-OWNER              PIC X(06).
000860     05  FILLER                   PIC X(01).
000870     05  PH-CLASS                 PIC X(01).
000880     05  FILLER                   PIC X(01).
000890     05  PH-ACREAGE               PIC 9(06).
000900     05  FILLER                   PIC X(01).
000910     05  PH-EFF-DATE              PIC 9(08).
000920     05  FILLER                   PIC X(40).

000930 FD  TAXBILL
000940     RECORDING MODE IS F.
000950 01  TAXBILL-REC                  PIC X(150).

000960 FD  TAXLVRPT
000970     RECORDING MODE IS F.
000980 01  TAXLVRPT-REC                 PIC X(132).

000990 WORKING-STORAGE SECTION.
001000 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001010     88  WS-EOF                             VALUE "Y".
001020 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001030 77  WS-REG-STATUS                PIC X(02) VALUE SPACES.
001040 77  WS-RATE-STATUS               PIC X(02) VALUE SPACES.
001050 77  WS-LEVY-STATUS               PIC X(02) VALUE SPACES.
001060 77  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
001070 77  WS-BILL-STATUS               PIC X(02) VALUE SPACES.
001080 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001090 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001100 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001110 77  WS-G                         PIC 9(05) COMP.
001120 77  WS-T                         PIC 9(02) COMP.
001130 77  WS-B                         PIC 9(05) COMP.
001140 77  WS-O                         PIC 9(05) COMP.
001150 77  WS-RATE-IDX                  PIC 9(02) VALUE ZERO COMP.
001160 77  WS-LEVY-IDX                  PIC 9(02) VALUE ZERO COMP.
001170 77  WS-OW-IDX                    PIC 9(05) VALUE ZERO COMP.
001180 77  WS-BL-IDX                    PIC 9(05) VALUE ZERO COMP.
001190 77  WS-OWNER                     PIC X(06) VALUE SPACES.
001200 77  WS-CLASS                     PIC X(01) VALUE SPACES.
001210 77  WS-TAX-YEAR                  PIC 9(04) VALUE ZERO.
001220 77  WS-DUE1-MMDD                 PIC 9(04) VALUE 0430.
001230 77  WS-DUE2-MMDD                 PIC 9(04) VALUE 1031.
001240 77  WS-DUE1-DATE                 PIC 9(08) VALUE ZERO.
001250 77  WS-DUE2-DATE                 PIC 9(08) VALUE ZERO.
001260 77  WS-JAN1-INT                  PIC 9(07) VALUE ZERO.
001270 77  WS-DEC31-INT                 PIC 9(07) VALUE ZERO.
001280 77  WS-DAYS-IN-YEAR              PIC 9(03) VALUE ZERO.
001290 77  WS-EFF-YEAR                  PIC 9(04) VALUE ZERO.
001300 77  WS-EFF-INT                   PIC 9(07) VALUE ZERO.
001310 77  WS-OLD-DAYS                  PIC 9(03) VALUE ZERO.
001320 77  WS-ASSESSMENT                PIC 9(11)V99 VALUE ZERO.
001330 77  WS-TAX                       PIC 9(11)V99 VALUE ZERO.
001340 77  WS-OLD-SHARE                 PIC 9(11)V99 VALUE ZERO.
001350 77  WS-NEW-TAX                   PIC S9(11)V99 VALUE ZERO.
001360 77  WS-PRIOR-TAX                 PIC 9(11)V99 VALUE ZERO.
001370 77  WS-UNRATED-COUNT             PIC 9(05) VALUE ZERO COMP.
001380 77  WS-NEW-COUNT                 PIC 9(05) VALUE ZERO COMP.
001390 77  WS-REBILL-COUNT              PIC 9(05) VALUE ZERO COMP.
001400 77  WS-SAME-COUNT                PIC 9(05) VALUE ZERO COMP.
001410 77  WS-TOTAL-ASSESSED            PIC 9(13)V99 VALUE ZERO.
001420 77  WS-TOTAL-TAX                 PIC 9(13)V99 VALUE ZERO.
001430 77  WS-TOTAL-ADJ                 PIC S9(13)V99 VALUE ZERO.

001440 01  WS-REG-TABLE.
001450     05  WS-REG-COUNT             PIC 9(05) VALUE ZERO COMP.
001460     05  RT-ENTRY OCCURS 1 TO 1000 TIMES
001470                  DEPENDING ON WS-REG-COUNT
001480                  INDEXED BY RT-IDX.
001490         10  RT-OWNER             PIC X(06).
001500         10  RT-CLASS             PIC X(01).
001510         10  RT-ACREAGE           PIC 9(10).

001520 01  WS-RATE-TABLE.
001530     05  WS-RATE-COUNT            PIC 9(02) VALUE ZERO COMP.
001540     05  RA-ENTRY OCCURS 20 TIMES
001550                  INDEXED BY RA-IDX.
001560         10  RA-CLASS             PIC X(01).
001570         10  RA-RATE              PIC 9(05)V99.

001580 01  WS-LEVY-TABLE.
001590     05  WS-LEVY-COUNT            PIC 9(02) VALUE ZERO COMP.
001600     05  LT-ENTRY OCCURS 20 TIMES
001610                  INDEXED BY LT-IDX.
001620         10  LT-CLASS             PIC X(01).
001630         10  LT-MILLS             PIC 9(03)V9(04).

001640*    ONE ENTRY PER OWNER BILLED THIS YEAR - THE REGISTER OWNERS
001650*    PLUS ANY SELLER WHO NO LONGER HOLDS THE CLASS SOLD.
001660 01  WS-OWNER-TABLE.
001670     05  WS-OWNER-COUNT           PIC 9(05) VALUE ZERO COMP.
001680     05  OW-ENTRY OCCURS 1000 TIMES
001690                  INDEXED BY OW-IDX.
001700         10  OW-OWNER             PIC X(06).
001710         10  OW-ASSESSED          PIC 9(11)V99.
001720         10  OW-TAX               PIC 9(11)V99.
001730         10  OW-ADJ               PIC S9(11)V99.

001740*    EVERY BILL ON FILE, ALL YEARS, IN FILE ORDER.
001750 01  WS-BILL-TABLE.
001760     05  WS-BILL-COUNT            PIC 9(05) VALUE ZERO COMP.
001770     05  BL-ENTRY OCCURS 5000 TIMES
001780                  INDEXED BY BL-IDX.
001790         10  BL-RECORD            PIC X(150).

001800 COPY TAXBILL.
001810 COPY PARMCTL.
001820 COPY RPTHDR.
001830 COPY DATXLINK.

001840 01  WS-TITLE-LINE.
001850     05  FILLER                  PIC X(30) VALUE
001860         "PROPERTY-TAX LEVY".
001870     05  FILLER                  PIC X(10) VALUE "TAX YEAR: ".
001880     05  TL-TAX-YEAR              PIC 9(04).
001890     05  FILLER                  PIC X(20) VALUE
001900         "  INSTALLMENTS DUE: ".
001910     05  TL-DUE1-DATE             PIC 9(08).
001920     05  FILLER                  PIC X(05) VALUE " AND ".
001930     05  TL-DUE2-DATE             PIC 9(08).
001940     05  FILLER                  PIC X(47) VALUE SPACES.

001950 01  WS-HEADING-LINE.
001960     05  FILLER                  PIC X(45) VALUE
001970         "ACTION   OWNER        ASSESSED      PRORATION".
001980     05  FILLER                  PIC X(43) VALUE
001990         "     PRIOR TAX           TAX  INSTALLMENT 1".
002000     05  FILLER                  PIC X(44) VALUE
002010         "  INSTALLMENT 2          PAID NOTE".

002020 01  WS-DETAIL-LINE.
002030     05  DL-ACTION                PIC X(08).
002040     05  FILLER                  PIC X(01) VALUE SPACES.
002050     05  DL-OWNER                 PIC X(06).
002060     05  FILLER                  PIC X(01) VALUE SPACES.
002070     05  DL-ASSESSED              PIC Z(10)9.99.
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  DL-ADJ                   PIC -(10)9.99.
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  DL-PRIOR-TAX             PIC Z(09)9.99.
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  DL-TAX                   PIC Z(09)9.99.
002140     05  FILLER                  PIC X(01) VALUE SPACES.
002150     05  DL-INST1                 PIC Z(10)9.99.
002160     05  FILLER                  PIC X(01) VALUE SPACES.
002170     05  DL-INST2                 PIC Z(10)9.99.
002180     05  FILLER                  PIC X(01) VALUE SPACES.
002190     05  DL-PAID                  PIC Z(09)9.99.
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  DL-NOTE                  PIC X(11).
002220     05  FILLER                  PIC X(01) VALUE SPACES.

002230 01  WS-SUMMARY-LINE-1.
002240     05  FILLER                  PIC X(11) VALUE "NEW BILLS: ".
002250     05  SL-NEW-COUNT             PIC ZZZZ9.
002260     05  FILLER                  PIC X(12) VALUE "  REBILLED: ".
002270     05  SL-REBILL-COUNT          PIC ZZZZ9.
002280     05  FILLER                  PIC X(13) VALUE "  UNCHANGED: ".
002290     05  SL-SAME-COUNT            PIC ZZZZ9.
002300     05  FILLER                  PIC X(31) VALUE
002310         "  REGISTER ROWS WITHOUT RATE: ".
002320     05  SL-UNRATED-COUNT         PIC ZZZZ9.
002330     05  FILLER                  PIC X(45) VALUE SPACES.

002340 01  WS-SUMMARY-LINE-2.
002350     05  FILLER                  PIC X(16) VALUE
002360         "TOTAL ASSESSED: ".
002370     05  SL-TOTAL-ASSESSED        PIC Z(12)9.99.
002380     05  FILLER                  PIC X(14) VALUE "  TOTAL TAX: ".
002390     05  SL-TOTAL-TAX             PIC Z(12)9.99.
002400     05  FILLER                  PIC X(17) VALUE
002410         "  NET PRORATION: ".
002420     05  SL-TOTAL-ADJ             PIC -(12)9.99.
002430     05  FILLER                  PIC X(34) VALUE SPACES.

002440 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

002450 PROCEDURE DIVISION.
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     PERFORM 2000-ASSESS-ONE-ROW THRU 2000-EXIT
002490         VARYING WS-G FROM 1 BY 1
002500         UNTIL WS-G > WS-REG-COUNT.
002510     PERFORM 3000-PRORATE-TRANSFERS THRU 3000-EXIT.
002520     PERFORM 4000-BILL-ONE-OWNER THRU 4000-EXIT
002530         VARYING WS-O FROM 1 BY 1
002540         UNTIL WS-O > WS-OWNER-COUNT.
002550     PERFORM 7000-FINALIZE THRU 7000-EXIT.
002560     STOP RUN.

002570*----------------------------------------------------------------
002580* 1000-INITIALIZE - THE TAX YEAR IS THE RUN YEAR UNLESS BIZPARM
002590*                   TAXLEVYYEAR NAMES ANOTHER. THE INSTALLMENTS
002600*                   FALL DUE ON TAXDUE1MMDD AND TAXDUE2MMDD OF
002610*                   THAT YEAR, 04/30 AND 10/31 BY DEFAULT. THE
002620*                   REGISTER AND THE LEVY RATES ARE REQUIRED.
002630*----------------------------------------------------------------
002640 1000-INITIALIZE.
002650     ACCEPT WS-RUN-DATE FROM DATE.
002660     ACCEPT WS-RUN-TIME FROM TIME.
002670     MOVE "EXPND" TO DX-ACTION.
002680     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002690     CALL "DATEXPND" USING DATEXPND-PARMS.
002700     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002710     COMPUTE WS-TAX-YEAR = WS-RUN-CCYYMMDD / 10000.
002720     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002730     COMPUTE WS-DUE1-DATE = WS-TAX-YEAR * 10000 + WS-DUE1-MMDD.
002740     COMPUTE WS-DUE2-DATE = WS-TAX-YEAR * 10000 + WS-DUE2-MMDD.
002750     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE1-DATE) NOT = ZERO
002760             OR FUNCTION TEST-DATE-YYYYMMDD(WS-DUE2-DATE)
002770                 NOT = ZERO
002780             OR WS-DUE2-DATE NOT > WS-DUE1-DATE
002790         DISPLAY "TAXLEVY - TAXDUE1MMDD/TAXDUE2MMDD ARE NOT TWO "
002800             "DUE DATES IN ORDER - RUN ABORTED"
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     COMPUTE WS-JAN1-INT = FUNCTION INTEGER-OF-DATE(
002850         WS-TAX-YEAR * 10000 + 0101).
002860     COMPUTE WS-DEC31-INT = FUNCTION INTEGER-OF-DATE(
002870         WS-TAX-YEAR * 10000 + 1231).
002880     COMPUTE WS-DAYS-IN-YEAR = WS-DEC31-INT - WS-JAN1-INT + 1.
002890     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
002900     PERFORM 1300-LOAD-RATES THRU 1300-EXIT.
002910     PERFORM 1400-LOAD-BILLS THRU 1400-EXIT.
002920     OPEN OUTPUT TAXLVRPT.
002930     MOVE "TAXLEVY" TO RH-PROGRAM-ID.
002940     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002950     MOVE WS-RUN-TIME TO RH-RUN-ID.
002960     MOVE 1 TO RH-PAGE-NUMBER.
002970     WRITE TAXLVRPT-REC FROM RH-REPORT-HEADER.
002980     MOVE WS-TAX-YEAR TO TL-TAX-YEAR.
002990     MOVE WS-DUE1-DATE TO TL-DUE1-DATE.
003000     MOVE WS-DUE2-DATE TO TL-DUE2-DATE.
003010     WRITE TAXLVRPT-REC FROM WS-TITLE-LINE.
003020     WRITE TAXLVRPT-REC FROM WS-BLANK-LINE.
003030     WRITE TAXLVRPT-REC FROM WS-HEADING-LINE.
003040 1000-EXIT.
003050     EXIT.

003060 1100-SCAN-PARMS.
003070     OPEN INPUT BIZPARM.
003080     IF WS-PARM-STATUS NOT = "00"
003090         GO TO 1100-EXIT
003100     END-IF.
003110     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003120         UNTIL WS-EOF.
003130     CLOSE BIZPARM.
003140     MOVE "N" TO WS-EOF-SW.
003150 1100-EXIT.
003160     EXIT.

003170 1110-SCAN-ONE-PARM.
003180     READ BIZPARM
003190         AT END
003200             SET WS-EOF TO TRUE
003210             GO TO 1110-EXIT
003220     END-READ.
003230     MOVE BIZPARM-REC TO PC-PARM-RECORD.
003240     IF PC-PARM-VALUE NOT > ZERO
003250         GO TO 1110-EXIT
003260     END-IF.
003270     EVALUATE PC-PARM-NAME
003280         WHEN "TAXLEVYYEAR"
003290             MOVE PC-PARM-VALUE TO WS-TAX-YEAR
003300         WHEN "TAXDUE1MMDD"
003310             MOVE PC-PARM-VALUE TO WS-DUE1-MMDD
003320         WHEN "TAXDUE2MMDD"
003330             MOVE PC-PARM-VALUE TO WS-DUE2-MMDD
003340     END-EVALUATE.
003350 1110-EXIT.
003360     EXIT.

003370 1200-LOAD-REGISTER.
003380     OPEN INPUT PARCREG.
003390     IF WS-REG-STATUS NOT = "00"
003400         DISPLAY "TAXLEVY - PARCREG NOT FOUND - RUN ABORTED"
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440     PERFORM 1210-LOAD-ONE-ROW THRU 1210-EXIT
003450         UNTIL WS-EOF.
003460     CLOSE PARCREG.
003470     MOVE "N" TO WS-EOF-SW.
003480 1200-EXIT.
003490     EXIT.

003500 1210-LOAD-ONE-ROW.
003510     READ PARCREG
003520         AT END
003530             SET WS-EOF TO TRUE
003540         NOT AT END
003550             IF WS-REG-COUNT >= 1000
003560                 DISPLAY "TAXLEVY - PARCREG EXCEEDS THE 1000-"
003570                     "ROW REGISTER TABLE - RUN ABORTED"
003580                 MOVE 16 TO RETURN-CODE
003590                 STOP RUN
003600             END-IF
003610             ADD 1 TO WS-REG-COUNT
003620             SET RT-IDX TO WS-REG-COUNT
003630             MOVE PG-OWNER TO RT-OWNER(RT-IDX)
003640             MOVE PG-CLASS TO RT-CLASS(RT-IDX)
003650             MOVE PG-ACREAGE TO RT-ACREAGE(RT-IDX)
003660     END-READ.
003670 1210-EXIT.
003680     EXIT.

003690*----------------------------------------------------------------
003700* 1300-LOAD-RATES - THE PER-ACRE ASSESSMENT RATES AND THE MILL
003710*                   LEVY, BOTH BY LAND CLASS. A CLASS MISSING
003720*                   EITHER IS TAXED AT ZERO AND COUNTED ON THE
003730*                   REPORT. NO LEVY FILE AT ALL IS AN ERROR.
003740*----------------------------------------------------------------
003750 1300-LOAD-RATES.
003760     OPEN INPUT ASSESSRT.
003770     IF WS-RATE-STATUS = "00"
003780         PERFORM 1310-LOAD-ONE-RATE THRU 1310-EXIT
003790             UNTIL WS-EOF
003800         CLOSE ASSESSRT
003810     END-IF.
003820     MOVE "N" TO WS-EOF-SW.
003830     OPEN INPUT LEVYRT.
003840     IF WS-LEVY-STATUS NOT = "00"
003850         DISPLAY "TAXLEVY - LEVYRT NOT FOUND - RUN ABORTED"
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     PERFORM 1320-LOAD-ONE-LEVY THRU 1320-EXIT
003900         UNTIL WS-EOF.
003910     CLOSE LEVYRT.
003920     MOVE "N" TO WS-EOF-SW.
003930 1300-EXIT.
003940     EXIT.

003950 1310-LOAD-ONE-RATE.
003960     READ ASSESSRT
003970         AT END
003980             SET WS-EOF TO TRUE
003990         NOT AT END
004000             IF WS-RATE-COUNT < 20
004010                 ADD 1 TO WS-RATE-COUNT
004020                 SET RA-IDX TO WS-RATE-COUNT
004030                 MOVE AR-CLASS TO RA-CLASS(RA-IDX)
004040                 MOVE AR-RATE TO RA-RATE(RA-IDX)
004050             END-IF
004060     END-READ.
004070 1310-EXIT.
004080     EXIT.

004090 1320-LOAD-ONE-LEVY.
004100     READ LEVYRT
004110         AT END
004120             SET WS-EOF TO TRUE
004130         NOT AT END
004140             IF WS-LEVY-COUNT < 20
004150                 ADD 1 TO WS-LEVY-COUNT
004160                 SET LT-IDX TO WS-LEVY-COUNT
004170                 MOVE LV-CLASS TO LT-CLASS(LT-IDX)
004180                 MOVE LV-MILLS TO LT-MILLS(LT-IDX)
004190             END-IF
004200     END-READ.
004210 1320-EXIT.
004220     EXIT.

004230*----------------------------------------------------------------
004240* 1400-LOAD-BILLS - EVERY BILL ALREADY ON FILE IS CARRIED
004250*                   THROUGH, SO EARLIER YEARS AND THE PAYMENTS
004260*                   AGAINST THIS YEAR SURVIVE THE REWRITE. NO
004270*                   FILE MEANS THE FIRST LEVY.
004280*----------------------------------------------------------------
004290 1400-LOAD-BILLS.
004300     OPEN INPUT TAXBILL.
004310     IF WS-BILL-STATUS NOT = "00"
004320         GO TO 1400-EXIT
004330     END-IF.
004340     PERFORM 1410-LOAD-ONE-BILL THRU 1410-EXIT
004350         UNTIL WS-EOF.
004360     CLOSE TAXBILL.
004370     MOVE "N" TO WS-EOF-SW.
004380 1400-EXIT.
004390     EXIT.

004400 1410-LOAD-ONE-BILL.
004410     READ TAXBILL
004420         AT END
004430             SET WS-EOF TO TRUE
004440             GO TO 1410-EXIT
004450     END-READ.
004460     IF WS-BILL-COUNT >= 5000
004470         DISPLAY "TAXLEVY - TAXBILL EXCEEDS THE 5000-BILL "
004480             "TABLE - RUN ABORTED"
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520     ADD 1 TO WS-BILL-COUNT.
004530     SET BL-IDX TO WS-BILL-COUNT.
004540     MOVE TAXBILL-REC TO BL-RECORD(BL-IDX).
004550 1410-EXIT.
004560     EXIT.

004570*----------------------------------------------------------------
004580* 2000-ASSESS-ONE-ROW - ASSESSED VALUE IS ACREAGE TIMES THE PER-
004590*                       ACRE RATE; THE TAX IS THE CLASS MILLS ON
004600*                       IT. BOTH ADD TO THE OWNER'S ENTRY.
004610*----------------------------------------------------------------
004620 2000-ASSESS-ONE-ROW.
004630     SET RT-IDX TO WS-G.
004640     MOVE RT-CLASS(RT-IDX) TO WS-CLASS.
004650     PERFORM 6000-FIND-RATES THRU 6000-EXIT.
004660     MOVE ZERO TO WS-ASSESSMENT
004670                  WS-TAX.
004680     IF WS-RATE-IDX > ZERO
004690         COMPUTE WS-ASSESSMENT ROUNDED =
004700             RT-ACREAGE(RT-IDX) * RA-RATE(WS-RATE-IDX)
004710     END-IF.
004720     IF WS-LEVY-IDX > ZERO
004730         COMPUTE WS-TAX ROUNDED =
004740             WS-ASSESSMENT * LT-MILLS(WS-LEVY-IDX) / 1000
004750     END-IF.
004760     IF (WS-RATE-IDX = ZERO OR WS-LEVY-IDX = ZERO)
004770             AND RT-ACREAGE(RT-IDX) > ZERO
004780         ADD 1 TO WS-UNRATED-COUNT
004790     END-IF.
004800     MOVE RT-OWNER(RT-IDX) TO WS-OWNER.
004810     PERFORM 6100-FIND-OWNER THRU 6100-EXIT.
004820     SET OW-IDX TO WS-OW-IDX.
004830     ADD WS-ASSESSMENT TO OW-ASSESSED(OW-IDX).
004840     ADD WS-TAX TO OW-TAX(OW-IDX).
004850 2000-EXIT.
004860     EXIT.

004870*----------------------------------------------------------------
004880* 3000-PRORATE-TRANSFERS - THE BUYER'S REGISTER ROW CARRIES THE
004890*                          WHOLE YEAR ON A PARCEL DEEDED IN THE
004900*                          TAX YEAR. THE SELLER'S SHARE OF THAT
004910*                          ACREAGE'S TAX - DAYS HELD OVER DAYS IN
004920*                          THE YEAR - IS SHIFTED FROM THE BUYER'S
004930*                          BILL TO THE SELLER'S, THE SPLIT THE
004940*                          ASSESSMENT RUN MAKES. THE SHIFTS NET
004950*                          TO ZERO. NO HISTORY, NO TRANSFERS.
004960*----------------------------------------------------------------
004970 3000-PRORATE-TRANSFERS.
004980     OPEN INPUT PARCHIST.
004990     IF WS-HIST-STATUS NOT = "00"
005000         GO TO 3000-EXIT
005010     END-IF.
005020     PERFORM 3100-PRORATE-ONE-DEED THRU 3100-EXIT
005030         UNTIL WS-EOF.
005040     CLOSE PARCHIST.
005050     MOVE "N" TO WS-EOF-SW.
005060 3000-EXIT.
005070     EXIT.

005080 3100-PRORATE-ONE-DEED.
005090     READ PARCHIST
005100         AT END
005110             SET WS-EOF TO TRUE
005120             GO TO 3100-EXIT
005130     END-READ.
005140     COMPUTE WS-EFF-YEAR = PH-EFF-DATE / 10000.
005150     IF WS-EFF-YEAR NOT = WS-TAX-YEAR
005160         GO TO 3100-EXIT
005170     END-IF.
005180     MOVE PH-CLASS TO WS-CLASS.
005190     PERFORM 6000-FIND-RATES THRU 6000-EXIT.
005200     IF WS-RATE-IDX = ZERO OR WS-LEVY-IDX = ZERO
005210         GO TO 3100-EXIT
005220     END-IF.
005230     COMPUTE WS-ASSESSMENT ROUNDED =
005240         PH-ACREAGE * RA-RATE(WS-RATE-IDX).
005250     COMPUTE WS-TAX ROUNDED =
005260         WS-ASSESSMENT * LT-MILLS(WS-LEVY-IDX) / 1000.
005270     COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE(PH-EFF-DATE).
005280     COMPUTE WS-OLD-DAYS = WS-EFF-INT - WS-JAN1-INT.
005290     COMPUTE WS-OLD-SHARE ROUNDED =
005300         WS-TAX * WS-OLD-DAYS / WS-DAYS-IN-YEAR.
005310     MOVE PH-FROM-OWNER TO WS-OWNER.
005320     PERFORM 6100-FIND-OWNER THRU 6100-EXIT.
005330     SET OW-IDX TO WS-OW-IDX.
005340     ADD WS-OLD-SHARE TO OW-ADJ(OW-IDX).
005350     MOVE PH-TO-OWNER TO WS-OWNER.
005360     PERFORM 6100-FIND-OWNER THRU 6100-EXIT.
005370     SET OW-IDX TO WS-OW-IDX.
005380     SUBTRACT WS-OLD-SHARE FROM OW-ADJ(OW-IDX).
005390 3100-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420* 4000-BILL-ONE-OWNER - RAISE OR REBILL THE OWNER'S BILL FOR THE
005430*                       YEAR. THE SECOND INSTALLMENT TAKES THE ODD
005440*                       CENT. A REBILL KEEPS THE RECEIPTS AND
005450*                       PENALTIES POSTED SO FAR AND IS PAID IN
005460*                       FULL ONLY IF THEY STILL COVER IT. AN
005470*                       OWNER WITH NO TAX AND NO BILL IS SKIPPED.
005480*----------------------------------------------------------------
005490 4000-BILL-ONE-OWNER.
005500     SET OW-IDX TO WS-O.
005510     COMPUTE WS-NEW-TAX = OW-TAX(OW-IDX) + OW-ADJ(OW-IDX).
005520     IF WS-NEW-TAX < ZERO
005530         MOVE ZERO TO WS-NEW-TAX
005540     END-IF.
005550     MOVE OW-OWNER(OW-IDX) TO WS-OWNER.
005560     PERFORM 6200-FIND-BILL THRU 6200-EXIT.
005570     IF WS-BL-IDX = ZERO
005580         IF WS-NEW-TAX = ZERO
005590             GO TO 4000-EXIT
005600         END-IF
005610         IF WS-BILL-COUNT >= 5000
005620             DISPLAY "TAXLEVY - BILLS EXCEED THE 5000-BILL "
005630                 "TABLE - RUN ABORTED"
005640             MOVE 16 TO RETURN-CODE
005650             STOP RUN
005660         END-IF
005670         ADD 1 TO WS-BILL-COUNT
005680         MOVE WS-BILL-COUNT TO WS-BL-IDX
005690         MOVE SPACES TO TB-BILL-RECORD
005700         MOVE ZERO TO TB-PENALTY
005710                      TB-PAID
005720                      TB-LAST-PAY-DATE
005730         MOVE WS-TAX-YEAR TO TB-TAX-YEAR
005740         MOVE WS-OWNER TO TB-OWNER
005750         MOVE "N" TO TB-PEN1-SW
005760                     TB-PEN2-SW
005770         MOVE ZERO TO WS-PRIOR-TAX
005780         MOVE "NEW" TO DL-ACTION
005790         ADD 1 TO WS-NEW-COUNT
005800     ELSE
005810         SET BL-IDX TO WS-BL-IDX
005820         MOVE BL-RECORD(BL-IDX) TO TB-BILL-RECORD
005830         MOVE TB-TAX-AMOUNT TO WS-PRIOR-TAX
005840         IF WS-NEW-TAX = WS-PRIOR-TAX
005850             MOVE "SAME" TO DL-ACTION
005860             ADD 1 TO WS-SAME-COUNT
005870         ELSE
005880             MOVE "REBILLED" TO DL-ACTION
005890             ADD 1 TO WS-REBILL-COUNT
005900         END-IF
005910     END-IF.
005920     MOVE OW-ASSESSED(OW-IDX) TO TB-ASSESSED.
005930     MOVE OW-ADJ(OW-IDX) TO TB-PRORATE-ADJ.
005940     MOVE WS-NEW-TAX TO TB-TAX-AMOUNT.
005950     COMPUTE TB-INST1-AMT = TB-TAX-AMOUNT / 2.
005960     COMPUTE TB-INST2-AMT = TB-TAX-AMOUNT - TB-INST1-AMT.
005970     MOVE WS-DUE1-DATE TO TB-INST1-DUE.
005980     MOVE WS-DUE2-DATE TO TB-INST2-DUE.
005990     MOVE SPACES TO DL-NOTE.
006000     IF TB-PAID < TB-TAX-AMOUNT + TB-PENALTY
006010         MOVE "O" TO TB-STATUS
006020     ELSE
006030         MOVE "P" TO TB-STATUS
006040         IF TB-PAID > TB-TAX-AMOUNT + TB-PENALTY
006050             MOVE "CREDIT DUE" TO DL-NOTE
006060         END-IF
006070     END-IF.
006080     SET BL-IDX TO WS-BL-IDX.
006090     MOVE TB-BILL-RECORD TO BL-RECORD(BL-IDX).
006100     ADD TB-ASSESSED TO WS-TOTAL-ASSESSED.
006110     ADD TB-TAX-AMOUNT TO WS-TOTAL-TAX.
006120     ADD TB-PRORATE-ADJ TO WS-TOTAL-ADJ.
006130     MOVE TB-OWNER TO DL-OWNER.
006140     MOVE TB-ASSESSED TO DL-ASSESSED.
006150     MOVE TB-PRORATE-ADJ TO DL-ADJ.
006160     MOVE WS-PRIOR-TAX TO DL-PRIOR-TAX.
006170     MOVE TB-TAX-AMOUNT TO DL-TAX.
006180     MOVE TB-INST1-AMT TO DL-INST1.
006190     MOVE TB-INST2-AMT TO DL-INST2.
006200     MOVE TB-PAID TO DL-PAID.
006210     WRITE TAXLVRPT-REC FROM WS-DETAIL-LINE.
006220 4000-EXIT.
006230     EXIT.

006240 6000-FIND-RATES.
006250     MOVE ZERO TO WS-RATE-IDX
006260                  WS-LEVY-IDX.
006270     PERFORM 6010-MATCH-RATE THRU 6010-EXIT
006280         VARYING WS-T FROM 1 BY 1
006290         UNTIL WS-T > WS-RATE-COUNT OR WS-RATE-IDX > ZERO.
006300     PERFORM 6020-MATCH-LEVY THRU 6020-EXIT
006310         VARYING WS-T FROM 1 BY 1
006320         UNTIL WS-T > WS-LEVY-COUNT OR WS-LEVY-IDX > ZERO.
006330 6000-EXIT.
006340     EXIT.

006350 6010-MATCH-RATE.
006360     IF RA-CLASS(WS-T) = WS-CLASS
006370         MOVE WS-T TO WS-RATE-IDX
006380     END-IF.
006390 6010-EXIT.
006400     EXIT.

006410 6020-MATCH-LEVY.
006420     IF LT-CLASS(WS-T) = WS-CLASS
006430         MOVE WS-T TO WS-LEVY-IDX
006440     END-IF.
006450 6020-EXIT.
006460     EXIT.

006470*----------------------------------------------------------------
006480* 6100-FIND-OWNER - LEAVE WS-OW-IDX ON WS-OWNER'S ENTRY, ADDING
006490*                   AN EMPTY ONE THE FIRST TIME AN OWNER IS SEEN.
006500*----------------------------------------------------------------
006510 6100-FIND-OWNER.
006520     MOVE ZERO TO WS-OW-IDX.
006530     PERFORM 6110-MATCH-OWNER THRU 6110-EXIT
006540         VARYING WS-B FROM 1 BY 1
006550         UNTIL WS-B > WS-OWNER-COUNT OR WS-OW-IDX > ZERO.
006560     IF WS-OW-IDX > ZERO
006570         GO TO 6100-EXIT
006580     END-IF.
006590     IF WS-OWNER-COUNT >= 1000
006600         DISPLAY "TAXLEVY - OWNERS EXCEED THE 1000-OWNER "
006610             "TABLE - RUN ABORTED"
006620         MOVE 16 TO RETURN-CODE
006630         STOP RUN
006640     END-IF.
006650     ADD 1 TO WS-OWNER-COUNT.
006660     MOVE WS-OWNER-COUNT TO WS-OW-IDX.
006670     SET OW-IDX TO WS-OW-IDX.
006680     MOVE WS-OWNER TO OW-OWNER(OW-IDX).
006690     MOVE ZERO TO OW-ASSESSED(OW-IDX)
006700                  OW-TAX(OW-IDX)
006710                  OW-ADJ(OW-IDX).
006720 6100-EXIT.
006730     EXIT.

006740 6110-MATCH-OWNER.
006750     IF OW-OWNER(WS-B) = WS-OWNER
006760         MOVE WS-B TO WS-OW-IDX
006770     END-IF.
006780 6110-EXIT.
006790     EXIT.

006800 6200-FIND-BILL.
006810     MOVE ZERO TO WS-BL-IDX.
006820     PERFORM 6210-MATCH-BILL THRU 6210-EXIT
006830         VARYING WS-B FROM 1 BY 1
006840         UNTIL WS-B > WS-BILL-COUNT OR WS-BL-IDX > ZERO.
006850 6200-EXIT.
006860     EXIT.

006870 6210-MATCH-BILL.
006880     MOVE BL-RECORD(WS-B) TO TB-BILL-RECORD.
006890     IF TB-TAX-YEAR = WS-TAX-YEAR
006900             AND TB-OWNER = WS-OWNER
006910         MOVE WS-B TO WS-BL-IDX
006920     END-IF.
006930 6210-EXIT.
006940     EXIT.

006950*----------------------------------------------------------------
006960* 7000-FINALIZE - WRITE EVERY BILL BACK AND PRINT THE TOTALS.
006970*                 THE NET PRORATION IS ZERO UNLESS A BUYER'S TAX
006980*                 WAS FLOORED AT ZERO.
006990*----------------------------------------------------------------
007000 7000-FINALIZE.
007010     OPEN OUTPUT TAXBILL.
007020     PERFORM 7100-SAVE-ONE-BILL THRU 7100-EXIT
007030         VARYING WS-B FROM 1 BY 1
007040         UNTIL WS-B > WS-BILL-COUNT.
007050     CLOSE TAXBILL.
007060     WRITE TAXLVRPT-REC FROM WS-BLANK-LINE.
007070     MOVE WS-NEW-COUNT TO SL-NEW-COUNT.
007080     MOVE WS-REBILL-COUNT TO SL-REBILL-COUNT.
007090     MOVE WS-SAME-COUNT TO SL-SAME-COUNT.
007100     MOVE WS-UNRATED-COUNT TO SL-UNRATED-COUNT.
007110     WRITE TAXLVRPT-REC FROM WS-SUMMARY-LINE-1.
007120     MOVE WS-TOTAL-ASSESSED TO SL-TOTAL-ASSESSED.
007130     MOVE WS-TOTAL-TAX TO SL-TOTAL-TAX.
007140     MOVE WS-TOTAL-ADJ TO SL-TOTAL-ADJ.
007150     WRITE TAXLVRPT-REC FROM WS-SUMMARY-LINE-2.
007160     CLOSE TAXLVRPT.
007170 7000-EXIT.
007180     EXIT.

007190 7100-SAVE-ONE-BILL.
007200     SET BL-IDX TO WS-B.
007210     WRITE TAXBILL-REC FROM BL-RECORD(BL-IDX).
007220 7100-EXIT.
007230     EXIT.
