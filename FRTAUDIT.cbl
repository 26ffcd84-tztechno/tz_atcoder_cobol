000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FRTAUDIT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CARRIER FREIGHT INVOICE
000110*                  AUDIT, RUN AFTER FRTRATE. EACH CARRINV LINE
000120*                  (CARRIER, INVOICE, THE SHIPMENT'S SHIP DATE AND
000130*                  PICKER AS CARRMANF MANIFESTED IT, ROUTE, AMOUNT
000140*                  BILLED) IS CHECKED IN TURN: A SHIPMENT ALREADY
000150*                  PASSED FOR PAYMENT, ON AN EARLIER RUN OR
000160*                  EARLIER IN THIS ONE, IS A DUPLICATE BILLING;
000170*                  ONE NOT ON SHIPHIST WAS NEVER MANIFESTED; A
000180*                  ROUTE FRTRATE NEVER RATED (FRTCALC) CANNOT BE
000190*                  AUDITED AND IS HELD. OTHERWISE THE BILL IS SET
000200*                  AGAINST OUR CALCULATED CHARGE PLUS BIZPARM
000210*                  FRTTOLBP (BASIS POINTS, DEFAULT 200). A BILL
000220*                  WITHIN IT IS APPROVED AS BILLED; AN OVERCHARGE
000230*                  IS SHORT-PAID - OUR CHARGE IS APPROVED AND THE
000240*                  EXCESS IS DISPUTED. DUPLICATES AND UNMANIFESTED
000250*                  SHIPMENTS ARE DISPUTED IN FULL. APPROVED
000260*                  AMOUNTS GO TO FRTAPPRV (CTLREC HEADER AND
000270*                  TRAILER), DISPUTES TO FRTDISP FOR THE CARRIER,
000280*                  AND EVERY LINE TO THE FRTAUDHS HISTORY. FRTARPT
000290*                  LISTS THE LINES AND THE MONTH-TO-DATE RECOVERY
000300*                  BY CARRIER.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM.
000350 OBJECT-COMPUTER. IBM.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CARRINV ASSIGN TO "CARRINV"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-INV-STATUS.
000410     SELECT SHIPHIST ASSIGN TO "SHIPHIST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SHIST-STATUS.
000440     SELECT FRTCALC ASSIGN TO "FRTCALC"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CALC-STATUS.
000470     SELECT BIZPARM ASSIGN TO "BIZPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000500     SELECT FRTAUDHS ASSIGN TO "FRTAUDHS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-HIST-STATUS.
000530     SELECT FRTAPPRV ASSIGN TO "FRTAPPRV"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT FRTDISP ASSIGN TO "FRTDISP"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT FRTARPT ASSIGN TO "FRTARPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CARRINV
000620     RECORDING MODE IS F.
000630 01  CARRINV-REC.
000640     05  CI-CARRIER               PIC X(04).
000650     05  FILLER                   PIC X(01).
000660     05  CI-INVOICE-NO            PIC X(10).
000670     05  FILLER                   PIC X(01).
000680     05  CI-SHIP-DATE             PIC 9(08).
000690     05  FILLER                   PIC X(01).
000700     05  CI-PICKER                PIC X(04).
000710     05  FILLER                   PIC X(01).
000720     05  CI-ROUTE-ID              PIC X(08).
000730     05  FILLER                   PIC X(01).
000740     05  CI-AMOUNT                PIC 9(07)V99.
000750     05  FILLER                   PIC X(01).
000760     05  CI-INVOICE-DATE          PIC 9(08).
000770     05  FILLER                   PIC X(23).

000780 FD  SHIPHIST
000790     RECORDING MODE IS F.
000800 01  SHIPHIST-REC.
000810     05  SP-SHIP-DATE             PIC 9(08).
000820     05  FILLER                   PIC X(01).
000830     05  SP-PICKER                PIC X(04).
000840     05  FILLER                   PIC X(01).
000850     05  SP-PACKAGES              PIC 9(05).
000860     05  FILLER                   PIC X(01).
000870     05  SP-TOTAL-QTY             PIC 9(07).
000880     05  FILLER                   PIC X(53).

000890 FD  FRTCALC
000900     RECORDING MODE IS F.
000910 01  FRTCALC-REC.
000920     05  FC-ROUTE-ID              PIC X(08).
000930     05  FILLER                   PIC X(01).
000940     05  FC-CUST-ID               PIC X(10).
000950     05  FILLER                   PIC X(01).
000960     05  FC-RATE-DATE             PIC 9(08).
000970     05  FILLER                   PIC X(01).
000980     05  FC-DISTANCE              PIC 9(07).
000990     05  FILLER                   PIC X(01).
001000     05  FC-LOAD                  PIC 9(07).
001010     05  FILLER                   PIC X(01).
001020     05  FC-CHARGE                PIC 9(09).
001030     05  FILLER                   PIC X(26).

001040 FD  BIZPARM
001050     RECORDING MODE IS F.
001060 01  BIZPARM-REC                  PIC X(80).

001070 FD  FRTAUDHS
001080     RECORDING MODE IS F.
001090 01  FRTAUDHS-REC.
001100     05  FA-AUDIT-DATE            PIC 9(08).
001110     05  FILLER                   PIC X(01).
001120     05  FA-CARRIER               PIC X(04).
001130     05  FILLER                   PIC X(01).
001140     05  FA-INVOICE-NO            PIC X(10).
001150     05  FILLER                   PIC X(01).
001160     05  FA-SHIP-DATE             PIC 9(08).
001170     05  FILLER                   PIC X(01).
001180     05  FA-PICKER                PIC X(04).
001190     05  FILLER                   PIC X(01).
001200     05  FA-ROUTE-ID              PIC X(08).
001210     05  FILLER                   PIC X(01).
001220     05  FA-BILLED                PIC 9(07)V99.
001230     05  FILLER                   PIC X(01).
001240     05  FA-CALC                  PIC 9(07)V99.
001250     05  FILLER                   PIC X(01).
001260     05  FA-APPROVED              PIC 9(07)V99.
001270     05  FILLER                   PIC X(01).
001280     05  FA-DISPUTED              PIC 9(07)V99.
001290     05  FILLER                   PIC X(01).
001300     05  FA-REASON-CODE           PIC X(02).
001310     05  FILLER                   PIC X(10).

001320 FD  FRTAPPRV
001330     RECORDING MODE IS F.
001340 01  FRTAPPRV-REC.
001350     05  FP-CARRIER               PIC X(04).
001360     05  FILLER                   PIC X(01).
001370     05  FP-INVOICE-NO            PIC X(10).
001380     05  FILLER                   PIC X(01).
001390     05  FP-SHIP-DATE             PIC 9(08).
001400     05  FILLER                   PIC X(01).
001410     05  FP-PICKER                PIC X(04).
001420     05  FILLER                   PIC X(01).
001430     05  FP-ROUTE-ID              PIC X(08).
001440     05  FILLER                   PIC X(01).
001450     05  FP-AMOUNT                PIC 9(09)V99.
001460     05  FILLER                   PIC X(01).
001470     05  FP-INVOICE-DATE          PIC 9(08).
001480     05  FILLER                   PIC X(21).

001490 FD  FRTDISP
001500     RECORDING MODE IS F.
001510 01  FRTDISP-REC.
001520     05  DP-CARRIER               PIC X(04).
001530     05  FILLER                   PIC X(01).
001540     05  DP-INVOICE-NO            PIC X(10).
001550     05  FILLER                   PIC X(01).
001560     05  DP-SHIP-DATE             PIC 9(08).
001570     05  FILLER                   PIC X(01).
001580     05  DP-PICKER                PIC X(04).
001590     05  FILLER                   PIC X(01).
001600     05  DP-ROUTE-ID              PIC X(08).
001610     05  FILLER                   PIC X(01).
001620     05  DP-BILLED                PIC 9(07)V99.
001630     05  FILLER                   PIC X(01).
001640     05  DP-CALC                  PIC 9(07)V99.
001650     05  FILLER                   PIC X(01).
001660     05  DP-DISPUTED              PIC 9(07)V99.
001670     05  FILLER                   PIC X(01).
001680     05  DP-REASON-CODE           PIC X(02).
001690     05  FILLER                   PIC X(01).
001700     05  DP-REASON                PIC X(20).
001710     05  FILLER                   PIC X(08).

001720 FD  FRTARPT
001730     RECORDING MODE IS F.
001740 01  FRTARPT-REC                  PIC X(80).

001750 WORKING-STORAGE SECTION.
001760 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001770     88  WS-EOF                             VALUE "Y".
001780 77  WS-INV-STATUS                PIC X(02) VALUE SPACES.
001790 77  WS-SHIST-STATUS              PIC X(02) VALUE SPACES.
001800 77  WS-CALC-STATUS               PIC X(02) VALUE SPACES.
001810 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001820 77  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
001830 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001840 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001850 77  WS-RUN-CCYYMM                PIC 9(06) VALUE ZERO.
001860 77  WS-AUDIT-CCYYMM              PIC 9(06) VALUE ZERO.
001870 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001880 77  WS-TOL-BP                    PIC 9(05) VALUE 200.
001890 77  WS-K                         PIC 9(05) COMP.
001900 77  WS-FOUND-IDX                 PIC 9(05) VALUE ZERO COMP.
001910 77  WS-CR-IDX                    PIC 9(03) VALUE ZERO COMP.
001920 77  WS-DUP-SW                    PIC X(01) VALUE "N".
001930     88  WS-DUPLICATE                       VALUE "Y".
001940 77  WS-CALC-AMOUNT               PIC 9(07)V99 VALUE ZERO.
001950 77  WS-ALLOWED                   PIC 9(09)V99 VALUE ZERO.
001960 77  WS-APPROVED                  PIC 9(07)V99 VALUE ZERO.
001970 77  WS-DISPUTED                  PIC 9(07)V99 VALUE ZERO.
001980 77  WS-REASON-CODE               PIC X(02) VALUE SPACES.
001990     88  WS-LINE-OK                         VALUE SPACES.
002000     88  WS-OVERCHARGE                      VALUE "OC".
002010     88  WS-NOT-RATED                       VALUE "NC".
002020 77  WS-LINE-COUNT                PIC 9(07) VALUE ZERO COMP.
002030 77  WS-APPROVED-COUNT            PIC 9(07) VALUE ZERO COMP.
002040 77  WS-DISPUTED-COUNT            PIC 9(07) VALUE ZERO COMP.
002050 77  WS-HELD-COUNT                PIC 9(07) VALUE ZERO COMP.
002060 77  WS-APPROVED-TOTAL            PIC 9(13)V99 VALUE ZERO.
002070 77  WS-DISPUTED-TOTAL            PIC 9(13)V99 VALUE ZERO.

002080*    EVERY MANIFEST SHIPMENT EVER MADE
002090 01  WS-SHIP-TABLE.
002100     05  WS-SHIP-COUNT            PIC 9(05) VALUE ZERO COMP.
002110     05  SH-ENTRY OCCURS 5000 TIMES
002120                  INDEXED BY SH-IDX.
002130         10  SH-SHIP-DATE         PIC 9(08).
002140         10  SH-PICKER            PIC X(04).

002150*    OUR CHARGE PER ROUTE - THE LATEST RATING STANDS
002160 01  WS-CALC-TABLE.
002170     05  WS-CALC-COUNT            PIC 9(05) VALUE ZERO COMP.
002180     05  RC-ENTRY OCCURS 2000 TIMES
002190                  INDEXED BY RC-IDX.
002200         10  RC-ROUTE-ID          PIC X(08).
002210         10  RC-CHARGE            PIC 9(09).

002220*    SHIPMENTS ALREADY PASSED FOR PAYMENT, FOR THE DUPLICATE CHECK
002230 01  WS-PAID-TABLE.
002240     05  WS-PAID-COUNT            PIC 9(05) VALUE ZERO COMP.
002250     05  PD-ENTRY OCCURS 5000 TIMES
002260                  INDEXED BY PD-IDX.
002270         10  PD-CARRIER           PIC X(04).
002280         10  PD-SHIP-DATE         PIC 9(08).
002290         10  PD-PICKER            PIC X(04).

002300*    THE MONTH'S AUDIT RESULTS BY CARRIER
002310 01  WS-CARRIER-TABLE.
002320     05  WS-CARRIER-COUNT         PIC 9(03) VALUE ZERO COMP.
002330     05  CR-ENTRY OCCURS 100 TIMES
002340                  INDEXED BY CR-IDX.
002350         10  CR-CARRIER           PIC X(04).
002360         10  CR-LINES             PIC 9(07).
002370         10  CR-BILLED            PIC 9(11)V99.
002380         10  CR-APPROVED          PIC 9(11)V99.
002390         10  CR-DISPUTED          PIC 9(11)V99.

002400 COPY PARMCTL.
002410 COPY CTLREC.
002420 COPY RPTHDR.
002430 COPY DATXLINK.

002440 01  WS-TITLE-LINE.
002450     05  FILLER                  PIC X(36) VALUE
002460         "CARRIER FREIGHT INVOICE AUDIT".
002470     05  FILLER                  PIC X(44) VALUE SPACES.

002480 01  WS-COLUMN-LINE.
002490     05  FILLER                  PIC X(40) VALUE
002500         "CARR INVOICE    SHIPPED  PICK     BILLED".
002510     05  FILLER                  PIC X(40) VALUE
002520         "       CALC   APPROVED   DISPUTED ST".

002530 01  WS-DETAIL-LINE.
002540     05  DL-CARRIER               PIC X(04).
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  DL-INVOICE-NO            PIC X(10).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  DL-SHIP-DATE             PIC 9(08).
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  DL-PICKER                PIC X(04).
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  DL-BILLED                PIC ZZZZZZ9.99.
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640     05  DL-CALC                  PIC ZZZZZZ9.99.
002650     05  FILLER                  PIC X(01) VALUE SPACES.
002660     05  DL-APPROVED              PIC ZZZZZZ9.99.
002670     05  FILLER                  PIC X(01) VALUE SPACES.
002680     05  DL-DISPUTED              PIC ZZZZZZ9.99.
002690     05  FILLER                  PIC X(01) VALUE SPACES.
002700     05  DL-REASON-CODE           PIC X(02).
002710     05  FILLER                  PIC X(04) VALUE SPACES.

002720 01  WS-LEGEND-LINE.
002730     05  FILLER                  PIC X(40) VALUE
002740         "ST: OC OVERCHARGE  DU DUPLICATE BILLING ".
002750     05  FILLER                  PIC X(40) VALUE
002760         " NM NOT MANIFESTED  NC ROUTE NOT RATED".

002770 01  WS-APPROVED-LINE.
002780     05  FILLER                  PIC X(16) VALUE
002790         "APPROVED LINES: ".
002800     05  SM-APPROVED              PIC ZZZZZZ9.
002810     05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
002820     05  SM-APPROVED-TOTAL        PIC ZZZZZZZZZZZZ9.99.
002830     05  FILLER                  PIC X(31) VALUE SPACES.

002840 01  WS-DISPUTED-LINE.
002850     05  FILLER                  PIC X(16) VALUE
002860         "DISPUTED LINES: ".
002870     05  SM-DISPUTED              PIC ZZZZZZ9.
002880     05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
002890     05  SM-DISPUTED-TOTAL        PIC ZZZZZZZZZZZZ9.99.
002900     05  FILLER                  PIC X(31) VALUE SPACES.

002910 01  WS-HELD-LINE.
002920     05  FILLER                  PIC X(16) VALUE
002930         "HELD LINES:     ".
002940     05  SM-HELD                  PIC ZZZZZZ9.
002950     05  FILLER                  PIC X(57) VALUE SPACES.

002960 01  WS-RECOVERY-TITLE.
002970     05  FILLER                  PIC X(30) VALUE
002980         "FREIGHT AUDIT RECOVERY, MONTH ".
002990     05  RT-MONTH                 PIC 9(06).
003000     05  FILLER                  PIC X(44) VALUE SPACES.

003010 01  WS-RECOVERY-COLUMNS.
003020     05  FILLER                  PIC X(40) VALUE
003030         "CARR    LINES           BILLED         A".
003040     05  FILLER                  PIC X(40) VALUE
003050         "PPROVED        RECOVERED".

003060 01  WS-RECOVERY-LINE.
003070     05  RL-CARRIER               PIC X(04).
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  RL-LINES                 PIC ZZZZZZ9.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  RL-BILLED                PIC ZZZZZZZZZZZ9.99.
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  RL-APPROVED              PIC ZZZZZZZZZZZ9.99.
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  RL-DISPUTED              PIC ZZZZZZZZZZZ9.99.
003160     05  FILLER                  PIC X(03) VALUE SPACES.

003170 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

003180 PROCEDURE DIVISION.
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003210     PERFORM 2000-AUDIT-ONE-LINE THRU 2000-EXIT
003220         UNTIL WS-EOF.
003230     PERFORM 5000-FINALIZE THRU 5000-EXIT.
003240     STOP RUN.

003250*----------------------------------------------------------------
003260* 1000-INITIALIZE - LOAD THE MANIFEST HISTORY, OUR ROUTE CHARGES
003270*                   AND THE AUDIT HISTORY, WHICH GIVES BOTH THE
003280*                   SHIPMENTS ALREADY PAID AND THE MONTH'S RESULTS
003290*                   SO FAR. NO CARRINV IS AN EMPTY DAY - THE
003300*                   RECOVERY SUMMARY IS STILL PRINTED.
003310*----------------------------------------------------------------
003320 1000-INITIALIZE.
003330     ACCEPT WS-RUN-DATE FROM DATE.
003340     MOVE "EXPND" TO DX-ACTION.
003350     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
003360     CALL "DATEXPND" USING DATEXPND-PARMS.
003370     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
003380     COMPUTE WS-RUN-CCYYMM = WS-RUN-CCYYMMDD / 100.
003390     ACCEPT WS-RUN-TIME FROM TIME.
003400     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
003410     OPEN INPUT SHIPHIST.
003420     IF WS-SHIST-STATUS = "00"
003430         PERFORM 1200-LOAD-ONE-SHIPMENT THRU 1200-EXIT
003440             UNTIL WS-EOF
003450         CLOSE SHIPHIST
003460     END-IF.
003470     MOVE "N" TO WS-EOF-SW.
003480     OPEN INPUT FRTCALC.
003490     IF WS-CALC-STATUS = "00"
003500         PERFORM 1300-LOAD-ONE-CHARGE THRU 1300-EXIT
003510             UNTIL WS-EOF
003520         CLOSE FRTCALC
003530     END-IF.
003540     MOVE "N" TO WS-EOF-SW.
003550     OPEN INPUT FRTAUDHS.
003560     IF WS-HIST-STATUS = "00"
003570         PERFORM 1400-LOAD-ONE-AUDIT THRU 1400-EXIT
003580             UNTIL WS-EOF
003590         CLOSE FRTAUDHS
003600     END-IF.
003610     MOVE "N" TO WS-EOF-SW.
003620     OPEN EXTEND FRTAUDHS.
003630     IF WS-HIST-STATUS = "35"
003640         OPEN OUTPUT FRTAUDHS
003650     END-IF.
003660     OPEN OUTPUT FRTAPPRV
003670          OUTPUT FRTDISP
003680          OUTPUT FRTARPT.
003690     MOVE "FRTAUDIT" TO RH-PROGRAM-ID.
003700     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003710     MOVE WS-RUN-TIME TO RH-RUN-ID.
003720     MOVE 1 TO RH-PAGE-NUMBER.
003730     WRITE FRTARPT-REC FROM RH-REPORT-HEADER.
003740     WRITE FRTARPT-REC FROM WS-TITLE-LINE.
003750     WRITE FRTARPT-REC FROM WS-BLANK-LINE.
003760     WRITE FRTARPT-REC FROM WS-COLUMN-LINE.
003770     MOVE SPACES TO CT-CONTROL-RECORD.
003780     MOVE "HDR" TO CT-RECORD-TYPE.
003790     MOVE WS-RUN-CCYYMMDD TO CT-FILE-DATE.
003800     MOVE ZERO TO CT-RECORD-COUNT.
003810     MOVE ZERO TO CT-HASH-TOTAL.
003820     WRITE FRTAPPRV-REC FROM CT-CONTROL-RECORD.
003830     OPEN INPUT CARRINV.
003840     IF WS-INV-STATUS NOT = "00"
003850         SET WS-EOF TO TRUE
003860         GO TO 1000-EXIT
003870     END-IF.
003880     PERFORM 8000-READ-CARRINV THRU 8000-EXIT.
003890 1000-EXIT.
003900     EXIT.

003910 1100-SCAN-PARMS.
003920     OPEN INPUT BIZPARM.
003930     IF WS-PARM-STATUS NOT = "00"
003940         GO TO 1100-EXIT
003950     END-IF.
003960     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003970         UNTIL WS-EOF.
003980     CLOSE BIZPARM.
003990     MOVE "N" TO WS-EOF-SW.
004000 1100-EXIT.
004010     EXIT.

004020 1110-SCAN-ONE-PARM.
004030     READ BIZPARM
004040         AT END
004050             SET WS-EOF TO TRUE
004060         NOT AT END
004070             MOVE BIZPARM-REC TO PC-PARM-RECORD
004080             IF PC-PARM-NAME = "FRTTOLBP"
004090                     AND PC-PARM-VALUE > ZERO
004100                 MOVE PC-PARM-VALUE TO WS-TOL-BP
004110             END-IF
004120     END-READ.
004130 1110-EXIT.
004140     EXIT.

004150 1200-LOAD-ONE-SHIPMENT.
004160     READ SHIPHIST
004170         AT END
004180             SET WS-EOF TO TRUE
004190             GO TO 1200-EXIT
004200     END-READ.
004210     IF WS-SHIP-COUNT >= 5000
004220         DISPLAY "FRTAUDIT - SHIPHIST EXCEEDS THE 5000-"
004230             "SHIPMENT TABLE - RUN ABORTED"
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     ADD 1 TO WS-SHIP-COUNT.
004280     SET SH-IDX TO WS-SHIP-COUNT.
004290     MOVE SP-SHIP-DATE TO SH-SHIP-DATE(SH-IDX).
004300     MOVE SP-PICKER TO SH-PICKER(SH-IDX).
004310 1200-EXIT.
004320     EXIT.

004330 1300-LOAD-ONE-CHARGE.
004340     READ FRTCALC
004350         AT END
004360             SET WS-EOF TO TRUE
004370             GO TO 1300-EXIT
004380     END-READ.
004390     PERFORM 7100-FIND-ROUTE THRU 7100-EXIT.
004400     IF WS-FOUND-IDX = ZERO
004410         IF WS-CALC-COUNT >= 2000
004420             DISPLAY "FRTAUDIT - FRTCALC EXCEEDS THE 2000-ROUTE "
004430                 "TABLE - RUN ABORTED"
004440             MOVE 16 TO RETURN-CODE
004450             STOP RUN
004460         END-IF
004470         ADD 1 TO WS-CALC-COUNT
004480         MOVE WS-CALC-COUNT TO WS-FOUND-IDX
004490         SET RC-IDX TO WS-FOUND-IDX
004500         MOVE FC-ROUTE-ID TO RC-ROUTE-ID(RC-IDX)
004510     END-IF.
004520     SET RC-IDX TO WS-FOUND-IDX.
004530     MOVE FC-CHARGE TO RC-CHARGE(RC-IDX).
004540 1300-EXIT.
004550     EXIT.

004560 1400-LOAD-ONE-AUDIT.
004570     READ FRTAUDHS
004580         AT END
004590             SET WS-EOF TO TRUE
004600             GO TO 1400-EXIT
004610     END-READ.
004620     IF FA-APPROVED > ZERO
004630         PERFORM 2900-ADD-PAID THRU 2900-EXIT
004640     END-IF.
004650     COMPUTE WS-AUDIT-CCYYMM = FA-AUDIT-DATE / 100.
004660     IF WS-AUDIT-CCYYMM = WS-RUN-CCYYMM
004670         PERFORM 3000-ADD-TO-MONTH THRU 3000-EXIT
004680     END-IF.
004690 1400-EXIT.
004700     EXIT.

004710*----------------------------------------------------------------
004720* 2000-AUDIT-ONE-LINE - ONE BILLED SHIPMENT. THE FIRST FAILED
004730*                       CHECK IS THE REASON.
004740*----------------------------------------------------------------
004750 2000-AUDIT-ONE-LINE.
004760     ADD 1 TO WS-LINE-COUNT.
004770     MOVE SPACES TO WS-REASON-CODE.
004780     MOVE ZERO TO WS-CALC-AMOUNT.
004790     MOVE ZERO TO WS-APPROVED.
004800     MOVE ZERO TO WS-DISPUTED.
004810     PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT.
004820     IF WS-DUPLICATE
004830         MOVE "DU" TO WS-REASON-CODE
004840         MOVE CI-AMOUNT TO WS-DISPUTED
004850         GO TO 2050-RECORD
004860     END-IF.
004870     PERFORM 2200-CHECK-MANIFEST THRU 2200-EXIT.
004880     IF WS-FOUND-IDX = ZERO
004890         MOVE "NM" TO WS-REASON-CODE
004900         MOVE CI-AMOUNT TO WS-DISPUTED
004910         GO TO 2050-RECORD
004920     END-IF.
004930     MOVE CI-ROUTE-ID TO FC-ROUTE-ID.
004940     PERFORM 7100-FIND-ROUTE THRU 7100-EXIT.
004950     IF WS-FOUND-IDX = ZERO
004960         MOVE "NC" TO WS-REASON-CODE
004970         GO TO 2050-RECORD
004980     END-IF.
004990     SET RC-IDX TO WS-FOUND-IDX.
005000     MOVE RC-CHARGE(RC-IDX) TO WS-CALC-AMOUNT.
005010     COMPUTE WS-ALLOWED ROUNDED =
005020         WS-CALC-AMOUNT + WS-CALC-AMOUNT * WS-TOL-BP / 10000.
005030     IF CI-AMOUNT > WS-ALLOWED
005040         MOVE "OC" TO WS-REASON-CODE
005050         MOVE WS-CALC-AMOUNT TO WS-APPROVED
005060         COMPUTE WS-DISPUTED = CI-AMOUNT - WS-CALC-AMOUNT
005070     ELSE
005080         MOVE CI-AMOUNT TO WS-APPROVED
005090     END-IF.
005100 2050-RECORD.
005110     PERFORM 2500-WRITE-RESULT THRU 2500-EXIT.
005120     PERFORM 8000-READ-CARRINV THRU 8000-EXIT.
005130 2000-EXIT.
005140     EXIT.

005150*    THE CARRIER BILLING A SHIPMENT ALREADY PASSED FOR PAYMENT
005160 2100-CHECK-DUPLICATE.
005170     MOVE "N" TO WS-DUP-SW.
005180     PERFORM 2110-MATCH-PAID THRU 2110-EXIT
005190         VARYING WS-K FROM 1 BY 1
005200         UNTIL WS-K > WS-PAID-COUNT OR WS-DUPLICATE.
005210 2100-EXIT.
005220     EXIT.

005230 2110-MATCH-PAID.
005240     IF PD-CARRIER(WS-K) = CI-CARRIER
005250             AND PD-SHIP-DATE(WS-K) = CI-SHIP-DATE
005260             AND PD-PICKER(WS-K) = CI-PICKER
005270         SET WS-DUPLICATE TO TRUE
005280     END-IF.
005290 2110-EXIT.
005300     EXIT.

005310 2200-CHECK-MANIFEST.
005320     MOVE ZERO TO WS-FOUND-IDX.
005330     PERFORM 2210-MATCH-SHIPMENT THRU 2210-EXIT
005340         VARYING WS-K FROM 1 BY 1
005350         UNTIL WS-K > WS-SHIP-COUNT OR WS-FOUND-IDX > ZERO.
005360 2200-EXIT.
005370     EXIT.

005380 2210-MATCH-SHIPMENT.
005390     IF SH-SHIP-DATE(WS-K) = CI-SHIP-DATE
005400             AND SH-PICKER(WS-K) = CI-PICKER
005410         MOVE WS-K TO WS-FOUND-IDX
005420     END-IF.
005430 2210-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------
005460* 2500-WRITE-RESULT - THE APPROVED PART TO FRTAPPRV, THE DISPUTED
005470*                     PART TO FRTDISP, THE WHOLE LINE TO FRTAUDHS
005480*                     AND THE REPORT. A HELD LINE GOES NOWHERE BUT
005490*                     THE HISTORY AND THE REPORT.
005500*----------------------------------------------------------------
005510 2500-WRITE-RESULT.
005520     IF WS-APPROVED > ZERO
005530         MOVE SPACES TO FRTAPPRV-REC
005540         MOVE CI-CARRIER TO FP-CARRIER
005550         MOVE CI-INVOICE-NO TO FP-INVOICE-NO
005560         MOVE CI-SHIP-DATE TO FP-SHIP-DATE
005570         MOVE CI-PICKER TO FP-PICKER
005580         MOVE CI-ROUTE-ID TO FP-ROUTE-ID
005590         MOVE WS-APPROVED TO FP-AMOUNT
005600         MOVE CI-INVOICE-DATE TO FP-INVOICE-DATE
005610         WRITE FRTAPPRV-REC
005620         ADD 1 TO WS-APPROVED-COUNT
005630         ADD WS-APPROVED TO WS-APPROVED-TOTAL
005640     END-IF.
005650     IF WS-DISPUTED > ZERO
005660         MOVE SPACES TO FRTDISP-REC
005670         MOVE CI-CARRIER TO DP-CARRIER
005680         MOVE CI-INVOICE-NO TO DP-INVOICE-NO
005690         MOVE CI-SHIP-DATE TO DP-SHIP-DATE
005700         MOVE CI-PICKER TO DP-PICKER
005710         MOVE CI-ROUTE-ID TO DP-ROUTE-ID
005720         MOVE CI-AMOUNT TO DP-BILLED
005730         MOVE WS-CALC-AMOUNT TO DP-CALC
005740         MOVE WS-DISPUTED TO DP-DISPUTED
005750         MOVE WS-REASON-CODE TO DP-REASON-CODE
005760         PERFORM 2600-REASON-TEXT THRU 2600-EXIT
005770         WRITE FRTDISP-REC
005780         ADD 1 TO WS-DISPUTED-COUNT
005790         ADD WS-DISPUTED TO WS-DISPUTED-TOTAL
005800     END-IF.
005810     IF WS-NOT-RATED
005820         ADD 1 TO WS-HELD-COUNT
005830     END-IF.
005840     MOVE SPACES TO FRTAUDHS-REC.
005850     MOVE WS-RUN-CCYYMMDD TO FA-AUDIT-DATE.
005860     MOVE CI-CARRIER TO FA-CARRIER.
005870     MOVE CI-INVOICE-NO TO FA-INVOICE-NO.
005880     MOVE CI-SHIP-DATE TO FA-SHIP-DATE.
005890     MOVE CI-PICKER TO FA-PICKER.
005900     MOVE CI-ROUTE-ID TO FA-ROUTE-ID.
005910     MOVE CI-AMOUNT TO FA-BILLED.
005920     MOVE WS-CALC-AMOUNT TO FA-CALC.
005930     MOVE WS-APPROVED TO FA-APPROVED.
005940     MOVE WS-DISPUTED TO FA-DISPUTED.
005950     MOVE WS-REASON-CODE TO FA-REASON-CODE.
005960     WRITE FRTAUDHS-REC.
005970     IF WS-APPROVED > ZERO
005980         PERFORM 2900-ADD-PAID THRU 2900-EXIT
005990     END-IF.
006000     PERFORM 3000-ADD-TO-MONTH THRU 3000-EXIT.
006010     MOVE CI-CARRIER TO DL-CARRIER.
006020     MOVE CI-INVOICE-NO TO DL-INVOICE-NO.
006030     MOVE CI-SHIP-DATE TO DL-SHIP-DATE.
006040     MOVE CI-PICKER TO DL-PICKER.
006050     MOVE CI-AMOUNT TO DL-BILLED.
006060     MOVE WS-CALC-AMOUNT TO DL-CALC.
006070     MOVE WS-APPROVED TO DL-APPROVED.
006080     MOVE WS-DISPUTED TO DL-DISPUTED.
006090     MOVE WS-REASON-CODE TO DL-REASON-CODE.
006100     WRITE FRTARPT-REC FROM WS-DETAIL-LINE.
006110 2500-EXIT.
006120     EXIT.

006130 2600-REASON-TEXT.
006140     EVALUATE DP-REASON-CODE
006150         WHEN "DU"
006160             MOVE "DUPLICATE BILLING" TO DP-REASON
006170         WHEN "NM"
006180             MOVE "NOT ON OUR MANIFEST" TO DP-REASON
006190         WHEN "OC"
006200             MOVE "OVER CONTRACT CHARGE" TO DP-REASON
006210         WHEN OTHER
006220             MOVE SPACES TO DP-REASON
006230     END-EVALUATE.
006240 2600-EXIT.
006250     EXIT.

006260*    THE FRTAUDHS-REC SHIPMENT IS NOW PAID
006270 2900-ADD-PAID.
006280     IF WS-PAID-COUNT >= 5000
006290         DISPLAY "FRTAUDIT - FRTAUDHS EXCEEDS THE 5000-"
006300             "SHIPMENT TABLE - RUN ABORTED"
006310         MOVE 16 TO RETURN-CODE
006320         STOP RUN
006330     END-IF.
006340     ADD 1 TO WS-PAID-COUNT.
006350     SET PD-IDX TO WS-PAID-COUNT.
006360     MOVE FA-CARRIER TO PD-CARRIER(PD-IDX).
006370     MOVE FA-SHIP-DATE TO PD-SHIP-DATE(PD-IDX).
006380     MOVE FA-PICKER TO PD-PICKER(PD-IDX).
006390 2900-EXIT.
006400     EXIT.

006410*    THE FRTAUDHS-REC LINE COUNTS TOWARD ITS CARRIER'S MONTH
006420 3000-ADD-TO-MONTH.
006430     MOVE ZERO TO WS-CR-IDX.
006440     PERFORM 3010-MATCH-CARRIER THRU 3010-EXIT
006450         VARYING WS-K FROM 1 BY 1
006460         UNTIL WS-K > WS-CARRIER-COUNT OR WS-CR-IDX > ZERO.
006470     IF WS-CR-IDX = ZERO
006480         IF WS-CARRIER-COUNT >= 100
006490             GO TO 3000-EXIT
006500         END-IF
006510         ADD 1 TO WS-CARRIER-COUNT
006520         MOVE WS-CARRIER-COUNT TO WS-CR-IDX
006530         SET CR-IDX TO WS-CR-IDX
006540         MOVE FA-CARRIER TO CR-CARRIER(CR-IDX)
006550         MOVE ZERO TO CR-LINES(CR-IDX) CR-BILLED(CR-IDX)
006560                      CR-APPROVED(CR-IDX) CR-DISPUTED(CR-IDX)
006570     END-IF.
006580     SET CR-IDX TO WS-CR-IDX.
006590     ADD 1 TO CR-LINES(CR-IDX).
006600     ADD FA-BILLED TO CR-BILLED(CR-IDX).
006610     ADD FA-APPROVED TO CR-APPROVED(CR-IDX).
006620     ADD FA-DISPUTED TO CR-DISPUTED(CR-IDX).
006630 3000-EXIT.
006640     EXIT.

006650 3010-MATCH-CARRIER.
006660     IF CR-CARRIER(WS-K) = FA-CARRIER
006670         MOVE WS-K TO WS-CR-IDX
006680     END-IF.
006690 3010-EXIT.
006700     EXIT.

006710*----------------------------------------------------------------
006720* 4000-PRINT-RECOVERY - THE MONTH TO DATE BY CARRIER: WHAT WAS
006730*                       BILLED, WHAT WAS APPROVED, AND WHAT THE
006740*                       AUDIT DISPUTED INSTEAD OF PAYING.
006750*----------------------------------------------------------------
006760 4000-PRINT-RECOVERY.
006770     WRITE FRTARPT-REC FROM WS-BLANK-LINE.
006780     MOVE WS-RUN-CCYYMM TO RT-MONTH.
006790     WRITE FRTARPT-REC FROM WS-RECOVERY-TITLE.
006800     WRITE FRTARPT-REC FROM WS-RECOVERY-COLUMNS.
006810     PERFORM 4100-PRINT-ONE-CARRIER THRU 4100-EXIT
006820         VARYING WS-K FROM 1 BY 1
006830         UNTIL WS-K > WS-CARRIER-COUNT.
006840 4000-EXIT.
006850     EXIT.

006860 4100-PRINT-ONE-CARRIER.
006870     SET CR-IDX TO WS-K.
006880     MOVE CR-CARRIER(CR-IDX) TO RL-CARRIER.
006890     MOVE CR-LINES(CR-IDX) TO RL-LINES.
006900     MOVE CR-BILLED(CR-IDX) TO RL-BILLED.
006910     MOVE CR-APPROVED(CR-IDX) TO RL-APPROVED.
006920     MOVE CR-DISPUTED(CR-IDX) TO RL-DISPUTED.
006930     WRITE FRTARPT-REC FROM WS-RECOVERY-LINE.
006940 4100-EXIT.
006950     EXIT.

006960 5000-FINALIZE.
006970     IF WS-INV-STATUS = "00" OR WS-INV-STATUS = "10"
006980         CLOSE CARRINV
006990     END-IF.
007000     MOVE SPACES TO CT-CONTROL-RECORD.
007010     MOVE "TRL" TO CT-RECORD-TYPE.
007020     MOVE ZERO TO CT-FILE-DATE.
007030     MOVE WS-APPROVED-COUNT TO CT-RECORD-COUNT.
007040     COMPUTE CT-HASH-TOTAL = WS-APPROVED-TOTAL * 100.
007050     WRITE FRTAPPRV-REC FROM CT-CONTROL-RECORD.
007060     CLOSE FRTAPPRV
007070           FRTDISP
007080           FRTAUDHS.
007090     WRITE FRTARPT-REC FROM WS-LEGEND-LINE.
007100     WRITE FRTARPT-REC FROM WS-BLANK-LINE.
007110     MOVE WS-APPROVED-COUNT TO SM-APPROVED.
007120     MOVE WS-APPROVED-TOTAL TO SM-APPROVED-TOTAL.
007130     WRITE FRTARPT-REC FROM WS-APPROVED-LINE.
007140     MOVE WS-DISPUTED-COUNT TO SM-DISPUTED.
007150     MOVE WS-DISPUTED-TOTAL TO SM-DISPUTED-TOTAL.
007160     WRITE FRTARPT-REC FROM WS-DISPUTED-LINE.
007170     MOVE WS-HELD-COUNT TO SM-HELD.
007180     WRITE FRTARPT-REC FROM WS-HELD-LINE.
007190     PERFORM 4000-PRINT-RECOVERY THRU 4000-EXIT.
007200     CLOSE FRTARPT.
007210 5000-EXIT.
007220     EXIT.

007230*    LOOK UP THE ROUTE IN FC-ROUTE-ID
007240 7100-FIND-ROUTE.
007250     MOVE ZERO TO WS-FOUND-IDX.
007260     PERFORM 7110-MATCH-ROUTE THRU 7110-EXIT
007270         VARYING WS-K FROM 1 BY 1
007280         UNTIL WS-K > WS-CALC-COUNT OR WS-FOUND-IDX > ZERO.
007290 7100-EXIT.
007300     EXIT.

007310 7110-MATCH-ROUTE.
007320     IF RC-ROUTE-ID(WS-K) = FC-ROUTE-ID
007330         MOVE WS-K TO WS-FOUND-IDX
007340     END-IF.
007350 7110-EXIT.
007360     EXIT.

007370 8000-READ-CARRINV.
007380     READ CARRINV
007390         AT END
007400             SET WS-EOF TO TRUE
007410     END-READ.
007420 8000-EXIT.
007430     EXIT.
