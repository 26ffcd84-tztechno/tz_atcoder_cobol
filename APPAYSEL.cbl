000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. APPAYSEL.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. ACCOUNTS-PAYABLE PAYMENT
000110*                  SELECTION, RUN AFTER APINVMT. THE APPROVED
000120*                  INVOICES WAITING ON THE APOPEN LEDGER ARE
000130*                  PRICED AGAINST THE SUPPLIER'S TERMS ON SUPMAST
000140*                  (EARLY-PAYMENT DISCOUNT IN BASIS POINTS, ITS
000150*                  WINDOW IN DAYS, AND NET DAYS - NO TERMS ON FILE
000160*                  IS NET 30 WITH NO DISCOUNT). AN INVOICE IS PAID
000170*                  THIS RUN WHEN ITS DISCOUNT WINDOW CLOSES, OR IT
000180*                  FALLS DUE, WITHIN BIZPARM APHORIZON DAYS
000190*                  (DEFAULT 7, THE GAP TO THE NEXT PAYMENT RUN) -
000200*                  AT THE DISCOUNTED AMOUNT WHILE THE WINDOW IS
000210*                  OPEN. ANY INVOICE WITH A LINE ON APHOLD IS LEFT
000220*                  OUT. EARLIEST PAY-BY DATE PAYS FIRST UNTIL THE
000230*                  BIZPARM APCASHLIM CASH LIMIT (WHOLE CURRENCY
000240*                  UNITS, ZERO = NO LIMIT) WOULD BE PASSED. A
000250*                  SIMCTL "SIMULATE" CARD MAKES THE RUN THE
000260*                  PAYMENT PROPOSAL FOR SIGN-OFF: APPAYRPT ONLY.
000270*                  THE LIVE RUN ALSO WRITES ONE APPAYEX PAYMENT
000280*                  PER SUPPLIER FOR CHKISSUE, A REMITTANCE ADVICE
000290*                  PAGE PER SUPPLIER ON APREMIT, THE GLJRNL ENTRY
000300*                  (DEBIT 2000APTRADE GROSS, CREDIT 1000CASH NET
000310*                  AND 4950DISCTK DISCOUNT TAKEN), AND REWRITES
000320*                  APOPEN WITHOUT THE PAID INVOICES. INVOICE
000330*                  AMOUNTS CARRY CENTS; PAYMENTS AND THE JOURNAL
000340*                  ARE IN THE LEDGER'S WHOLE CENTS.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM.
000390 OBJECT-COMPUTER. IBM.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT APOPEN ASSIGN TO "APOPEN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-OPEN-STATUS.
000450     SELECT APHOLD ASSIGN TO "APHOLD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-HOLD-STATUS.
000480     SELECT SUPMAST ASSIGN TO "SUPMAST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SUP-STATUS.
000510     SELECT BIZPARM ASSIGN TO "BIZPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.
000540     SELECT SIMCTL ASSIGN TO "SIMCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SIM-STATUS.
000570     SELECT APPAYEX ASSIGN TO "APPAYEX"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT APREMIT ASSIGN TO "APREMIT"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT APPAYRPT ASSIGN TO "APPAYRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  APOPEN
000660     RECORDING MODE IS F.
000670 01  APOPEN-REC.
000680     05  AO-SUPPLIER              PIC X(04).
000690     05  FILLER                   PIC X(01).
000700     05  AO-INVOICE-NO            PIC X(10).
000710     05  FILLER                   PIC X(01).
000720     05  AO-ORDER-NO              PIC 9(06).
000730     05  FILLER                   PIC X(01).
000740     05  AO-AMOUNT                PIC 9(09)V99.
000750     05  FILLER                   PIC X(01).
000760     05  AO-INVOICE-DATE          PIC 9(08).
000770     05  FILLER                   PIC X(01).
000780     05  AO-APPROVE-DATE          PIC 9(08).
000790     05  FILLER                   PIC X(28).

000800 FD  APHOLD
000810     RECORDING MODE IS F.
000820 01  APHOLD-REC.
000830     05  HD-SUPPLIER              PIC X(04).
000840     05  FILLER                   PIC X(01).
000850     05  HD-INVOICE-NO            PIC X(10).
000860     05  FILLER                   PIC X(65).

000870 FD  SUPMAST
000880     RECORDING MODE IS F.
000890 01  SUPMAST-REC.
000900     05  SM-SUPPLIER              PIC X(04).
000910     05  FILLER                   PIC X(01).
000920     05  SM-MIN-QTY               PIC 9(07).
000930     05  FILLER                   PIC X(01).
000940     05  SM-MULTIPLE              PIC 9(07).
000950     05  FILLER                   PIC X(01).
000960     05  SM-DISC-BP               PIC 9(04).
000970     05  FILLER                   PIC X(01).
000980     05  SM-DISC-DAYS             PIC 9(03).
000990     05  FILLER                   PIC X(01).
001000     05  SM-NET-DAYS              PIC 9(03).
001010     05  FILLER                   PIC X(47).

001020 FD  BIZPARM
001030     RECORDING MODE IS F.
001040 01  BIZPARM-REC                  PIC X(80).

001050 FD  SIMCTL
001060     RECORDING MODE IS F.
001070 01  SIMCTL-REC.
001080     05  SC-MODE                  PIC X(08).
001090     05  FILLER                   PIC X(72).

001100 FD  APPAYEX
001110     RECORDING MODE IS F.
001120 01  APPAYEX-REC.
001130     05  PS-SUPPLIER              PIC X(04).
001140     05  FILLER                   PIC X(01).
001150     05  PS-AMOUNT                PIC 9(09).
001160     05  FILLER                   PIC X(01).
001170     05  PS-PAY-DATE              PIC 9(08).
001180     05  FILLER                   PIC X(01).
001190     05  PS-INVOICE-COUNT         PIC 9(05).
001200     05  FILLER                   PIC X(51).

001210 FD  APREMIT
001220     RECORDING MODE IS F.
001230 01  APREMIT-REC                  PIC X(80).

001240 FD  APPAYRPT
001250     RECORDING MODE IS F.
001260 01  APPAYRPT-REC                 PIC X(80).

001270 WORKING-STORAGE SECTION.
001280 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001290     88  WS-EOF                             VALUE "Y".
001300 77  WS-OPEN-STATUS               PIC X(02) VALUE SPACES.
001310 77  WS-HOLD-STATUS               PIC X(02) VALUE SPACES.
001320 77  WS-SUP-STATUS                PIC X(02) VALUE SPACES.
001330 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001340 77  WS-SIM-STATUS                PIC X(02) VALUE SPACES.
001350 77  WS-SIMULATE-SW               PIC X(01) VALUE "N".
001360     88  WS-SIMULATING                      VALUE "Y".
001370 77  WS-G                         PIC 9(05) COMP.
001380 77  WS-H                         PIC 9(05) COMP.
001390 77  WS-OI-IDX                    PIC 9(05) VALUE ZERO COMP.
001400 77  WS-PY-IDX                    PIC 9(05) VALUE ZERO COMP.
001410 77  WS-PICK                      PIC 9(05) VALUE ZERO COMP.
001420 77  WS-FOUND-SW                  PIC X(01) VALUE "N".
001430     88  WS-FOUND                           VALUE "Y".
001440 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001450 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001460 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001470 77  WS-RUN-INT                   PIC 9(08) VALUE ZERO.
001480 77  WS-HORIZON-INT               PIC 9(08) VALUE ZERO.
001490 77  WS-INV-INT                   PIC 9(08) VALUE ZERO.
001500 77  WS-HORIZON                   PIC 9(03) VALUE 7.
001510 77  WS-DISC-BP                   PIC 9(04) VALUE ZERO.
001520 77  WS-DISC-DAYS                 PIC 9(03) VALUE ZERO.
001530 77  WS-NET-DAYS                  PIC 9(03) VALUE 30.
001540 77  WS-CASH-LIMIT                PIC 9(11) VALUE ZERO.
001550 77  WS-CASH-LEFT                 PIC 9(11) VALUE ZERO.
001560 77  WS-EDIT-AMOUNT               PIC 9(09)V99 VALUE ZERO.
001570 77  WS-PAGE                      PIC 9(05) VALUE ZERO COMP.
001580 77  WS-PAID-COUNT                PIC 9(05) VALUE ZERO COMP.
001590 77  WS-HELD-COUNT                PIC 9(05) VALUE ZERO COMP.
001600 77  WS-DEFER-COUNT               PIC 9(05) VALUE ZERO COMP.
001610 77  WS-LATER-COUNT               PIC 9(05) VALUE ZERO COMP.
001620 77  WS-PAID-GROSS                PIC 9(11) VALUE ZERO.
001630 77  WS-PAID-DISC                 PIC 9(11) VALUE ZERO.
001640 77  WS-PAID-NET                  PIC 9(11) VALUE ZERO.
001650 77  WS-DISC-MISSED               PIC 9(11) VALUE ZERO.

001660*    EVERY APOPEN LINE, TIED TO ITS INVOICE ROW
001670 01  WS-LINE-TABLE.
001680     05  WS-LINE-COUNT            PIC 9(05) VALUE ZERO COMP.
001690     05  OL-ENTRY OCCURS 5000 TIMES
001700                  INDEXED BY OL-IDX.
001710         10  OL-RECORD            PIC X(80).
001720         10  OL-OI-IDX            PIC 9(05) COMP.

001730*    ONE ROW PER SUPPLIER INVOICE. AMOUNTS IN CENTS.
001740*    OI-STATE: Q QUEUED TO PAY, P PAID, C DEFERRED ON CASH,
001750*    H ON HOLD, N NOT YET DUE.
001760 01  WS-INVOICE-TABLE.
001770     05  WS-INVOICE-COUNT         PIC 9(05) VALUE ZERO COMP.
001780     05  OI-ENTRY OCCURS 3000 TIMES
001790                  INDEXED BY OI-IDX.
001800         10  OI-SUPPLIER          PIC X(04).
001810         10  OI-INVOICE-NO        PIC X(10).
001820         10  OI-INVOICE-DATE      PIC 9(08).
001830         10  OI-GROSS             PIC 9(11).
001840         10  OI-DISCOUNT          PIC 9(11).
001850         10  OI-NET               PIC 9(11).
001860         10  OI-PAY-BY            PIC 9(08).
001870         10  OI-STATE             PIC X(01).
001880         10  OI-DISC-SW           PIC X(01).

001890 01  WS-SUP-TABLE.
001900     05  WS-SUP-COUNT             PIC 9(03) VALUE ZERO COMP.
001910     05  SP-ENTRY OCCURS 100 TIMES
001920                  INDEXED BY SP-IDX.
001930         10  SP-SUPPLIER          PIC X(04).
001940         10  SP-DISC-BP           PIC 9(04).
001950         10  SP-DISC-DAYS         PIC 9(03).
001960         10  SP-NET-DAYS          PIC 9(03).

001970 01  WS-HOLD-TABLE.
001980     05  WS-HOLD-COUNT            PIC 9(05) VALUE ZERO COMP.
001990     05  HL-ENTRY OCCURS 2000 TIMES
002000                  INDEXED BY HL-IDX.
002010         10  HL-SUPPLIER          PIC X(04).
002020         10  HL-INVOICE-NO        PIC X(10).

002030*    ONE ROW PER SUPPLIER PAID THIS RUN
002040 01  WS-PAYEE-TABLE.
002050     05  WS-PAYEE-COUNT           PIC 9(05) VALUE ZERO COMP.
002060     05  PY-ENTRY OCCURS 500 TIMES
002070                  INDEXED BY PY-IDX.
002080         10  PY-SUPPLIER          PIC X(04).
002090         10  PY-COUNT             PIC 9(05) COMP.
002100         10  PY-GROSS             PIC 9(11).
002110         10  PY-DISCOUNT          PIC 9(11).
002120         10  PY-NET               PIC 9(11).

002130 COPY PARMCTL.
002140 COPY RPTHDR.
002150 COPY DATXLINK.
002160 COPY GLJRLINK.

002170 01  WS-SIM-BANNER.
002180     05  FILLER                  PIC X(49) VALUE
002190         "*** PAYMENT PROPOSAL - NOTHING PAID OR POSTED ***".
002200     05  FILLER                  PIC X(31) VALUE SPACES.

002210 01  WS-TITLE-LINE.
002220     05  FILLER                  PIC X(36) VALUE
002230         "ACCOUNTS PAYABLE PAYMENT SELECTION".
002240     05  FILLER                  PIC X(44) VALUE SPACES.

002250 01  WS-LIMIT-LINE.
002260     05  FILLER                  PIC X(12) VALUE "CASH LIMIT: ".
002270     05  LL-LIMIT                 PIC ZZZZZZZZ9.
002280     05  FILLER                  PIC X(18) VALUE
002290         "   PAY-BY THROUGH ".
002300     05  LL-HORIZON               PIC 9(08).
002310     05  FILLER                  PIC X(33) VALUE SPACES.

002320 01  WS-COLUMN-LINE.
002330     05  FILLER                  PIC X(40) VALUE
002340         "SUP   INVOICE     PAY BY         GROSS  ".
002350     05  FILLER                  PIC X(40) VALUE
002360         "DISCOUNT         NET  ACTION            ".

002370 01  WS-DETAIL-LINE.
002380     05  DL-SUPPLIER              PIC X(04).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  DL-INVOICE-NO            PIC X(10).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  DL-PAY-BY                PIC 9(08).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  DL-GROSS                 PIC ZZZZZZ9.99.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  DL-DISCOUNT              PIC ZZZZ9.99.
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  DL-NET                   PIC ZZZZZZ9.99.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  DL-ACTION                PIC X(18).

002510 01  WS-PAYEE-LINE.
002520     05  FILLER                  PIC X(09) VALUE "SUPPLIER ".
002530     05  PL-SUPPLIER              PIC X(04).
002540     05  FILLER                  PIC X(11) VALUE "  INVOICES ".
002550     05  PL-COUNT                 PIC ZZZZ9.
002560     05  FILLER                  PIC X(07) VALUE "  PAY: ".
002570     05  PL-NET                   PIC ZZZZZZZZ9.99.
002580     05  FILLER                  PIC X(32) VALUE SPACES.

002590 01  WS-TOTAL-LINE.
002600     05  FILLER                  PIC X(11) VALUE "PAID:      ".
002610     05  TL-PAID                  PIC ZZZZ9.
002620     05  FILLER                  PIC X(09) VALUE "  GROSS: ".
002630     05  TL-GROSS                 PIC ZZZZZZZZ9.99.
002640     05  FILLER                  PIC X(08) VALUE "  DISC: ".
002650     05  TL-DISC                  PIC ZZZZZZ9.99.
002660     05  FILLER                  PIC X(07) VALUE "  NET: ".
002670     05  TL-NET                   PIC ZZZZZZZZ9.99.
002680     05  FILLER                  PIC X(06) VALUE SPACES.

002690 01  WS-COUNT-LINE.
002700     05  FILLER                  PIC X(11) VALUE "ON HOLD:   ".
002710     05  CL-HELD                  PIC ZZZZ9.
002720     05  FILLER                  PIC X(16) VALUE
002730         "  CASH DEFERRED:".
002740     05  CL-DEFER                 PIC ZZZZ9.
002750     05  FILLER                  PIC X(15) VALUE
002760         "  NOT YET DUE: ".
002770     05  CL-LATER                 PIC ZZZZ9.
002780     05  FILLER                  PIC X(23) VALUE SPACES.

002790 01  WS-MISSED-LINE.
002800     05  FILLER                  PIC X(34) VALUE
002810         "DISCOUNT LOST TO THE CASH LIMIT:  ".
002820     05  ML-MISSED                PIC ZZZZZZZZ9.99.
002830     05  FILLER                  PIC X(34) VALUE SPACES.

002840 01  WS-REMIT-TITLE.
002850     05  FILLER                  PIC X(20) VALUE
002860         "REMITTANCE ADVICE".
002870     05  FILLER                  PIC X(60) VALUE SPACES.

002880 01  WS-REMIT-PAYEE.
002890     05  FILLER                  PIC X(09) VALUE "SUPPLIER ".
002900     05  RP-SUPPLIER              PIC X(04).
002910     05  FILLER                  PIC X(17) VALUE
002920         "   PAYMENT DATE: ".
002930     05  RP-PAY-DATE              PIC 9(08).
002940     05  FILLER                  PIC X(42) VALUE SPACES.

002950 01  WS-REMIT-COLUMNS.
002960     05  FILLER                  PIC X(54) VALUE
002970         "INVOICE     DATE           GROSS  DISCOUNT        PAID".
002980     05  FILLER                  PIC X(26) VALUE SPACES.

002990 01  WS-REMIT-DETAIL.
003000     05  RD-INVOICE-NO            PIC X(10).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  RD-INVOICE-DATE          PIC 9(08).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  RD-GROSS                 PIC ZZZZZZ9.99.
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  RD-DISCOUNT              PIC ZZZZ9.99.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  RD-PAID                  PIC ZZZZZZ9.99.
003090     05  FILLER                  PIC X(26) VALUE SPACES.

003100 01  WS-REMIT-TOTAL.
003110     05  FILLER                  PIC X(15) VALUE
003120         "PAYMENT TOTAL  ".
003130     05  RT-GROSS                 PIC ZZZZZZZZ9.99.
003140     05  FILLER                  PIC X(01) VALUE SPACES.
003150     05  RT-DISCOUNT              PIC ZZZZZZ9.99.
003160     05  FILLER                  PIC X(01) VALUE SPACES.
003170     05  RT-PAID                  PIC ZZZZZZZZ9.99.
003180     05  FILLER                  PIC X(29) VALUE SPACES.

003190 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

003200 PROCEDURE DIVISION.
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003230     PERFORM 2000-PRICE-ONE-INVOICE THRU 2000-EXIT
003240         VARYING WS-G FROM 1 BY 1
003250         UNTIL WS-G > WS-INVOICE-COUNT.
003260     MOVE 1 TO WS-PICK.
003270     PERFORM 3000-PAY-NEXT-INVOICE THRU 3000-EXIT
003280         UNTIL WS-PICK = ZERO.
003290     PERFORM 4000-PRINT-ONE-INVOICE THRU 4000-EXIT
003300         VARYING WS-G FROM 1 BY 1
003310         UNTIL WS-G > WS-INVOICE-COUNT.
003320     IF NOT WS-SIMULATING
003330         OPEN OUTPUT APPAYEX
003340              OUTPUT APREMIT
003350         PERFORM 5000-PAY-ONE-SUPPLIER THRU 5000-EXIT
003360             VARYING WS-PY-IDX FROM 1 BY 1
003370             UNTIL WS-PY-IDX > WS-PAYEE-COUNT
003380     END-IF.
003390     PERFORM 6000-FINALIZE THRU 6000-EXIT.
003400     STOP RUN.

003410*----------------------------------------------------------------
003420* 1000-INITIALIZE - LOAD THE TERMS, THE HOLDS AND THE OPEN
003430*                   PAYABLES, AND WORK OUT THE PAY-BY HORIZON.
003440*----------------------------------------------------------------
003450 1000-INITIALIZE.
003460     ACCEPT WS-RUN-DATE FROM DATE.
003470     MOVE "EXPND" TO DX-ACTION.
003480     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
003490     CALL "DATEXPND" USING DATEXPND-PARMS.
003500     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
003510     ACCEPT WS-RUN-TIME FROM TIME.
003520     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
003530     MOVE WS-CASH-LIMIT TO WS-CASH-LEFT.
003540     COMPUTE WS-RUN-INT =
003550         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
003560     COMPUTE WS-HORIZON-INT = WS-RUN-INT + WS-HORIZON.
003570     OPEN OUTPUT APPAYRPT.
003580     MOVE "APPAYSEL" TO RH-PROGRAM-ID.
003590     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003600     MOVE WS-RUN-TIME TO RH-RUN-ID.
003610     MOVE 1 TO RH-PAGE-NUMBER.
003620     WRITE APPAYRPT-REC FROM RH-REPORT-HEADER.
003630     PERFORM 1050-CHECK-SIMULATE THRU 1050-EXIT.
003640     WRITE APPAYRPT-REC FROM WS-TITLE-LINE.
003650     WRITE APPAYRPT-REC FROM WS-BLANK-LINE.
003660     COMPUTE LL-LIMIT = WS-CASH-LIMIT / 100.
003670     COMPUTE LL-HORIZON =
003680         FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT).
003690     WRITE APPAYRPT-REC FROM WS-LIMIT-LINE.
003700     WRITE APPAYRPT-REC FROM WS-BLANK-LINE.
003710     WRITE APPAYRPT-REC FROM WS-COLUMN-LINE.
003720     OPEN INPUT SUPMAST.
003730     IF WS-SUP-STATUS = "00"
003740         PERFORM 1200-LOAD-ONE-SUPPLIER THRU 1200-EXIT
003750             UNTIL WS-EOF
003760         CLOSE SUPMAST
003770     END-IF.
003780     MOVE "N" TO WS-EOF-SW.
003790     OPEN INPUT APHOLD.
003800     IF WS-HOLD-STATUS = "00"
003810         PERFORM 1300-LOAD-ONE-HOLD THRU 1300-EXIT
003820             UNTIL WS-EOF
003830         CLOSE APHOLD
003840     END-IF.
003850     MOVE "N" TO WS-EOF-SW.
003860     OPEN INPUT APOPEN.
003870     IF WS-OPEN-STATUS = "00"
003880         PERFORM 1400-LOAD-ONE-PAYABLE THRU 1400-EXIT
003890             UNTIL WS-EOF
003900         CLOSE APOPEN
003910     END-IF.
003920     MOVE "N" TO WS-EOF-SW.
003930 1000-EXIT.
003940     EXIT.

003950*----------------------------------------------------------------
003960* 1050-CHECK-SIMULATE - A SIMCTL CARD READING "SIMULATE" MAKES
003970*                       THIS THE PROPOSAL RUN FOR SIGN-OFF: THE
003980*                       FULL SELECTION IS PRINTED, BUT NO PAYMENT
003990*                       FILE, NO REMITTANCES, NO JOURNAL AND NO
004000*                       APOPEN CHANGE. THE BANNER PRINTS TOP AND
004010*                       BOTTOM.
004020*----------------------------------------------------------------
004030 1050-CHECK-SIMULATE.
004040     OPEN INPUT SIMCTL.
004050     IF WS-SIM-STATUS NOT = "00"
004060         GO TO 1050-EXIT
004070     END-IF.
004080     READ SIMCTL
004090         AT END
004100             CONTINUE
004110         NOT AT END
004120             IF SC-MODE = "SIMULATE"
004130                 SET WS-SIMULATING TO TRUE
004140             END-IF
004150     END-READ.
004160     CLOSE SIMCTL.
004170     IF WS-SIMULATING
004180         WRITE APPAYRPT-REC FROM WS-SIM-BANNER
004190     END-IF.
004200 1050-EXIT.
004210     EXIT.

004220 1100-SCAN-PARMS.
004230     OPEN INPUT BIZPARM.
004240     IF WS-PARM-STATUS NOT = "00"
004250         GO TO 1100-EXIT
004260     END-IF.
004270     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
004280         UNTIL WS-EOF.
004290     CLOSE BIZPARM.
004300     MOVE "N" TO WS-EOF-SW.
004310 1100-EXIT.
004320     EXIT.

004330 1110-SCAN-ONE-PARM.
004340     READ BIZPARM
004350         AT END
004360             SET WS-EOF TO TRUE
004370         NOT AT END
004380             MOVE BIZPARM-REC TO PC-PARM-RECORD
004390             IF PC-PARM-NAME = "APCASHLIM"
004400                 COMPUTE WS-CASH-LIMIT = PC-PARM-VALUE * 100
004410             END-IF
004420             IF PC-PARM-NAME = "APHORIZON"
004430                     AND PC-PARM-VALUE > ZERO
004440                 MOVE PC-PARM-VALUE TO WS-HORIZON
004450             END-IF
004460     END-READ.
004470 1110-EXIT.
004480     EXIT.

004490 1200-LOAD-ONE-SUPPLIER.
004500     READ SUPMAST
004510         AT END
004520             SET WS-EOF TO TRUE
004530             GO TO 1200-EXIT
004540     END-READ.
004550     IF WS-SUP-COUNT >= 100
004560         GO TO 1200-EXIT
004570     END-IF.
004580     ADD 1 TO WS-SUP-COUNT.
004590     SET SP-IDX TO WS-SUP-COUNT.
004600     MOVE SM-SUPPLIER TO SP-SUPPLIER(SP-IDX).
004610     MOVE ZERO TO SP-DISC-BP(SP-IDX).
004620     MOVE ZERO TO SP-DISC-DAYS(SP-IDX).
004630     MOVE 30 TO SP-NET-DAYS(SP-IDX).
004640     IF SM-DISC-BP IS NUMERIC
004650             AND SM-DISC-DAYS IS NUMERIC
004660         MOVE SM-DISC-BP TO SP-DISC-BP(SP-IDX)
004670         MOVE SM-DISC-DAYS TO SP-DISC-DAYS(SP-IDX)
004680     END-IF.
004690     IF SM-NET-DAYS IS NUMERIC
004700             AND SM-NET-DAYS > ZERO
004710         MOVE SM-NET-DAYS TO SP-NET-DAYS(SP-IDX)
004720     END-IF.
004730 1200-EXIT.
004740     EXIT.

004750 1300-LOAD-ONE-HOLD.
004760     READ APHOLD
004770         AT END
004780             SET WS-EOF TO TRUE
004790             GO TO 1300-EXIT
004800     END-READ.
004810     IF WS-HOLD-COUNT >= 2000
004820         DISPLAY "APPAYSEL - APHOLD EXCEEDS THE 2000-LINE "
004830             "TABLE - RUN ABORTED"
004840         MOVE 16 TO RETURN-CODE
004850         STOP RUN
004860     END-IF.
004870     ADD 1 TO WS-HOLD-COUNT.
004880     SET HL-IDX TO WS-HOLD-COUNT.
004890     MOVE HD-SUPPLIER TO HL-SUPPLIER(HL-IDX).
004900     MOVE HD-INVOICE-NO TO HL-INVOICE-NO(HL-IDX).
004910 1300-EXIT.
004920     EXIT.

004930*----------------------------------------------------------------
004940* 1400-LOAD-ONE-PAYABLE - KEEP THE LINE FOR THE REWRITE AND ADD IT
004950*                         INTO ITS INVOICE. AN INVOICE DATE THAT
004960*                         IS NOT A DATE FALLS BACK TO THE APPROVAL
004970*                         DATE SO THE TERMS STILL RUN FROM
004980*                         SOMETHING.
004990*----------------------------------------------------------------
005000 1400-LOAD-ONE-PAYABLE.
005010     READ APOPEN
005020         AT END
005030             SET WS-EOF TO TRUE
005040             GO TO 1400-EXIT
005050     END-READ.
005060     IF WS-LINE-COUNT >= 5000
005070         DISPLAY "APPAYSEL - APOPEN EXCEEDS THE 5000-LINE "
005080             "TABLE - RUN ABORTED"
005090         MOVE 16 TO RETURN-CODE
005100         STOP RUN
005110     END-IF.
005120     ADD 1 TO WS-LINE-COUNT.
005130     SET OL-IDX TO WS-LINE-COUNT.
005140     MOVE APOPEN-REC TO OL-RECORD(OL-IDX).
005150     MOVE ZERO TO WS-OI-IDX.
005160     PERFORM 1410-MATCH-INVOICE THRU 1410-EXIT
005170         VARYING WS-H FROM 1 BY 1
005180         UNTIL WS-H > WS-INVOICE-COUNT OR WS-OI-IDX > ZERO.
005190     IF WS-OI-IDX = ZERO
005200         IF WS-INVOICE-COUNT >= 3000
005210             DISPLAY "APPAYSEL - APOPEN EXCEEDS THE 3000-INVOICE "
005220                 "TABLE - RUN ABORTED"
005230             MOVE 16 TO RETURN-CODE
005240             STOP RUN
005250         END-IF
005260         ADD 1 TO WS-INVOICE-COUNT
005270         MOVE WS-INVOICE-COUNT TO WS-OI-IDX
005280         SET OI-IDX TO WS-OI-IDX
005290         MOVE AO-SUPPLIER TO OI-SUPPLIER(OI-IDX)
005300         MOVE AO-INVOICE-NO TO OI-INVOICE-NO(OI-IDX)
005310         MOVE AO-INVOICE-DATE TO OI-INVOICE-DATE(OI-IDX)
005320         IF AO-INVOICE-DATE NOT NUMERIC
005330                 OR AO-INVOICE-DATE < 19000101
005340             MOVE AO-APPROVE-DATE TO OI-INVOICE-DATE(OI-IDX)
005350         END-IF
005360         MOVE ZERO TO OI-GROSS(OI-IDX)
005370         MOVE ZERO TO OI-DISCOUNT(OI-IDX)
005380         MOVE ZERO TO OI-NET(OI-IDX)
005390         MOVE ZERO TO OI-PAY-BY(OI-IDX)
005400         MOVE "N" TO OI-STATE(OI-IDX)
005410         MOVE "N" TO OI-DISC-SW(OI-IDX)
005420     END-IF.
005430     SET OI-IDX TO WS-OI-IDX.
005440     COMPUTE OI-GROSS(OI-IDX) =
005450         OI-GROSS(OI-IDX) + AO-AMOUNT * 100.
005460     MOVE WS-OI-IDX TO OL-OI-IDX(OL-IDX).
005470 1400-EXIT.
005480     EXIT.

005490 1410-MATCH-INVOICE.
005500     IF OI-SUPPLIER(WS-H) = AO-SUPPLIER
005510             AND OI-INVOICE-NO(WS-H) = AO-INVOICE-NO
005520         MOVE WS-H TO WS-OI-IDX
005530     END-IF.
005540 1410-EXIT.
005550     EXIT.

005560*----------------------------------------------------------------
005570* 2000-PRICE-ONE-INVOICE - APPLY THE SUPPLIER'S TERMS. WHILE THE
005580*                          DISCOUNT WINDOW IS OPEN THE INVOICE IS
005590*                          PAID ON ITS LAST DAY AT THE DISCOUNT;
005600*                          AFTER THAT ON ITS NET DUE DATE, GROSS.
005610*                          EITHER DATE INSIDE THE HORIZON QUEUES
005620*                          THE INVOICE.
005630*----------------------------------------------------------------
005640 2000-PRICE-ONE-INVOICE.
005650     SET OI-IDX TO WS-G.
005660     MOVE "N" TO WS-FOUND-SW.
005670     PERFORM 2100-MATCH-HOLD THRU 2100-EXIT
005680         VARYING WS-H FROM 1 BY 1
005690         UNTIL WS-H > WS-HOLD-COUNT OR WS-FOUND.
005700     IF WS-FOUND
005710         MOVE "H" TO OI-STATE(OI-IDX)
005720         MOVE OI-GROSS(OI-IDX) TO OI-NET(OI-IDX)
005730         ADD 1 TO WS-HELD-COUNT
005740         GO TO 2000-EXIT
005750     END-IF.
005760     MOVE ZERO TO WS-DISC-BP.
005770     MOVE ZERO TO WS-DISC-DAYS.
005780     MOVE 30 TO WS-NET-DAYS.
005790     PERFORM 2200-MATCH-TERMS THRU 2200-EXIT
005800         VARYING WS-H FROM 1 BY 1
005810         UNTIL WS-H > WS-SUP-COUNT.
005820     COMPUTE WS-INV-INT =
005830         FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE(OI-IDX)).
005840     IF WS-DISC-BP > ZERO AND WS-DISC-DAYS > ZERO
005850             AND WS-INV-INT + WS-DISC-DAYS NOT < WS-RUN-INT
005860         MOVE "Y" TO OI-DISC-SW(OI-IDX)
005870         COMPUTE OI-DISCOUNT(OI-IDX) ROUNDED =
005880             OI-GROSS(OI-IDX) * WS-DISC-BP / 10000
005890         COMPUTE OI-PAY-BY(OI-IDX) = FUNCTION DATE-OF-INTEGER
005900             (WS-INV-INT + WS-DISC-DAYS)
005910         COMPUTE WS-INV-INT = WS-INV-INT + WS-DISC-DAYS
005920     ELSE
005930         COMPUTE OI-PAY-BY(OI-IDX) = FUNCTION DATE-OF-INTEGER
005940             (WS-INV-INT + WS-NET-DAYS)
005950         COMPUTE WS-INV-INT = WS-INV-INT + WS-NET-DAYS
005960     END-IF.
005970     COMPUTE OI-NET(OI-IDX) =
005980         OI-GROSS(OI-IDX) - OI-DISCOUNT(OI-IDX).
005990     IF WS-INV-INT > WS-HORIZON-INT
006000         ADD 1 TO WS-LATER-COUNT
006010         GO TO 2000-EXIT
006020     END-IF.
006030     MOVE "Q" TO OI-STATE(OI-IDX).
006040 2000-EXIT.
006050     EXIT.

006060 2100-MATCH-HOLD.
006070     IF HL-SUPPLIER(WS-H) = OI-SUPPLIER(OI-IDX)
006080             AND HL-INVOICE-NO(WS-H) = OI-INVOICE-NO(OI-IDX)
006090         SET WS-FOUND TO TRUE
006100     END-IF.
006110 2100-EXIT.
006120     EXIT.

006130 2200-MATCH-TERMS.
006140     IF SP-SUPPLIER(WS-H) = OI-SUPPLIER(OI-IDX)
006150         MOVE SP-DISC-BP(WS-H) TO WS-DISC-BP
006160         MOVE SP-DISC-DAYS(WS-H) TO WS-DISC-DAYS
006170         MOVE SP-NET-DAYS(WS-H) TO WS-NET-DAYS
006180     END-IF.
006190 2200-EXIT.
006200     EXIT.

006210*----------------------------------------------------------------
006220* 3000-PAY-NEXT-INVOICE - TAKE THE QUEUED INVOICE WITH THE
006230*                         EARLIEST PAY-BY DATE. IT IS PAID IF IT
006240*                         FITS THE CASH STILL UNSPENT, OTHERWISE
006250*                         DEFERRED - A SMALLER ONE BEHIND IT MAY
006260*                         STILL FIT.
006270*                         WS-PICK ZERO MEANS THE QUEUE IS EMPTY.
006280*----------------------------------------------------------------
006290 3000-PAY-NEXT-INVOICE.
006300     MOVE ZERO TO WS-PICK.
006310     PERFORM 3100-MATCH-EARLIEST THRU 3100-EXIT
006320         VARYING WS-H FROM 1 BY 1
006330         UNTIL WS-H > WS-INVOICE-COUNT.
006340     IF WS-PICK = ZERO
006350         GO TO 3000-EXIT
006360     END-IF.
006370     SET OI-IDX TO WS-PICK.
006380     IF WS-CASH-LIMIT > ZERO
006390             AND OI-NET(OI-IDX) > WS-CASH-LEFT
006400         MOVE "C" TO OI-STATE(OI-IDX)
006410         ADD 1 TO WS-DEFER-COUNT
006420         IF OI-DISC-SW(OI-IDX) = "Y"
006430             ADD OI-DISCOUNT(OI-IDX) TO WS-DISC-MISSED
006440         END-IF
006450         GO TO 3000-EXIT
006460     END-IF.
006470     IF WS-CASH-LIMIT > ZERO
006480         SUBTRACT OI-NET(OI-IDX) FROM WS-CASH-LEFT
006490     END-IF.
006500     MOVE "P" TO OI-STATE(OI-IDX).
006510     ADD 1 TO WS-PAID-COUNT.
006520     ADD OI-GROSS(OI-IDX) TO WS-PAID-GROSS.
006530     ADD OI-DISCOUNT(OI-IDX) TO WS-PAID-DISC.
006540     ADD OI-NET(OI-IDX) TO WS-PAID-NET.
006550     PERFORM 3200-ADD-TO-PAYEE THRU 3200-EXIT.
006560 3000-EXIT.
006570     EXIT.

006580 3100-MATCH-EARLIEST.
006590     IF OI-STATE(WS-H) NOT = "Q"
006600         GO TO 3100-EXIT
006610     END-IF.
006620     IF WS-PICK = ZERO
006630         MOVE WS-H TO WS-PICK
006640         GO TO 3100-EXIT
006650     END-IF.
006660     IF OI-PAY-BY(WS-H) < OI-PAY-BY(WS-PICK)
006670         MOVE WS-H TO WS-PICK
006680     END-IF.
006690 3100-EXIT.
006700     EXIT.

006710 3200-ADD-TO-PAYEE.
006720     MOVE ZERO TO WS-PY-IDX.
006730     PERFORM 3210-MATCH-PAYEE THRU 3210-EXIT
006740         VARYING WS-H FROM 1 BY 1
006750         UNTIL WS-H > WS-PAYEE-COUNT OR WS-PY-IDX > ZERO.
006760     IF WS-PY-IDX = ZERO
006770         IF WS-PAYEE-COUNT >= 500
006780             DISPLAY "APPAYSEL - MORE THAN 500 SUPPLIERS PAID - "
006790                 "RUN ABORTED"
006800             MOVE 16 TO RETURN-CODE
006810             STOP RUN
006820         END-IF
006830         ADD 1 TO WS-PAYEE-COUNT
006840         MOVE WS-PAYEE-COUNT TO WS-PY-IDX
006850         SET PY-IDX TO WS-PY-IDX
006860         MOVE OI-SUPPLIER(OI-IDX) TO PY-SUPPLIER(PY-IDX)
006870         MOVE ZERO TO PY-COUNT(PY-IDX)
006880         MOVE ZERO TO PY-GROSS(PY-IDX)
006890         MOVE ZERO TO PY-DISCOUNT(PY-IDX)
006900         MOVE ZERO TO PY-NET(PY-IDX)
006910     END-IF.
006920     SET PY-IDX TO WS-PY-IDX.
006930     ADD 1 TO PY-COUNT(PY-IDX).
006940     ADD OI-GROSS(OI-IDX) TO PY-GROSS(PY-IDX).
006950     ADD OI-DISCOUNT(OI-IDX) TO PY-DISCOUNT(PY-IDX).
006960     ADD OI-NET(OI-IDX) TO PY-NET(PY-IDX).
006970 3200-EXIT.
006980     EXIT.

006990 3210-MATCH-PAYEE.
007000     IF PY-SUPPLIER(WS-H) = OI-SUPPLIER(OI-IDX)
007010         MOVE WS-H TO WS-PY-IDX
007020     END-IF.
007030 3210-EXIT.
007040     EXIT.

007050*----------------------------------------------------------------
007060* 4000-PRINT-ONE-INVOICE - THE PROPOSAL: EVERY OPEN INVOICE AND
007070*                          WHAT THIS RUN DOES WITH IT.
007080*----------------------------------------------------------------
007090 4000-PRINT-ONE-INVOICE.
007100     SET OI-IDX TO WS-G.
007110     MOVE OI-SUPPLIER(OI-IDX) TO DL-SUPPLIER.
007120     MOVE OI-INVOICE-NO(OI-IDX) TO DL-INVOICE-NO.
007130     MOVE OI-PAY-BY(OI-IDX) TO DL-PAY-BY.
007140     COMPUTE DL-GROSS = OI-GROSS(OI-IDX) / 100.
007150     COMPUTE DL-DISCOUNT = OI-DISCOUNT(OI-IDX) / 100.
007160     COMPUTE DL-NET = OI-NET(OI-IDX) / 100.
007170     EVALUATE OI-STATE(OI-IDX)
007180         WHEN "P"
007190             IF OI-DISC-SW(OI-IDX) = "Y"
007200                 MOVE "PAY - DISCOUNT" TO DL-ACTION
007210             ELSE
007220                 MOVE "PAY" TO DL-ACTION
007230             END-IF
007240         WHEN "C"
007250             MOVE "DEFER - CASH LIMIT" TO DL-ACTION
007260         WHEN "H"
007270             MOVE "ON HOLD" TO DL-ACTION
007280         WHEN OTHER
007290             MOVE "NOT YET DUE" TO DL-ACTION
007300     END-EVALUATE.
007310     WRITE APPAYRPT-REC FROM WS-DETAIL-LINE.
007320 4000-EXIT.
007330     EXIT.

007340*----------------------------------------------------------------
007350* 5000-PAY-ONE-SUPPLIER - ONE PAYMENT PER SUPPLIER ON APPAYEX FOR
007360*                         CHKISSUE, AND THE REMITTANCE ADVICE PAGE
007370*                         LISTING EVERY INVOICE IT SETTLES.
007380*----------------------------------------------------------------
007390 5000-PAY-ONE-SUPPLIER.
007400     SET PY-IDX TO WS-PY-IDX.
007410     MOVE SPACES TO APPAYEX-REC.
007420     MOVE PY-SUPPLIER(PY-IDX) TO PS-SUPPLIER.
007430     MOVE PY-NET(PY-IDX) TO PS-AMOUNT.
007440     MOVE WS-RUN-CCYYMMDD TO PS-PAY-DATE.
007450     MOVE PY-COUNT(PY-IDX) TO PS-INVOICE-COUNT.
007460     WRITE APPAYEX-REC.
007470     ADD 1 TO WS-PAGE.
007480     MOVE "APPAYSEL" TO RH-PROGRAM-ID.
007490     MOVE WS-PAGE TO RH-PAGE-NUMBER.
007500     WRITE APREMIT-REC FROM RH-REPORT-HEADER.
007510     WRITE APREMIT-REC FROM WS-REMIT-TITLE.
007520     WRITE APREMIT-REC FROM WS-BLANK-LINE.
007530     MOVE PY-SUPPLIER(PY-IDX) TO RP-SUPPLIER.
007540     MOVE WS-RUN-CCYYMMDD TO RP-PAY-DATE.
007550     WRITE APREMIT-REC FROM WS-REMIT-PAYEE.
007560     WRITE APREMIT-REC FROM WS-BLANK-LINE.
007570     WRITE APREMIT-REC FROM WS-REMIT-COLUMNS.
007580     PERFORM 5100-REMIT-ONE-INVOICE THRU 5100-EXIT
007590         VARYING WS-G FROM 1 BY 1
007600         UNTIL WS-G > WS-INVOICE-COUNT.
007610     WRITE APREMIT-REC FROM WS-BLANK-LINE.
007620     COMPUTE RT-GROSS = PY-GROSS(PY-IDX) / 100.
007630     COMPUTE RT-DISCOUNT = PY-DISCOUNT(PY-IDX) / 100.
007640     COMPUTE RT-PAID = PY-NET(PY-IDX) / 100.
007650     WRITE APREMIT-REC FROM WS-REMIT-TOTAL.
007660 5000-EXIT.
007670     EXIT.

007680 5100-REMIT-ONE-INVOICE.
007690     SET OI-IDX TO WS-G.
007700     IF OI-STATE(OI-IDX) NOT = "P"
007710             OR OI-SUPPLIER(OI-IDX) NOT = PY-SUPPLIER(PY-IDX)
007720         GO TO 5100-EXIT
007730     END-IF.
007740     MOVE OI-INVOICE-NO(OI-IDX) TO RD-INVOICE-NO.
007750     MOVE OI-INVOICE-DATE(OI-IDX) TO RD-INVOICE-DATE.
007760     COMPUTE RD-GROSS = OI-GROSS(OI-IDX) / 100.
007770     COMPUTE RD-DISCOUNT = OI-DISCOUNT(OI-IDX) / 100.
007780     COMPUTE RD-PAID = OI-NET(OI-IDX) / 100.
007790     WRITE APREMIT-REC FROM WS-REMIT-DETAIL.
007800 5100-EXIT.
007810     EXIT.

007820*----------------------------------------------------------------
007830* 6000-FINALIZE - JOURNAL THE PAYMENTS, REWRITE APOPEN WITHOUT THE
007840*                 PAID INVOICES AND PRINT THE RUN TOTALS. A
007850*                 PROPOSAL RUN STOPS AT THE TOTALS.
007860*----------------------------------------------------------------
007870 6000-FINALIZE.
007880     WRITE APPAYRPT-REC FROM WS-BLANK-LINE.
007890     PERFORM 6100-PRINT-ONE-PAYEE THRU 6100-EXIT
007900         VARYING WS-PY-IDX FROM 1 BY 1
007910         UNTIL WS-PY-IDX > WS-PAYEE-COUNT.
007920     WRITE APPAYRPT-REC FROM WS-BLANK-LINE.
007930     MOVE WS-PAID-COUNT TO TL-PAID.
007940     COMPUTE TL-GROSS = WS-PAID-GROSS / 100.
007950     COMPUTE TL-DISC = WS-PAID-DISC / 100.
007960     COMPUTE TL-NET = WS-PAID-NET / 100.
007970     WRITE APPAYRPT-REC FROM WS-TOTAL-LINE.
007980     MOVE WS-HELD-COUNT TO CL-HELD.
007990     MOVE WS-DEFER-COUNT TO CL-DEFER.
008000     MOVE WS-LATER-COUNT TO CL-LATER.
008010     WRITE APPAYRPT-REC FROM WS-COUNT-LINE.
008020     IF WS-DISC-MISSED > ZERO
008030         COMPUTE ML-MISSED = WS-DISC-MISSED / 100
008040         WRITE APPAYRPT-REC FROM WS-MISSED-LINE
008050     END-IF.
008060     IF WS-SIMULATING
008070         WRITE APPAYRPT-REC FROM WS-SIM-BANNER
008080         GO TO 6000-CLOSE
008090     END-IF.
008100     CLOSE APPAYEX
008110           APREMIT.
008120     IF WS-PAYEE-COUNT > ZERO
008130         PERFORM 6200-JOURNAL-PAYMENTS THRU 6200-EXIT
008140     END-IF.
008150     OPEN OUTPUT APOPEN.
008160     PERFORM 6300-SAVE-ONE-LINE THRU 6300-EXIT
008170         VARYING WS-G FROM 1 BY 1
008180         UNTIL WS-G > WS-LINE-COUNT.
008190     CLOSE APOPEN.
008200 6000-CLOSE.
008210     CLOSE APPAYRPT.
008220 6000-EXIT.
008230     EXIT.

008240 6100-PRINT-ONE-PAYEE.
008250     SET PY-IDX TO WS-PY-IDX.
008260     MOVE PY-SUPPLIER(PY-IDX) TO PL-SUPPLIER.
008270     MOVE PY-COUNT(PY-IDX) TO PL-COUNT.
008280     COMPUTE PL-NET = PY-NET(PY-IDX) / 100.
008290     WRITE APPAYRPT-REC FROM WS-PAYEE-LINE.
008300 6100-EXIT.
008310     EXIT.

008320 6200-JOURNAL-PAYMENTS.
008330     MOVE "WRITE" TO GJ-ACTION.
008340     MOVE "APPAYSEL" TO GJ-SOURCE-PROGRAM.
008350     MOVE WS-RUN-DATE TO GJ-POST-DATE.
008360     MOVE "AP PAYMENT RUN" TO GJ-DESC.
008370     MOVE "2000APTRADE" TO GJ-ACCOUNT.
008380     MOVE "D" TO GJ-DC.
008390     MOVE WS-PAID-GROSS TO GJ-AMOUNT.
008400     CALL "GLJRNL" USING GLJRNL-PARMS.
008410     MOVE "1000CASH" TO GJ-ACCOUNT.
008420     MOVE "C" TO GJ-DC.
008430     MOVE WS-PAID-NET TO GJ-AMOUNT.
008440     CALL "GLJRNL" USING GLJRNL-PARMS.
008450     IF WS-PAID-DISC > ZERO
008460         MOVE "AP DISCOUNT TAKEN" TO GJ-DESC
008470         MOVE "4950DISCTK" TO GJ-ACCOUNT
008480         MOVE "C" TO GJ-DC
008490         MOVE WS-PAID-DISC TO GJ-AMOUNT
008500         CALL "GLJRNL" USING GLJRNL-PARMS
008510     END-IF.
008520     MOVE "CLOSE" TO GJ-ACTION.
008530     MOVE "APPAYSEL" TO GJ-SOURCE-PROGRAM.
008540     CALL "GLJRNL" USING GLJRNL-PARMS.
008550 6200-EXIT.
008560     EXIT.

008570 6300-SAVE-ONE-LINE.
008580     SET OL-IDX TO WS-G.
008590     SET OI-IDX TO OL-OI-IDX(OL-IDX).
008600     IF OI-STATE(OI-IDX) = "P"
008610         GO TO 6300-EXIT
008620     END-IF.
008630     WRITE APOPEN-REC FROM OL-RECORD(OL-IDX).
008640 6300-EXIT.
008650     EXIT.
