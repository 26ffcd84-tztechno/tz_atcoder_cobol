000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAXDELQ.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. LAND SURVEY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. DELINQUENT PROPERTY-TAX
000110*                  REPORT. EVERY OPEN TAXBILL BILL, ANY YEAR, WITH
000120*                  AN INSTALLMENT UNPAID PAST ITS DUE DATE AND THE
000130*                  BIZPARM TAXGRACEDAYS IS LISTED ON TAXDQRPT WITH
000140*                  THE DAYS LATE, THE TAX PAST DUE AND THE BALANCE
000150*                  OWED. THE FIRST TIME AN INSTALLMENT IS FOUND
000160*                  LATE IT IS CHARGED A PENALTY OF TAXPENPCT
000170*                  PERCENT OF THE UNPAID AMOUNT, ADDED TO THE
000180*                  BILL; THE BILL'S PENALTY SWITCHES STOP A RERUN
000190*                  CHARGING IT AGAIN.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM.
000240 OBJECT-COMPUTER. IBM.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT BIZPARM ASSIGN TO "BIZPARM"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PARM-STATUS.
000300     SELECT TAXBILL ASSIGN TO "TAXBILL"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-BILL-STATUS.
000330     SELECT TAXDQRPT ASSIGN TO "TAXDQRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL.

000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  BIZPARM
000380     RECORDING MODE IS F.
000390 01  BIZPARM-REC                  PIC X(80).

000400 FD  TAXBILL
000410     RECORDING MODE IS F.
000420 01  TAXBILL-REC                  PIC X(150).

000430 FD  TAXDQRPT
000440     RECORDING MODE IS F.
000450 01  TAXDQRPT-REC                 PIC X(80).

000460 WORKING-STORAGE SECTION.
000470 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000480     88  WS-EOF                             VALUE "Y".
000490 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000500 77  WS-BILL-STATUS               PIC X(02) VALUE SPACES.
000510 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000520 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000530 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000540 77  WS-RUN-DAY                   PIC 9(07) VALUE ZERO.
000550 77  WS-B                         PIC 9(05) COMP.
000560 77  WS-PENALTY-PCT               PIC 9(03) VALUE 10.
000570 77  WS-GRACE-DAYS                PIC 9(03) VALUE ZERO.
000580 77  WS-DUE-DAY                   PIC 9(07) VALUE ZERO.
000590 77  WS-DAYS-LATE                 PIC 9(05) VALUE ZERO.
000600 77  WS-TAX-PAID                  PIC 9(11)V99 VALUE ZERO.
000610 77  WS-INST1-OUT                 PIC 9(11)V99 VALUE ZERO.
000620 77  WS-INST2-OUT                 PIC 9(11)V99 VALUE ZERO.
000630 77  WS-PAST-DUE                  PIC 9(11)V99 VALUE ZERO.
000640 77  WS-PENALTY                   PIC 9(09)V99 VALUE ZERO.
000650 77  WS-RUN-PENALTY               PIC 9(09)V99 VALUE ZERO.
000660 77  WS-BALANCE-DUE               PIC 9(11)V99 VALUE ZERO.
000670 77  WS-LATE-INST                 PIC X(03) VALUE SPACES.
000680 77  WS-DELQ-COUNT                PIC 9(05) VALUE ZERO COMP.
000690 77  WS-PENALISED-COUNT           PIC 9(05) VALUE ZERO COMP.
000700 77  WS-TOTAL-PAST-DUE            PIC 9(13)V99 VALUE ZERO.
000710 77  WS-TOTAL-PENALTY             PIC 9(11)V99 VALUE ZERO.
000720 77  WS-TOTAL-DUE                 PIC 9(13)V99 VALUE ZERO.

000730*    EVERY BILL ON FILE, ALL YEARS, IN FILE ORDER.
000740 01  WS-BILL-TABLE.
000750     05  WS-BILL-COUNT            PIC 9(05) VALUE ZERO COMP.
000760     05  BL-ENTRY OCCURS 5000 TIMES
000770                  INDEXED BY BL-IDX.
000780         10  BL-RECORD            PIC X(150).

000790 COPY TAXBILL.
000800 COPY PARMCTL.
000810 COPY RPTHDR.
000820 COPY DATXLINK.

000830 01  WS-TITLE-LINE.
000840     05  FILLER                  PIC X(30) VALUE
000850         "DELINQUENT PROPERTY TAX".
000860     05  FILLER                  PIC X(07) VALUE "AS OF: ".
000870     05  TL-RUN-DATE              PIC 9(08).
000880     05  FILLER                  PIC X(13) VALUE "  PENALTY: ".
000890     05  TL-PENALTY-PCT           PIC ZZ9.
000900     05  FILLER                  PIC X(15) VALUE "% GRACE DAYS: ".
000910     05  TL-GRACE-DAYS            PIC ZZ9.
000920     05  FILLER                  PIC X(01) VALUE SPACES.

000930 01  WS-HEADING-LINE.
000940     05  FILLER                  PIC X(40) VALUE
000950         "OWNER  YEAR INST DAYS  TAX PAST DUE PENA".
000960     05  FILLER                  PIC X(40) VALUE
000970         "LTY NOW  TOTAL PENALTY    BALANCE DUE".

000980 01  WS-DETAIL-LINE.
000990     05  DL-OWNER                 PIC X(06).
001000     05  FILLER                  PIC X(01) VALUE SPACES.
001010     05  DL-TAX-YEAR              PIC 9(04).
001020     05  FILLER                  PIC X(01) VALUE SPACES.
001030     05  DL-LATE-INST             PIC X(03).
001040     05  FILLER                  PIC X(01) VALUE SPACES.
001050     05  DL-DAYS-LATE             PIC ZZZZ9.
001060     05  FILLER                  PIC X(01) VALUE SPACES.
001070     05  DL-PAST-DUE              PIC Z(09)9.99.
001080     05  FILLER                  PIC X(01) VALUE SPACES.
001090     05  DL-RUN-PENALTY           PIC Z(07)9.99.
001100     05  FILLER                  PIC X(01) VALUE SPACES.
001110     05  DL-PENALTY               PIC Z(10)9.99.
001120     05  FILLER                  PIC X(01) VALUE SPACES.
001130     05  DL-BALANCE-DUE           PIC Z(10)9.99.
001140     05  FILLER                  PIC X(03) VALUE SPACES.

001150 01  WS-SUMMARY-LINE-1.
001160     05  FILLER                  PIC X(18) VALUE
001170         "DELINQUENT BILLS: ".
001180     05  SL-DELQ-COUNT            PIC ZZZZ9.
001190     05  FILLER                  PIC X(25) VALUE
001200         "  PENALISED THIS RUN:    ".
001210     05  SL-PENALISED-COUNT       PIC ZZZZ9.
001220     05  FILLER                  PIC X(27) VALUE SPACES.

001230 01  WS-SUMMARY-LINE-2.
001240     05  FILLER                  PIC X(18) VALUE
001250         "TAX PAST DUE:     ".
001260     05  SL-TOTAL-PAST-DUE        PIC Z(12)9.99.
001270     05  FILLER                  PIC X(19) VALUE
001280         "  PENALTIES NOW:   ".
001290     05  SL-TOTAL-PENALTY         PIC Z(10)9.99.
001300     05  FILLER                  PIC X(10) VALUE SPACES.

001310 01  WS-SUMMARY-LINE-3.
001320     05  FILLER                  PIC X(18) VALUE
001330         "BALANCE OWED:     ".
001340     05  SL-TOTAL-DUE             PIC Z(12)9.99.
001350     05  FILLER                  PIC X(45) VALUE SPACES.

001360 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-CHECK-ONE-BILL THRU 2000-EXIT
001410         VARYING WS-B FROM 1 BY 1
001420         UNTIL WS-B > WS-BILL-COUNT.
001430     PERFORM 7000-FINALIZE THRU 7000-EXIT.
001440     STOP RUN.

001450 1000-INITIALIZE.
001460     ACCEPT WS-RUN-DATE FROM DATE.
001470     ACCEPT WS-RUN-TIME FROM TIME.
001480     MOVE "EXPND" TO DX-ACTION.
001490     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001500     CALL "DATEXPND" USING DATEXPND-PARMS.
001510     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001520     COMPUTE WS-RUN-DAY =
001530         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
001540     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
001550     PERFORM 1200-LOAD-BILLS THRU 1200-EXIT.
001560     OPEN OUTPUT TAXDQRPT.
001570     MOVE "TAXDELQ" TO RH-PROGRAM-ID.
001580     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001590     MOVE WS-RUN-TIME TO RH-RUN-ID.
001600     MOVE 1 TO RH-PAGE-NUMBER.
001610     WRITE TAXDQRPT-REC FROM RH-REPORT-HEADER.
001620     MOVE WS-RUN-CCYYMMDD TO TL-RUN-DATE.
001630     MOVE WS-PENALTY-PCT TO TL-PENALTY-PCT.
001640     MOVE WS-GRACE-DAYS TO TL-GRACE-DAYS.
001650     WRITE TAXDQRPT-REC FROM WS-TITLE-LINE.
001660     WRITE TAXDQRPT-REC FROM WS-BLANK-LINE.
001670     WRITE TAXDQRPT-REC FROM WS-HEADING-LINE.
001680 1000-EXIT.
001690     EXIT.

001700*----------------------------------------------------------------
001710* 1100-SCAN-PARMS - TAXPENPCT IS THE ONE-TIME PENALTY ON A LATE
001720*                   INSTALLMENT, 10 PERCENT BY DEFAULT.
001730*                   TAXGRACEDAYS IS HOW LONG PAST ITS DUE DATE AN
001740*                   INSTALLMENT RUNS BEFORE IT IS LATE, NONE BY
001750*                   DEFAULT. A ZERO VALUE KEEPS THE DEFAULT.
001760*----------------------------------------------------------------
001770 1100-SCAN-PARMS.
001780     OPEN INPUT BIZPARM.
001790     IF WS-PARM-STATUS NOT = "00"
001800         GO TO 1100-EXIT
001810     END-IF.
001820     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
001830         UNTIL WS-EOF.
001840     CLOSE BIZPARM.
001850     MOVE "N" TO WS-EOF-SW.
001860 1100-EXIT.
001870     EXIT.

001880 1110-SCAN-ONE-PARM.
001890     READ BIZPARM
001900         AT END
001910             SET WS-EOF TO TRUE
001920             GO TO 1110-EXIT
001930     END-READ.
001940     MOVE BIZPARM-REC TO PC-PARM-RECORD.
001950     IF PC-PARM-VALUE NOT > ZERO
001960         GO TO 1110-EXIT
001970     END-IF.
001980     EVALUATE PC-PARM-NAME
001990         WHEN "TAXPENPCT"
002000             MOVE PC-PARM-VALUE TO WS-PENALTY-PCT
002010         WHEN "TAXGRACEDAYS"
002020             MOVE PC-PARM-VALUE TO WS-GRACE-DAYS
002030     END-EVALUATE.
002040 1110-EXIT.
002050     EXIT.

002060 1200-LOAD-BILLS.
002070     OPEN INPUT TAXBILL.
002080     IF WS-BILL-STATUS NOT = "00"
002090         DISPLAY "TAXDELQ - TAXBILL NOT FOUND - RUN ABORTED"
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     PERFORM 1210-LOAD-ONE-BILL THRU 1210-EXIT
002140         UNTIL WS-EOF.
002150     CLOSE TAXBILL.
002160     MOVE "N" TO WS-EOF-SW.
002170 1200-EXIT.
002180     EXIT.

002190 1210-LOAD-ONE-BILL.
002200     READ TAXBILL
002210         AT END
002220             SET WS-EOF TO TRUE
002230             GO TO 1210-EXIT
002240     END-READ.
002250     IF WS-BILL-COUNT >= 5000
002260         DISPLAY "TAXDELQ - TAXBILL EXCEEDS THE 5000-BILL "
002270             "TABLE - RUN ABORTED"
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     ADD 1 TO WS-BILL-COUNT.
002320     SET BL-IDX TO WS-BILL-COUNT.
002330     MOVE TAXBILL-REC TO BL-RECORD(BL-IDX).
002340 1210-EXIT.
002350     EXIT.

002360*----------------------------------------------------------------
002370* 2000-CHECK-ONE-BILL - RECEIPTS SETTLE THE PENALTY FIRST, THEN
002380*                       INSTALLMENT 1, THEN INSTALLMENT 2, SO
002390*                       WHAT IS STILL OWED ON EACH INSTALLMENT IS
002400*                       WORKED FROM THE RECEIPTS LEFT AFTER THE
002410*                       PENALTY. THE DAYS LATE COUNT FROM THE
002420*                       EARLIER LATE INSTALLMENT'S DUE DATE.
002430*----------------------------------------------------------------
002440 2000-CHECK-ONE-BILL.
002450     SET BL-IDX TO WS-B.
002460     MOVE BL-RECORD(BL-IDX) TO TB-BILL-RECORD.
002470     IF NOT TB-OPEN
002480         GO TO 2000-EXIT
002490     END-IF.
002500     MOVE ZERO TO WS-TAX-PAID
002510                  WS-INST1-OUT
002520                  WS-INST2-OUT
002530                  WS-PAST-DUE
002540                  WS-RUN-PENALTY
002550                  WS-DAYS-LATE.
002560     MOVE SPACES TO WS-LATE-INST.
002570     IF TB-PAID > TB-PENALTY
002580         COMPUTE WS-TAX-PAID = TB-PAID - TB-PENALTY
002590     END-IF.
002600     IF WS-TAX-PAID < TB-INST1-AMT
002610         COMPUTE WS-INST1-OUT = TB-INST1-AMT - WS-TAX-PAID
002620     END-IF.
002630     IF WS-TAX-PAID < TB-TAX-AMOUNT
002640         COMPUTE WS-INST2-OUT =
002650             TB-TAX-AMOUNT - WS-TAX-PAID - WS-INST1-OUT
002660     END-IF.
002670     COMPUTE WS-DUE-DAY =
002680         FUNCTION INTEGER-OF-DATE(TB-INST2-DUE) + WS-GRACE-DAYS.
002690     IF WS-INST2-OUT > ZERO AND WS-RUN-DAY > WS-DUE-DAY
002700         MOVE "2" TO WS-LATE-INST
002710         ADD WS-INST2-OUT TO WS-PAST-DUE
002720         COMPUTE WS-DAYS-LATE = WS-RUN-DAY - WS-DUE-DAY
002730         IF NOT TB-PEN2-ASSESSED
002740             COMPUTE WS-PENALTY ROUNDED =
002750                 WS-INST2-OUT * WS-PENALTY-PCT / 100
002760             ADD WS-PENALTY TO WS-RUN-PENALTY
002770             MOVE "Y" TO TB-PEN2-SW
002780         END-IF
002790     END-IF.
002800     COMPUTE WS-DUE-DAY =
002810         FUNCTION INTEGER-OF-DATE(TB-INST1-DUE) + WS-GRACE-DAYS.
002820     IF WS-INST1-OUT > ZERO AND WS-RUN-DAY > WS-DUE-DAY
002830         IF WS-LATE-INST = SPACES
002840             MOVE "1" TO WS-LATE-INST
002850         ELSE
002860             MOVE "1+2" TO WS-LATE-INST
002870         END-IF
002880         ADD WS-INST1-OUT TO WS-PAST-DUE
002890         COMPUTE WS-DAYS-LATE = WS-RUN-DAY - WS-DUE-DAY
002900         IF NOT TB-PEN1-ASSESSED
002910             COMPUTE WS-PENALTY ROUNDED =
002920                 WS-INST1-OUT * WS-PENALTY-PCT / 100
002930             ADD WS-PENALTY TO WS-RUN-PENALTY
002940             MOVE "Y" TO TB-PEN1-SW
002950         END-IF
002960     END-IF.
002970     IF WS-LATE-INST = SPACES
002980         GO TO 2000-EXIT
002990     END-IF.
003000     IF WS-RUN-PENALTY > ZERO
003010         ADD WS-RUN-PENALTY TO TB-PENALTY
003020         ADD 1 TO WS-PENALISED-COUNT
003030         ADD WS-RUN-PENALTY TO WS-TOTAL-PENALTY
003040     END-IF.
003050     MOVE TB-BILL-RECORD TO BL-RECORD(BL-IDX).
003060     COMPUTE WS-BALANCE-DUE =
003070         TB-TAX-AMOUNT + TB-PENALTY - TB-PAID.
003080     ADD 1 TO WS-DELQ-COUNT.
003090     ADD WS-PAST-DUE TO WS-TOTAL-PAST-DUE.
003100     ADD WS-BALANCE-DUE TO WS-TOTAL-DUE.
003110     MOVE TB-OWNER TO DL-OWNER.
003120     MOVE TB-TAX-YEAR TO DL-TAX-YEAR.
003130     MOVE WS-LATE-INST TO DL-LATE-INST.
003140     MOVE WS-DAYS-LATE TO DL-DAYS-LATE.
003150     MOVE WS-PAST-DUE TO DL-PAST-DUE.
003160     MOVE WS-RUN-PENALTY TO DL-RUN-PENALTY.
003170     MOVE TB-PENALTY TO DL-PENALTY.
003180     MOVE WS-BALANCE-DUE TO DL-BALANCE-DUE.
003190     WRITE TAXDQRPT-REC FROM WS-DETAIL-LINE.
003200 2000-EXIT.
003210     EXIT.

003220*----------------------------------------------------------------
003230* 7000-FINALIZE - WRITE THE BILLS BACK WITH THE PENALTIES CHARGED
003240*                 AND PRINT THE TOTALS.
003250*----------------------------------------------------------------
003260 7000-FINALIZE.
003270     OPEN OUTPUT TAXBILL.
003280     PERFORM 7100-SAVE-ONE-BILL THRU 7100-EXIT
003290         VARYING WS-B FROM 1 BY 1
003300         UNTIL WS-B > WS-BILL-COUNT.
003310     CLOSE TAXBILL.
003320     WRITE TAXDQRPT-REC FROM WS-BLANK-LINE.
003330     MOVE WS-DELQ-COUNT TO SL-DELQ-COUNT.
003340     MOVE WS-PENALISED-COUNT TO SL-PENALISED-COUNT.
003350     WRITE TAXDQRPT-REC FROM WS-SUMMARY-LINE-1.
003360     MOVE WS-TOTAL-PAST-DUE TO SL-TOTAL-PAST-DUE.
003370     MOVE WS-TOTAL-PENALTY TO SL-TOTAL-PENALTY.
003380     WRITE TAXDQRPT-REC FROM WS-SUMMARY-LINE-2.
003390     MOVE WS-TOTAL-DUE TO SL-TOTAL-DUE.
003400     WRITE TAXDQRPT-REC FROM WS-SUMMARY-LINE-3.
003410     CLOSE TAXDQRPT.
003420 7000-EXIT.
003430     EXIT.

003440 7100-SAVE-ONE-BILL.
003450     SET BL-IDX TO WS-B.
003460     WRITE TAXBILL-REC FROM BL-RECORD(BL-IDX).
003470 7100-EXIT.
003480     EXIT.
