000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. APINVMT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. SUPPLIER INVOICE INTAKE AND
000110*                  THREE-WAY MATCH, RUN AFTER PORECV. EACH APINVC
000120*                  INVOICE LINE (SUPPLIER, INVOICE, PO-ORDER-NO,
000130*                  QUANTITY, UNIT PRICE) IS MATCHED TO THE GOODS
000140*                  RECEIVED AGAINST THAT ORDER ON THE RCVHIST
000150*                  RECEIPT HISTORY, LESS WHAT EARLIER INVOICES
000160*                  ALREADY BILLED (THE APINVHS HISTORY), AND TO
000170*                  THE ORDER'S PO-UNIT-COST. A LINE IS HELD WHEN
000180*                  NOTHING WAS RECEIVED ON THE ORDER, THE ORDER
000190*                  BELONGS TO ANOTHER SUPPLIER, THE SAME LINE WAS
000200*                  ALREADY INVOICED, IT BILLS MORE THAN REMAINS
000210*                  RECEIVED AND UNBILLED, THE ORDER HAS NO PRICE,
000220*                  OR THE PRICE IS OUTSIDE BIZPARM INVPRCTOLBP
000230*                  (BASIS POINTS OF THE PO COST, DEFAULT 200).
000240*                  ONE HELD LINE HOLDS THE WHOLE INVOICE. MATCHED
000250*                  INVOICES GO TO THE APAPPRV APPROVED-PAYABLES
000260*                  FILE (CTLREC HEADER AND TRAILER) AND ONTO
000270*                  APINVHS; HELD LINES GO TO APHOLD WITH THEIR
000280*                  REASON. RECEIPTS NOT YET INVOICED ARE WRITTEN
000290*                  TO APACCRU AT PO COST - THE MONTH-END RUN'S
000300*                  FILE IS THE RECEIVED-NOT-INVOICED ACCRUAL. THE
000310*                  REPORT IS APMATRPT.
000311* 10/15/2026  RO   OPEN PAYABLES. EVERY APPROVED LINE IS ALSO
000312*                  APPENDED TO THE APOPEN LEDGER, WHERE IT WAITS
000313*                  FOR THE APPAYSEL PAYMENT RUN TO PAY IT.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM.
000360 OBJECT-COMPUTER. IBM.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RCVHIST ASSIGN TO "RCVHIST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RCV-STATUS.
000420     SELECT APINVHS ASSIGN TO "APINVHS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-HIST-STATUS.
000450     SELECT APINVC ASSIGN TO "APINVC"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-INV-STATUS.
000480     SELECT BIZPARM ASSIGN TO "BIZPARM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.
000510     SELECT APAPPRV ASSIGN TO "APAPPRV"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT APHOLD ASSIGN TO "APHOLD"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT APACCRU ASSIGN TO "APACCRU"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT APMATRPT ASSIGN TO "APMATRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000582     SELECT APOPEN ASSIGN TO "APOPEN"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-OPEN-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RCVHIST
000620     RECORDING MODE IS F.
000630 01  RCVHIST-REC.
000640     05  RV-ORDER-NO              PIC 9(06).
000650     05  FILLER                   PIC X(01).
000660     05  RV-SUPPLIER              PIC X(04).
000670     05  FILLER                   PIC X(01).
000680     05  RV-BIN-ID                PIC X(10).
000690     05  FILLER                   PIC X(01).
000700     05  RV-QTY                   PIC 9(07).
000710     05  FILLER                   PIC X(01).
000720     05  RV-RECV-DATE             PIC 9(08).
000730     05  FILLER                   PIC X(01).
000740     05  RV-UNIT-COST             PIC 9(07)V99.
000750     05  FILLER                   PIC X(31).

000760 FD  APINVHS
000770     RECORDING MODE IS F.
000780 01  APINVHS-REC.
000790     05  AH-SUPPLIER              PIC X(04).
000800     05  FILLER                   PIC X(01).
000810     05  AH-INVOICE-NO            PIC X(10).
000820     05  FILLER                   PIC X(01).
000830     05  AH-ORDER-NO              PIC 9(06).
000840     05  FILLER                   PIC X(01).
000850     05  AH-QTY                   PIC 9(07).
000860     05  FILLER                   PIC X(01).
000870     05  AH-UNIT-PRICE            PIC 9(07)V99.
000880     05  FILLER                   PIC X(01).
000890     05  AH-AMOUNT                PIC 9(09)V99.
000900     05  FILLER                   PIC X(01).
000910     05  AH-APPROVE-DATE          PIC 9(08).
000920     05  FILLER                   PIC X(19).

000930 FD  APINVC
000940     RECORDING MODE IS F.
000950 01  APINVC-REC.
000960     05  IV-SUPPLIER              PIC X(04).
000970     05  FILLER                   PIC X(01).
000980     05  IV-INVOICE-NO            PIC X(10).
000990     05  FILLER                   PIC X(01).
001000     05  IV-ORDER-NO              PIC 9(06).
001010     05  FILLER                   PIC X(01).
001020     05  IV-QTY                   PIC 9(07).
001030     05  FILLER                   PIC X(01).
001040     05  IV-UNIT-PRICE            PIC 9(07)V99.
001050     05  FILLER                   PIC X(01).
001060     05  IV-INVOICE-DATE          PIC 9(08).
001070     05  FILLER                   PIC X(31).

001080 FD  BIZPARM
001090     RECORDING MODE IS F.
001100 01  BIZPARM-REC                  PIC X(80).

001110 FD  APAPPRV
001120     RECORDING MODE IS F.
001130 01  APAPPRV-REC.
001140     05  AP-SUPPLIER              PIC X(04).
001150     05  FILLER                   PIC X(01).
001160     05  AP-INVOICE-NO            PIC X(10).
001170     05  FILLER                   PIC X(01).
001180     05  AP-ORDER-NO              PIC 9(06).
001190     05  FILLER                   PIC X(01).
001200     05  AP-QTY                   PIC 9(07).
001210     05  FILLER                   PIC X(01).
001220     05  AP-UNIT-PRICE            PIC 9(07)V99.
001230     05  FILLER                   PIC X(01).
001240     05  AP-AMOUNT                PIC 9(09)V99.
001250     05  FILLER                   PIC X(01).
001260     05  AP-INVOICE-DATE          PIC 9(08).
001270     05  FILLER                   PIC X(19).

001280 FD  APHOLD
001290     RECORDING MODE IS F.
001300 01  APHOLD-REC.
001310     05  HD-SUPPLIER              PIC X(04).
001320     05  FILLER                   PIC X(01).
001330     05  HD-INVOICE-NO            PIC X(10).
001340     05  FILLER                   PIC X(01).
001350     05  HD-ORDER-NO              PIC 9(06).
001360     05  FILLER                   PIC X(01).
001370     05  HD-QTY                   PIC 9(07).
001380     05  FILLER                   PIC X(01).
001390     05  HD-UNIT-PRICE            PIC 9(07)V99.
001400     05  FILLER                   PIC X(01).
001410     05  HD-INVOICE-DATE          PIC 9(08).
001420     05  FILLER                   PIC X(01).
001430     05  HD-REASON-CODE           PIC X(02).
001440     05  FILLER                   PIC X(01).
001450     05  HD-REASON                PIC X(20).
001460     05  FILLER                   PIC X(07).

001470 FD  APACCRU
001480     RECORDING MODE IS F.
001490 01  APACCRU-REC.
001500     05  AC-ORDER-NO              PIC 9(06).
001510     05  FILLER                   PIC X(01).
001520     05  AC-SUPPLIER              PIC X(04).
001530     05  FILLER                   PIC X(01).
001540     05  AC-QTY                   PIC 9(07).
001550     05  FILLER                   PIC X(01).
001560     05  AC-UNIT-COST             PIC 9(07)V99.
001570     05  FILLER                   PIC X(01).
001580     05  AC-AMOUNT                PIC 9(09)V99.
001590     05  FILLER                   PIC X(01).
001600     05  AC-LAST-RECV-DATE        PIC 9(08).
001610     05  FILLER                   PIC X(30).

001620 FD  APMATRPT
001630     RECORDING MODE IS F.
001640 01  APMATRPT-REC                 PIC X(80).

001641 FD  APOPEN
001642     RECORDING MODE IS F.
001643 01  APOPEN-REC.
001644     05  AO-SUPPLIER              PIC X(04).
001645     05  FILLER                   PIC X(01).
001646     05  AO-INVOICE-NO            PIC X(10).
001647     05  FILLER                   PIC X(01).
001648     05  AO-ORDER-NO              PIC 9(06).
001649     05  FILLER                   PIC X(01).
00164A     05  AO-AMOUNT                PIC 9(09)V99.
00164B     05  FILLER                   PIC X(01).
00164C     05  AO-INVOICE-DATE          PIC 9(08).
00164D     05  FILLER                   PIC X(01).
00164E     05  AO-APPROVE-DATE          PIC 9(08).
00164F     05  FILLER                   PIC X(28).

001650 WORKING-STORAGE SECTION.
001660 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001670     88  WS-EOF                             VALUE "Y".
001680 77  WS-RCV-STATUS                PIC X(02) VALUE SPACES.
001690 77  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
001700 77  WS-INV-STATUS                PIC X(02) VALUE SPACES.
001710 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001715 77  WS-OPEN-STATUS               PIC X(02) VALUE SPACES.
001720 77  WS-G                         PIC 9(05) COMP.
001730 77  WS-H                         PIC 9(05) COMP.
001740 77  WS-RT-IDX                    PIC 9(05) VALUE ZERO COMP.
001750 77  WS-FIND-ORDER                PIC 9(06) VALUE ZERO.
001760 77  WS-DUP-SW                    PIC X(01) VALUE "N".
001770     88  WS-DUPLICATE                       VALUE "Y".
001780 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001790 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001800 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001810 77  WS-TOL-BP                    PIC 9(05) VALUE 200.
001820 77  WS-PRICE-TOL                 PIC 9(07)V99 VALUE ZERO.
001830 77  WS-PRICE-DIFF                PIC S9(07)V99 VALUE ZERO.
001840 77  WS-OPEN-QTY                  PIC S9(09) VALUE ZERO.
001850 77  WS-LINE-AMOUNT               PIC 9(09)V99 VALUE ZERO.
001860 77  WS-APPROVED-COUNT            PIC 9(07) VALUE ZERO COMP.
001870 77  WS-APPROVED-TOTAL            PIC 9(13)V99 VALUE ZERO.
001880 77  WS-HELD-COUNT                PIC 9(07) VALUE ZERO COMP.
001890 77  WS-ACCRUAL-COUNT             PIC 9(07) VALUE ZERO COMP.
001900 77  WS-ACCRUAL-TOTAL             PIC 9(13)V99 VALUE ZERO.

001910*    GOODS RECEIVED PER ORDER, AND HOW MUCH OF IT IS BILLED
001920 01  WS-RCV-TABLE.
001930     05  WS-RCV-COUNT             PIC 9(05) VALUE ZERO COMP.
001940     05  RT-ENTRY OCCURS 5000 TIMES
001950                  INDEXED BY RT-IDX.
001960         10  RT-ORDER-NO          PIC 9(06).
001970         10  RT-SUPPLIER          PIC X(04).
001980         10  RT-UNIT-COST         PIC 9(07)V99.
001990         10  RT-RECEIVED          PIC 9(09).
002000         10  RT-INVOICED          PIC 9(09).
002010         10  RT-LAST-DATE         PIC 9(08).

002020*    EVERY INVOICE LINE EVER APPROVED, FOR THE DUPLICATE CHECK
002030 01  WS-HIST-TABLE.
002040     05  WS-HIST-COUNT            PIC 9(05) VALUE ZERO COMP.
002050     05  HI-ENTRY OCCURS 5000 TIMES
002060                  INDEXED BY HI-IDX.
002070         10  HI-SUPPLIER          PIC X(04).
002080         10  HI-INVOICE-NO        PIC X(10).
002090         10  HI-ORDER-NO          PIC 9(06).

002100*    THIS RUN'S INVOICE LINES. IL-REASON-CODE SPACES IS A MATCH.
002110 01  WS-LINE-TABLE.
002120     05  WS-LINE-COUNT            PIC 9(05) VALUE ZERO COMP.
002130     05  IL-ENTRY OCCURS 2000 TIMES
002140                  INDEXED BY IL-IDX.
002150         10  IL-SUPPLIER          PIC X(04).
002160         10  IL-INVOICE-NO        PIC X(10).
002170         10  IL-ORDER-NO          PIC 9(06).
002180         10  IL-QTY               PIC 9(07).
002190         10  IL-UNIT-PRICE        PIC 9(07)V99.
002200         10  IL-INVOICE-DATE      PIC 9(08).
002210         10  IL-RT-IDX            PIC 9(05) COMP.
002220         10  IL-REASON-CODE       PIC X(02).
002230             88  IL-MATCHED                 VALUE SPACES.

002240 COPY PARMCTL.
002250 COPY CTLREC.
002260 COPY RPTHDR.
002270 COPY DATXLINK.

002280 01  WS-TITLE-LINE.
002290     05  FILLER                  PIC X(36) VALUE
002300         "SUPPLIER INVOICE THREE-WAY MATCH".
002310     05  FILLER                  PIC X(44) VALUE SPACES.

002320 01  WS-COLUMN-LINE.
002330     05  FILLER                  PIC X(40) VALUE
002340         "SUP   INVOICE     ORDER       QTY  UNIT ".
002350     05  FILLER                  PIC X(40) VALUE
002360         "PRICE       AMOUNT  STATUS              ".

002370 01  WS-DETAIL-LINE.
002380     05  DL-SUPPLIER              PIC X(04).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  DL-INVOICE-NO            PIC X(10).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  DL-ORDER-NO              PIC 9(06).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  DL-QTY                   PIC ZZZZZZ9.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  DL-UNIT-PRICE            PIC ZZZZZZ9.99.
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  DL-AMOUNT                PIC ZZZZZZZ9.99.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  DL-STATUS                PIC X(20).

002510 01  WS-ACCRUAL-TITLE.
002520     05  FILLER                  PIC X(36) VALUE
002530         "RECEIVED NOT INVOICED - PO COST".
002540     05  FILLER                  PIC X(44) VALUE SPACES.

002550 01  WS-ACCRUAL-LINE.
002560     05  FILLER                  PIC X(06) VALUE "ORDER ".
002570     05  AL-ORDER-NO              PIC 9(06).
002580     05  FILLER                  PIC X(06) VALUE "  SUP ".
002590     05  AL-SUPPLIER              PIC X(04).
002600     05  FILLER                  PIC X(11) VALUE "  UNBILLED ".
002610     05  AL-QTY                   PIC ZZZZZZ9.
002620     05  FILLER                  PIC X(05) VALUE "  AT ".
002630     05  AL-UNIT-COST             PIC ZZZZZZ9.99.
002640     05  FILLER                  PIC X(10) VALUE "  ACCRUE ".
002650     05  AL-AMOUNT                PIC ZZZZZZZ9.99.
002660     05  FILLER                  PIC X(04) VALUE SPACES.

002670 01  WS-APPROVED-LINE.
002680     05  FILLER                  PIC X(16) VALUE
002690         "APPROVED LINES: ".
002700     05  SM-APPROVED              PIC ZZZZZZ9.
002710     05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
002720     05  SM-APPROVED-TOTAL        PIC ZZZZZZZZZZZZ9.99.
002730     05  FILLER                  PIC X(31) VALUE SPACES.

002740 01  WS-HELD-LINE.
002750     05  FILLER                  PIC X(16) VALUE
002760         "HELD LINES:     ".
002770     05  SM-HELD                  PIC ZZZZZZ9.
002780     05  FILLER                  PIC X(57) VALUE SPACES.

002790 01  WS-ACCRUED-LINE.
002800     05  FILLER                  PIC X(16) VALUE
002810         "ORDERS ACCRUED: ".
002820     05  SM-ACCRUED               PIC ZZZZZZ9.
002830     05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
002840     05  SM-ACCRUED-TOTAL         PIC ZZZZZZZZZZZZ9.99.
002850     05  FILLER                  PIC X(31) VALUE SPACES.

002860 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002870 PROCEDURE DIVISION.
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900     PERFORM 2000-JUDGE-ONE-LINE THRU 2000-EXIT
002910         VARYING WS-G FROM 1 BY 1
002920         UNTIL WS-G > WS-LINE-COUNT.
002930     PERFORM 3000-HOLD-ONE-INVOICE THRU 3000-EXIT
002940         VARYING WS-G FROM 1 BY 1
002950         UNTIL WS-G > WS-LINE-COUNT.
002960     PERFORM 4000-WRITE-ONE-LINE THRU 4000-EXIT
002970         VARYING WS-G FROM 1 BY 1
002980         UNTIL WS-G > WS-LINE-COUNT.
002990     PERFORM 5000-LIST-ACCRUALS THRU 5000-EXIT.
003000     PERFORM 6000-FINALIZE THRU 6000-EXIT.
003010     STOP RUN.

003020*----------------------------------------------------------------
003030* 1000-INITIALIZE - BUILD THE RECEIVED AND BILLED QUANTITY PER
003040*                   ORDER FROM THE TWO HISTORIES, THEN LOAD THIS
003050*                   RUN'S INVOICE LINES. NO INVOICE FILE IS AN
003060*                   EMPTY DAY - THE ACCRUAL LIST IS STILL WRITTEN.
003070*----------------------------------------------------------------
003080 1000-INITIALIZE.
003090     ACCEPT WS-RUN-DATE FROM DATE.
003100     MOVE "EXPND" TO DX-ACTION.
003110     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
003120     CALL "DATEXPND" USING DATEXPND-PARMS.
003130     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
003140     ACCEPT WS-RUN-TIME FROM TIME.
003150     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
003160     OPEN INPUT RCVHIST.
003170     IF WS-RCV-STATUS = "00"
003180         PERFORM 1200-LOAD-ONE-RECEIPT THRU 1200-EXIT
003190             UNTIL WS-EOF
003200         CLOSE RCVHIST
003210     END-IF.
003220     MOVE "N" TO WS-EOF-SW.
003230     OPEN INPUT APINVHS.
003240     IF WS-HIST-STATUS = "00"
003250         PERFORM 1300-LOAD-ONE-BILLED THRU 1300-EXIT
003260             UNTIL WS-EOF
003270         CLOSE APINVHS
003280     END-IF.
003290     MOVE "N" TO WS-EOF-SW.
003300     OPEN INPUT APINVC.
003310     IF WS-INV-STATUS = "00"
003320         PERFORM 1400-LOAD-ONE-LINE THRU 1400-EXIT
003330             UNTIL WS-EOF
003340         CLOSE APINVC
003350     END-IF.
003360     MOVE "N" TO WS-EOF-SW.
003370     OPEN EXTEND APINVHS.
003380     IF WS-HIST-STATUS = "35"
003390         OPEN OUTPUT APINVHS
003400     END-IF.
003402     OPEN EXTEND APOPEN.
003404     IF WS-OPEN-STATUS = "35"
003406         OPEN OUTPUT APOPEN
003408     END-IF.
003410     OPEN OUTPUT APAPPRV
003420          OUTPUT APHOLD
003430          OUTPUT APACCRU
003440          OUTPUT APMATRPT.
003450     MOVE "APINVMT" TO RH-PROGRAM-ID.
003460     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003470     MOVE WS-RUN-TIME TO RH-RUN-ID.
003480     MOVE 1 TO RH-PAGE-NUMBER.
003490     WRITE APMATRPT-REC FROM RH-REPORT-HEADER.
003500     WRITE APMATRPT-REC FROM WS-TITLE-LINE.
003510     WRITE APMATRPT-REC FROM WS-BLANK-LINE.
003520     WRITE APMATRPT-REC FROM WS-COLUMN-LINE.
003530     MOVE SPACES TO CT-CONTROL-RECORD.
003540     MOVE "HDR" TO CT-RECORD-TYPE.
003550     MOVE WS-RUN-CCYYMMDD TO CT-FILE-DATE.
003560     MOVE ZERO TO CT-RECORD-COUNT.
003570     MOVE ZERO TO CT-HASH-TOTAL.
003580     WRITE APAPPRV-REC FROM CT-CONTROL-RECORD.
003590     WRITE APACCRU-REC FROM CT-CONTROL-RECORD.
003600 1000-EXIT.
003610     EXIT.

003620 1100-SCAN-PARMS.
003630     OPEN INPUT BIZPARM.
003640     IF WS-PARM-STATUS NOT = "00"
003650         GO TO 1100-EXIT
003660     END-IF.
003670     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003680         UNTIL WS-EOF.
003690     CLOSE BIZPARM.
003700     MOVE "N" TO WS-EOF-SW.
003710 1100-EXIT.
003720     EXIT.

003730 1110-SCAN-ONE-PARM.
003740     READ BIZPARM
003750         AT END
003760             SET WS-EOF TO TRUE
003770         NOT AT END
003780             MOVE BIZPARM-REC TO PC-PARM-RECORD
003790             IF PC-PARM-NAME = "INVPRCTOLBP"
003800                     AND PC-PARM-VALUE > ZERO
003810                 MOVE PC-PARM-VALUE TO WS-TOL-BP
003820             END-IF
003830     END-READ.
003840 1110-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870* 1200-LOAD-ONE-RECEIPT - ONE ROW PER ORDER, HOWEVER MANY
003880*                         DELIVERIES. THE LATEST COST AND DATE
003890*                         STAND.
003900*----------------------------------------------------------------
003910 1200-LOAD-ONE-RECEIPT.
003920     READ RCVHIST
003930         AT END
003940             SET WS-EOF TO TRUE
003950             GO TO 1200-EXIT
003960     END-READ.
003970     MOVE RV-ORDER-NO TO WS-FIND-ORDER.
003980     PERFORM 7000-FIND-ORDER THRU 7000-EXIT.
003990     IF WS-RT-IDX = ZERO
004000         IF WS-RCV-COUNT >= 5000
004010             DISPLAY "APINVMT - RCVHIST EXCEEDS THE 5000-ORDER "
004020                 "TABLE - RUN ABORTED"
004030             MOVE 16 TO RETURN-CODE
004040             STOP RUN
004050         END-IF
004060         ADD 1 TO WS-RCV-COUNT
004070         MOVE WS-RCV-COUNT TO WS-RT-IDX
004080         SET RT-IDX TO WS-RT-IDX
004090         MOVE RV-ORDER-NO TO RT-ORDER-NO(RT-IDX)
004100         MOVE ZERO TO RT-RECEIVED(RT-IDX)
004110         MOVE ZERO TO RT-INVOICED(RT-IDX)
004120     END-IF.
004130     SET RT-IDX TO WS-RT-IDX.
004140     MOVE RV-SUPPLIER TO RT-SUPPLIER(RT-IDX).
004150     MOVE ZERO TO RT-UNIT-COST(RT-IDX).
004160     IF RV-UNIT-COST IS NUMERIC
004170         MOVE RV-UNIT-COST TO RT-UNIT-COST(RT-IDX)
004180     END-IF.
004190     ADD RV-QTY TO RT-RECEIVED(RT-IDX).
004200     MOVE RV-RECV-DATE TO RT-LAST-DATE(RT-IDX).
004210 1200-EXIT.
004220     EXIT.

004230 1300-LOAD-ONE-BILLED.
004240     READ APINVHS
004250         AT END
004260             SET WS-EOF TO TRUE
004270             GO TO 1300-EXIT
004280     END-READ.
004290     IF WS-HIST-COUNT >= 5000
004300         DISPLAY "APINVMT - APINVHS EXCEEDS THE 5000-LINE "
004310             "TABLE - RUN ABORTED"
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     ADD 1 TO WS-HIST-COUNT.
004360     SET HI-IDX TO WS-HIST-COUNT.
004370     MOVE AH-SUPPLIER TO HI-SUPPLIER(HI-IDX).
004380     MOVE AH-INVOICE-NO TO HI-INVOICE-NO(HI-IDX).
004390     MOVE AH-ORDER-NO TO HI-ORDER-NO(HI-IDX).
004400     MOVE AH-ORDER-NO TO WS-FIND-ORDER.
004410     PERFORM 7000-FIND-ORDER THRU 7000-EXIT.
004420     IF WS-RT-IDX > ZERO
004430         SET RT-IDX TO WS-RT-IDX
004440         ADD AH-QTY TO RT-INVOICED(RT-IDX)
004450     END-IF.
004460 1300-EXIT.
004470     EXIT.

004480 1400-LOAD-ONE-LINE.
004490     READ APINVC
004500         AT END
004510             SET WS-EOF TO TRUE
004520             GO TO 1400-EXIT
004530     END-READ.
004540     IF WS-LINE-COUNT >= 2000
004550         DISPLAY "APINVMT - APINVC EXCEEDS THE 2000-LINE "
004560             "TABLE - RUN ABORTED"
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600     ADD 1 TO WS-LINE-COUNT.
004610     SET IL-IDX TO WS-LINE-COUNT.
004620     MOVE IV-SUPPLIER TO IL-SUPPLIER(IL-IDX).
004630     MOVE IV-INVOICE-NO TO IL-INVOICE-NO(IL-IDX).
004640     MOVE IV-ORDER-NO TO IL-ORDER-NO(IL-IDX).
004650     MOVE IV-QTY TO IL-QTY(IL-IDX).
004660     MOVE IV-UNIT-PRICE TO IL-UNIT-PRICE(IL-IDX).
004670     MOVE IV-INVOICE-DATE TO IL-INVOICE-DATE(IL-IDX).
004680     MOVE ZERO TO IL-RT-IDX(IL-IDX).
004690     MOVE SPACES TO IL-REASON-CODE(IL-IDX).
004700 1400-EXIT.
004710     EXIT.

004720*----------------------------------------------------------------
004730* 2000-JUDGE-ONE-LINE - THE THREE-WAY MATCH FOR ONE INVOICE LINE:
004740*                       ORDER AND SUPPLIER, QUANTITY AGAINST WHAT
004750*                       IS RECEIVED AND NOT YET BILLED, UNIT PRICE
004760*                       AGAINST THE PO COST. THE FIRST FAILURE IS
004770*                       THE REASON. A PASSING LINE IS BILLED AT
004780*                       ONCE SO A SECOND LINE FOR THE SAME ORDER
004790*                       SEES ONLY WHAT IS LEFT.
004800*----------------------------------------------------------------
004810 2000-JUDGE-ONE-LINE.
004820     SET IL-IDX TO WS-G.
004830     PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT.
004840     IF WS-DUPLICATE
004850         MOVE "DU" TO IL-REASON-CODE(IL-IDX)
004860         GO TO 2000-EXIT
004870     END-IF.
004880     MOVE IL-ORDER-NO(IL-IDX) TO WS-FIND-ORDER.
004890     PERFORM 7000-FIND-ORDER THRU 7000-EXIT.
004900     IF WS-RT-IDX = ZERO
004910         MOVE "NR" TO IL-REASON-CODE(IL-IDX)
004920         GO TO 2000-EXIT
004930     END-IF.
004940     SET RT-IDX TO WS-RT-IDX.
004950     IF RT-SUPPLIER(RT-IDX) NOT = IL-SUPPLIER(IL-IDX)
004960         MOVE "SP" TO IL-REASON-CODE(IL-IDX)
004970         GO TO 2000-EXIT
004980     END-IF.
004990     COMPUTE WS-OPEN-QTY =
005000         RT-RECEIVED(RT-IDX) - RT-INVOICED(RT-IDX).
005010     IF IL-QTY(IL-IDX) > WS-OPEN-QTY
005020         MOVE "QY" TO IL-REASON-CODE(IL-IDX)
005030         GO TO 2000-EXIT
005040     END-IF.
005050     IF RT-UNIT-COST(RT-IDX) = ZERO
005060         MOVE "NP" TO IL-REASON-CODE(IL-IDX)
005070         GO TO 2000-EXIT
005080     END-IF.
005090     COMPUTE WS-PRICE-TOL ROUNDED =
005100         RT-UNIT-COST(RT-IDX) * WS-TOL-BP / 10000.
005110     COMPUTE WS-PRICE-DIFF =
005120         IL-UNIT-PRICE(IL-IDX) - RT-UNIT-COST(RT-IDX).
005130     IF WS-PRICE-DIFF < ZERO
005140         COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
005150     END-IF.
005160     IF WS-PRICE-DIFF > WS-PRICE-TOL
005170         MOVE "PR" TO IL-REASON-CODE(IL-IDX)
005180         GO TO 2000-EXIT
005190     END-IF.
005200     MOVE WS-RT-IDX TO IL-RT-IDX(IL-IDX).
005210     ADD IL-QTY(IL-IDX) TO RT-INVOICED(RT-IDX).
005220 2000-EXIT.
005230     EXIT.

005240*----------------------------------------------------------------
005250* 2100-CHECK-DUPLICATE - THE SAME SUPPLIER INVOICE LINE FOR THE
005260*                        SAME ORDER, EITHER APPROVED ON AN EARLIER
005270*                        RUN OR ALREADY SEEN IN THIS ONE.
005280*----------------------------------------------------------------
005290 2100-CHECK-DUPLICATE.
005300     MOVE "N" TO WS-DUP-SW.
005310     PERFORM 2110-MATCH-BILLED THRU 2110-EXIT
005320         VARYING WS-H FROM 1 BY 1
005330         UNTIL WS-H > WS-HIST-COUNT OR WS-DUPLICATE.
005340     PERFORM 2120-MATCH-EARLIER THRU 2120-EXIT
005350         VARYING WS-H FROM 1 BY 1
005360         UNTIL WS-H NOT < WS-G OR WS-DUPLICATE.
005370 2100-EXIT.
005380     EXIT.

005390 2110-MATCH-BILLED.
005400     IF HI-SUPPLIER(WS-H) = IL-SUPPLIER(IL-IDX)
005410             AND HI-INVOICE-NO(WS-H) = IL-INVOICE-NO(IL-IDX)
005420             AND HI-ORDER-NO(WS-H) = IL-ORDER-NO(IL-IDX)
005430         SET WS-DUPLICATE TO TRUE
005440     END-IF.
005450 2110-EXIT.
005460     EXIT.

005470 2120-MATCH-EARLIER.
005480     IF IL-SUPPLIER(WS-H) = IL-SUPPLIER(IL-IDX)
005490             AND IL-INVOICE-NO(WS-H) = IL-INVOICE-NO(IL-IDX)
005500             AND IL-ORDER-NO(WS-H) = IL-ORDER-NO(IL-IDX)
005510         SET WS-DUPLICATE TO TRUE
005520     END-IF.
005530 2120-EXIT.
005540     EXIT.

005550*----------------------------------------------------------------
005560* 3000-HOLD-ONE-INVOICE - AN INVOICE IS PAID WHOLE OR NOT AT ALL.
005570*                         A HELD LINE HOLDS EVERY OTHER MATCHED
005580*                         LINE OF THE SAME INVOICE, AND THEIR
005590*                         QUANTITIES GO BACK TO UNBILLED.
005600*----------------------------------------------------------------
005610 3000-HOLD-ONE-INVOICE.
005620     SET IL-IDX TO WS-G.
005630     IF IL-MATCHED(IL-IDX)
005640             OR IL-REASON-CODE(IL-IDX) = "IH"
005650         GO TO 3000-EXIT
005660     END-IF.
005670     PERFORM 3100-HOLD-SISTER-LINE THRU 3100-EXIT
005680         VARYING WS-H FROM 1 BY 1
005690         UNTIL WS-H > WS-LINE-COUNT.
005700 3000-EXIT.
005710     EXIT.

005720 3100-HOLD-SISTER-LINE.
005730     IF IL-REASON-CODE(WS-H) NOT = SPACES
005740             OR IL-SUPPLIER(WS-H) NOT = IL-SUPPLIER(IL-IDX)
005750             OR IL-INVOICE-NO(WS-H) NOT = IL-INVOICE-NO(IL-IDX)
005760         GO TO 3100-EXIT
005770     END-IF.
005780     MOVE "IH" TO IL-REASON-CODE(WS-H).
005790     SET RT-IDX TO IL-RT-IDX(WS-H).
005800     SUBTRACT IL-QTY(WS-H) FROM RT-INVOICED(RT-IDX).
005810 3100-EXIT.
005820     EXIT.

005830*----------------------------------------------------------------
005840* 4000-WRITE-ONE-LINE - A MATCHED LINE IS APPROVED FOR PAYMENT AND
005850*                       RECORDED AS BILLED; A HELD LINE GOES TO
005860*                       THE HOLD FILE WITH ITS REASON FOR AP.
005870*----------------------------------------------------------------
005880 4000-WRITE-ONE-LINE.
005890     SET IL-IDX TO WS-G.
005900     COMPUTE WS-LINE-AMOUNT ROUNDED =
005910         IL-QTY(IL-IDX) * IL-UNIT-PRICE(IL-IDX).
005920     MOVE IL-SUPPLIER(IL-IDX) TO DL-SUPPLIER.
005930     MOVE IL-INVOICE-NO(IL-IDX) TO DL-INVOICE-NO.
005940     MOVE IL-ORDER-NO(IL-IDX) TO DL-ORDER-NO.
005950     MOVE IL-QTY(IL-IDX) TO DL-QTY.
005960     MOVE IL-UNIT-PRICE(IL-IDX) TO DL-UNIT-PRICE.
005970     MOVE WS-LINE-AMOUNT TO DL-AMOUNT.
005980     IF NOT IL-MATCHED(IL-IDX)
005990         GO TO 4000-HOLD
006000     END-IF.
006010     MOVE SPACES TO APAPPRV-REC.
006020     MOVE IL-SUPPLIER(IL-IDX) TO AP-SUPPLIER.
006030     MOVE IL-INVOICE-NO(IL-IDX) TO AP-INVOICE-NO.
006040     MOVE IL-ORDER-NO(IL-IDX) TO AP-ORDER-NO.
006050     MOVE IL-QTY(IL-IDX) TO AP-QTY.
006060     MOVE IL-UNIT-PRICE(IL-IDX) TO AP-UNIT-PRICE.
006070     MOVE WS-LINE-AMOUNT TO AP-AMOUNT.
006080     MOVE IL-INVOICE-DATE(IL-IDX) TO AP-INVOICE-DATE.
006090     WRITE APAPPRV-REC.
006100     MOVE SPACES TO APINVHS-REC.
006110     MOVE IL-SUPPLIER(IL-IDX) TO AH-SUPPLIER.
006120     MOVE IL-INVOICE-NO(IL-IDX) TO AH-INVOICE-NO.
006130     MOVE IL-ORDER-NO(IL-IDX) TO AH-ORDER-NO.
006140     MOVE IL-QTY(IL-IDX) TO AH-QTY.
006150     MOVE IL-UNIT-PRICE(IL-IDX) TO AH-UNIT-PRICE.
006160     MOVE WS-LINE-AMOUNT TO AH-AMOUNT.
006170     MOVE WS-RUN-CCYYMMDD TO AH-APPROVE-DATE.
006180     WRITE APINVHS-REC.
006181     MOVE SPACES TO APOPEN-REC.
006182     MOVE IL-SUPPLIER(IL-IDX) TO AO-SUPPLIER.
006183     MOVE IL-INVOICE-NO(IL-IDX) TO AO-INVOICE-NO.
006184     MOVE IL-ORDER-NO(IL-IDX) TO AO-ORDER-NO.
006185     MOVE WS-LINE-AMOUNT TO AO-AMOUNT.
006186     MOVE IL-INVOICE-DATE(IL-IDX) TO AO-INVOICE-DATE.
006187     MOVE WS-RUN-CCYYMMDD TO AO-APPROVE-DATE.
006188     WRITE APOPEN-REC.
006190     ADD 1 TO WS-APPROVED-COUNT.
006200     ADD WS-LINE-AMOUNT TO WS-APPROVED-TOTAL.
006210     MOVE "APPROVED" TO DL-STATUS.
006220     WRITE APMATRPT-REC FROM WS-DETAIL-LINE.
006230     GO TO 4000-EXIT.
006240 4000-HOLD.
006250     MOVE SPACES TO APHOLD-REC.
006260     MOVE IL-SUPPLIER(IL-IDX) TO HD-SUPPLIER.
006270     MOVE IL-INVOICE-NO(IL-IDX) TO HD-INVOICE-NO.
006280     MOVE IL-ORDER-NO(IL-IDX) TO HD-ORDER-NO.
006290     MOVE IL-QTY(IL-IDX) TO HD-QTY.
006300     MOVE IL-UNIT-PRICE(IL-IDX) TO HD-UNIT-PRICE.
006310     MOVE IL-INVOICE-DATE(IL-IDX) TO HD-INVOICE-DATE.
006320     MOVE IL-REASON-CODE(IL-IDX) TO HD-REASON-CODE.
006330     PERFORM 4100-REASON-TEXT THRU 4100-EXIT.
006340     WRITE APHOLD-REC.
006350     ADD 1 TO WS-HELD-COUNT.
006360     MOVE HD-REASON TO DL-STATUS.
006370     WRITE APMATRPT-REC FROM WS-DETAIL-LINE.
006380 4000-EXIT.
006390     EXIT.

006400 4100-REASON-TEXT.
006410     EVALUATE HD-REASON-CODE
006420         WHEN "DU"
006430             MOVE "DUPLICATE INVOICE" TO HD-REASON
006440         WHEN "NR"
006450             MOVE "NO RECEIPT ON ORDER" TO HD-REASON
006460         WHEN "SP"
006470             MOVE "NOT SUPPLIER'S ORDER" TO HD-REASON
006480         WHEN "QY"
006490             MOVE "BILLED OVER RECEIVED" TO HD-REASON
006500         WHEN "NP"
006510             MOVE "NO PRICE ON ORDER" TO HD-REASON
006520         WHEN "PR"
006530             MOVE "PRICE OUT OF TOL" TO HD-REASON
006540         WHEN OTHER
006550             MOVE "OTHER LINE HELD" TO HD-REASON
006560     END-EVALUATE.
006570 4100-EXIT.
006580     EXIT.

006590*----------------------------------------------------------------
006600* 5000-LIST-ACCRUALS - GOODS IN THE DOOR THAT NO APPROVED INVOICE
006610*                      HAS BILLED YET, VALUED AT THE PO COST.
006620*----------------------------------------------------------------
006630 5000-LIST-ACCRUALS.
006640     WRITE APMATRPT-REC FROM WS-BLANK-LINE.
006650     WRITE APMATRPT-REC FROM WS-ACCRUAL-TITLE.
006660     WRITE APMATRPT-REC FROM WS-BLANK-LINE.
006670     PERFORM 5100-ACCRUE-ONE-ORDER THRU 5100-EXIT
006680         VARYING WS-G FROM 1 BY 1
006690         UNTIL WS-G > WS-RCV-COUNT.
006700 5000-EXIT.
006710     EXIT.

006720 5100-ACCRUE-ONE-ORDER.
006730     SET RT-IDX TO WS-G.
006740     IF RT-RECEIVED(RT-IDX) NOT > RT-INVOICED(RT-IDX)
006750         GO TO 5100-EXIT
006760     END-IF.
006770     MOVE SPACES TO APACCRU-REC.
006780     MOVE RT-ORDER-NO(RT-IDX) TO AC-ORDER-NO.
006790     MOVE RT-SUPPLIER(RT-IDX) TO AC-SUPPLIER.
006800     COMPUTE AC-QTY = RT-RECEIVED(RT-IDX) - RT-INVOICED(RT-IDX).
006810     MOVE RT-UNIT-COST(RT-IDX) TO AC-UNIT-COST.
006820     COMPUTE AC-AMOUNT ROUNDED = AC-QTY * RT-UNIT-COST(RT-IDX).
006830     MOVE RT-LAST-DATE(RT-IDX) TO AC-LAST-RECV-DATE.
006840     WRITE APACCRU-REC.
006850     ADD 1 TO WS-ACCRUAL-COUNT.
006860     ADD AC-AMOUNT TO WS-ACCRUAL-TOTAL.
006870     MOVE AC-ORDER-NO TO AL-ORDER-NO.
006880     MOVE AC-SUPPLIER TO AL-SUPPLIER.
006890     MOVE AC-QTY TO AL-QTY.
006900     MOVE AC-UNIT-COST TO AL-UNIT-COST.
006910     MOVE AC-AMOUNT TO AL-AMOUNT.
006920     WRITE APMATRPT-REC FROM WS-ACCRUAL-LINE.
006930 5100-EXIT.
006940     EXIT.

006950*----------------------------------------------------------------
006960* 6000-FINALIZE - CLOSE BOTH EXTRACTS WITH THEIR TRAILERS (THE
006970*                 HASH IS THE AMOUNT IN CENTS), PRINT THE TOTALS.
006980*----------------------------------------------------------------
006990 6000-FINALIZE.
007000     MOVE SPACES TO CT-CONTROL-RECORD.
007010     MOVE "TRL" TO CT-RECORD-TYPE.
007020     MOVE ZERO TO CT-FILE-DATE.
007030     MOVE WS-APPROVED-COUNT TO CT-RECORD-COUNT.
007040     COMPUTE CT-HASH-TOTAL = WS-APPROVED-TOTAL * 100.
007050     WRITE APAPPRV-REC FROM CT-CONTROL-RECORD.
007060     MOVE WS-ACCRUAL-COUNT TO CT-RECORD-COUNT.
007070     COMPUTE CT-HASH-TOTAL = WS-ACCRUAL-TOTAL * 100.
007080     WRITE APACCRU-REC FROM CT-CONTROL-RECORD.
007090     WRITE APMATRPT-REC FROM WS-BLANK-LINE.
007100     MOVE WS-APPROVED-COUNT TO SM-APPROVED.
007110     MOVE WS-APPROVED-TOTAL TO SM-APPROVED-TOTAL.
007120     WRITE APMATRPT-REC FROM WS-APPROVED-LINE.
007130     MOVE WS-HELD-COUNT TO SM-HELD.
007140     WRITE APMATRPT-REC FROM WS-HELD-LINE.
007150     MOVE WS-ACCRUAL-COUNT TO SM-ACCRUED.
007160     MOVE WS-ACCRUAL-TOTAL TO SM-ACCRUED-TOTAL.
007170     WRITE APMATRPT-REC FROM WS-ACCRUED-LINE.
007180     CLOSE APINVHS
007185           APOPEN
007190           APAPPRV
007200           APHOLD
007210           APACCRU
007220           APMATRPT.
007230 6000-EXIT.
007240     EXIT.

007250*----------------------------------------------------------------
007260* 7000-FIND-ORDER - THE RECEIPT ROW FOR WS-FIND-ORDER, OR ZERO.
007270*----------------------------------------------------------------
007280 7000-FIND-ORDER.
007290     MOVE ZERO TO WS-RT-IDX.
007300     PERFORM 7010-MATCH-ORDER THRU 7010-EXIT
007310         VARYING WS-H FROM 1 BY 1
007320         UNTIL WS-H > WS-RCV-COUNT OR WS-RT-IDX > ZERO.
007330 7000-EXIT.
007340     EXIT.

007350 7010-MATCH-ORDER.
007360     IF RT-ORDER-NO(WS-H) = WS-FIND-ORDER
007370         MOVE WS-H TO WS-RT-IDX
007380     END-IF.
007390 7010-EXIT.
007400     EXIT.
