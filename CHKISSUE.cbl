000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHKISSUE.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CHEQUE ISSUE AND POSITIVE-PAY
000110*                  FILE, RUN AFTER ARREFUND, AGTCOMM AND PRIZECLM.
000120*                  THE CYCLE'S THREE PAYMENT EXTRACTS - REFPYEXT
000130*                  POLICY REFUNDS, THE POSITIVE AGTPAYEX
000140*                  COMMISSION LINES (A NEGATIVE LINE IS A
000150*                  RECOVERY, NOT A PAYMENT) AND PRZPYEXT PRIZE
000160*                  PAYMENTS - ARE GIVEN THE NEXT CHEQUE NUMBERS IN
000170*                  SEQUENCE AND ADDED TO THE CHKREG CHEQUE
000180*                  REGISTER AS OUTSTANDING. THE FIRST NUMBER EVER
000190*                  ISSUED IS BIZPARM CHKSTART (DEFAULT 100001).
000200*                  EACH CHEQUE ALSO GOES ON THE POSPAY ISSUE FILE
000210*                  FOR THE BANK, CARRYING THE DISBURSEMENT ACCOUNT
000220*                  FROM BIZPARM PPACCOUNT AND WRAPPED IN THE SHOP-
000230*                  STANDARD CTLREC HEADER AND TRAILER. A PAYMENT
000240*                  ALREADY ON THE REGISTER FROM THE SAME SOURCE,
000250*                  PAYEE, AMOUNT AND DATE IS NOT ISSUED TWICE WHEN
000260*                  A CYCLE IS RERUN. CHKRECON MATCHES THE BANK'S
000270*                  PAID ITEMS BACK TO THE REGISTER.
000271* 10/15/2026  RO   SUPPLIER PAYMENTS. THE APPAYEX FILE FROM THE
000272*                  APPAYSEL PAYMENT RUN IS A FOURTH SOURCE - ONE
000273*                  CHEQUE PER SUPPLIER PAID, SOURCE CODE S.
000274* 10/15/2026  RO   AGTPAYEX NOW HOLDS ONE NET LINE PER AGENT, THE
000275*                  CHARGEBACKS AND DEBIT RECOVERED ALREADY TAKEN
000276*                  OFF, SO THE COMMISSION CHEQUE IS THE NET DUE.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM.
000320 OBJECT-COMPUTER. IBM.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CHKREG ASSIGN TO "CHKREG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-REG-STATUS.
000380     SELECT REFPYEXT ASSIGN TO "REFPYEXT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SRC-STATUS.
000410     SELECT AGTPAYEX ASSIGN TO "AGTPAYEX"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SRC-STATUS.
000440     SELECT PRZPYEXT ASSIGN TO "PRZPYEXT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SRC-STATUS.
000462     SELECT APPAYEX ASSIGN TO "APPAYEX"
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-SRC-STATUS.
000470     SELECT BIZPARM ASSIGN TO "BIZPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000500     SELECT POSPAY ASSIGN TO "POSPAY"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT CHKIRPT ASSIGN TO "CHKIRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CHKREG
000570     RECORDING MODE IS F.
000580 01  CHKREG-REC.
000590     05  CR-CHEQUE-NO             PIC 9(08).
000600     05  FILLER                   PIC X(01).
000610     05  CR-SOURCE                PIC X(01).
000620     05  FILLER                   PIC X(01).
000630     05  CR-PAYEE-ID              PIC X(10).
000640     05  FILLER                   PIC X(01).
000650     05  CR-AMOUNT                PIC 9(09).
000660     05  FILLER                   PIC X(01).
000670     05  CR-ISSUE-DATE            PIC 9(08).
000680     05  FILLER                   PIC X(01).
000690     05  CR-SOURCE-DATE           PIC 9(08).
000700     05  FILLER                   PIC X(01).
000710     05  CR-STATUS                PIC X(01).
000720     05  FILLER                   PIC X(01).
000730     05  CR-CLEAR-DATE            PIC 9(08).
000740     05  FILLER                   PIC X(01).
000750     05  CR-CLEAR-AMOUNT          PIC 9(09).
000760     05  FILLER                   PIC X(10).

000770 FD  REFPYEXT
000780     RECORDING MODE IS F.
000790 01  REFPYEXT-REC.
000800     05  RP-POLICY-ID             PIC X(10).
000810     05  FILLER                   PIC X(01).
000820     05  RP-REFUND-AMOUNT         PIC 9(09).
000830     05  FILLER                   PIC X(01).
000840     05  RP-REFUND-DATE           PIC 9(06).
000850     05  FILLER                   PIC X(53).

000860 FD  AGTPAYEX
000870     RECORDING MODE IS F.
000880 01  AGTPAYEX-REC.
000890     05  PX-AGENT-ID              PIC X(06).
000900     05  FILLER                   PIC X(01).
000910     05  PX-COMMISSION            PIC S9(09) SIGN LEADING
000920                                            SEPARATE.
000930     05  FILLER                   PIC X(01).
000940     05  PX-PAY-DATE              PIC 9(06).
000950     05  FILLER                   PIC X(56).

000960 FD  PRZPYEXT
000970     RECORDING MODE IS F.
000980 01  PRZPYEXT-REC.
000990     05  PY-ENTRANT               PIC X(08).
001000     05  FILLER                   PIC X(01).
001010     05  PY-NUMBER                PIC 9(08).
001020     05  FILLER                   PIC X(01).
001030     05  PY-AMOUNT                PIC 9(09).
001040     05  FILLER                   PIC X(01).
001050     05  PY-CLAIM-DATE            PIC 9(08).
001060     05  FILLER                   PIC X(44).

001061 FD  APPAYEX
001062     RECORDING MODE IS F.
001063 01  APPAYEX-REC.
001064     05  PS-SUPPLIER              PIC X(04).
001065     05  FILLER                   PIC X(01).
001066     05  PS-AMOUNT                PIC 9(09).
001067     05  FILLER                   PIC X(01).
001068     05  PS-PAY-DATE              PIC 9(08).
001069     05  FILLER                   PIC X(57).

001070 FD  BIZPARM
001080     RECORDING MODE IS F.
001090 01  BIZPARM-REC                  PIC X(80).

001100 FD  POSPAY
001110     RECORDING MODE IS F.
001120 01  POSPAY-REC.
001130     05  PP-ACCOUNT-NO            PIC 9(09).
001140     05  FILLER                   PIC X(01).
001150     05  PP-CHEQUE-NO             PIC 9(08).
001160     05  FILLER                   PIC X(01).
001170     05  PP-AMOUNT                PIC 9(09).
001180     05  FILLER                   PIC X(01).
001190     05  PP-ISSUE-DATE            PIC 9(08).
001200     05  FILLER                   PIC X(01).
001210     05  PP-ISSUE-CODE            PIC X(01).
001220     05  FILLER                   PIC X(01).
001230     05  PP-PAYEE-ID              PIC X(10).
001240     05  FILLER                   PIC X(30).

001250 FD  CHKIRPT
001260     RECORDING MODE IS F.
001270 01  CHKIRPT-REC                  PIC X(80).

001280 WORKING-STORAGE SECTION.
001290 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001300     88  WS-EOF                             VALUE "Y".
001310 77  WS-REG-STATUS                PIC X(02) VALUE SPACES.
001320 77  WS-SRC-STATUS                PIC X(02) VALUE SPACES.
001330 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001340 77  WS-G                         PIC 9(05) COMP.
001350 77  WS-S                         PIC 9(01) COMP.
001360 77  WS-REG-IDX                   PIC 9(05) VALUE ZERO COMP.
001370 77  WS-LOADED-COUNT              PIC 9(05) VALUE ZERO COMP.
001380 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001390 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001400 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001410 77  WS-ACCOUNT-NO                PIC 9(09) VALUE ZERO.
001420 77  WS-NEXT-CHEQUE               PIC 9(08) VALUE 100001.
001430 77  WS-HIGH-CHEQUE               PIC 9(08) VALUE ZERO.
001440 77  WS-PAY-SOURCE                PIC X(01) VALUE SPACES.
001450 77  WS-PAY-PAYEE                 PIC X(10) VALUE SPACES.
001460 77  WS-PAY-AMOUNT                PIC 9(09) VALUE ZERO.
001470 77  WS-PAY-DATE                  PIC 9(08) VALUE ZERO.
001480 77  WS-ISSUED-COUNT              PIC 9(07) VALUE ZERO COMP.
001490 77  WS-ISSUED-TOTAL              PIC 9(15) VALUE ZERO.
001500 77  WS-DUPLICATE-COUNT           PIC 9(05) VALUE ZERO COMP.

001510 01  WS-REG-TABLE.
001520     05  WS-REG-COUNT             PIC 9(05) VALUE ZERO COMP.
001530     05  RG-ENTRY OCCURS 5000 TIMES
001540                  INDEXED BY RG-IDX.
001550         10  RG-CHEQUE-NO         PIC 9(08).
001560         10  RG-SOURCE            PIC X(01).
001570         10  RG-PAYEE-ID          PIC X(10).
001580         10  RG-AMOUNT            PIC 9(09).
001590         10  RG-ISSUE-DATE        PIC 9(08).
001600         10  RG-SOURCE-DATE       PIC 9(08).
001610         10  RG-STATUS            PIC X(01).
001620         10  RG-CLEAR-DATE        PIC 9(08).
001630         10  RG-CLEAR-AMOUNT      PIC 9(09).

001640*    ONE ROW PER PAYMENT SOURCE: R REFUNDS, A COMMISSION, P PRIZES
001645*    AND S SUPPLIERS
001650 01  WS-SOURCE-TOTALS.
001660     05  ST-ENTRY OCCURS 4 TIMES.
001670         10  ST-CODE              PIC X(01).
001680         10  ST-NAME              PIC X(10).
001690         10  ST-COUNT             PIC 9(07) COMP.
001700         10  ST-TOTAL             PIC 9(13).

001710 COPY PARMCTL.
001720 COPY CTLREC.
001730 COPY RPTHDR.
001740 COPY DATXLINK.

001750 01  WS-TITLE-LINE.
001760     05  FILLER                  PIC X(32) VALUE
001770         "CHEQUE ISSUE REGISTER".
001780     05  FILLER                  PIC X(48) VALUE SPACES.

001790 01  WS-COLUMN-LINE.
001800     05  FILLER                  PIC X(40) VALUE
001810         "CHEQUE    SOURCE      PAYEE            ".
001820     05  FILLER                  PIC X(40) VALUE
001830         " AMOUNT  PAYMENT DATE                   ".

001840 01  WS-DETAIL-LINE.
001850     05  DL-CHEQUE-NO             PIC 9(08).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  DL-SOURCE                PIC X(10).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  DL-PAYEE-ID              PIC X(10).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  DL-AMOUNT                PIC ZZZZZZZZ9.
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  DL-PAY-DATE              PIC 9(08).
001940     05  FILLER                  PIC X(27) VALUE SPACES.

001950 01  WS-DUPLICATE-LINE.
001960     05  FILLER                  PIC X(17) VALUE
001970         "ALREADY ISSUED   ".
001980     05  DP-SOURCE                PIC X(10).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  DP-PAYEE-ID              PIC X(10).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  DP-AMOUNT                PIC ZZZZZZZZ9.
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  DP-PAY-DATE              PIC 9(08).
002050     05  FILLER                  PIC X(20) VALUE SPACES.

002060 01  WS-SOURCE-LINE.
002070     05  SL-NAME                  PIC X(10).
002080     05  FILLER                  PIC X(10) VALUE " CHEQUES: ".
002090     05  SL-COUNT                 PIC ZZZZZZ9.
002100     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
002110     05  SL-TOTAL                 PIC ZZZZZZZZZZZZ9.
002120     05  FILLER                  PIC X(31) VALUE SPACES.

002130 01  WS-SUMMARY-LINE.
002140     05  FILLER                  PIC X(16) VALUE
002150         "CHEQUES ISSUED: ".
002160     05  SM-ISSUED                PIC ZZZZZZ9.
002170     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
002180     05  SM-TOTAL                 PIC ZZZZZZZZZZZZ9.
002190     05  FILLER                  PIC X(18) VALUE
002200         "  ALREADY ISSUED: ".
002210     05  SM-DUPLICATE             PIC ZZZZ9.
002220     05  FILLER                  PIC X(12) VALUE SPACES.

002230 01  WS-RANGE-LINE.
002240     05  FILLER                  PIC X(15) VALUE
002250         "CHEQUE NUMBERS ".
002260     05  RL-FIRST                 PIC 9(08).
002270     05  FILLER                  PIC X(04) VALUE " TO ".
002280     05  RL-LAST                  PIC 9(08).
002290     05  FILLER                  PIC X(45) VALUE SPACES.

002300 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002310 PROCEDURE DIVISION.
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002340     PERFORM 2000-ISSUE-REFUNDS THRU 2000-EXIT.
002350     PERFORM 3000-ISSUE-COMMISSION THRU 3000-EXIT.
002360     PERFORM 4000-ISSUE-PRIZES THRU 4000-EXIT.
002365     PERFORM 4500-ISSUE-SUPPLIERS THRU 4500-EXIT.
002370     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002380     STOP RUN.

002390*----------------------------------------------------------------
002400* 1000-INITIALIZE - LOAD THE REGISTER AND SETTLE THE NEXT CHEQUE
002410*                   NUMBER: ONE PAST THE HIGHEST EVER ISSUED, OR
002420*                   CHKSTART ON AN EMPTY REGISTER. NO DISBURSEMENT
002430*                   ACCOUNT ON BIZPARM MEANS NO FILE THE BANK
002440*                   COULD USE, SO THE RUN STOPS.
002450*----------------------------------------------------------------
002460 1000-INITIALIZE.
002470     ACCEPT WS-RUN-DATE FROM DATE.
002480     MOVE "EXPND" TO DX-ACTION.
002490     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002500     CALL "DATEXPND" USING DATEXPND-PARMS.
002510     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002520     ACCEPT WS-RUN-TIME FROM TIME.
002530     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002540     IF WS-ACCOUNT-NO = ZERO
002550         DISPLAY "CHKISSUE - PPACCOUNT NOT ON BIZPARM - RUN "
002560             "ABORTED"
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600     OPEN INPUT CHKREG.
002610     IF WS-REG-STATUS = "00"
002620         PERFORM 1200-LOAD-ONE-CHEQUE THRU 1200-EXIT
002630             UNTIL WS-EOF
002640         CLOSE CHKREG
002650     END-IF.
002660     MOVE "N" TO WS-EOF-SW.
002670     MOVE WS-REG-COUNT TO WS-LOADED-COUNT.
002680     IF WS-HIGH-CHEQUE > ZERO
002690         COMPUTE WS-NEXT-CHEQUE = WS-HIGH-CHEQUE + 1
002700     END-IF.
002710     MOVE "R" TO ST-CODE(1).
002720     MOVE "REFUND" TO ST-NAME(1).
002730     MOVE "A" TO ST-CODE(2).
002740     MOVE "COMMISSION" TO ST-NAME(2).
002750     MOVE "P" TO ST-CODE(3).
002760     MOVE "PRIZE" TO ST-NAME(3).
002762     MOVE "S" TO ST-CODE(4).
002764     MOVE "SUPPLIER" TO ST-NAME(4).
002770     MOVE ZERO TO ST-COUNT(1) ST-COUNT(2) ST-COUNT(3)
002775                  ST-COUNT(4)
002780                  ST-TOTAL(1) ST-TOTAL(2) ST-TOTAL(3)
002785                  ST-TOTAL(4).
002790     OPEN OUTPUT POSPAY
002800          OUTPUT CHKIRPT.
002810     MOVE "CHKISSUE" TO RH-PROGRAM-ID.
002820     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002830     MOVE WS-RUN-TIME TO RH-RUN-ID.
002840     MOVE 1 TO RH-PAGE-NUMBER.
002850     WRITE CHKIRPT-REC FROM RH-REPORT-HEADER.
002860     WRITE CHKIRPT-REC FROM WS-TITLE-LINE.
002870     WRITE CHKIRPT-REC FROM WS-BLANK-LINE.
002880     WRITE CHKIRPT-REC FROM WS-COLUMN-LINE.
002890     MOVE SPACES TO CT-CONTROL-RECORD.
002900     MOVE "HDR" TO CT-RECORD-TYPE.
002910     MOVE WS-RUN-CCYYMMDD TO CT-FILE-DATE.
002920     MOVE ZERO TO CT-RECORD-COUNT.
002930     MOVE ZERO TO CT-HASH-TOTAL.
002940     WRITE POSPAY-REC FROM CT-CONTROL-RECORD.
002950     MOVE WS-NEXT-CHEQUE TO RL-FIRST.
002960 1000-EXIT.
002970     EXIT.

002980 1100-SCAN-PARMS.
002990     OPEN INPUT BIZPARM.
003000     IF WS-PARM-STATUS NOT = "00"
003010         GO TO 1100-EXIT
003020     END-IF.
003030     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003040         UNTIL WS-EOF.
003050     CLOSE BIZPARM.
003060     MOVE "N" TO WS-EOF-SW.
003070 1100-EXIT.
003080     EXIT.

003090 1110-SCAN-ONE-PARM.
003100     READ BIZPARM
003110         AT END
003120             SET WS-EOF TO TRUE
003130         NOT AT END
003140             MOVE BIZPARM-REC TO PC-PARM-RECORD
003150             IF PC-PARM-NAME = "CHKSTART"
003160                     AND PC-PARM-VALUE > ZERO
003170                 MOVE PC-PARM-VALUE TO WS-NEXT-CHEQUE
003180             END-IF
003190             IF PC-PARM-NAME = "PPACCOUNT"
003200                     AND PC-PARM-VALUE > ZERO
003210                 MOVE PC-PARM-VALUE TO WS-ACCOUNT-NO
003220             END-IF
003230     END-READ.
003240 1110-EXIT.
003250     EXIT.

003260 1200-LOAD-ONE-CHEQUE.
003270     READ CHKREG
003280         AT END
003290             SET WS-EOF TO TRUE
003300             GO TO 1200-EXIT
003310     END-READ.
003320     IF WS-REG-COUNT >= 5000
003330         DISPLAY "CHKISSUE - CHKREG EXCEEDS THE 5000-CHEQUE "
003340             "REGISTER TABLE - RUN ABORTED"
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     ADD 1 TO WS-REG-COUNT.
003390     SET RG-IDX TO WS-REG-COUNT.
003400     MOVE CR-CHEQUE-NO TO RG-CHEQUE-NO(RG-IDX).
003410     MOVE CR-SOURCE TO RG-SOURCE(RG-IDX).
003420     MOVE CR-PAYEE-ID TO RG-PAYEE-ID(RG-IDX).
003430     MOVE CR-AMOUNT TO RG-AMOUNT(RG-IDX).
003440     MOVE CR-ISSUE-DATE TO RG-ISSUE-DATE(RG-IDX).
003450     MOVE CR-SOURCE-DATE TO RG-SOURCE-DATE(RG-IDX).
003460     MOVE CR-STATUS TO RG-STATUS(RG-IDX).
003470     MOVE CR-CLEAR-DATE TO RG-CLEAR-DATE(RG-IDX).
003480     MOVE CR-CLEAR-AMOUNT TO RG-CLEAR-AMOUNT(RG-IDX).
003490     IF CR-CHEQUE-NO > WS-HIGH-CHEQUE
003500         MOVE CR-CHEQUE-NO TO WS-HIGH-CHEQUE
003510     END-IF.
003520 1200-EXIT.
003530     EXIT.

003540*----------------------------------------------------------------
003550* 2000-ISSUE-REFUNDS - ONE CHEQUE PER APPROVED REFUND, PAYABLE TO
003560*                      THE POLICY.
003570*----------------------------------------------------------------
003580 2000-ISSUE-REFUNDS.
003590     OPEN INPUT REFPYEXT.
003600     IF WS-SRC-STATUS NOT = "00"
003610         GO TO 2000-EXIT
003620     END-IF.
003630     PERFORM 2100-ISSUE-ONE-REFUND THRU 2100-EXIT
003640         UNTIL WS-EOF.
003650     CLOSE REFPYEXT.
003660     MOVE "N" TO WS-EOF-SW.
003670 2000-EXIT.
003680     EXIT.

003690 2100-ISSUE-ONE-REFUND.
003700     READ REFPYEXT
003710         AT END
003720             SET WS-EOF TO TRUE
003730             GO TO 2100-EXIT
003740     END-READ.
003750     MOVE "R" TO WS-PAY-SOURCE.
003760     MOVE 1 TO WS-S.
003770     MOVE RP-POLICY-ID TO WS-PAY-PAYEE.
003780     MOVE RP-REFUND-AMOUNT TO WS-PAY-AMOUNT.
003790     MOVE "EXPND" TO DX-ACTION.
003800     MOVE RP-REFUND-DATE TO DX-DATE-YYMMDD.
003810     CALL "DATEXPND" USING DATEXPND-PARMS.
003820     MOVE DX-DATE-CCYYMMDD TO WS-PAY-DATE.
003830     PERFORM 6000-ISSUE-CHEQUE THRU 6000-EXIT.
003840 2100-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870* 3000-ISSUE-COMMISSION - ONE CHEQUE PER AGENT PAYABLE. AGTCOMM
003880*                         NETS RECOVERIES INTO THE AGENT'S ONE
003890*                         LINE; A LINE WITH NOTHING DUE IS PASSED.
003900*----------------------------------------------------------------
003910 3000-ISSUE-COMMISSION.
003920     OPEN INPUT AGTPAYEX.
003930     IF WS-SRC-STATUS NOT = "00"
003940         GO TO 3000-EXIT
003950     END-IF.
003960     PERFORM 3100-ISSUE-ONE-COMMISSION THRU 3100-EXIT
003970         UNTIL WS-EOF.
003980     CLOSE AGTPAYEX.
003990     MOVE "N" TO WS-EOF-SW.
004000 3000-EXIT.
004010     EXIT.

004020 3100-ISSUE-ONE-COMMISSION.
004030     READ AGTPAYEX
004040         AT END
004050             SET WS-EOF TO TRUE
004060             GO TO 3100-EXIT
004070     END-READ.
004080     IF PX-COMMISSION NOT > ZERO
004090         GO TO 3100-EXIT
004100     END-IF.
004110     MOVE "A" TO WS-PAY-SOURCE.
004120     MOVE 2 TO WS-S.
004130     MOVE PX-AGENT-ID TO WS-PAY-PAYEE.
004140     MOVE PX-COMMISSION TO WS-PAY-AMOUNT.
004150     MOVE "EXPND" TO DX-ACTION.
004160     MOVE PX-PAY-DATE TO DX-DATE-YYMMDD.
004170     CALL "DATEXPND" USING DATEXPND-PARMS.
004180     MOVE DX-DATE-CCYYMMDD TO WS-PAY-DATE.
004190     PERFORM 6000-ISSUE-CHEQUE THRU 6000-EXIT.
004200 3100-EXIT.
004210     EXIT.

004220*----------------------------------------------------------------
004230* 4000-ISSUE-PRIZES - ONE CHEQUE PER GRANTED PRIZE CLAIM, PAYABLE
004240*                     TO THE ENTRANT.
004250*----------------------------------------------------------------
004260 4000-ISSUE-PRIZES.
004270     OPEN INPUT PRZPYEXT.
004280     IF WS-SRC-STATUS NOT = "00"
004290         GO TO 4000-EXIT
004300     END-IF.
004310     PERFORM 4100-ISSUE-ONE-PRIZE THRU 4100-EXIT
004320         UNTIL WS-EOF.
004330     CLOSE PRZPYEXT.
004340     MOVE "N" TO WS-EOF-SW.
004350 4000-EXIT.
004360     EXIT.

004370 4100-ISSUE-ONE-PRIZE.
004380     READ PRZPYEXT
004390         AT END
004400             SET WS-EOF TO TRUE
004410             GO TO 4100-EXIT
004420     END-READ.
004430     MOVE "P" TO WS-PAY-SOURCE.
004440     MOVE 3 TO WS-S.
004450     MOVE PY-ENTRANT TO WS-PAY-PAYEE.
004460     MOVE PY-AMOUNT TO WS-PAY-AMOUNT.
004470     MOVE PY-CLAIM-DATE TO WS-PAY-DATE.
004480     PERFORM 6000-ISSUE-CHEQUE THRU 6000-EXIT.
004490 4100-EXIT.
004500     EXIT.

004501*----------------------------------------------------------------
004502* 4500-ISSUE-SUPPLIERS - ONE CHEQUE PER SUPPLIER THE AP PAYMENT
004503*                        RUN PAID, PAYABLE TO THE SUPPLIER CODE.
004504*----------------------------------------------------------------
004505 4500-ISSUE-SUPPLIERS.
004506     OPEN INPUT APPAYEX.
004507     IF WS-SRC-STATUS NOT = "00"
004508         GO TO 4500-EXIT
004509     END-IF.
00450A     PERFORM 4600-ISSUE-ONE-SUPPLIER THRU 4600-EXIT
00450B         UNTIL WS-EOF.
00450C     CLOSE APPAYEX.
00450D     MOVE "N" TO WS-EOF-SW.
00450E 4500-EXIT.
00450F     EXIT.

00450G 4600-ISSUE-ONE-SUPPLIER.
00450H     READ APPAYEX
00450I         AT END
00450J             SET WS-EOF TO TRUE
00450K             GO TO 4600-EXIT
00450L     END-READ.
00450M     MOVE "S" TO WS-PAY-SOURCE.
00450N     MOVE 4 TO WS-S.
00450O     MOVE PS-SUPPLIER TO WS-PAY-PAYEE.
00450P     MOVE PS-AMOUNT TO WS-PAY-AMOUNT.
00450Q     MOVE PS-PAY-DATE TO WS-PAY-DATE.
00450R     PERFORM 6000-ISSUE-CHEQUE THRU 6000-EXIT.
00450S 4600-EXIT.
00450T     EXIT.

004510*----------------------------------------------------------------
004520* 5000-FINALIZE - CLOSE THE ISSUE FILE WITH ITS TRAILER, SAVE THE
004530*                 REGISTER AND PRINT THE TOTALS BY SOURCE.
004540*----------------------------------------------------------------
004550 5000-FINALIZE.
004560     MOVE SPACES TO CT-CONTROL-RECORD.
004570     MOVE "TRL" TO CT-RECORD-TYPE.
004580     MOVE ZERO TO CT-FILE-DATE.
004590     MOVE WS-ISSUED-COUNT TO CT-RECORD-COUNT.
004600     MOVE WS-ISSUED-TOTAL TO CT-HASH-TOTAL.
004610     WRITE POSPAY-REC FROM CT-CONTROL-RECORD.
004620     OPEN OUTPUT CHKREG.
004630     PERFORM 5100-SAVE-ONE-CHEQUE THRU 5100-EXIT
004640         VARYING WS-G FROM 1 BY 1
004650         UNTIL WS-G > WS-REG-COUNT.
004660     CLOSE CHKREG.
004670     WRITE CHKIRPT-REC FROM WS-BLANK-LINE.
004680     PERFORM 5200-PRINT-ONE-SOURCE THRU 5200-EXIT
004690         VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 4.
004700     WRITE CHKIRPT-REC FROM WS-BLANK-LINE.
004710     MOVE WS-ISSUED-COUNT TO SM-ISSUED.
004720     MOVE WS-ISSUED-TOTAL TO SM-TOTAL.
004730     MOVE WS-DUPLICATE-COUNT TO SM-DUPLICATE.
004740     WRITE CHKIRPT-REC FROM WS-SUMMARY-LINE.
004750     IF WS-ISSUED-COUNT > ZERO
004760         COMPUTE RL-LAST = WS-NEXT-CHEQUE - 1
004770         WRITE CHKIRPT-REC FROM WS-RANGE-LINE
004780     END-IF.
004790     CLOSE POSPAY
004800           CHKIRPT.
004810 5000-EXIT.
004820     EXIT.

004830 5100-SAVE-ONE-CHEQUE.
004840     SET RG-IDX TO WS-G.
004850     MOVE SPACES TO CHKREG-REC.
004860     MOVE RG-CHEQUE-NO(RG-IDX) TO CR-CHEQUE-NO.
004870     MOVE RG-SOURCE(RG-IDX) TO CR-SOURCE.
004880     MOVE RG-PAYEE-ID(RG-IDX) TO CR-PAYEE-ID.
004890     MOVE RG-AMOUNT(RG-IDX) TO CR-AMOUNT.
004900     MOVE RG-ISSUE-DATE(RG-IDX) TO CR-ISSUE-DATE.
004910     MOVE RG-SOURCE-DATE(RG-IDX) TO CR-SOURCE-DATE.
004920     MOVE RG-STATUS(RG-IDX) TO CR-STATUS.
004930     MOVE RG-CLEAR-DATE(RG-IDX) TO CR-CLEAR-DATE.
004940     MOVE RG-CLEAR-AMOUNT(RG-IDX) TO CR-CLEAR-AMOUNT.
004950     WRITE CHKREG-REC.
004960 5100-EXIT.
004970     EXIT.

004980 5200-PRINT-ONE-SOURCE.
004990     MOVE ST-NAME(WS-S) TO SL-NAME.
005000     MOVE ST-COUNT(WS-S) TO SL-COUNT.
005010     MOVE ST-TOTAL(WS-S) TO SL-TOTAL.
005020     WRITE CHKIRPT-REC FROM WS-SOURCE-LINE.
005030 5200-EXIT.
005040     EXIT.

005050*----------------------------------------------------------------
005060* 6000-ISSUE-CHEQUE - NUMBER THE PAYMENT, ADD IT TO THE REGISTER
005070*                     AS OUTSTANDING AND PUT IT ON THE BANK'S
005080*                     ISSUE FILE. A ZERO PAYMENT IS NOT A CHEQUE;
005090*                     ONE ALREADY ON THE REGISTER FROM AN EARLIER
005100*                     RUN OF THE SAME EXTRACT IS LISTED, NOT
005110*                     ISSUED AGAIN.
005120*----------------------------------------------------------------
005130 6000-ISSUE-CHEQUE.
005140     IF WS-PAY-AMOUNT = ZERO
005150         GO TO 6000-EXIT
005160     END-IF.
005170     MOVE ZERO TO WS-REG-IDX.
005180     PERFORM 6010-MATCH-ISSUED THRU 6010-EXIT
005190         VARYING WS-G FROM 1 BY 1
005200         UNTIL WS-G > WS-LOADED-COUNT OR WS-REG-IDX > ZERO.
005210     IF WS-REG-IDX > ZERO
005220         ADD 1 TO WS-DUPLICATE-COUNT
005230         MOVE ST-NAME(WS-S) TO DP-SOURCE
005240         MOVE WS-PAY-PAYEE TO DP-PAYEE-ID
005250         MOVE WS-PAY-AMOUNT TO DP-AMOUNT
005260         MOVE WS-PAY-DATE TO DP-PAY-DATE
005270         WRITE CHKIRPT-REC FROM WS-DUPLICATE-LINE
005280         GO TO 6000-EXIT
005290     END-IF.
005300     IF WS-REG-COUNT >= 5000
005310         DISPLAY "CHKISSUE - CHKREG EXCEEDS THE 5000-CHEQUE "
005320             "REGISTER TABLE - RUN ABORTED"
005330         MOVE 16 TO RETURN-CODE
005340         STOP RUN
005350     END-IF.
005360     ADD 1 TO WS-REG-COUNT.
005370     SET RG-IDX TO WS-REG-COUNT.
005380     MOVE WS-NEXT-CHEQUE TO RG-CHEQUE-NO(RG-IDX).
005390     MOVE WS-PAY-SOURCE TO RG-SOURCE(RG-IDX).
005400     MOVE WS-PAY-PAYEE TO RG-PAYEE-ID(RG-IDX).
005410     MOVE WS-PAY-AMOUNT TO RG-AMOUNT(RG-IDX).
005420     MOVE WS-RUN-CCYYMMDD TO RG-ISSUE-DATE(RG-IDX).
005430     MOVE WS-PAY-DATE TO RG-SOURCE-DATE(RG-IDX).
005440     MOVE "O" TO RG-STATUS(RG-IDX).
005450     MOVE ZERO TO RG-CLEAR-DATE(RG-IDX).
005460     MOVE ZERO TO RG-CLEAR-AMOUNT(RG-IDX).
005470     MOVE SPACES TO POSPAY-REC.
005480     MOVE WS-ACCOUNT-NO TO PP-ACCOUNT-NO.
005490     MOVE WS-NEXT-CHEQUE TO PP-CHEQUE-NO.
005500     MOVE WS-PAY-AMOUNT TO PP-AMOUNT.
005510     MOVE WS-RUN-CCYYMMDD TO PP-ISSUE-DATE.
005520     MOVE "I" TO PP-ISSUE-CODE.
005530     MOVE WS-PAY-PAYEE TO PP-PAYEE-ID.
005540     WRITE POSPAY-REC.
005550     ADD 1 TO WS-ISSUED-COUNT.
005560     ADD WS-PAY-AMOUNT TO WS-ISSUED-TOTAL.
005570     ADD 1 TO ST-COUNT(WS-S).
005580     ADD WS-PAY-AMOUNT TO ST-TOTAL(WS-S).
005590     MOVE WS-NEXT-CHEQUE TO DL-CHEQUE-NO.
005600     MOVE ST-NAME(WS-S) TO DL-SOURCE.
005610     MOVE WS-PAY-PAYEE TO DL-PAYEE-ID.
005620     MOVE WS-PAY-AMOUNT TO DL-AMOUNT.
005630     MOVE WS-PAY-DATE TO DL-PAY-DATE.
005640     WRITE CHKIRPT-REC FROM WS-DETAIL-LINE.
005650     ADD 1 TO WS-NEXT-CHEQUE.
005660 6000-EXIT.
005670     EXIT.

005680 6010-MATCH-ISSUED.
005690     IF RG-SOURCE(WS-G) = WS-PAY-SOURCE
005700             AND RG-PAYEE-ID(WS-G) = WS-PAY-PAYEE
005710             AND RG-AMOUNT(WS-G) = WS-PAY-AMOUNT
005720             AND RG-SOURCE-DATE(WS-G) = WS-PAY-DATE
005730         MOVE WS-G TO WS-REG-IDX
005740     END-IF.
005750 6010-EXIT.
005760     EXIT.
