000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AGTINFO.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. YEAR-END AGENT COMMISSION
000110*                  INFORMATION RETURN. TOTALS THE AGTPAYHS PAYMENT
000120*                  HISTORY AGTCOMM APPENDS EVERY CYCLE FOR ONE
000130*                  CALENDAR YEAR (BIZPARM INFOYEAR, DEFAULT THE
000140*                  YEAR BEFORE THE RUN), PER AGENT, NET OF THE
000150*                  CHARGEBACK RECOVERIES TAKEN BACK OUT OF LATER
000160*                  COMMISSION. AN AGENT WHOSE NET REACHES THE
000170*                  INFOMIN REPORTING THRESHOLD (DEFAULT 600) GOES
000180*                  ON THE AGTINFEX FILING EXTRACT, WRAPPED IN THE
000190*                  SHOP-STANDARD CTLREC HEADER AND TRAILER, AND
000200*                  GETS A ONE-PAGE RECIPIENT STATEMENT ON
000210*                  AGTINFST. THE AGENT'S TAX ID IS CARRIED IN WHAT
000220*                  WAS AGTMAST FILLER (AG-TAX-ID); ONE MISSING OR
000230*                  NOT NUMERIC IS FLAGGED ON THE EXTRACT AND
000240*                  LISTED ON THE AGTINFRP CONTROL REPORT, WHOSE
000250*                  SECOND PAGE RECONCILES THE EXTRACT TOTAL BACK
000260*                  TO THE YEAR'S AGTPAYHS RECORDS.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM.
000310 OBJECT-COMPUTER. IBM.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT AGTMAST ASSIGN TO "AGTMAST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-AGT-STATUS.
000370     SELECT AGTPAYHS ASSIGN TO "AGTPAYHS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PAYHS-STATUS.
000400     SELECT BIZPARM ASSIGN TO "BIZPARM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PARM-STATUS.
000430     SELECT AGTINFEX ASSIGN TO "AGTINFEX"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT AGTINFST ASSIGN TO "AGTINFST"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT AGTINFRP ASSIGN TO "AGTINFRP"
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  AGTMAST
000520     RECORDING MODE IS F.
000530 01  AGTMAST-REC.
000540     05  AG-AGENT-ID              PIC X(06).
000550     05  FILLER                   PIC X(01).
000560     05  AG-NAME                  PIC X(30).
000570     05  FILLER                   PIC X(01).
000580     05  AG-COMM-PCT              PIC 9(02).
000590     05  FILLER                   PIC X(01).
000600     05  AG-LICENSE-NO            PIC X(12).
000610     05  FILLER                   PIC X(01).
000620     05  AG-LICENSE-EXP           PIC 9(08).
000630     05  FILLER                   PIC X(01).
000640     05  AG-APPOINTED             PIC X(01).
000650     05  FILLER                   PIC X(01).
000660     05  AG-TAX-ID                PIC X(09).
000670     05  FILLER                   PIC X(06).

000680 FD  AGTPAYHS
000690     RECORDING MODE IS F.
000700 01  AGTPAYHS-REC.
000710     05  PH-AGENT-ID              PIC X(06).
000720     05  FILLER                   PIC X(01).
000730     05  PH-COMMISSION            PIC S9(09) SIGN LEADING
000740                                            SEPARATE.
000750     05  FILLER                   PIC X(01).
000760     05  PH-PAY-DATE              PIC 9(06).
000770     05  FILLER                   PIC X(56).

000780 FD  BIZPARM
000790     RECORDING MODE IS F.
000800 01  BIZPARM-REC                  PIC X(80).

000810 FD  AGTINFEX
000820     RECORDING MODE IS F.
000830 01  AGTINFEX-REC.
000840     05  IX-TAX-YEAR              PIC 9(04).
000850     05  FILLER                   PIC X(01).
000860     05  IX-AGENT-ID              PIC X(06).
000870     05  FILLER                   PIC X(01).
000880     05  IX-TAX-ID                PIC X(09).
000890     05  FILLER                   PIC X(01).
000900     05  IX-NAME                  PIC X(30).
000910     05  FILLER                   PIC X(01).
000920     05  IX-AMOUNT                PIC 9(11).
000930     05  FILLER                   PIC X(01).
000940     05  IX-TIN-STATUS            PIC X(01).
000950         88  IX-TIN-PRESENT                 VALUE "P".
000960         88  IX-TIN-MISSING                 VALUE "M".
000970     05  FILLER                   PIC X(14).

000980 FD  AGTINFST
000990     RECORDING MODE IS F.
001000 01  AGTINFST-REC                 PIC X(80).

001010 FD  AGTINFRP
001020     RECORDING MODE IS F.
001030 01  AGTINFRP-REC                 PIC X(80).

001040 WORKING-STORAGE SECTION.
001050 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001060     88  WS-EOF                             VALUE "Y".
001070 77  WS-AGT-STATUS                PIC X(02) VALUE SPACES.
001080 77  WS-PAYHS-STATUS              PIC X(02) VALUE SPACES.
001090 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001100 77  WS-A                         PIC 9(03) COMP.
001110 77  WS-U                         PIC 9(03) COMP.
001120 77  WS-AGT-IDX                   PIC 9(03) VALUE ZERO COMP.
001130 77  WS-UNK-IDX                   PIC 9(03) VALUE ZERO COMP.
001140 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001150 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001160 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001170 77  WS-TAX-YEAR                  PIC 9(04) VALUE ZERO.
001180 77  WS-PAY-YEAR                  PIC 9(04) VALUE ZERO.
001190 77  WS-THRESHOLD                 PIC 9(09) VALUE 600.
001200 77  WS-LOOKUP-AGENT              PIC X(06) VALUE SPACES.
001210 77  WS-PAGE-NUMBER               PIC 9(04) VALUE ZERO COMP.
001220 77  WS-RECORD-COUNT              PIC 9(07) VALUE ZERO COMP.
001230 77  WS-OTHER-YEAR-COUNT          PIC 9(07) VALUE ZERO COMP.
001240 77  WS-YEAR-COUNT                PIC 9(07) VALUE ZERO COMP.
001250 77  WS-YEAR-PAID                 PIC S9(11) VALUE ZERO.
001260 77  WS-YEAR-RECOVERED            PIC S9(11) VALUE ZERO.
001270 77  WS-YEAR-NET                  PIC S9(11) VALUE ZERO.
001280 77  WS-UNDER-COUNT               PIC 9(05) VALUE ZERO COMP.
001290 77  WS-UNDER-NET                 PIC S9(11) VALUE ZERO.
001300 77  WS-UNKNOWN-NET               PIC S9(11) VALUE ZERO.
001310 77  WS-REPORTED-COUNT            PIC 9(05) VALUE ZERO COMP.
001320 77  WS-REPORTED-TOTAL            PIC S9(11) VALUE ZERO.
001330 77  WS-MISSING-TIN-COUNT         PIC 9(05) VALUE ZERO COMP.
001340 77  WS-DIFFERENCE                PIC S9(11) VALUE ZERO.

001350 01  WS-AGT-TABLE.
001360     05  WS-AGT-COUNT             PIC 9(03) VALUE ZERO COMP.
001370     05  AT-ENTRY OCCURS 200 TIMES
001380                  INDEXED BY AT-IDX.
001390         10  AT-AGENT-ID          PIC X(06).
001400         10  AT-NAME              PIC X(30).
001410         10  AT-TAX-ID            PIC X(09).
001420         10  AT-TIN-SW            PIC X(01).
001430             88  AT-TIN-MISSING             VALUE "M".
001440         10  AT-RECORDS           PIC 9(05) COMP.
001450         10  AT-PAID              PIC S9(11).
001460         10  AT-RECOVERED         PIC S9(11).
001470         10  AT-NET               PIC S9(11).

001480*    PAYMENTS FOR AN AGENT SINCE DROPPED FROM AGTMAST CANNOT BE
001490*    FILED WITHOUT A NAME AND TAX ID - THEY ARE LISTED FOR AGENCY
001500*    ADMINISTRATION TO RESOLVE BY HAND
001510 01  WS-UNKNOWN-TABLE.
001520     05  WS-UNKNOWN-COUNT         PIC 9(03) VALUE ZERO COMP.
001530     05  UN-ENTRY OCCURS 100 TIMES
001540                  INDEXED BY UN-IDX.
001550         10  UN-AGENT-ID          PIC X(06).
001560         10  UN-RECORDS           PIC 9(05) COMP.
001570         10  UN-NET               PIC S9(11).

001580 COPY PARMCTL.
001590 COPY CTLREC.
001600 COPY RPTHDR.
001610 COPY DATXLINK.

001620 01  WS-TITLE-LINE.
001630     05  FILLER                  PIC X(44) VALUE
001640         "AGENT COMMISSION INFORMATION RETURN CONTROL".
001650     05  FILLER                  PIC X(36) VALUE SPACES.

001660 01  WS-TERMS-LINE.
001670     05  FILLER                  PIC X(10) VALUE "TAX YEAR: ".
001680     05  TL-TAX-YEAR              PIC 9(04).
001690     05  FILLER                  PIC X(23) VALUE
001700         "  REPORTING THRESHOLD: ".
001710     05  TL-THRESHOLD             PIC ZZZZZZZZ9.
001720     05  FILLER                  PIC X(34) VALUE SPACES.

001730 01  WS-COLUMN-LINE.
001740     05  FILLER                  PIC X(38) VALUE
001750         "AGENT  NAME                 TAX ID   ".
001760     05  FILLER                  PIC X(42) VALUE
001770         "        PAID   RECOVERED         NET  FLAG".

001780 01  WS-DETAIL-LINE.
001790     05  DL-AGENT-ID              PIC X(06).
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  DL-NAME                  PIC X(20).
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  DL-TAX-ID                PIC X(09).
001840     05  FILLER                  PIC X(01) VALUE SPACES.
001850     05  DL-PAID                  PIC -(10)9.
001860     05  FILLER                  PIC X(01) VALUE SPACES.
001870     05  DL-RECOVERED             PIC -(10)9.
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890     05  DL-NET                   PIC -(10)9.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  DL-FLAG                  PIC X(04).

001920 01  WS-EXCEPTION-TITLE-LINE.
001930     05  FILLER                  PIC X(40) VALUE
001940         "AGENTS PAID IN THE YEAR WITH NO VALID TA".
001950     05  FILLER                  PIC X(40) VALUE
001960         "X ID                                    ".

001970 01  WS-EXCEPTION-LINE.
001980     05  FILLER                  PIC X(06) VALUE "AGENT ".
001990     05  XL-AGENT-ID              PIC X(06).
002000     05  FILLER                  PIC X(01) VALUE SPACES.
002010     05  XL-NAME                  PIC X(30).
002020     05  FILLER                  PIC X(06) VALUE "  NET ".
002030     05  XL-NET                   PIC -(10)9.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  XL-STATUS                PIC X(18).

002060 01  WS-UNKNOWN-LINE.
002070     05  FILLER                  PIC X(06) VALUE "AGENT ".
002080     05  UL-AGENT-ID              PIC X(06).
002090     05  FILLER                  PIC X(31) VALUE
002100         " NOT ON AGTMAST        RECORDS ".
002110     05  UL-RECORDS               PIC ZZZZ9.
002120     05  FILLER                  PIC X(06) VALUE "  NET ".
002130     05  UL-NET                   PIC -(10)9.
002140     05  FILLER                  PIC X(15) VALUE SPACES.

002150 01  WS-RECON-TITLE-LINE.
002160     05  FILLER                  PIC X(34) VALUE
002170         "RECONCILIATION TO AGTPAYHS - YEAR ".
002180     05  RT-TAX-YEAR              PIC 9(04).
002190     05  FILLER                  PIC X(42) VALUE SPACES.

002200 01  WS-RECON-LINE.
002210     05  RC-LABEL                 PIC X(40).
002220     05  RC-COUNT                 PIC ZZZZZZ9.
002230     05  FILLER                  PIC X(03) VALUE SPACES.
002240     05  RC-AMOUNT                PIC -(12)9.
002250     05  FILLER                  PIC X(17) VALUE SPACES.

002260 01  WS-RECON-RESULT-LINE.
002270     05  FILLER                  PIC X(40) VALUE SPACES.
002280     05  RR-RESULT                PIC X(40).

002290 01  WS-STMT-TITLE-LINE.
002300     05  FILLER                  PIC X(46) VALUE
002310         "COMMISSION INFORMATION STATEMENT - TAX YEAR ".
002320     05  SS-TAX-YEAR              PIC 9(04).
002330     05  FILLER                  PIC X(30) VALUE SPACES.

002340 01  WS-STMT-RECIPIENT-LINE.
002350     05  FILLER                  PIC X(16) VALUE "RECIPIENT:".
002360     05  SR-AGENT-ID              PIC X(06).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  SR-NAME                  PIC X(30).
002390     05  FILLER                  PIC X(26) VALUE SPACES.

002400 01  WS-STMT-TIN-LINE.
002410     05  FILLER                  PIC X(16) VALUE
002420         "RECIPIENT TIN:".
002430     05  SN-TIN                   PIC X(40).
002440     05  FILLER                  PIC X(24) VALUE SPACES.

002450 01  WS-STMT-AMOUNT-LINE.
002460     05  SA-LABEL                 PIC X(32).
002470     05  SA-AMOUNT                PIC -(10)9.
002480     05  FILLER                  PIC X(37) VALUE SPACES.

002490 01  WS-STMT-NOTE-LINE.
002500     05  FILLER                  PIC X(40) VALUE
002510         "THE NET AMOUNT ABOVE IS REPORTED TO THE ".
002520     05  FILLER                  PIC X(40) VALUE
002530         "TAXING AUTHORITY FOR THE YEAR SHOWN.    ".

002540 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002550 PROCEDURE DIVISION.
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-TOTAL-ONE-PAYMENT THRU 2000-EXIT
002590         UNTIL WS-EOF.
002600     PERFORM 3000-REPORT-AGENTS THRU 3000-EXIT.
002610     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002620     STOP RUN.

002630*----------------------------------------------------------------
002640* 1000-INITIALIZE - SETTLE THE TAX YEAR AND THRESHOLD, LOAD THE
002650*                   AGENTS, AND START ON THE PAYMENT HISTORY. THE
002660*                   EXTRACT HEADER CARRIES THE RUN DATE.
002670*----------------------------------------------------------------
002680 1000-INITIALIZE.
002690     ACCEPT WS-RUN-DATE FROM DATE.
002700     MOVE "EXPND" TO DX-ACTION.
002710     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002720     CALL "DATEXPND" USING DATEXPND-PARMS.
002730     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002740     ACCEPT WS-RUN-TIME FROM TIME.
002750     COMPUTE WS-TAX-YEAR = WS-RUN-CCYYMMDD / 10000 - 1.
002760     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002770     OPEN OUTPUT AGTINFEX
002780          OUTPUT AGTINFST
002790          OUTPUT AGTINFRP.
002800     MOVE "AGTINFO" TO RH-PROGRAM-ID.
002810     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002820     MOVE WS-RUN-TIME TO RH-RUN-ID.
002830     MOVE 1 TO RH-PAGE-NUMBER.
002840     WRITE AGTINFRP-REC FROM RH-REPORT-HEADER.
002850     WRITE AGTINFRP-REC FROM WS-TITLE-LINE.
002860     MOVE WS-TAX-YEAR TO TL-TAX-YEAR.
002870     MOVE WS-THRESHOLD TO TL-THRESHOLD.
002880     WRITE AGTINFRP-REC FROM WS-TERMS-LINE.
002890     WRITE AGTINFRP-REC FROM WS-BLANK-LINE.
002900     WRITE AGTINFRP-REC FROM WS-COLUMN-LINE.
002910     MOVE SPACES TO CT-CONTROL-RECORD.
002920     MOVE "HDR" TO CT-RECORD-TYPE.
002930     MOVE WS-RUN-CCYYMMDD TO CT-FILE-DATE.
002940     MOVE ZERO TO CT-RECORD-COUNT.
002950     MOVE ZERO TO CT-HASH-TOTAL.
002960     WRITE AGTINFEX-REC FROM CT-CONTROL-RECORD.
002970     OPEN INPUT AGTMAST.
002980     IF WS-AGT-STATUS NOT = "00"
002990         DISPLAY "AGTINFO - AGTMAST NOT FOUND - RUN ABORTED"
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     PERFORM 1200-LOAD-ONE-AGENT THRU 1200-EXIT
003040         UNTIL WS-EOF.
003050     CLOSE AGTMAST.
003060     MOVE "N" TO WS-EOF-SW.
003070     OPEN INPUT AGTPAYHS.
003080     IF WS-PAYHS-STATUS NOT = "00"
003090         SET WS-EOF TO TRUE
003100     END-IF.
003110 1000-EXIT.
003120     EXIT.

003130 1100-SCAN-PARMS.
003140     OPEN INPUT BIZPARM.
003150     IF WS-PARM-STATUS NOT = "00"
003160         GO TO 1100-EXIT
003170     END-IF.
003180     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003190         UNTIL WS-EOF.
003200     CLOSE BIZPARM.
003210     MOVE "N" TO WS-EOF-SW.
003220 1100-EXIT.
003230     EXIT.

003240 1110-SCAN-ONE-PARM.
003250     READ BIZPARM
003260         AT END
003270             SET WS-EOF TO TRUE
003280         NOT AT END
003290             MOVE BIZPARM-REC TO PC-PARM-RECORD
003300             IF PC-PARM-NAME = "INFOMIN"
003310                     AND PC-PARM-VALUE > ZERO
003320                 MOVE PC-PARM-VALUE TO WS-THRESHOLD
003330             END-IF
003340             IF PC-PARM-NAME = "INFOYEAR"
003350                     AND PC-PARM-VALUE > ZERO
003360                 MOVE PC-PARM-VALUE TO WS-TAX-YEAR
003370             END-IF
003380     END-READ.
003390 1110-EXIT.
003400     EXIT.

003410 1200-LOAD-ONE-AGENT.
003420     READ AGTMAST
003430         AT END
003440             SET WS-EOF TO TRUE
003450         NOT AT END
003460             IF WS-AGT-COUNT >= 200
003470                 DISPLAY "AGTINFO - AGTMAST EXCEEDS THE 200-"
003480                     "AGENT TABLE - RUN ABORTED"
003490                 MOVE 16 TO RETURN-CODE
003500                 STOP RUN
003510             END-IF
003520             ADD 1 TO WS-AGT-COUNT
003530             SET AT-IDX TO WS-AGT-COUNT
003540             MOVE AG-AGENT-ID TO AT-AGENT-ID(AT-IDX)
003550             MOVE AG-NAME TO AT-NAME(AT-IDX)
003560             MOVE AG-TAX-ID TO AT-TAX-ID(AT-IDX)
003570             MOVE "P" TO AT-TIN-SW(AT-IDX)
003580             IF AG-TAX-ID = SPACES
003590                     OR AG-TAX-ID IS NOT NUMERIC
003600                 MOVE "M" TO AT-TIN-SW(AT-IDX)
003610             END-IF
003620             MOVE ZERO TO AT-RECORDS(AT-IDX)
003630             MOVE ZERO TO AT-PAID(AT-IDX)
003640             MOVE ZERO TO AT-RECOVERED(AT-IDX)
003650             MOVE ZERO TO AT-NET(AT-IDX)
003660     END-READ.
003670 1200-EXIT.
003680     EXIT.

003690*----------------------------------------------------------------
003700* 2000-TOTAL-ONE-PAYMENT - A POSITIVE AGTPAYHS LINE IS COMMISSION
003710*                          PAID; A NEGATIVE ONE IS A CHARGEBACK
003720*                          RECOVERED OUT OF IT. LINES OUTSIDE THE
003730*                          TAX YEAR ARE COUNTED AND PASSED OVER.
003740*----------------------------------------------------------------
003750 2000-TOTAL-ONE-PAYMENT.
003760     READ AGTPAYHS
003770         AT END
003780             SET WS-EOF TO TRUE
003790             GO TO 2000-EXIT
003800     END-READ.
003810     ADD 1 TO WS-RECORD-COUNT.
003820     MOVE "EXPND" TO DX-ACTION.
003830     MOVE PH-PAY-DATE TO DX-DATE-YYMMDD.
003840     CALL "DATEXPND" USING DATEXPND-PARMS.
003850     COMPUTE WS-PAY-YEAR = DX-DATE-CCYYMMDD / 10000.
003860     IF WS-PAY-YEAR NOT = WS-TAX-YEAR
003870         ADD 1 TO WS-OTHER-YEAR-COUNT
003880         GO TO 2000-EXIT
003890     END-IF.
003900     ADD 1 TO WS-YEAR-COUNT.
003910     IF PH-COMMISSION < ZERO
003920         SUBTRACT PH-COMMISSION FROM WS-YEAR-RECOVERED
003930     ELSE
003940         ADD PH-COMMISSION TO WS-YEAR-PAID
003950     END-IF.
003960     ADD PH-COMMISSION TO WS-YEAR-NET.
003970     MOVE PH-AGENT-ID TO WS-LOOKUP-AGENT.
003980     MOVE ZERO TO WS-AGT-IDX.
003990     PERFORM 2010-MATCH-AGENT THRU 2010-EXIT
004000         VARYING WS-A FROM 1 BY 1
004010         UNTIL WS-A > WS-AGT-COUNT OR WS-AGT-IDX > ZERO.
004020     IF WS-AGT-IDX = ZERO
004030         PERFORM 2100-POST-UNKNOWN THRU 2100-EXIT
004040         GO TO 2000-EXIT
004050     END-IF.
004060     SET AT-IDX TO WS-AGT-IDX.
004070     ADD 1 TO AT-RECORDS(AT-IDX).
004080     IF PH-COMMISSION < ZERO
004090         SUBTRACT PH-COMMISSION FROM AT-RECOVERED(AT-IDX)
004100     ELSE
004110         ADD PH-COMMISSION TO AT-PAID(AT-IDX)
004120     END-IF.
004130     ADD PH-COMMISSION TO AT-NET(AT-IDX).
004140 2000-EXIT.
004150     EXIT.

004160 2010-MATCH-AGENT.
004170     IF AT-AGENT-ID(WS-A) = WS-LOOKUP-AGENT
004180         MOVE WS-A TO WS-AGT-IDX
004190     END-IF.
004200 2010-EXIT.
004210     EXIT.

004220 2100-POST-UNKNOWN.
004230     ADD PH-COMMISSION TO WS-UNKNOWN-NET.
004240     MOVE ZERO TO WS-UNK-IDX.
004250     PERFORM 2110-MATCH-UNKNOWN THRU 2110-EXIT
004260         VARYING WS-U FROM 1 BY 1
004270         UNTIL WS-U > WS-UNKNOWN-COUNT OR WS-UNK-IDX > ZERO.
004280     IF WS-UNK-IDX = ZERO
004290         IF WS-UNKNOWN-COUNT >= 100
004300             DISPLAY "AGTINFO - AGTPAYHS EXCEEDS THE 100-"
004310                 "UNKNOWN-AGENT TABLE - RUN ABORTED"
004320             MOVE 16 TO RETURN-CODE
004330             STOP RUN
004340         END-IF
004350         ADD 1 TO WS-UNKNOWN-COUNT
004360         MOVE WS-UNKNOWN-COUNT TO WS-UNK-IDX
004370         SET UN-IDX TO WS-UNK-IDX
004380         MOVE PH-AGENT-ID TO UN-AGENT-ID(UN-IDX)
004390         MOVE ZERO TO UN-RECORDS(UN-IDX)
004400         MOVE ZERO TO UN-NET(UN-IDX)
004410     END-IF.
004420     SET UN-IDX TO WS-UNK-IDX.
004430     ADD 1 TO UN-RECORDS(UN-IDX).
004440     ADD PH-COMMISSION TO UN-NET(UN-IDX).
004450 2100-EXIT.
004460     EXIT.

004470 2110-MATCH-UNKNOWN.
004480     IF UN-AGENT-ID(WS-U) = PH-AGENT-ID
004490         MOVE WS-U TO WS-UNK-IDX
004500     END-IF.
004510 2110-EXIT.
004520     EXIT.

004530*----------------------------------------------------------------
004540* 3000-REPORT-AGENTS - EVERY AGENT AT OR OVER THE THRESHOLD GOES
004550*                      ON THE EXTRACT AND GETS A STATEMENT; THE
004560*                      REST ARE TOTALLED FOR THE RECONCILIATION.
004570*----------------------------------------------------------------
004580 3000-REPORT-AGENTS.
004590     PERFORM 3100-REPORT-ONE THRU 3100-EXIT
004600         VARYING WS-A FROM 1 BY 1
004610         UNTIL WS-A > WS-AGT-COUNT.
004620 3000-EXIT.
004630     EXIT.

004640 3100-REPORT-ONE.
004650     SET AT-IDX TO WS-A.
004660     IF AT-RECORDS(AT-IDX) = ZERO
004670         GO TO 3100-EXIT
004680     END-IF.
004690     IF AT-NET(AT-IDX) < WS-THRESHOLD
004700         ADD 1 TO WS-UNDER-COUNT
004710         ADD AT-NET(AT-IDX) TO WS-UNDER-NET
004720         GO TO 3100-EXIT
004730     END-IF.
004740     ADD 1 TO WS-REPORTED-COUNT.
004750     ADD AT-NET(AT-IDX) TO WS-REPORTED-TOTAL.
004760     MOVE SPACES TO AGTINFEX-REC.
004770     MOVE WS-TAX-YEAR TO IX-TAX-YEAR.
004780     MOVE AT-AGENT-ID(AT-IDX) TO IX-AGENT-ID.
004790     MOVE AT-NAME(AT-IDX) TO IX-NAME.
004800     MOVE AT-NET(AT-IDX) TO IX-AMOUNT.
004810     IF AT-TIN-MISSING(AT-IDX)
004820         MOVE SPACES TO IX-TAX-ID
004830         MOVE "M" TO IX-TIN-STATUS
004840     ELSE
004850         MOVE AT-TAX-ID(AT-IDX) TO IX-TAX-ID
004860         MOVE "P" TO IX-TIN-STATUS
004870     END-IF.
004880     WRITE AGTINFEX-REC.
004890     MOVE AT-AGENT-ID(AT-IDX) TO DL-AGENT-ID.
004900     MOVE AT-NAME(AT-IDX) TO DL-NAME.
004910     MOVE IX-TAX-ID TO DL-TAX-ID.
004920     MOVE AT-PAID(AT-IDX) TO DL-PAID.
004930     MOVE AT-RECOVERED(AT-IDX) TO DL-RECOVERED.
004940     MOVE AT-NET(AT-IDX) TO DL-NET.
004950     MOVE SPACES TO DL-FLAG.
004960     IF AT-TIN-MISSING(AT-IDX)
004970         MOVE "TIN?" TO DL-FLAG
004980     END-IF.
004990     WRITE AGTINFRP-REC FROM WS-DETAIL-LINE.
005000     PERFORM 3200-PRINT-STATEMENT THRU 3200-EXIT.
005010 3100-EXIT.
005020     EXIT.

005030*----------------------------------------------------------------
005040* 3200-PRINT-STATEMENT - ONE PAGE PER RECIPIENT. ONLY THE LAST
005050*                        FOUR DIGITS OF THE TAX ID ARE PRINTED.
005060*----------------------------------------------------------------
005070 3200-PRINT-STATEMENT.
005080     ADD 1 TO WS-PAGE-NUMBER.
005090     MOVE WS-PAGE-NUMBER TO RH-PAGE-NUMBER.
005100     WRITE AGTINFST-REC FROM RH-REPORT-HEADER.
005110     MOVE WS-TAX-YEAR TO SS-TAX-YEAR.
005120     WRITE AGTINFST-REC FROM WS-STMT-TITLE-LINE.
005130     WRITE AGTINFST-REC FROM WS-BLANK-LINE.
005140     MOVE AT-AGENT-ID(AT-IDX) TO SR-AGENT-ID.
005150     MOVE AT-NAME(AT-IDX) TO SR-NAME.
005160     WRITE AGTINFST-REC FROM WS-STMT-RECIPIENT-LINE.
005170     MOVE SPACES TO SN-TIN.
005180     IF AT-TIN-MISSING(AT-IDX)
005190         MOVE "NOT ON FILE - PLEASE SUPPLY YOUR TAX ID"
005200             TO SN-TIN
005210     ELSE
005220         MOVE "*****" TO SN-TIN (1:5)
005230         MOVE AT-TAX-ID(AT-IDX) (6:4) TO SN-TIN (6:4)
005240     END-IF.
005250     WRITE AGTINFST-REC FROM WS-STMT-TIN-LINE.
005260     WRITE AGTINFST-REC FROM WS-BLANK-LINE.
005270     MOVE "COMMISSION PAID" TO SA-LABEL.
005280     MOVE AT-PAID(AT-IDX) TO SA-AMOUNT.
005290     WRITE AGTINFST-REC FROM WS-STMT-AMOUNT-LINE.
005300     MOVE "LESS CHARGEBACKS RECOVERED" TO SA-LABEL.
005310     MOVE AT-RECOVERED(AT-IDX) TO SA-AMOUNT.
005320     WRITE AGTINFST-REC FROM WS-STMT-AMOUNT-LINE.
005330     MOVE "NET COMMISSION REPORTED" TO SA-LABEL.
005340     MOVE AT-NET(AT-IDX) TO SA-AMOUNT.
005350     WRITE AGTINFST-REC FROM WS-STMT-AMOUNT-LINE.
005360     WRITE AGTINFST-REC FROM WS-BLANK-LINE.
005370     WRITE AGTINFST-REC FROM WS-STMT-NOTE-LINE.
005380 3200-EXIT.
005390     EXIT.

005400*----------------------------------------------------------------
005410* 5000-FINALIZE - CLOSE THE EXTRACT WITH ITS TRAILER, LIST THE
005420*                 TAX-ID AND UNKNOWN-AGENT EXCEPTIONS, AND PRINT
005430*                 THE RECONCILIATION PAGE. AN EXTRACT THAT DOES
005440*                 NOT TIE BACK TO AGTPAYHS ENDS THE RUN WITH
005450*                 RETURN CODE 8.
005460*----------------------------------------------------------------
005470 5000-FINALIZE.
005480     IF WS-PAYHS-STATUS = "00"
005490         CLOSE AGTPAYHS
005500     END-IF.
005510     MOVE SPACES TO CT-CONTROL-RECORD.
005520     MOVE "TRL" TO CT-RECORD-TYPE.
005530     MOVE ZERO TO CT-FILE-DATE.
005540     MOVE WS-REPORTED-COUNT TO CT-RECORD-COUNT.
005550     MOVE WS-REPORTED-TOTAL TO CT-HASH-TOTAL.
005560     WRITE AGTINFEX-REC FROM CT-CONTROL-RECORD.
005570     WRITE AGTINFRP-REC FROM WS-BLANK-LINE.
005580     WRITE AGTINFRP-REC FROM WS-EXCEPTION-TITLE-LINE.
005590     PERFORM 5100-LIST-MISSING-TIN THRU 5100-EXIT
005600         VARYING WS-A FROM 1 BY 1
005610         UNTIL WS-A > WS-AGT-COUNT.
005620     PERFORM 5200-LIST-UNKNOWN THRU 5200-EXIT
005630         VARYING WS-U FROM 1 BY 1
005640         UNTIL WS-U > WS-UNKNOWN-COUNT.
005650     PERFORM 5300-RECONCILE THRU 5300-EXIT.
005660     CLOSE AGTINFEX
005670           AGTINFST
005680           AGTINFRP.
005690 5000-EXIT.
005700     EXIT.

005710 5100-LIST-MISSING-TIN.
005720     SET AT-IDX TO WS-A.
005730     IF AT-RECORDS(AT-IDX) = ZERO
005740             OR NOT AT-TIN-MISSING(AT-IDX)
005750         GO TO 5100-EXIT
005760     END-IF.
005770     ADD 1 TO WS-MISSING-TIN-COUNT.
005780     MOVE AT-AGENT-ID(AT-IDX) TO XL-AGENT-ID.
005790     MOVE AT-NAME(AT-IDX) TO XL-NAME.
005800     MOVE AT-NET(AT-IDX) TO XL-NET.
005810     IF AT-NET(AT-IDX) < WS-THRESHOLD
005820         MOVE "UNDER THRESHOLD" TO XL-STATUS
005830     ELSE
005840         MOVE "REPORTED, NO TIN" TO XL-STATUS
005850     END-IF.
005860     WRITE AGTINFRP-REC FROM WS-EXCEPTION-LINE.
005870 5100-EXIT.
005880     EXIT.

005890 5200-LIST-UNKNOWN.
005900     SET UN-IDX TO WS-U.
005910     MOVE UN-AGENT-ID(UN-IDX) TO UL-AGENT-ID.
005920     MOVE UN-RECORDS(UN-IDX) TO UL-RECORDS.
005930     MOVE UN-NET(UN-IDX) TO UL-NET.
005940     WRITE AGTINFRP-REC FROM WS-UNKNOWN-LINE.
005950 5200-EXIT.
005960     EXIT.

005970*----------------------------------------------------------------
005980* 5300-RECONCILE - PAGE TWO. THE YEAR'S AGTPAYHS NET, LESS WHAT
005990*                  FELL UNDER THE THRESHOLD AND WHAT BELONGS TO
006000*                  AGENTS NO LONGER ON AGTMAST, MUST EQUAL THE
006010*                  EXTRACT TOTAL.
006020*----------------------------------------------------------------
006030 5300-RECONCILE.
006040     MOVE 2 TO RH-PAGE-NUMBER.
006050     WRITE AGTINFRP-REC FROM RH-REPORT-HEADER.
006060     MOVE WS-TAX-YEAR TO RT-TAX-YEAR.
006070     WRITE AGTINFRP-REC FROM WS-RECON-TITLE-LINE.
006080     WRITE AGTINFRP-REC FROM WS-BLANK-LINE.
006090     MOVE "AGTPAYHS RECORDS READ" TO RC-LABEL.
006100     MOVE WS-RECORD-COUNT TO RC-COUNT.
006110     MOVE ZERO TO RC-AMOUNT.
006120     WRITE AGTINFRP-REC FROM WS-RECON-LINE.
006130     MOVE "  OUTSIDE THE TAX YEAR" TO RC-LABEL.
006140     MOVE WS-OTHER-YEAR-COUNT TO RC-COUNT.
006150     WRITE AGTINFRP-REC FROM WS-RECON-LINE.
006160     MOVE "  IN THE TAX YEAR - COMMISSION PAID" TO RC-LABEL.
006170     MOVE WS-YEAR-COUNT TO RC-COUNT.
006180     MOVE WS-YEAR-PAID TO RC-AMOUNT.
006190     WRITE AGTINFRP-REC FROM WS-RECON-LINE.
006200     MOVE "  LESS CHARGEBACKS RECOVERED" TO RC-LABEL.
006210     MOVE ZERO TO RC-COUNT.
006220     COMPUTE RC-AMOUNT = ZERO - WS-YEAR-RECOVERED.
006230     WRITE AGTINFRP-REC FROM WS-RECON-LINE.
006240     MOVE "NET COMMISSION FOR THE YEAR" TO RC-LABEL.
006250     MOVE WS-YEAR-NET TO RC-AMOUNT.
006260     WRITE AGTINFRP-REC FROM WS-RECON-LINE.
006270     MOVE "  LESS AGENTS UNDER THRESHOLD" TO RC-LABEL.
006280     MOVE WS-UNDER-COUNT TO RC-COUNT.
006290     COMPUTE RC-AMOUNT = ZERO - WS-UNDER-NET.
006300     WRITE AGTINFRP-REC FROM WS-RECON-LINE.
006310     MOVE "  LESS AGENTS NOT ON AGTMAST" TO RC-LABEL.
006320     MOVE WS-UNKNOWN-COUNT TO RC-COUNT.
006330     COMPUTE RC-AMOUNT = ZERO - WS-UNKNOWN-NET.
006340     WRITE AGTINFRP-REC FROM WS-RECON-LINE.
006350     MOVE "REPORTED ON THE FILING EXTRACT" TO RC-LABEL.
006360     MOVE WS-REPORTED-COUNT TO RC-COUNT.
006370     MOVE WS-REPORTED-TOTAL TO RC-AMOUNT.
006380     WRITE AGTINFRP-REC FROM WS-RECON-LINE.
006390     MOVE "  OF WHICH MISSING A TAX ID (ALL AGENTS)" TO RC-LABEL.
006400     MOVE WS-MISSING-TIN-COUNT TO RC-COUNT.
006410     MOVE ZERO TO RC-AMOUNT.
006420     WRITE AGTINFRP-REC FROM WS-RECON-LINE.
006430     WRITE AGTINFRP-REC FROM WS-BLANK-LINE.
006440     COMPUTE WS-DIFFERENCE = WS-YEAR-NET - WS-UNDER-NET
006450         - WS-UNKNOWN-NET - WS-REPORTED-TOTAL.
006460     IF WS-DIFFERENCE = ZERO
006470         MOVE "EXTRACT RECONCILES TO AGTPAYHS" TO RR-RESULT
006480     ELSE
006490         MOVE "*** EXTRACT DOES NOT RECONCILE ***" TO RR-RESULT
006500         MOVE 8 TO RETURN-CODE
006510     END-IF.
006520     WRITE AGTINFRP-REC FROM WS-RECON-RESULT-LINE.
006530 5300-EXIT.
006540     EXIT.
