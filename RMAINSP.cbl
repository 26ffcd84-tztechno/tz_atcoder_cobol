000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RMAINSP.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. WAREHOUSE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CUSTOMER RETURNS INSPECTION
000110*                  AND DISPOSITION. EACH RMAINSPC CARD CARRIES THE
000120*                  RMA NUMBER, THE GAUGE USED, THE QC BAND (LOWER
000130*                  BOUND AND WIDTH), THE MEASURED READING AND AN
000140*                  OPTIONAL DISPOSITION (RESTOCK, SCRAP OR RTS -
000150*                  RETURN TO SUPPLIER - WITH THE SUPPLIER CODE).
000160*                  THE GAUGE AND THE READING ARE JUDGED BY THE
000170*                  SHARED TOLCHK ROUTINE, EXACTLY AS ABC094 JUDGES
000180*                  A SHIFT READING. A REFUSED GAUGE LEAVES THE
000190*                  GOODS IN QUARANTINE FOR REINSPECTION. WITH NO
000200*                  DISPOSITION KEYED A PASS IS RESTOCKED AND A
000210*                  FAIL SCRAPPED; A FAIL CAN NEVER BE RESTOCKED.
000220*                  EVERYTHING RECEIVED ON THE RETURN THEN MOVES
000230*                  OUT OF "QUAR" ON BOXSOH - BACK INTO THE
000240*                  POSITION IT SHIPPED FROM, OR OFF THE BOOKS AS A
000250*                  SCRAP WRITE-OFF OR A SUPPLIER DEBIT - AND THE
000260*                  RMA CLOSES. A RESTOCKED OR SUPPLIER-RETURNED
000270*                  RMA IS APPROVED AND RAISES A CREDIT NOTE ON
000280*                  RMACRED, AN INVLINES CARD WITH THE "CR"
000290*                  DOCUMENT TYPE, FOR THE NEXT BILLING RUN TO
000300*                  ISSUE AGAINST THE CUSTOMER'S ACCOUNT. GOODS
000310*                  SCRAPPED ON A FAILED INSPECTION EARN NO CREDIT.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM.
000360 OBJECT-COMPUTER. IBM.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RMAINSPC ASSIGN TO "RMAINSPC"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-INSP-STATUS.
000420     SELECT RMAFILE ASSIGN TO "RMAFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RMA-STATUS.
000450     SELECT BOXSOH ASSIGN TO "BOXSOH"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SOH-STATUS.
000480     SELECT RMACRED ASSIGN TO "RMACRED"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT RMAIRPT ASSIGN TO "RMAIRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RMAINSPC
000550     RECORDING MODE IS F.
000560 01  RMAINSPC-REC.
000570     05  IC-RMA-NO                PIC X(08).
000580     05  FILLER                   PIC X(01).
000590     05  IC-INSTR-ID              PIC X(06).
000600     05  FILLER                   PIC X(01).
000610     05  IC-LOWER                 PIC 9(04).
000620     05  FILLER                   PIC X(01).
000630     05  IC-WIDTH                 PIC 9(04).
000640     05  FILLER                   PIC X(01).
000650     05  IC-READING               PIC 9(04).
000660     05  FILLER                   PIC X(01).
000670     05  IC-DISPOSITION           PIC X(07).
000680     05  FILLER                   PIC X(01).
000690     05  IC-SUPPLIER              PIC X(04).
000700     05  FILLER                   PIC X(37).

000710 FD  RMAFILE
000720     RECORDING MODE IS F.
000730 01  RMAFILE-REC.
000740     05  RA-RMA-NO                PIC X(08).
000750     05  FILLER                   PIC X(01).
000760     05  RA-CUST-ID               PIC X(10).
000770     05  FILLER                   PIC X(01).
000780     05  RA-INVOICE-NUM           PIC X(10).
000790     05  FILLER                   PIC X(01).
000800     05  RA-SHIP-DATE             PIC 9(08).
000810     05  FILLER                   PIC X(01).
000820     05  RA-PICKER                PIC X(04).
000830     05  FILLER                   PIC X(01).
000840     05  RA-BIN-ID                PIC X(10).
000850     05  FILLER                   PIC X(01).
000860     05  RA-LOC-ID                PIC X(04).
000870     05  FILLER                   PIC X(01).
000880     05  RA-QTY-AUTH              PIC 9(07).
000890     05  FILLER                   PIC X(01).
000900     05  RA-UNIT-CREDIT           PIC 9(07)V99.
000910     05  FILLER                   PIC X(01).
000920     05  RA-STATUS                PIC X(01).
000930     05  FILLER                   PIC X(01).
000940     05  RA-AUTH-DATE             PIC 9(08).
000950     05  FILLER                   PIC X(01).
000960     05  RA-QTY-RECV              PIC 9(07).
000970     05  FILLER                   PIC X(01).
000980     05  RA-DISPOSITION           PIC X(01).
000990     05  FILLER                   PIC X(01).
001000     05  RA-DISP-DATE             PIC 9(08).
001010     05  FILLER                   PIC X(01).
001020     05  RA-CREDIT-AMT            PIC 9(09)V99.

001030 FD  BOXSOH
001040     RECORDING MODE IS F.
001050 01  BOXSOH-REC.
001060     05  SO-BIN-ID                PIC X(10).
001070     05  FILLER                   PIC X(01).
001080     05  SO-LOC-ID                PIC X(04).
001090     05  FILLER                   PIC X(01).
001100     05  SO-BALANCE               PIC S9(09) SIGN LEADING
001110                                            SEPARATE.
001120     05  FILLER                   PIC X(01).
001130     05  SO-AVG-COST              PIC 9(07)V9(04).

001140 FD  RMACRED
001150     RECORDING MODE IS F.
001160 01  RMACRED-REC                  PIC X(80).

001170 FD  RMAIRPT
001180     RECORDING MODE IS F.
001190 01  RMAIRPT-REC                  PIC X(80).

001200 WORKING-STORAGE SECTION.
001210 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001220     88  WS-EOF                             VALUE "Y".
001230 77  WS-INSP-STATUS               PIC X(02) VALUE SPACES.
001240 77  WS-RMA-STATUS                PIC X(02) VALUE SPACES.
001250 77  WS-SOH-STATUS                PIC X(02) VALUE SPACES.
001260 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001270 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001280 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001290 77  WS-K                         PIC 9(05) COMP.
001300 77  WS-RMA-IDX                   PIC 9(05) VALUE ZERO COMP.
001310 77  WS-SOH-IDX                   PIC 9(05) VALUE ZERO COMP.
001320 77  WS-QUAR-IDX                  PIC 9(05) VALUE ZERO COMP.
001330 77  WS-CARD-COUNT                PIC 9(05) VALUE ZERO COMP.
001340 77  WS-RESTOCK-COUNT             PIC 9(05) VALUE ZERO COMP.
001350 77  WS-SCRAP-COUNT               PIC 9(05) VALUE ZERO COMP.
001360 77  WS-RTS-COUNT                 PIC 9(05) VALUE ZERO COMP.
001370 77  WS-REFUSED-COUNT             PIC 9(05) VALUE ZERO COMP.
001380 77  WS-CREDIT-COUNT              PIC 9(05) VALUE ZERO COMP.
001390 77  WS-REASON                    PIC X(30) VALUE SPACES.
001400 77  WS-KEY-BIN-ID                PIC X(10) VALUE SPACES.
001410 77  WS-KEY-LOC-ID                PIC X(04) VALUE SPACES.
001420 77  WS-MOVE-QTY                  PIC 9(07) VALUE ZERO.
001430 77  WS-MOVE-COST                 PIC 9(07)V9(04) VALUE ZERO.
001440 77  WS-MOVE-VALUE                PIC 9(11)V99 VALUE ZERO.
001450 77  WS-SCRAP-VALUE               PIC 9(11)V99 VALUE ZERO.
001460 77  WS-RTS-VALUE                 PIC 9(11)V99 VALUE ZERO.
001470 77  WS-CREDIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
001480 77  WS-GL-AMOUNT                 PIC 9(11) VALUE ZERO.
001490 77  WS-CREDIT-EDIT               PIC 9(07).99.
001500 77  WS-DISP-SW                   PIC X(01) VALUE SPACE.
001510     88  WS-DISP-RESTOCK                    VALUE "R".
001520     88  WS-DISP-SCRAP                      VALUE "S".
001530     88  WS-DISP-RTS                        VALUE "V".

001540 01  WS-RMA-TABLE.
001550     05  WS-RMA-COUNT             PIC 9(05) VALUE ZERO COMP.
001560     05  RM-ENTRY OCCURS 5000 TIMES
001570                  INDEXED BY RM-IDX.
001580         10  RM-RMA-NO            PIC X(08).
001590         10  RM-RECORD            PIC X(120).

001600 01  WS-SOH-TABLE.
001610     05  WS-SOH-COUNT             PIC 9(05) VALUE ZERO COMP.
001620     05  SH-ENTRY OCCURS 2000 TIMES
001630                  INDEXED BY SH-IDX.
001640         10  SH-BIN-ID            PIC X(10).
001650         10  SH-LOC-ID            PIC X(04).
001660         10  SH-BALANCE           PIC S9(09).
001670         10  SH-AVG-COST          PIC 9(07)V9(04).

001680 COPY RPTHDR.
001690 COPY DATXLINK.
001700 COPY GLJRLINK.
001710 COPY TOLCLINK.

001720 01  WS-TITLE-LINE.
001730     05  FILLER                  PIC X(40) VALUE
001740         "CUSTOMER RETURNS INSPECTION/DISPOSITION".
001750     05  FILLER                  PIC X(40) VALUE SPACES.

001760 01  WS-DETAIL-LINE.
001770     05  FILLER                  PIC X(04) VALUE "RMA ".
001780     05  DL-RMA-NO                PIC X(08).
001790     05  FILLER                  PIC X(05) VALUE " RDG ".
001800     05  DL-READING               PIC Z(3)9.
001810     05  FILLER                  PIC X(07) VALUE " RANGE ".
001820     05  DL-LOW                   PIC Z(3)9.
001830     05  FILLER                  PIC X(01) VALUE "-".
001840     05  DL-HIGH                  PIC Z(3)9.
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  DL-RESULT                PIC X(04).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  DL-DISPOSITION           PIC X(07).
001890     05  FILLER                  PIC X(05) VALUE " QTY ".
001900     05  DL-QTY                   PIC ZZZZZZ9.
001910     05  FILLER                  PIC X(04) VALUE " CR ".
001920     05  DL-CREDIT                PIC ZZZZZZ9.99.
001930     05  FILLER                  PIC X(04) VALUE SPACES.

001940 01  WS-NOTE-LINE.
001950     05  FILLER                  PIC X(12) VALUE SPACES.
001960     05  NL-NOTE                  PIC X(40).
001970     05  FILLER                  PIC X(28) VALUE SPACES.

001980 01  WS-REFUSED-LINE.
001990     05  FILLER                  PIC X(04) VALUE "RMA ".
002000     05  RL-RMA-NO                PIC X(08).
002010     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
002020     05  RL-REASON                PIC X(30).
002030     05  FILLER                  PIC X(27) VALUE SPACES.

002040 01  WS-SUMMARY-LINE.
002050     05  FILLER                  PIC X(13) VALUE "CARDS READ:  ".
002060     05  SL-CARD-COUNT            PIC ZZZZ9.
002070     05  FILLER                  PIC X(12) VALUE "  RESTOCKED:".
002080     05  SL-RESTOCK-COUNT         PIC ZZZZ9.
002090     05  FILLER                  PIC X(11) VALUE "  SCRAPPED:".
002100     05  SL-SCRAP-COUNT           PIC ZZZZ9.
002110     05  FILLER                  PIC X(09) VALUE "  TO SUP:".
002120     05  SL-RTS-COUNT             PIC ZZZZ9.
002130     05  FILLER                  PIC X(10) VALUE "  REFUSED:".
002140     05  SL-REFUSED-COUNT         PIC ZZZZ9.

002150 01  WS-CREDIT-SUMMARY-LINE.
002160     05  FILLER                  PIC X(14) VALUE "CREDIT NOTES: ".
002170     05  CS-CREDIT-COUNT          PIC ZZZZ9.
002180     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
002190     05  CS-CREDIT-TOTAL          PIC ZZZZZZZZ9.99.
002200     05  FILLER                  PIC X(40) VALUE SPACES.

002210 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002220 PROCEDURE DIVISION.
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250     PERFORM 2000-INSPECT-ONE THRU 2000-EXIT
002260         UNTIL WS-EOF.
002270     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002280     STOP RUN.

002290 1000-INITIALIZE.
002300     ACCEPT WS-RUN-DATE FROM DATE.
002310     MOVE "EXPND" TO DX-ACTION.
002320     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002330     CALL "DATEXPND" USING DATEXPND-PARMS.
002340     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002350     ACCEPT WS-RUN-TIME FROM TIME.
002360     OPEN OUTPUT RMAIRPT
002370                 RMACRED.
002380     MOVE "RMAINSP" TO RH-PROGRAM-ID.
002390     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002400     MOVE WS-RUN-TIME TO RH-RUN-ID.
002410     MOVE 1 TO RH-PAGE-NUMBER.
002420     WRITE RMAIRPT-REC FROM RH-REPORT-HEADER.
002430     WRITE RMAIRPT-REC FROM WS-TITLE-LINE.
002440     WRITE RMAIRPT-REC FROM WS-BLANK-LINE.
002450     PERFORM 1100-LOAD-RMAS THRU 1100-EXIT.
002460     PERFORM 1200-LOAD-STOCK THRU 1200-EXIT.
002470     OPEN INPUT RMAINSPC.
002480     IF WS-INSP-STATUS NOT = "00"
002490         SET WS-EOF TO TRUE
002500         GO TO 1000-EXIT
002510     END-IF.
002520     PERFORM 8000-READ-RMAINSPC THRU 8000-EXIT.
002530 1000-EXIT.
002540     EXIT.

002550*----------------------------------------------------------------
002560* 1100-LOAD-RMAS - THE WHOLE AUTHORIZATION MASTER, HELD AS
002570*                  RECORD IMAGES AND REWRITTEN AT END OF RUN.
002580*----------------------------------------------------------------
002590 1100-LOAD-RMAS.
002600     OPEN INPUT RMAFILE.
002610     IF WS-RMA-STATUS NOT = "00"
002620         GO TO 1100-EXIT
002630     END-IF.
002640     PERFORM 1110-LOAD-ONE-RMA THRU 1110-EXIT
002650         UNTIL WS-EOF.
002660     CLOSE RMAFILE.
002670     MOVE "N" TO WS-EOF-SW.
002680 1100-EXIT.
002690     EXIT.

002700 1110-LOAD-ONE-RMA.
002710     READ RMAFILE
002720         AT END
002730             SET WS-EOF TO TRUE
002740         NOT AT END
002750             IF WS-RMA-COUNT >= 5000
002760*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
002770*                RMAFILE AT END OF RUN - STOP BEFORE A RETURN
002780*                IS LOST
002790                 DISPLAY "RMAINSP - RMAFILE EXCEEDS THE 5000-"
002800                     "RETURN TABLE - RUN ABORTED"
002810                 MOVE 16 TO RETURN-CODE
002820                 STOP RUN
002830             END-IF
002840             ADD 1 TO WS-RMA-COUNT
002850             SET RM-IDX TO WS-RMA-COUNT
002860             MOVE RA-RMA-NO TO RM-RMA-NO(RM-IDX)
002870             MOVE RMAFILE-REC TO RM-RECORD(RM-IDX)
002880     END-READ.
002890 1110-EXIT.
002900     EXIT.

002910 1200-LOAD-STOCK.
002920     OPEN INPUT BOXSOH.
002930     IF WS-SOH-STATUS NOT = "00"
002940         GO TO 1200-EXIT
002950     END-IF.
002960     PERFORM 1210-LOAD-ONE-BIN THRU 1210-EXIT
002970         UNTIL WS-EOF.
002980     CLOSE BOXSOH.
002990     MOVE "N" TO WS-EOF-SW.
003000 1200-EXIT.
003010     EXIT.

003020 1210-LOAD-ONE-BIN.
003030     READ BOXSOH
003040         AT END
003050             SET WS-EOF TO TRUE
003060         NOT AT END
003070             IF WS-SOH-COUNT >= 2000
003080*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
003090*                BOXSOH AT END OF RUN - STOP BEFORE A BIN IS
003100*                LOST
003110                 DISPLAY "RMAINSP - BOXSOH EXCEEDS THE 2000-"
003120                     "BIN TABLE - RUN ABORTED"
003130                 MOVE 16 TO RETURN-CODE
003140                 STOP RUN
003150             END-IF
003160             IF SO-LOC-ID = SPACES
003170                 MOVE "MAIN" TO SO-LOC-ID
003180             END-IF
003190             ADD 1 TO WS-SOH-COUNT
003200             SET SH-IDX TO WS-SOH-COUNT
003210             MOVE SO-BIN-ID TO SH-BIN-ID(SH-IDX)
003220             MOVE SO-LOC-ID TO SH-LOC-ID(SH-IDX)
003230             MOVE SO-BALANCE TO SH-BALANCE(SH-IDX)
003240             MOVE ZERO TO SH-AVG-COST(SH-IDX)
003250             IF SO-AVG-COST IS NUMERIC
003260                 MOVE SO-AVG-COST TO SH-AVG-COST(SH-IDX)
003270             END-IF
003280     END-READ.
003290 1210-EXIT.
003300     EXIT.

003310*----------------------------------------------------------------
003320* 2000-INSPECT-ONE - ONE INSPECTION RESULT: GAUGE, BAND, THEN
003330*                    THE DISPOSITION, THE STOCK MOVEMENT OUT OF
003340*                    QUARANTINE AND, FOR AN APPROVED RETURN, THE
003350*                    CUSTOMER'S CREDIT NOTE.
003360*----------------------------------------------------------------
003370 2000-INSPECT-ONE.
003380     ADD 1 TO WS-CARD-COUNT.
003390     MOVE SPACES TO WS-REASON.
003400     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
003410     IF WS-REASON NOT = SPACES
003420         ADD 1 TO WS-REFUSED-COUNT
003430         MOVE IC-RMA-NO TO RL-RMA-NO
003440         MOVE WS-REASON TO RL-REASON
003450         WRITE RMAIRPT-REC FROM WS-REFUSED-LINE
003460         GO TO 2000-NEXT
003470     END-IF.
003480     MOVE RA-QTY-RECV TO WS-MOVE-QTY.
003490     MOVE SH-AVG-COST(WS-QUAR-IDX) TO WS-MOVE-COST.
003500     COMPUTE WS-MOVE-VALUE ROUNDED = WS-MOVE-QTY * WS-MOVE-COST.
003510     SUBTRACT WS-MOVE-QTY FROM SH-BALANCE(WS-QUAR-IDX).
003520     MOVE ZERO TO RA-CREDIT-AMT.
003530     EVALUATE TRUE
003540         WHEN WS-DISP-RESTOCK
003550             PERFORM 2400-RESTOCK THRU 2400-EXIT
003560             ADD 1 TO WS-RESTOCK-COUNT
003570             MOVE "RESTOCK" TO DL-DISPOSITION
003580         WHEN WS-DISP-RTS
003590             ADD WS-MOVE-VALUE TO WS-RTS-VALUE
003600             ADD 1 TO WS-RTS-COUNT
003610             MOVE "RTS" TO DL-DISPOSITION
003620         WHEN OTHER
003630             ADD WS-MOVE-VALUE TO WS-SCRAP-VALUE
003640             ADD 1 TO WS-SCRAP-COUNT
003650             MOVE "SCRAP" TO DL-DISPOSITION
003660     END-EVALUATE.
003670     IF WS-DISP-RESTOCK OR WS-DISP-RTS
003680         PERFORM 2500-RAISE-CREDIT THRU 2500-EXIT
003690     END-IF.
003700     MOVE "C" TO RA-STATUS.
003710     MOVE WS-DISP-SW TO RA-DISPOSITION.
003720     MOVE WS-RUN-CCYYMMDD TO RA-DISP-DATE.
003730     MOVE RMAFILE-REC TO RM-RECORD(WS-RMA-IDX).
003740     MOVE IC-RMA-NO TO DL-RMA-NO.
003750     MOVE TC-READING TO DL-READING.
003760     MOVE TC-LOWER TO DL-LOW.
003770     MOVE TC-UPPER TO DL-HIGH.
003780     MOVE TC-RESULT TO DL-RESULT.
003790     MOVE WS-MOVE-QTY TO DL-QTY.
003800     MOVE RA-CREDIT-AMT TO DL-CREDIT.
003810     WRITE RMAIRPT-REC FROM WS-DETAIL-LINE.
003820     MOVE SPACES TO NL-NOTE.
003830     EVALUATE TRUE
003840         WHEN WS-DISP-RESTOCK
003850             STRING "BACK INTO " RA-BIN-ID " " RA-LOC-ID
003860                 DELIMITED BY SIZE INTO NL-NOTE
003870         WHEN WS-DISP-RTS
003880             STRING "RETURN TO SUPPLIER " IC-SUPPLIER
003890                 DELIMITED BY SIZE INTO NL-NOTE
003900         WHEN OTHER
003910             MOVE "SCRAPPED - NO CREDIT" TO NL-NOTE
003920     END-EVALUATE.
003930     WRITE RMAIRPT-REC FROM WS-NOTE-LINE.
003940 2000-NEXT.
003950     PERFORM 8000-READ-RMAINSPC THRU 8000-EXIT.
003960 2000-EXIT.
003970     EXIT.

003980*----------------------------------------------------------------
003990* 2100-EDIT-CARD - LEAVES WS-REASON BLANK WHEN THE RETURN CAN BE
004000*                  DISPOSED OF, WITH ITS RECORD IN RMAFILE-REC,
004010*                  WS-RMA-IDX AND WS-QUAR-IDX ON ITS TABLE SLOTS,
004020*                  THE BAND VERDICT IN TOLCHK-PARMS AND THE
004030*                  DISPOSITION IN WS-DISP-SW.
004040*----------------------------------------------------------------
004050 2100-EDIT-CARD.
004060     MOVE ZERO TO WS-RMA-IDX.
004070     PERFORM 2110-MATCH-RMA THRU 2110-EXIT
004080         VARYING WS-K FROM 1 BY 1
004090         UNTIL WS-K > WS-RMA-COUNT OR WS-RMA-IDX > ZERO.
004100     IF WS-RMA-IDX = ZERO
004110         MOVE "RMA NOT FOUND" TO WS-REASON
004120         GO TO 2100-EXIT
004130     END-IF.
004140     MOVE RM-RECORD(WS-RMA-IDX) TO RMAFILE-REC.
004150     IF RA-STATUS NOT = "Q" OR RA-QTY-RECV = ZERO
004160         MOVE "NOTHING IN QUARANTINE" TO WS-REASON
004170         GO TO 2100-EXIT
004180     END-IF.
004190     MOVE RA-BIN-ID TO WS-KEY-BIN-ID.
004200     MOVE "QUAR" TO WS-KEY-LOC-ID.
004210     PERFORM 2300-FIND-STOCK THRU 2300-EXIT.
004220     MOVE WS-SOH-IDX TO WS-QUAR-IDX.
004230     IF WS-QUAR-IDX = ZERO
004240         MOVE "QUARANTINE STOCK SHORT" TO WS-REASON
004250         GO TO 2100-EXIT
004260     END-IF.
004270     IF SH-BALANCE(WS-QUAR-IDX) < RA-QTY-RECV
004280         MOVE "QUARANTINE STOCK SHORT" TO WS-REASON
004290         GO TO 2100-EXIT
004300     END-IF.
004310     IF IC-LOWER IS NOT NUMERIC OR IC-WIDTH IS NOT NUMERIC
004320             OR IC-READING IS NOT NUMERIC
004330         MOVE "READING NOT NUMERIC" TO WS-REASON
004340         GO TO 2100-EXIT
004350     END-IF.
004360     MOVE "GAUGE" TO TC-ACTION.
004370     MOVE IC-INSTR-ID TO TC-INSTR-ID.
004380     MOVE WS-RUN-CCYYMMDD TO TC-RUN-DATE.
004390     CALL "TOLCHK" USING TOLCHK-PARMS.
004400     IF TC-FAILED
004410         MOVE TC-REASON TO WS-REASON
004420         GO TO 2100-EXIT
004430     END-IF.
004440     MOVE "BAND " TO TC-ACTION.
004450     MOVE IC-LOWER TO TC-LOWER.
004460     MOVE IC-WIDTH TO TC-WIDTH.
004470     MOVE IC-READING TO TC-READING.
004480     CALL "TOLCHK" USING TOLCHK-PARMS.
004490     EVALUATE IC-DISPOSITION
004500         WHEN SPACES
004510             IF TC-PASSED
004520                 SET WS-DISP-RESTOCK TO TRUE
004530             ELSE
004540                 SET WS-DISP-SCRAP TO TRUE
004550             END-IF
004560         WHEN "RESTOCK"
004570             SET WS-DISP-RESTOCK TO TRUE
004580         WHEN "SCRAP"
004590             SET WS-DISP-SCRAP TO TRUE
004600         WHEN "RTS"
004610             SET WS-DISP-RTS TO TRUE
004620         WHEN OTHER
004630             MOVE "DISPOSITION NOT RECOGNIZED" TO WS-REASON
004640             GO TO 2100-EXIT
004650     END-EVALUATE.
004660     IF WS-DISP-RESTOCK AND TC-FAILED
004670         MOVE "FAILED - CANNOT BE RESTOCKED" TO WS-REASON
004680         GO TO 2100-EXIT
004690     END-IF.
004700     IF WS-DISP-RTS AND IC-SUPPLIER = SPACES
004710         MOVE "NO SUPPLIER FOR RETURN" TO WS-REASON
004720     END-IF.
004730 2100-EXIT.
004740     EXIT.

004750 2110-MATCH-RMA.
004760     IF RM-RMA-NO(WS-K) = IC-RMA-NO
004770         MOVE WS-K TO WS-RMA-IDX
004780     END-IF.
004790 2110-EXIT.
004800     EXIT.

004810 2300-FIND-STOCK.
004820     MOVE ZERO TO WS-SOH-IDX.
004830     PERFORM 2310-MATCH-STOCK THRU 2310-EXIT
004840         VARYING WS-K FROM 1 BY 1
004850         UNTIL WS-K > WS-SOH-COUNT OR WS-SOH-IDX > ZERO.
004860 2300-EXIT.
004870     EXIT.

004880 2310-MATCH-STOCK.
004890     IF SH-BIN-ID(WS-K) = WS-KEY-BIN-ID
004900             AND SH-LOC-ID(WS-K) = WS-KEY-LOC-ID
004910         MOVE WS-K TO WS-SOH-IDX
004920     END-IF.
004930 2310-EXIT.
004940     EXIT.

004950*----------------------------------------------------------------
004960* 2400-RESTOCK - THE GOODS GO BACK INTO THE POSITION THEY SHIPPED
004970*                FROM, CARRYING THEIR QUARANTINE COST INTO ITS
004980*                AVERAGE. A POSITION GONE FROM THE PERPETUAL IS
004990*                SET UP AGAIN.
005000*----------------------------------------------------------------
005010 2400-RESTOCK.
005020     MOVE RA-LOC-ID TO WS-KEY-LOC-ID.
005030     PERFORM 2300-FIND-STOCK THRU 2300-EXIT.
005040     IF WS-SOH-IDX = ZERO
005050         IF WS-SOH-COUNT >= 2000
005060             DISPLAY "RMAINSP - BOXSOH EXCEEDS THE 2000-BIN "
005070                 "TABLE - RUN ABORTED"
005080             MOVE 16 TO RETURN-CODE
005090             STOP RUN
005100         END-IF
005110         ADD 1 TO WS-SOH-COUNT
005120         MOVE WS-SOH-COUNT TO WS-SOH-IDX
005130         MOVE WS-KEY-BIN-ID TO SH-BIN-ID(WS-SOH-IDX)
005140         MOVE WS-KEY-LOC-ID TO SH-LOC-ID(WS-SOH-IDX)
005150         MOVE ZERO TO SH-BALANCE(WS-SOH-IDX)
005160         MOVE ZERO TO SH-AVG-COST(WS-SOH-IDX)
005170     END-IF.
005180     IF SH-BALANCE(WS-SOH-IDX) > ZERO
005190         COMPUTE SH-AVG-COST(WS-SOH-IDX) ROUNDED =
005200             (SH-BALANCE(WS-SOH-IDX) * SH-AVG-COST(WS-SOH-IDX)
005210              + WS-MOVE-VALUE)
005220             / (SH-BALANCE(WS-SOH-IDX) + WS-MOVE-QTY)
005230     ELSE
005240         MOVE WS-MOVE-COST TO SH-AVG-COST(WS-SOH-IDX)
005250     END-IF.
005260     ADD WS-MOVE-QTY TO SH-BALANCE(WS-SOH-IDX).
005270 2400-EXIT.
005280     EXIT.

005290*----------------------------------------------------------------
005300* 2500-RAISE-CREDIT - AN APPROVED RETURN IS CREDITED AT THE
005310*                     AUTHORIZED UNIT PRICE FOR EVERY UNIT THAT
005320*                     CAME BACK. THE DOCUMENT NUMBER IS "R" AND
005330*                     THE RMA NUMBER, SO BILLING'S CREDIT NOTE
005340*                     TRACES STRAIGHT BACK TO THE RETURN.
005350*----------------------------------------------------------------
005360 2500-RAISE-CREDIT.
005370     COMPUTE RA-CREDIT-AMT ROUNDED =
005380         RA-QTY-RECV * RA-UNIT-CREDIT.
005390     IF RA-CREDIT-AMT = ZERO
005400         GO TO 2500-EXIT
005410     END-IF.
005420     MOVE RA-CREDIT-AMT TO WS-CREDIT-EDIT.
005430     MOVE SPACES TO RMACRED-REC.
005440     STRING "R" DELIMITED BY SIZE
005450            RA-RMA-NO DELIMITED BY SPACE
005460            " " DELIMITED BY SIZE
005470            RA-CUST-ID DELIMITED BY SPACE
005480            " " DELIMITED BY SIZE
005490            WS-CREDIT-EDIT DELIMITED BY SIZE
005500            " CR" DELIMITED BY SIZE
005510         INTO RMACRED-REC.
005520     WRITE RMACRED-REC.
005530     ADD 1 TO WS-CREDIT-COUNT.
005540     ADD RA-CREDIT-AMT TO WS-CREDIT-TOTAL.
005550 2500-EXIT.
005560     EXIT.

005570*----------------------------------------------------------------
005580* 5000-FINALIZE - REWRITE THE STOCK POSITIONS AND THE RETURN
005590*                 MASTER, JOURNAL THE WRITE-OFFS AND PRINT THE
005600*                 RUN TOTALS.
005610*----------------------------------------------------------------
005620 5000-FINALIZE.
005630     IF WS-INSP-STATUS = "00" OR WS-INSP-STATUS = "10"
005640         CLOSE RMAINSPC
005650     END-IF.
005660     OPEN OUTPUT BOXSOH.
005670     PERFORM 5100-SAVE-ONE-BIN THRU 5100-EXIT
005680         VARYING WS-K FROM 1 BY 1
005690         UNTIL WS-K > WS-SOH-COUNT.
005700     CLOSE BOXSOH.
005710     OPEN OUTPUT RMAFILE.
005720     PERFORM 5200-SAVE-ONE-RMA THRU 5200-EXIT
005730         VARYING WS-K FROM 1 BY 1
005740         UNTIL WS-K > WS-RMA-COUNT.
005750     CLOSE RMAFILE.
005760     PERFORM 5300-WRITE-JOURNAL THRU 5300-EXIT.
005770     WRITE RMAIRPT-REC FROM WS-BLANK-LINE.
005780     MOVE WS-CARD-COUNT TO SL-CARD-COUNT.
005790     MOVE WS-RESTOCK-COUNT TO SL-RESTOCK-COUNT.
005800     MOVE WS-SCRAP-COUNT TO SL-SCRAP-COUNT.
005810     MOVE WS-RTS-COUNT TO SL-RTS-COUNT.
005820     MOVE WS-REFUSED-COUNT TO SL-REFUSED-COUNT.
005830     WRITE RMAIRPT-REC FROM WS-SUMMARY-LINE.
005840     MOVE WS-CREDIT-COUNT TO CS-CREDIT-COUNT.
005850     MOVE WS-CREDIT-TOTAL TO CS-CREDIT-TOTAL.
005860     WRITE RMAIRPT-REC FROM WS-CREDIT-SUMMARY-LINE.
005870     CLOSE RMAIRPT
005880           RMACRED.
005890 5000-EXIT.
005900     EXIT.

005910 5100-SAVE-ONE-BIN.
005920     SET SH-IDX TO WS-K.
005930     MOVE SPACES TO BOXSOH-REC.
005940     MOVE SH-BIN-ID(SH-IDX) TO SO-BIN-ID.
005950     MOVE SH-LOC-ID(SH-IDX) TO SO-LOC-ID.
005960     MOVE SH-BALANCE(SH-IDX) TO SO-BALANCE.
005970     MOVE SH-AVG-COST(SH-IDX) TO SO-AVG-COST.
005980     WRITE BOXSOH-REC.
005990 5100-EXIT.
006000     EXIT.

006010 5200-SAVE-ONE-RMA.
006020     MOVE RM-RECORD(WS-K) TO RMAFILE-REC.
006030     WRITE RMAFILE-REC.
006040 5200-EXIT.
006050     EXIT.

006060*----------------------------------------------------------------
006070* 5300-WRITE-JOURNAL - SCRAPPED RETURNS ARE AN INVENTORY
006080*                      ADJUSTMENT; GOODS SENT BACK TO THE
006090*                      SUPPLIER ARE A DEBIT AGAINST WHAT WE OWE
006100*                      THEM. A RESTOCK STAYS IN INVENTORY AND
006110*                      POSTS NOTHING.
006120*----------------------------------------------------------------
006130 5300-WRITE-JOURNAL.
006140     MOVE "WRITE" TO GJ-ACTION.
006150     MOVE "RMAINSP" TO GJ-SOURCE-PROGRAM.
006160     MOVE WS-RUN-DATE TO GJ-POST-DATE.
006170     COMPUTE WS-GL-AMOUNT = WS-SCRAP-VALUE * 100.
006180     IF WS-GL-AMOUNT > ZERO
006190         MOVE "5450INVADJ" TO GJ-ACCOUNT
006200         MOVE "D" TO GJ-DC
006210         MOVE WS-GL-AMOUNT TO GJ-AMOUNT
006220         MOVE "RETURNS SCRAPPED" TO GJ-DESC
006230         CALL "GLJRNL" USING GLJRNL-PARMS
006240         MOVE "1400INVENT" TO GJ-ACCOUNT
006250         MOVE "C" TO GJ-DC
006260         CALL "GLJRNL" USING GLJRNL-PARMS
006270     END-IF.
006280     COMPUTE WS-GL-AMOUNT = WS-RTS-VALUE * 100.
006290     IF WS-GL-AMOUNT > ZERO
006300         MOVE "2000APTRADE" TO GJ-ACCOUNT
006310         MOVE "D" TO GJ-DC
006320         MOVE WS-GL-AMOUNT TO GJ-AMOUNT
006330         MOVE "RETURNED TO SUPPLIER" TO GJ-DESC
006340         CALL "GLJRNL" USING GLJRNL-PARMS
006350         MOVE "1400INVENT" TO GJ-ACCOUNT
006360         MOVE "C" TO GJ-DC
006370         CALL "GLJRNL" USING GLJRNL-PARMS
006380     END-IF.
006390     MOVE "CLOSE" TO GJ-ACTION.
006400     CALL "GLJRNL" USING GLJRNL-PARMS.
006410 5300-EXIT.
006420     EXIT.

006430 8000-READ-RMAINSPC.
006440     READ RMAINSPC
006450         AT END
006460             SET WS-EOF TO TRUE
006470     END-READ.
006480 8000-EXIT.
006490     EXIT.
