000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RMARECV.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. WAREHOUSE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CUSTOMER RETURNS RECEIVING.
000110*                  EACH RMARCV CARD IS THE DOCK'S COUNT OF GOODS
000120*                  ARRIVING BACK AGAINST AN RMAFILE AUTHORIZATION
000130*                  (RMA NUMBER IN COLUMNS 1-8, QUANTITY IN 10-16).
000140*                  THE QUANTITY IS BOOKED INTO THE "QUAR"
000150*                  QUARANTINE LOCATION OF THE RETURN'S BIN ON
000160*                  BOXSOH, WHERE IT STAYS - UNAVAILABLE FOR
000170*                  PICKING OR REORDER - UNTIL RMAINSP INSPECTS IT
000180*                  AND DISPOSES OF IT. THE GOODS COME BACK AT THE
000190*                  AVERAGE COST OF THE POSITION THEY SHIPPED FROM,
000200*                  JOURNALED AS INVENTORY AGAINST COST OF GOODS.
000210*                  A CARD FOR AN UNKNOWN OR CLOSED RMA, OR ONE
000220*                  THAT WOULD TAKE THE RETURN PAST ITS AUTHORIZED
000230*                  QUANTITY, IS REFUSED AND THE GOODS STAY ON THE
000240*                  DOCK UNTIL CUSTOMER SERVICE SORTS IT OUT.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM.
000290 OBJECT-COMPUTER. IBM.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RMARCV ASSIGN TO "RMARCV"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-RCV-STATUS.
000350     SELECT RMAFILE ASSIGN TO "RMAFILE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RMA-STATUS.
000380     SELECT BOXSOH ASSIGN TO "BOXSOH"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SOH-STATUS.
000410     SELECT RMARRPT ASSIGN TO "RMARRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  RMARCV
000460     RECORDING MODE IS F.
000470 01  RMARCV-REC.
000480     05  RR-RMA-NO                PIC X(08).
000490     05  FILLER                   PIC X(01).
000500     05  RR-QTY                   PIC 9(07).
000510     05  FILLER                   PIC X(64).

000520 FD  RMAFILE
000530     RECORDING MODE IS F.
000540 01  RMAFILE-REC.
000550     05  RA-RMA-NO                PIC X(08).
000560     05  FILLER                   PIC X(01).
000570     05  RA-CUST-ID               PIC X(10).
000580     05  FILLER                   PIC X(01).
000590     05  RA-INVOICE-NUM           PIC X(10).
000600     05  FILLER                   PIC X(01).
000610     05  RA-SHIP-DATE             PIC 9(08).
000620     05  FILLER                   PIC X(01).
000630     05  RA-PICKER                PIC X(04).
000640     05  FILLER                   PIC X(01).
000650     05  RA-BIN-ID                PIC X(10).
000660     05  FILLER                   PIC X(01).
000670     05  RA-LOC-ID                PIC X(04).
000680     05  FILLER                   PIC X(01).
000690     05  RA-QTY-AUTH              PIC 9(07).
000700     05  FILLER                   PIC X(01).
000710     05  RA-UNIT-CREDIT           PIC 9(07)V99.
000720     05  FILLER                   PIC X(01).
000730     05  RA-STATUS                PIC X(01).
000740     05  FILLER                   PIC X(01).
000750     05  RA-AUTH-DATE             PIC 9(08).
000760     05  FILLER                   PIC X(01).
000770     05  RA-QTY-RECV              PIC 9(07).
000780     05  FILLER                   PIC X(01).
000790     05  RA-DISPOSITION           PIC X(01).
000800     05  FILLER                   PIC X(01).
000810     05  RA-DISP-DATE             PIC 9(08).
000820     05  FILLER                   PIC X(01).
000830     05  RA-CREDIT-AMT            PIC 9(09)V99.

000840 FD  BOXSOH
000850     RECORDING MODE IS F.
000860 01  BOXSOH-REC.
000870     05  SO-BIN-ID                PIC X(10).
000880     05  FILLER                   PIC X(01).
000890     05  SO-LOC-ID                PIC X(04).
000900     05  FILLER                   PIC X(01).
000910     05  SO-BALANCE               PIC S9(09) SIGN LEADING
000920                                            SEPARATE.
000930     05  FILLER                   PIC X(01).
000940     05  SO-AVG-COST              PIC 9(07)V9(04).

000950 FD  RMARRPT
000960     RECORDING MODE IS F.
000970 01  RMARRPT-REC                  PIC X(80).

000980 WORKING-STORAGE SECTION.
000990 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001000     88  WS-EOF                             VALUE "Y".
001010 77  WS-RCV-STATUS                PIC X(02) VALUE SPACES.
001020 77  WS-RMA-STATUS                PIC X(02) VALUE SPACES.
001030 77  WS-SOH-STATUS                PIC X(02) VALUE SPACES.
001040 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001050 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001060 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001070 77  WS-K                         PIC 9(05) COMP.
001080 77  WS-RMA-IDX                   PIC 9(05) VALUE ZERO COMP.
001090 77  WS-SOH-IDX                   PIC 9(05) VALUE ZERO COMP.
001100 77  WS-CARD-COUNT                PIC 9(05) VALUE ZERO COMP.
001110 77  WS-RECV-COUNT                PIC 9(05) VALUE ZERO COMP.
001120 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001130 77  WS-NEW-RECEIVED              PIC 9(09) VALUE ZERO.
001140 77  WS-REASON                    PIC X(20) VALUE SPACES.
001150 77  WS-KEY-BIN-ID                PIC X(10) VALUE SPACES.
001160 77  WS-KEY-LOC-ID                PIC X(04) VALUE SPACES.
001170 77  WS-RETURN-COST               PIC 9(07)V9(04) VALUE ZERO.
001180 77  WS-RETURN-VALUE              PIC 9(11)V99 VALUE ZERO.
001190 77  WS-RUN-RETURN-VALUE          PIC 9(11)V99 VALUE ZERO.
001200 77  WS-GL-AMOUNT                 PIC 9(11) VALUE ZERO.

001210 01  WS-RMA-TABLE.
001220     05  WS-RMA-COUNT             PIC 9(05) VALUE ZERO COMP.
001230     05  RM-ENTRY OCCURS 5000 TIMES
001240                  INDEXED BY RM-IDX.
001250         10  RM-RMA-NO            PIC X(08).
001260         10  RM-RECORD            PIC X(120).

001270 01  WS-SOH-TABLE.
001280     05  WS-SOH-COUNT             PIC 9(05) VALUE ZERO COMP.
001290     05  SH-ENTRY OCCURS 2000 TIMES
001300                  INDEXED BY SH-IDX.
001310         10  SH-BIN-ID            PIC X(10).
001320         10  SH-LOC-ID            PIC X(04).
001330         10  SH-BALANCE           PIC S9(09).
001340         10  SH-AVG-COST          PIC 9(07)V9(04).

001350 COPY RPTHDR.
001360 COPY DATXLINK.
001370 COPY GLJRLINK.

001380 01  WS-TITLE-LINE.
001390     05  FILLER                  PIC X(34) VALUE
001400         "CUSTOMER RETURNS INTO QUARANTINE".
001410     05  FILLER                  PIC X(46) VALUE SPACES.

001420 01  WS-DETAIL-LINE.
001430     05  FILLER                  PIC X(04) VALUE "RMA ".
001440     05  DL-RMA-NO                PIC X(08).
001450     05  FILLER                  PIC X(06) VALUE "  BIN ".
001460     05  DL-BIN-ID                PIC X(10).
001470     05  FILLER                  PIC X(06) VALUE "  QTY ".
001480     05  DL-QTY                   PIC ZZZZZZ9.
001490     05  FILLER                  PIC X(07) VALUE "  AUTH ".
001500     05  DL-QTY-AUTH              PIC ZZZZZZ9.
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  DL-NOTE                  PIC X(20).
001530     05  FILLER                  PIC X(03) VALUE SPACES.

001540 01  WS-SUMMARY-LINE.
001550     05  FILLER                  PIC X(13) VALUE "CARDS READ:  ".
001560     05  SL-CARD-COUNT            PIC ZZZZ9.
001570     05  FILLER                  PIC X(12) VALUE "  RECEIVED: ".
001580     05  SL-RECV-COUNT            PIC ZZZZ9.
001590     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
001600     05  SL-REJECT-COUNT          PIC ZZZZ9.
001610     05  FILLER                  PIC X(09) VALUE "  VALUE: ".
001620     05  SL-RETURN-VALUE          PIC ZZZZZZZZ9.99.
001630     05  FILLER                  PIC X(07) VALUE SPACES.

001640 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     PERFORM 2000-RECEIVE-ONE THRU 2000-EXIT
001690         UNTIL WS-EOF.
001700     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001710     STOP RUN.

001720 1000-INITIALIZE.
001730     ACCEPT WS-RUN-DATE FROM DATE.
001740     MOVE "EXPND" TO DX-ACTION.
001750     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001760     CALL "DATEXPND" USING DATEXPND-PARMS.
001770     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001780     ACCEPT WS-RUN-TIME FROM TIME.
001790     OPEN OUTPUT RMARRPT.
001800     MOVE "RMARECV" TO RH-PROGRAM-ID.
001810     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001820     MOVE WS-RUN-TIME TO RH-RUN-ID.
001830     MOVE 1 TO RH-PAGE-NUMBER.
001840     WRITE RMARRPT-REC FROM RH-REPORT-HEADER.
001850     WRITE RMARRPT-REC FROM WS-TITLE-LINE.
001860     WRITE RMARRPT-REC FROM WS-BLANK-LINE.
001870     PERFORM 1100-LOAD-RMAS THRU 1100-EXIT.
001880     PERFORM 1200-LOAD-STOCK THRU 1200-EXIT.
001890     OPEN INPUT RMARCV.
001900     IF WS-RCV-STATUS NOT = "00"
001910         SET WS-EOF TO TRUE
001920         GO TO 1000-EXIT
001930     END-IF.
001940     PERFORM 8000-READ-RMARCV THRU 8000-EXIT.
001950 1000-EXIT.
001960     EXIT.

001970*----------------------------------------------------------------
001980* 1100-LOAD-RMAS - THE WHOLE AUTHORIZATION MASTER, HELD AS
001990*                  RECORD IMAGES AND REWRITTEN AT END OF RUN.
002000*                  NO MASTER MEANS NOTHING HAS BEEN AUTHORIZED AND
002010*                  EVERY CARD WILL BE REFUSED.
002020*----------------------------------------------------------------
002030 1100-LOAD-RMAS.
002040     OPEN INPUT RMAFILE.
002050     IF WS-RMA-STATUS NOT = "00"
002060         GO TO 1100-EXIT
002070     END-IF.
002080     PERFORM 1110-LOAD-ONE-RMA THRU 1110-EXIT
002090         UNTIL WS-EOF.
002100     CLOSE RMAFILE.
002110     MOVE "N" TO WS-EOF-SW.
002120 1100-EXIT.
002130     EXIT.

002140 1110-LOAD-ONE-RMA.
002150     READ RMAFILE
002160         AT END
002170             SET WS-EOF TO TRUE
002180         NOT AT END
002190             IF WS-RMA-COUNT >= 5000
002200*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
002210*                RMAFILE AT END OF RUN - STOP BEFORE A RETURN
002220*                IS LOST
002230                 DISPLAY "RMARECV - RMAFILE EXCEEDS THE 5000-"
002240                     "RETURN TABLE - RUN ABORTED"
002250                 MOVE 16 TO RETURN-CODE
002260                 STOP RUN
002270             END-IF
002280             ADD 1 TO WS-RMA-COUNT
002290             SET RM-IDX TO WS-RMA-COUNT
002300             MOVE RA-RMA-NO TO RM-RMA-NO(RM-IDX)
002310             MOVE RMAFILE-REC TO RM-RECORD(RM-IDX)
002320     END-READ.
002330 1110-EXIT.
002340     EXIT.

002350 1200-LOAD-STOCK.
002360     OPEN INPUT BOXSOH.
002370     IF WS-SOH-STATUS NOT = "00"
002380         GO TO 1200-EXIT
002390     END-IF.
002400     PERFORM 1210-LOAD-ONE-BIN THRU 1210-EXIT
002410         UNTIL WS-EOF.
002420     CLOSE BOXSOH.
002430     MOVE "N" TO WS-EOF-SW.
002440 1200-EXIT.
002450     EXIT.

002460 1210-LOAD-ONE-BIN.
002470     READ BOXSOH
002480         AT END
002490             SET WS-EOF TO TRUE
002500         NOT AT END
002510             IF WS-SOH-COUNT >= 2000
002520*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
002530*                BOXSOH AT END OF RUN - STOP BEFORE A BIN IS
002540*                LOST
002550                 DISPLAY "RMARECV - BOXSOH EXCEEDS THE 2000-"
002560                     "BIN TABLE - RUN ABORTED"
002570                 MOVE 16 TO RETURN-CODE
002580                 STOP RUN
002590             END-IF
002600             IF SO-LOC-ID = SPACES
002610                 MOVE "MAIN" TO SO-LOC-ID
002620             END-IF
002630             ADD 1 TO WS-SOH-COUNT
002640             SET SH-IDX TO WS-SOH-COUNT
002650             MOVE SO-BIN-ID TO SH-BIN-ID(SH-IDX)
002660             MOVE SO-LOC-ID TO SH-LOC-ID(SH-IDX)
002670             MOVE SO-BALANCE TO SH-BALANCE(SH-IDX)
002680             MOVE ZERO TO SH-AVG-COST(SH-IDX)
002690             IF SO-AVG-COST IS NUMERIC
002700                 MOVE SO-AVG-COST TO SH-AVG-COST(SH-IDX)
002710             END-IF
002720     END-READ.
002730 1210-EXIT.
002740     EXIT.

002750*----------------------------------------------------------------
002760* 2000-RECEIVE-ONE - ONE DOCK COUNT AGAINST ITS AUTHORIZATION.
002770*                    THE RETURN'S COST IS THE AVERAGE OF THE
002780*                    POSITION IT SHIPPED FROM, AND IT BLENDS INTO
002790*                    THE QUARANTINE POSITION'S AVERAGE THE SAME
002800*                    WAY PORECV BLENDS A PURCHASE RECEIPT.
002810*----------------------------------------------------------------
002820 2000-RECEIVE-ONE.
002830     ADD 1 TO WS-CARD-COUNT.
002840     MOVE SPACES TO WS-REASON.
002850     MOVE RR-RMA-NO TO DL-RMA-NO.
002860     MOVE SPACES TO DL-BIN-ID.
002870     MOVE ZERO TO DL-QTY.
002880     MOVE ZERO TO DL-QTY-AUTH.
002890     IF RR-QTY IS NUMERIC
002900         MOVE RR-QTY TO DL-QTY
002910     END-IF.
002920     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
002930     IF WS-REASON NOT = SPACES
002940         ADD 1 TO WS-REJECT-COUNT
002950         MOVE WS-REASON TO DL-NOTE
002960         WRITE RMARRPT-REC FROM WS-DETAIL-LINE
002970         GO TO 2000-NEXT
002980     END-IF.
002990     MOVE RA-BIN-ID TO WS-KEY-BIN-ID.
003000     MOVE RA-LOC-ID TO WS-KEY-LOC-ID.
003010     PERFORM 2300-FIND-STOCK THRU 2300-EXIT.
003020     MOVE ZERO TO WS-RETURN-COST.
003030     IF WS-SOH-IDX > ZERO
003040         MOVE SH-AVG-COST(WS-SOH-IDX) TO WS-RETURN-COST
003050     END-IF.
003060     COMPUTE WS-RETURN-VALUE ROUNDED = RR-QTY * WS-RETURN-COST.
003070     ADD WS-RETURN-VALUE TO WS-RUN-RETURN-VALUE.
003080     MOVE "QUAR" TO WS-KEY-LOC-ID.
003090     PERFORM 2300-FIND-STOCK THRU 2300-EXIT.
003100     IF WS-SOH-IDX = ZERO
003110         PERFORM 2400-ADD-STOCK THRU 2400-EXIT
003120     END-IF.
003130     IF SH-BALANCE(WS-SOH-IDX) > ZERO
003140         COMPUTE SH-AVG-COST(WS-SOH-IDX) ROUNDED =
003150             (SH-BALANCE(WS-SOH-IDX) * SH-AVG-COST(WS-SOH-IDX)
003160              + WS-RETURN-VALUE)
003170             / (SH-BALANCE(WS-SOH-IDX) + RR-QTY)
003180     ELSE
003190         MOVE WS-RETURN-COST TO SH-AVG-COST(WS-SOH-IDX)
003200     END-IF.
003210     ADD RR-QTY TO SH-BALANCE(WS-SOH-IDX).
003220     ADD RR-QTY TO RA-QTY-RECV.
003230     MOVE "Q" TO RA-STATUS.
003240     MOVE RMAFILE-REC TO RM-RECORD(WS-RMA-IDX).
003250     ADD 1 TO WS-RECV-COUNT.
003260     MOVE "INTO QUARANTINE" TO DL-NOTE.
003270     WRITE RMARRPT-REC FROM WS-DETAIL-LINE.
003280 2000-NEXT.
003290     PERFORM 8000-READ-RMARCV THRU 8000-EXIT.
003300 2000-EXIT.
003310     EXIT.

003320*----------------------------------------------------------------
003330* 2100-EDIT-CARD - LEAVES WS-REASON BLANK WHEN THE CARD CAN BE
003340*                  RECEIVED, WITH THE RETURN'S RECORD IN
003350*                  RMAFILE-REC AND WS-RMA-IDX ON ITS TABLE SLOT.
003360*----------------------------------------------------------------
003370 2100-EDIT-CARD.
003380     MOVE ZERO TO WS-RMA-IDX.
003390     PERFORM 2110-MATCH-RMA THRU 2110-EXIT
003400         VARYING WS-K FROM 1 BY 1
003410         UNTIL WS-K > WS-RMA-COUNT OR WS-RMA-IDX > ZERO.
003420     IF WS-RMA-IDX = ZERO
003430         MOVE "RMA NOT FOUND" TO WS-REASON
003440         GO TO 2100-EXIT
003450     END-IF.
003460     MOVE RM-RECORD(WS-RMA-IDX) TO RMAFILE-REC.
003470     MOVE RA-BIN-ID TO DL-BIN-ID.
003480     MOVE RA-QTY-AUTH TO DL-QTY-AUTH.
003490     IF RA-STATUS = "C"
003500         MOVE "RMA ALREADY CLOSED" TO WS-REASON
003510         GO TO 2100-EXIT
003520     END-IF.
003530     IF RR-QTY IS NOT NUMERIC OR RR-QTY = ZERO
003540         MOVE "BAD QUANTITY" TO WS-REASON
003550         GO TO 2100-EXIT
003560     END-IF.
003570     COMPUTE WS-NEW-RECEIVED = RA-QTY-RECV + RR-QTY.
003580     IF WS-NEW-RECEIVED > RA-QTY-AUTH
003590         MOVE "OVER AUTHORIZED" TO WS-REASON
003600     END-IF.
003610 2100-EXIT.
003620     EXIT.

003630 2110-MATCH-RMA.
003640     IF RM-RMA-NO(WS-K) = RR-RMA-NO
003650         MOVE WS-K TO WS-RMA-IDX
003660     END-IF.
003670 2110-EXIT.
003680     EXIT.

003690 2300-FIND-STOCK.
003700     MOVE ZERO TO WS-SOH-IDX.
003710     PERFORM 2310-MATCH-STOCK THRU 2310-EXIT
003720         VARYING WS-K FROM 1 BY 1
003730         UNTIL WS-K > WS-SOH-COUNT OR WS-SOH-IDX > ZERO.
003740 2300-EXIT.
003750     EXIT.

003760 2310-MATCH-STOCK.
003770     IF SH-BIN-ID(WS-K) = WS-KEY-BIN-ID
003780             AND SH-LOC-ID(WS-K) = WS-KEY-LOC-ID
003790         MOVE WS-K TO WS-SOH-IDX
003800     END-IF.
003810 2310-EXIT.
003820     EXIT.

003830*----------------------------------------------------------------
003840* 2400-ADD-STOCK - A POSITION THE PERPETUAL HAS NEVER SEEN IS SET
003850*                  UP EMPTY, LEAVING WS-SOH-IDX ON IT.
003860*----------------------------------------------------------------
003870 2400-ADD-STOCK.
003880     IF WS-SOH-COUNT >= 2000
003890         DISPLAY "RMARECV - BOXSOH EXCEEDS THE 2000-BIN "
003900             "TABLE - RUN ABORTED"
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     ADD 1 TO WS-SOH-COUNT.
003950     MOVE WS-SOH-COUNT TO WS-SOH-IDX.
003960     MOVE WS-KEY-BIN-ID TO SH-BIN-ID(WS-SOH-IDX).
003970     MOVE WS-KEY-LOC-ID TO SH-LOC-ID(WS-SOH-IDX).
003980     MOVE ZERO TO SH-BALANCE(WS-SOH-IDX).
003990     MOVE ZERO TO SH-AVG-COST(WS-SOH-IDX).
004000 2400-EXIT.
004010     EXIT.

004020*----------------------------------------------------------------
004030* 5000-FINALIZE - REWRITE THE STOCK POSITIONS AND THE RETURN
004040*                 MASTER, JOURNAL THE RETURNED VALUE AND PRINT
004050*                 THE RUN TOTALS.
004060*----------------------------------------------------------------
004070 5000-FINALIZE.
004080     IF WS-RCV-STATUS = "00" OR WS-RCV-STATUS = "10"
004090         CLOSE RMARCV
004100     END-IF.
004110     OPEN OUTPUT BOXSOH.
004120     PERFORM 5100-SAVE-ONE-BIN THRU 5100-EXIT
004130         VARYING WS-K FROM 1 BY 1
004140         UNTIL WS-K > WS-SOH-COUNT.
004150     CLOSE BOXSOH.
004160     OPEN OUTPUT RMAFILE.
004170     PERFORM 5200-SAVE-ONE-RMA THRU 5200-EXIT
004180         VARYING WS-K FROM 1 BY 1
004190         UNTIL WS-K > WS-RMA-COUNT.
004200     CLOSE RMAFILE.
004210     PERFORM 5300-WRITE-JOURNAL THRU 5300-EXIT.
004220     WRITE RMARRPT-REC FROM WS-BLANK-LINE.
004230     MOVE WS-CARD-COUNT TO SL-CARD-COUNT.
004240     MOVE WS-RECV-COUNT TO SL-RECV-COUNT.
004250     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
004260     MOVE WS-RUN-RETURN-VALUE TO SL-RETURN-VALUE.
004270     WRITE RMARRPT-REC FROM WS-SUMMARY-LINE.
004280     CLOSE RMARRPT.
004290 5000-EXIT.
004300     EXIT.

004310 5100-SAVE-ONE-BIN.
004320     SET SH-IDX TO WS-K.
004330     MOVE SPACES TO BOXSOH-REC.
004340     MOVE SH-BIN-ID(SH-IDX) TO SO-BIN-ID.
004350     MOVE SH-LOC-ID(SH-IDX) TO SO-LOC-ID.
004360     MOVE SH-BALANCE(SH-IDX) TO SO-BALANCE.
004370     MOVE SH-AVG-COST(SH-IDX) TO SO-AVG-COST.
004380     WRITE BOXSOH-REC.
004390 5100-EXIT.
004400     EXIT.

004410 5200-SAVE-ONE-RMA.
004420     MOVE RM-RECORD(WS-K) TO RMAFILE-REC.
004430     WRITE RMAFILE-REC.
004440 5200-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470* 5300-WRITE-JOURNAL - ONE BALANCED PAIR FOR THE RUN'S RETURNED
004480*                      VALUE: INVENTORY BACK ON THE BOOKS AGAINST
004490*                      THE COST OF GOODS IT WAS ISSUED TO.
004500*----------------------------------------------------------------
004510 5300-WRITE-JOURNAL.
004520     COMPUTE WS-GL-AMOUNT = WS-RUN-RETURN-VALUE * 100.
004530     IF WS-GL-AMOUNT > ZERO
004540         MOVE "WRITE" TO GJ-ACTION
004550         MOVE "RMARECV" TO GJ-SOURCE-PROGRAM
004560         MOVE "1400INVENT" TO GJ-ACCOUNT
004570         MOVE "D" TO GJ-DC
004580         MOVE WS-GL-AMOUNT TO GJ-AMOUNT
004590         MOVE WS-RUN-DATE TO GJ-POST-DATE
004600         MOVE "CUSTOMER RETURNS" TO GJ-DESC
004610         CALL "GLJRNL" USING GLJRNL-PARMS
004620         MOVE "5400COGS" TO GJ-ACCOUNT
004630         MOVE "C" TO GJ-DC
004640         CALL "GLJRNL" USING GLJRNL-PARMS
004650     END-IF.
004660     MOVE "CLOSE" TO GJ-ACTION.
004670     MOVE "RMARECV" TO GJ-SOURCE-PROGRAM.
004680     CALL "GLJRNL" USING GLJRNL-PARMS.
004690 5300-EXIT.
004700     EXIT.

004710 8000-READ-RMARCV.
004720     READ RMARCV
004730         AT END
004740             SET WS-EOF TO TRUE
004750     END-READ.
004760 8000-EXIT.
004770     EXIT.
