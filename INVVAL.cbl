000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INVVAL.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. WAREHOUSE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. MONTH-END INVENTORY
000110*                  VALUATION BY LOCATION AT WEIGHTED-AVERAGE COST.
000120*                  EVERY BOXSOH POSITION IS VALUED AT ITS QUANTITY
000130*                  ON HAND TIMES THE AVERAGE UNIT COST PORECV AND
000140*                  THE BOX LEDGER MAINTAIN, AND PRINTED UNDER ITS
000150*                  LOCATION WITH A LOCATION TOTAL; "XFER" IS THE
000160*                  IN-TRANSIT LOCATION. A SUMMARY BY LOCATION AND
000170*                  THE TOTAL INVENTORY VALUE CLOSE THE REPORT. THE
000180*                  LIVE BOXSOH IS VALUED UNLESS BIZPARM
000190*                  INVVALPERIOD NAMES A CLOSED PERIOD (YYMM), IN
000200*                  WHICH CASE THE BOXSOH.P<YYMM> CLOSING SNAPSHOT
000210*                  PERCLOSE CUT IS VALUED INSTEAD. A NEGATIVE
000220*                  POSITION OR ONE WITH STOCK BUT NO COST IS
000230*                  FLAGGED. THE REPORT IS INVVRPT.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM.
000280 OBJECT-COMPUTER. IBM.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT BIZPARM ASSIGN TO "BIZPARM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PARM-STATUS.
000340     SELECT BOXSOH ASSIGN USING WS-SOH-NAME
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SOH-STATUS.
000370     SELECT INVVRPT ASSIGN TO "INVVRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  BIZPARM
000420     RECORDING MODE IS F.
000430 01  BIZPARM-REC                  PIC X(80).

000440 FD  BOXSOH
000450     RECORDING MODE IS F.
000460 01  BOXSOH-REC.
000470     05  SO-BIN-ID                PIC X(10).
000480     05  FILLER                   PIC X(01).
000490     05  SO-LOC-ID                PIC X(04).
000500     05  FILLER                   PIC X(01).
000510     05  SO-BALANCE               PIC S9(09) SIGN LEADING
000520                                            SEPARATE.
000530     05  FILLER                   PIC X(01).
000540     05  SO-AVG-COST              PIC 9(07)V9(04).

000550 FD  INVVRPT
000560     RECORDING MODE IS F.
000570 01  INVVRPT-REC                  PIC X(80).

000580 WORKING-STORAGE SECTION.
000590 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000600     88  WS-EOF                             VALUE "Y".
000610 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000620 77  WS-SOH-STATUS                PIC X(02) VALUE SPACES.
000630 77  WS-SOH-NAME                  PIC X(30) VALUE "BOXSOH".
000640 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000650 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000660 77  WS-VAL-PERIOD                PIC 9(04) VALUE ZERO.
000670 77  WS-L                         PIC 9(03) COMP.
000680 77  WS-S                         PIC 9(05) COMP.
000690 77  WS-LOC-IDX                   PIC 9(03) VALUE ZERO COMP.
000700 77  WS-VALUE                     PIC S9(11)V99 VALUE ZERO.
000710 77  WS-TOTAL-VALUE               PIC S9(13)V99 VALUE ZERO.
000720 77  WS-FLAG-COUNT                PIC 9(05) VALUE ZERO COMP.

000730 01  WS-SOH-TABLE.
000740     05  WS-SOH-COUNT             PIC 9(05) VALUE ZERO COMP.
000750     05  SH-ENTRY OCCURS 2000 TIMES
000760                  INDEXED BY SH-IDX.
000770         10  SH-BIN-ID            PIC X(10).
000780         10  SH-LOC-ID            PIC X(04).
000790         10  SH-BALANCE           PIC S9(09).
000800         10  SH-AVG-COST          PIC 9(07)V9(04).

000810 01  WS-LOC-TABLE.
000820     05  WS-LOC-COUNT             PIC 9(03) VALUE ZERO COMP.
000830     05  LC-ENTRY OCCURS 100 TIMES
000840                  INDEXED BY LC-IDX.
000850         10  LC-LOC-ID            PIC X(04).
000860         10  LC-BINS              PIC 9(05) COMP.
000870         10  LC-QTY               PIC S9(11).
000880         10  LC-VALUE             PIC S9(13)V99.

000890 COPY PARMCTL.
000900 COPY RPTHDR.

000910 01  WS-TITLE-LINE.
000920     05  FILLER                  PIC X(44) VALUE
000930         "INVENTORY VALUATION AT WEIGHTED-AVERAGE COST".
000940     05  FILLER                  PIC X(36) VALUE SPACES.

000950 01  WS-SOURCE-LINE.
000960     05  FILLER                  PIC X(08) VALUE "SOURCE: ".
000970     05  SR-NAME                  PIC X(30).
000980     05  SR-DESC                  PIC X(30).
000990     05  FILLER                  PIC X(12) VALUE SPACES.

001000 01  WS-LOC-HEAD-LINE.
001010     05  FILLER                  PIC X(10) VALUE "LOCATION: ".
001020     05  LH-LOC-ID                PIC X(04).
001030     05  FILLER                  PIC X(66) VALUE SPACES.

001040 01  WS-COLUMN-LINE.
001050     05  FILLER                  PIC X(24) VALUE
001060         "  BIN                QTY".
001070     05  FILLER                  PIC X(16) VALUE
001080         "   AVG UNIT COST".
001090     05  FILLER                  PIC X(40) VALUE
001100         "            VALUE  NOTE".

001110 01  WS-DETAIL-LINE.
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  DL-BIN-ID                PIC X(10).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  DL-QTY                   PIC -(9)9.
001160     05  FILLER                  PIC X(04) VALUE SPACES.
001170     05  DL-AVG-COST              PIC ZZZZZZ9.9999.
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  DL-VALUE                 PIC -(11)9.99.
001200     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  DL-NOTE                  PIC X(10).
001220     05  FILLER                  PIC X(11) VALUE SPACES.

001230 01  WS-LOC-TOTAL-LINE.
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  FILLER                  PIC X(06) VALUE "TOTAL ".
001260     05  LT-LOC-ID                PIC X(04).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  LT-QTY                   PIC -(9)9.
001290     05  FILLER                  PIC X(18) VALUE SPACES.
001300     05  LT-VALUE                 PIC -(11)9.99.
001310     05  FILLER                  PIC X(23) VALUE SPACES.

001320 01  WS-SUMMARY-HEAD-LINE.
001330     05  FILLER                  PIC X(30) VALUE
001340         "SUMMARY BY LOCATION".
001350     05  FILLER                  PIC X(50) VALUE SPACES.

001360 01  WS-SUMMARY-LINE.
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  SL-LOC-ID                PIC X(04).
001390     05  FILLER                  PIC X(08) VALUE "  BINS: ".
001400     05  SL-BINS                  PIC ZZZZ9.
001410     05  FILLER                  PIC X(07) VALUE "  QTY: ".
001420     05  SL-QTY                   PIC -(10)9.
001430     05  FILLER                  PIC X(09) VALUE "  VALUE: ".
001440     05  SL-VALUE                 PIC -(12)9.99.
001450     05  FILLER                  PIC X(07) VALUE SPACES.

001460 01  WS-TOTAL-LINE.
001470     05  FILLER                  PIC X(23) VALUE
001480         "TOTAL INVENTORY VALUE: ".
001490     05  TT-VALUE                 PIC -(12)9.99.
001500     05  FILLER                  PIC X(17) VALUE
001510         "  FLAGGED BINS: ".
001520     05  TT-FLAGGED               PIC ZZZZ9.
001530     05  FILLER                  PIC X(19) VALUE SPACES.

001540 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001550 PROCEDURE DIVISION.
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580     PERFORM 2000-LOAD-POSITIONS THRU 2000-EXIT.
001590     PERFORM 3000-REPORT-LOCATIONS THRU 3000-EXIT.
001600     PERFORM 4000-REPORT-SUMMARY THRU 4000-EXIT.
001610     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001620     STOP RUN.

001630*----------------------------------------------------------------
001640* 1000-INITIALIZE - SETTLE WHICH STOCK POSITION IS VALUED: THE
001650*                   LIVE BOXSOH, OR THE CLOSING SNAPSHOT OF THE
001660*                   PERIOD BIZPARM INVVALPERIOD NAMES.
001670*----------------------------------------------------------------
001680 1000-INITIALIZE.
001690     ACCEPT WS-RUN-DATE FROM DATE.
001700     ACCEPT WS-RUN-TIME FROM TIME.
001710     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
001720     OPEN OUTPUT INVVRPT.
001730     MOVE "INVVAL" TO RH-PROGRAM-ID.
001740     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001750     MOVE WS-RUN-TIME TO RH-RUN-ID.
001760     MOVE 1 TO RH-PAGE-NUMBER.
001770     WRITE INVVRPT-REC FROM RH-REPORT-HEADER.
001780     WRITE INVVRPT-REC FROM WS-TITLE-LINE.
001790     IF WS-VAL-PERIOD > ZERO
001800         MOVE SPACES TO WS-SOH-NAME
001810         STRING "BOXSOH.P" DELIMITED BY SIZE
001820                WS-VAL-PERIOD DELIMITED BY SIZE
001830             INTO WS-SOH-NAME
001840         MOVE "CLOSING SNAPSHOT" TO SR-DESC
001850     ELSE
001860         MOVE "LIVE POSITION" TO SR-DESC
001870     END-IF.
001880     MOVE WS-SOH-NAME TO SR-NAME.
001890     WRITE INVVRPT-REC FROM WS-SOURCE-LINE.
001900     WRITE INVVRPT-REC FROM WS-BLANK-LINE.
001910 1000-EXIT.
001920     EXIT.

001930 1100-SCAN-PARMS.
001940     OPEN INPUT BIZPARM.
001950     IF WS-PARM-STATUS NOT = "00"
001960         GO TO 1100-EXIT
001970     END-IF.
001980     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
001990         UNTIL WS-EOF.
002000     CLOSE BIZPARM.
002010     MOVE "N" TO WS-EOF-SW.
002020 1100-EXIT.
002030     EXIT.

002040 1110-SCAN-ONE-PARM.
002050     READ BIZPARM
002060         AT END
002070             SET WS-EOF TO TRUE
002080         NOT AT END
002090             MOVE BIZPARM-REC TO PC-PARM-RECORD
002100             IF PC-PARM-NAME = "INVVALPERIOD"
002110                     AND PC-PARM-VALUE > ZERO
002120                 MOVE PC-PARM-VALUE TO WS-VAL-PERIOD
002130             END-IF
002140     END-READ.
002150 1110-EXIT.
002160     EXIT.

002170*----------------------------------------------------------------
002180* 2000-LOAD-POSITIONS - EVERY STOCK POSITION, AND THE LOCATIONS
002190*                       THEY FALL UNDER IN ORDER OF FIRST SIGHT. A
002200*                       MISSING SNAPSHOT CANNOT BE VALUED.
002210*----------------------------------------------------------------
002220 2000-LOAD-POSITIONS.
002230     OPEN INPUT BOXSOH.
002240     IF WS-SOH-STATUS NOT = "00"
002250         DISPLAY "INVVAL - " WS-SOH-NAME
002260             " NOT FOUND - RUN ABORTED"
002270         MOVE 16 TO RETURN-CODE
002280         CLOSE INVVRPT
002290         STOP RUN
002300     END-IF.
002310     PERFORM 2100-LOAD-ONE-POSITION THRU 2100-EXIT
002320         UNTIL WS-EOF.
002330     CLOSE BOXSOH.
002340     MOVE "N" TO WS-EOF-SW.
002350 2000-EXIT.
002360     EXIT.

002370 2100-LOAD-ONE-POSITION.
002380     READ BOXSOH
002390         AT END
002400             SET WS-EOF TO TRUE
002410             GO TO 2100-EXIT
002420     END-READ.
002430     IF WS-SOH-COUNT >= 2000
002440*        A DROPPED POSITION WOULD UNDERSTATE THE VALUATION
002450         DISPLAY "INVVAL - BOXSOH EXCEEDS THE 2000-BIN "
002460             "STOCK TABLE - RUN ABORTED"
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     IF SO-LOC-ID = SPACES
002510         MOVE "MAIN" TO SO-LOC-ID
002520     END-IF.
002530     ADD 1 TO WS-SOH-COUNT.
002540     SET SH-IDX TO WS-SOH-COUNT.
002550     MOVE SO-BIN-ID TO SH-BIN-ID(SH-IDX).
002560     MOVE SO-LOC-ID TO SH-LOC-ID(SH-IDX).
002570     MOVE SO-BALANCE TO SH-BALANCE(SH-IDX).
002580     MOVE ZERO TO SH-AVG-COST(SH-IDX).
002590     IF SO-AVG-COST IS NUMERIC
002600         MOVE SO-AVG-COST TO SH-AVG-COST(SH-IDX)
002610     END-IF.
002620     MOVE ZERO TO WS-LOC-IDX.
002630     PERFORM 2200-MATCH-LOCATION THRU 2200-EXIT
002640         VARYING WS-L FROM 1 BY 1
002650         UNTIL WS-L > WS-LOC-COUNT OR WS-LOC-IDX > ZERO.
002660     IF WS-LOC-IDX > ZERO
002670         GO TO 2100-EXIT
002680     END-IF.
002690     IF WS-LOC-COUNT >= 100
002700         DISPLAY "INVVAL - MORE THAN 100 LOCATIONS ON BOXSOH "
002710             "- RUN ABORTED"
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     ADD 1 TO WS-LOC-COUNT.
002760     SET LC-IDX TO WS-LOC-COUNT.
002770     MOVE SO-LOC-ID TO LC-LOC-ID(LC-IDX).
002780     MOVE ZERO TO LC-BINS(LC-IDX).
002790     MOVE ZERO TO LC-QTY(LC-IDX).
002800     MOVE ZERO TO LC-VALUE(LC-IDX).
002810 2100-EXIT.
002820     EXIT.

002830 2200-MATCH-LOCATION.
002840     IF LC-LOC-ID(WS-L) = SO-LOC-ID
002850         MOVE WS-L TO WS-LOC-IDX
002860     END-IF.
002870 2200-EXIT.
002880     EXIT.

002890*----------------------------------------------------------------
002900* 3000-REPORT-LOCATIONS - ONE SECTION PER LOCATION: ITS BINS,
002910*                         VALUED, AND THE LOCATION TOTAL.
002920*----------------------------------------------------------------
002930 3000-REPORT-LOCATIONS.
002940     PERFORM 3100-REPORT-ONE-LOCATION THRU 3100-EXIT
002950         VARYING WS-L FROM 1 BY 1
002960         UNTIL WS-L > WS-LOC-COUNT.
002970 3000-EXIT.
002980     EXIT.

002990 3100-REPORT-ONE-LOCATION.
003000     MOVE LC-LOC-ID(WS-L) TO LH-LOC-ID.
003010     WRITE INVVRPT-REC FROM WS-LOC-HEAD-LINE.
003020     WRITE INVVRPT-REC FROM WS-COLUMN-LINE.
003030     PERFORM 3200-REPORT-ONE-BIN THRU 3200-EXIT
003040         VARYING WS-S FROM 1 BY 1
003050         UNTIL WS-S > WS-SOH-COUNT.
003060     MOVE LC-LOC-ID(WS-L) TO LT-LOC-ID.
003070     MOVE LC-QTY(WS-L) TO LT-QTY.
003080     MOVE LC-VALUE(WS-L) TO LT-VALUE.
003090     WRITE INVVRPT-REC FROM WS-LOC-TOTAL-LINE.
003100     WRITE INVVRPT-REC FROM WS-BLANK-LINE.
003110 3100-EXIT.
003120     EXIT.

003130 3200-REPORT-ONE-BIN.
003140     IF SH-LOC-ID(WS-S) NOT = LC-LOC-ID(WS-L)
003150         GO TO 3200-EXIT
003160     END-IF.
003170     COMPUTE WS-VALUE ROUNDED =
003180         SH-BALANCE(WS-S) * SH-AVG-COST(WS-S).
003190     MOVE SPACES TO DL-NOTE.
003200     IF SH-BALANCE(WS-S) < ZERO
003210         MOVE "NEGATIVE" TO DL-NOTE
003220         ADD 1 TO WS-FLAG-COUNT
003230     END-IF.
003240     IF SH-BALANCE(WS-S) > ZERO AND SH-AVG-COST(WS-S) = ZERO
003250         MOVE "NO COST" TO DL-NOTE
003260         ADD 1 TO WS-FLAG-COUNT
003270     END-IF.
003280     MOVE SH-BIN-ID(WS-S) TO DL-BIN-ID.
003290     MOVE SH-BALANCE(WS-S) TO DL-QTY.
003300     MOVE SH-AVG-COST(WS-S) TO DL-AVG-COST.
003310     MOVE WS-VALUE TO DL-VALUE.
003320     WRITE INVVRPT-REC FROM WS-DETAIL-LINE.
003330     ADD 1 TO LC-BINS(WS-L).
003340     ADD SH-BALANCE(WS-S) TO LC-QTY(WS-L).
003350     ADD WS-VALUE TO LC-VALUE(WS-L).
003360 3200-EXIT.
003370     EXIT.

003380*----------------------------------------------------------------
003390* 4000-REPORT-SUMMARY - ONE LINE PER LOCATION AND THE TOTAL
003400*                       INVENTORY VALUE.
003410*----------------------------------------------------------------
003420 4000-REPORT-SUMMARY.
003430     WRITE INVVRPT-REC FROM WS-SUMMARY-HEAD-LINE.
003440     PERFORM 4100-SUMMARIZE-ONE-LOCATION THRU 4100-EXIT
003450         VARYING WS-L FROM 1 BY 1
003460         UNTIL WS-L > WS-LOC-COUNT.
003470     WRITE INVVRPT-REC FROM WS-BLANK-LINE.
003480     MOVE WS-TOTAL-VALUE TO TT-VALUE.
003490     MOVE WS-FLAG-COUNT TO TT-FLAGGED.
003500     WRITE INVVRPT-REC FROM WS-TOTAL-LINE.
003510 4000-EXIT.
003520     EXIT.

003530 4100-SUMMARIZE-ONE-LOCATION.
003540     MOVE LC-LOC-ID(WS-L) TO SL-LOC-ID.
003550     MOVE LC-BINS(WS-L) TO SL-BINS.
003560     MOVE LC-QTY(WS-L) TO SL-QTY.
003570     MOVE LC-VALUE(WS-L) TO SL-VALUE.
003580     WRITE INVVRPT-REC FROM WS-SUMMARY-LINE.
003590     ADD LC-VALUE(WS-L) TO WS-TOTAL-VALUE.
003600 4100-EXIT.
003610     EXIT.

003620 5000-FINALIZE.
003630     CLOSE INVVRPT.
003640 5000-EXIT.
003650     EXIT.
