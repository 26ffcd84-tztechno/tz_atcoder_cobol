000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOTEXPR.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. WAREHOUSE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. WEEKLY NEAR-EXPIRY REPORT.
000110*                  EVERY LOTMAST LOT STILL HOLDING STOCK IS AGED
000120*                  BY THE DAYS LEFT TO ITS EXPIRY DATE AND
000130*                  PRINTED, EARLIEST EXPIRY FIRST, UNDER THE FIRST
000140*                  BUCKET IT FALLS IN: ALREADY EXPIRED (BLOCKED
000150*                  FROM PICKING), WITHIN 30 DAYS, 31 TO 60 DAYS,
000160*                  OR 61 TO 90 DAYS.
000170*                  EACH BUCKET CLOSES WITH ITS LOT COUNT AND
000180*                  QUANTITY. LOTS WITH NO EXPIRY DATE OR MORE THAN
000190*                  90 DAYS TO RUN ARE LEFT OFF. THE REPORT IS
000200*                  LOTXRPT.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM.
000250 OBJECT-COMPUTER. IBM.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT LOTMAST ASSIGN TO "LOTMAST"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-LOT-STATUS.
000310     SELECT LOTXRPT ASSIGN TO "LOTXRPT"
000320         ORGANIZATION IS LINE SEQUENTIAL.

000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  LOTMAST
000360     RECORDING MODE IS F.
000370 01  LOTMAST-REC.
000380     05  LM-LOT-NO                PIC X(12).
000390     05  FILLER                   PIC X(01).
000400     05  LM-BIN-ID                PIC X(10).
000410     05  FILLER                   PIC X(01).
000420     05  LM-LOC-ID                PIC X(04).
000430     05  FILLER                   PIC X(01).
000440     05  LM-EXPIRY-DATE           PIC 9(08).
000450     05  FILLER                   PIC X(01).
000460     05  LM-RECV-DATE             PIC 9(08).
000470     05  FILLER                   PIC X(01).
000480     05  LM-ORDER-NO              PIC 9(06).
000490     05  FILLER                   PIC X(01).
000500     05  LM-SUPPLIER              PIC X(04).
000510     05  FILLER                   PIC X(01).
000520     05  LM-QTY-RECEIVED          PIC 9(07).
000530     05  FILLER                   PIC X(01).
000540     05  LM-QTY-ON-HAND           PIC 9(07).
000550     05  FILLER                   PIC X(26).

000560 FD  LOTXRPT
000570     RECORDING MODE IS F.
000580 01  LOTXRPT-REC                  PIC X(80).

000590 WORKING-STORAGE SECTION.
000600 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000610     88  WS-EOF                             VALUE "Y".
000620 77  WS-LOT-STATUS                PIC X(02) VALUE SPACES.
000630 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000640 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000650 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000660 77  WS-RUN-DAYNO                 PIC 9(07) VALUE ZERO.
000670 77  WS-DAYS-LEFT                 PIC S9(07) VALUE ZERO.
000680 77  WS-K                         PIC 9(01) COMP.
000690 77  WS-X                         PIC 9(05) COMP.
000700 77  WS-BUCKET-LOTS               PIC 9(05) VALUE ZERO COMP.
000710 77  WS-BUCKET-QTY                PIC 9(09) VALUE ZERO.
000720 77  WS-TOTAL-LOTS                PIC 9(05) VALUE ZERO COMP.
000730 77  WS-TOTAL-QTY                 PIC 9(09) VALUE ZERO.

000740*    THE FOUR AGEING BUCKETS, EACH WITH THE MOST DAYS TO EXPIRY A
000750*    LOT IN IT MAY HAVE
000760 01  WS-BUCKET-VALUES.
000770     05  FILLER                   PIC X(31) VALUE
000780         "0000000EXPIRED - BLOCKED       ".
000790     05  FILLER                   PIC X(31) VALUE
000800         "0000030EXPIRING WITHIN 30 DAYS ".
000810     05  FILLER                   PIC X(31) VALUE
000820         "0000060EXPIRING IN 31-60 DAYS  ".
000830     05  FILLER                   PIC X(31) VALUE
000840         "0000090EXPIRING IN 61-90 DAYS  ".
000850 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
000860     05  BK-ENTRY OCCURS 4 TIMES.
000870         10  BK-MAX-DAYS          PIC S9(07).
000880         10  BK-TITLE             PIC X(24).

000890 01  WS-EXP-TABLE.
000900     05  WS-EXP-COUNT             PIC 9(05) VALUE ZERO COMP.
000910     05  EX-ENTRY OCCURS 1 TO 2000 TIMES
000920                  DEPENDING ON WS-EXP-COUNT
000930                  INDEXED BY EX-IDX.
000940         10  EX-EXPIRY-DATE       PIC 9(08).
000950         10  EX-DAYS-LEFT         PIC S9(07).
000960         10  EX-BUCKET            PIC 9(01).
000970         10  EX-LOT-NO            PIC X(12).
000980         10  EX-BIN-ID            PIC X(10).
000990         10  EX-LOC-ID            PIC X(04).
001000         10  EX-QTY               PIC 9(07).

001010 COPY DATXLINK.
001020 COPY RPTHDR.

001030 01  WS-TITLE-LINE.
001040     05  FILLER                  PIC X(40) VALUE
001050         "LOTS NEAR EXPIRY - 30/60/90 DAY OUTLOOK".
001060     05  FILLER                  PIC X(08) VALUE "  AS OF ".
001070     05  TL-RUN-DATE              PIC 9(08).
001080     05  FILLER                  PIC X(24) VALUE SPACES.

001090 01  WS-BUCKET-HEAD-LINE.
001100     05  BH-TITLE                 PIC X(24).
001110     05  FILLER                  PIC X(56) VALUE SPACES.

001120 01  WS-COLUMN-LINE.
001130     05  FILLER                  PIC X(40) VALUE
001140         "  LOT           BIN         LOC   EXPIRY".
001150     05  FILLER                  PIC X(40) VALUE
001160         "   DAYS LEFT   QTY ON HAND".

001170 01  WS-DETAIL-LINE.
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  DL-LOT-NO                PIC X(12).
001200     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  DL-BIN-ID                PIC X(10).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  DL-LOC-ID                PIC X(04).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  DL-EXPIRY-DATE           PIC 9(08).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  DL-DAYS-LEFT             PIC -(6)9.
001280     05  FILLER                  PIC X(03) VALUE SPACES.
001290     05  DL-QTY                   PIC Z(10)9.
001300     05  FILLER                  PIC X(15) VALUE SPACES.

001310 01  WS-BUCKET-TOTAL-LINE.
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  FILLER                  PIC X(06) VALUE "LOTS: ".
001340     05  BT-LOTS                  PIC ZZZZ9.
001350     05  FILLER                  PIC X(07) VALUE "  QTY: ".
001360     05  BT-QTY                   PIC Z(8)9.
001370     05  FILLER                  PIC X(51) VALUE SPACES.

001380 01  WS-TOTAL-LINE.
001390     05  FILLER                  PIC X(26) VALUE
001400         "TOTAL LOTS WITHIN 90 DAYS:".
001410     05  TT-LOTS                  PIC ZZZZZ9.
001420     05  FILLER                  PIC X(07) VALUE "  QTY: ".
001430     05  TT-QTY                   PIC Z(8)9.
001440     05  FILLER                  PIC X(32) VALUE SPACES.

001450 01  WS-NONE-LINE.
001460     05  FILLER                  PIC X(40) VALUE
001470         "  NO LOTS IN THIS RANGE".
001480     05  FILLER                  PIC X(40) VALUE SPACES.

001490 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-LOAD-LOTS THRU 2000-EXIT.
001540     PERFORM 3000-REPORT-BUCKETS THRU 3000-EXIT.
001550     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001560     STOP RUN.

001570 1000-INITIALIZE.
001580     ACCEPT WS-RUN-DATE FROM DATE.
001590     ACCEPT WS-RUN-TIME FROM TIME.
001600     MOVE "EXPND" TO DX-ACTION.
001610     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001620     CALL "DATEXPND" USING DATEXPND-PARMS.
001630     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001640     COMPUTE WS-RUN-DAYNO =
001650         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
001660     OPEN OUTPUT LOTXRPT.
001670     MOVE "LOTEXPR" TO RH-PROGRAM-ID.
001680     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001690     MOVE WS-RUN-TIME TO RH-RUN-ID.
001700     MOVE 1 TO RH-PAGE-NUMBER.
001710     WRITE LOTXRPT-REC FROM RH-REPORT-HEADER.
001720     MOVE WS-RUN-CCYYMMDD TO TL-RUN-DATE.
001730     WRITE LOTXRPT-REC FROM WS-TITLE-LINE.
001740     WRITE LOTXRPT-REC FROM WS-BLANK-LINE.
001750 1000-EXIT.
001760     EXIT.

001770*----------------------------------------------------------------
001780* 2000-LOAD-LOTS - EVERY LOT WITH STOCK LEFT AND AN EXPIRY DATE
001790*                  WITHIN 90 DAYS, BUCKETED, THEN SORTED EARLIEST
001800*                  EXPIRY FIRST.
001810*----------------------------------------------------------------
001820 2000-LOAD-LOTS.
001830     OPEN INPUT LOTMAST.
001840     IF WS-LOT-STATUS NOT = "00"
001850         DISPLAY "LOTEXPR - LOTMAST NOT FOUND - RUN ABORTED"
001860         CLOSE LOTXRPT
001870         MOVE 16 TO RETURN-CODE
001880         STOP RUN
001890     END-IF.
001900     PERFORM 2100-LOAD-ONE-LOT THRU 2100-EXIT
001910         UNTIL WS-EOF.
001920     CLOSE LOTMAST.
001930     MOVE "N" TO WS-EOF-SW.
001940     IF WS-EXP-COUNT > 1
001950         SORT EX-ENTRY ON ASCENDING KEY EX-EXPIRY-DATE EX-LOT-NO
001960     END-IF.
001970 2000-EXIT.
001980     EXIT.

001990 2100-LOAD-ONE-LOT.
002000     READ LOTMAST
002010         AT END
002020             SET WS-EOF TO TRUE
002030             GO TO 2100-EXIT
002040     END-READ.
002050     IF LM-QTY-ON-HAND NOT NUMERIC OR LM-QTY-ON-HAND = ZERO
002060         GO TO 2100-EXIT
002070     END-IF.
002080     IF LM-EXPIRY-DATE NOT NUMERIC OR LM-EXPIRY-DATE = ZERO
002090         GO TO 2100-EXIT
002100     END-IF.
002110     COMPUTE WS-DAYS-LEFT =
002120         FUNCTION INTEGER-OF-DATE(LM-EXPIRY-DATE) - WS-RUN-DAYNO.
002130     IF WS-DAYS-LEFT > BK-MAX-DAYS(4)
002140         GO TO 2100-EXIT
002150     END-IF.
002160     IF WS-EXP-COUNT >= 2000
002170         DISPLAY "LOTEXPR - MORE THAN 2000 LOTS WITHIN 90 DAYS "
002180             "- RUN ABORTED"
002190         CLOSE LOTXRPT
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230     ADD 1 TO WS-EXP-COUNT.
002240     SET EX-IDX TO WS-EXP-COUNT.
002250     MOVE LM-EXPIRY-DATE TO EX-EXPIRY-DATE(EX-IDX).
002260     MOVE WS-DAYS-LEFT TO EX-DAYS-LEFT(EX-IDX).
002270     MOVE LM-LOT-NO TO EX-LOT-NO(EX-IDX).
002280     MOVE LM-BIN-ID TO EX-BIN-ID(EX-IDX).
002290     MOVE LM-LOC-ID TO EX-LOC-ID(EX-IDX).
002300     MOVE LM-QTY-ON-HAND TO EX-QTY(EX-IDX).
002310     MOVE ZERO TO EX-BUCKET(EX-IDX).
002320     PERFORM 2200-PICK-BUCKET THRU 2200-EXIT
002330         VARYING WS-K FROM 1 BY 1
002340         UNTIL WS-K > 4 OR EX-BUCKET(EX-IDX) > ZERO.
002350 2100-EXIT.
002360     EXIT.

002370 2200-PICK-BUCKET.
002380     IF WS-DAYS-LEFT NOT > BK-MAX-DAYS(WS-K)
002390         MOVE WS-K TO EX-BUCKET(EX-IDX)
002400     END-IF.
002410 2200-EXIT.
002420     EXIT.

002430*----------------------------------------------------------------
002440* 3000-REPORT-BUCKETS - ONE SECTION PER BUCKET, ITS LOTS IN
002450*                       EXPIRY ORDER, AND ITS TOTAL.
002460*----------------------------------------------------------------
002470 3000-REPORT-BUCKETS.
002480     PERFORM 3100-REPORT-ONE-BUCKET THRU 3100-EXIT
002490         VARYING WS-K FROM 1 BY 1
002500         UNTIL WS-K > 4.
002510     MOVE WS-TOTAL-LOTS TO TT-LOTS.
002520     MOVE WS-TOTAL-QTY TO TT-QTY.
002530     WRITE LOTXRPT-REC FROM WS-TOTAL-LINE.
002540 3000-EXIT.
002550     EXIT.

002560 3100-REPORT-ONE-BUCKET.
002570     MOVE BK-TITLE(WS-K) TO BH-TITLE.
002580     WRITE LOTXRPT-REC FROM WS-BUCKET-HEAD-LINE.
002590     WRITE LOTXRPT-REC FROM WS-COLUMN-LINE.
002600     MOVE ZERO TO WS-BUCKET-LOTS.
002610     MOVE ZERO TO WS-BUCKET-QTY.
002620     PERFORM 3200-REPORT-ONE-LOT THRU 3200-EXIT
002630         VARYING WS-X FROM 1 BY 1
002640         UNTIL WS-X > WS-EXP-COUNT.
002650     IF WS-BUCKET-LOTS = ZERO
002660         WRITE LOTXRPT-REC FROM WS-NONE-LINE
002670     END-IF.
002680     MOVE WS-BUCKET-LOTS TO BT-LOTS.
002690     MOVE WS-BUCKET-QTY TO BT-QTY.
002700     WRITE LOTXRPT-REC FROM WS-BUCKET-TOTAL-LINE.
002710     WRITE LOTXRPT-REC FROM WS-BLANK-LINE.
002720     ADD WS-BUCKET-LOTS TO WS-TOTAL-LOTS.
002730     ADD WS-BUCKET-QTY TO WS-TOTAL-QTY.
002740 3100-EXIT.
002750     EXIT.

002760 3200-REPORT-ONE-LOT.
002770     SET EX-IDX TO WS-X.
002780     IF EX-BUCKET(EX-IDX) NOT = WS-K
002790         GO TO 3200-EXIT
002800     END-IF.
002810     MOVE EX-LOT-NO(EX-IDX) TO DL-LOT-NO.
002820     MOVE EX-BIN-ID(EX-IDX) TO DL-BIN-ID.
002830     MOVE EX-LOC-ID(EX-IDX) TO DL-LOC-ID.
002840     MOVE EX-EXPIRY-DATE(EX-IDX) TO DL-EXPIRY-DATE.
002850     MOVE EX-DAYS-LEFT(EX-IDX) TO DL-DAYS-LEFT.
002860     MOVE EX-QTY(EX-IDX) TO DL-QTY.
002870     WRITE LOTXRPT-REC FROM WS-DETAIL-LINE.
002880     ADD 1 TO WS-BUCKET-LOTS.
002890     ADD EX-QTY(EX-IDX) TO WS-BUCKET-QTY.
002900 3200-EXIT.
002910     EXIT.

002920 5000-FINALIZE.
002930     CLOSE LOTXRPT.
002940 5000-EXIT.
002950     EXIT.
