000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STOPSEQ.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. LOGISTICS BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. STOP SEQUENCING FOR MULTI-LEG
000110*                  DELIVERY ROUTES, SO DISPATCH STOPS ORDERING
000120*                  STOPS BY EYE. ROUTSTOP CARRIES EACH ROUTE'S
000130*                  STOPS IN KEYED ORDER (ROUTE, SEQ, VEHICLE
000140*                  CLASS, STOP ID, LOAD, FIXED-ORDER FLAG); SEQ
000150*                  000 IS THE DEPOT THE ROUTE LEAVES FROM AND
000160*                  RETURNS TO. STOPDIST HOLDS THE DRIVING DISTANCE
000170*                  BETWEEN STOP PAIRS, EITHER DIRECTION. A STOP
000180*                  FLAGGED "F" KEEPS ITS KEYED POSITION; THE
000190*                  OTHERS ARE PLACED NEAREST-NEXT FROM THE DEPOT
000200*                  AND THEN EXCHANGED PAIRWISE WHILE ANY EXCHANGE
000210*                  SHORTENS THE ROUTE. THE KEYED ORDER IS KEPT
000220*                  WHEN NOTHING SHORTER IS FOUND. THE LEGS ARE
000230*                  WRITTEN TO ROUTSEQ IN THE ROUTELEG LAYOUT
000240*                  (ROUTE, SEQ, VEHICLE CLASS, DISTANCE, LOAD),
000250*                  ENDING WITH THE LEG BACK TO THE DEPOT, FOR THE
000260*                  ROUTE FEASIBILITY JOB AND FREIGHT RATING TO
000270*                  READ AS THEIR ROUTELEG. STOPRPT SHOWS KEYED
000280*                  AGAINST SEQUENCED DISTANCE PER ROUTE. A ROUTE
000290*                  WITH NO DEPOT OR WITH A KEYED LEG MISSING FROM
000300*                  STOPDIST IS REPORTED, NOT WRITTEN, AND THE STEP
000310*                  ENDS WITH RETURN CODE 4.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM.
000360 OBJECT-COMPUTER. IBM.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ROUTSTOP ASSIGN TO "ROUTSTOP"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-STOP-STATUS.
000420     SELECT STOPDIST ASSIGN TO "STOPDIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-DIST-STATUS.
000450     SELECT ROUTSEQ ASSIGN TO "ROUTSEQ"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT STOPRPT ASSIGN TO "STOPRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ROUTSTOP
000520     RECORDING MODE IS F.
000530 01  ROUTSTOP-REC.
000540     05  RS-ROUTE-ID              PIC X(08).
000550     05  FILLER                   PIC X(01).
000560     05  RS-SEQ                   PIC 9(03).
000570     05  FILLER                   PIC X(01).
000580     05  RS-VEH-CLASS             PIC X(04).
000590     05  FILLER                   PIC X(01).
000600     05  RS-STOP-ID               PIC X(06).
000610     05  FILLER                   PIC X(01).
000620     05  RS-LOAD                  PIC 9(05).
000630     05  FILLER                   PIC X(01).
000640     05  RS-FIXED-FLAG            PIC X(01).
000650     05  FILLER                   PIC X(48).

000660 FD  STOPDIST
000670     RECORDING MODE IS F.
000680 01  STOPDIST-REC.
000690     05  SD-FROM-STOP             PIC X(06).
000700     05  FILLER                   PIC X(01).
000710     05  SD-TO-STOP               PIC X(06).
000720     05  FILLER                   PIC X(01).
000730     05  SD-DISTANCE              PIC 9(05).
000740     05  FILLER                   PIC X(61).

000750 FD  ROUTSEQ
000760     RECORDING MODE IS F.
000770 01  ROUTSEQ-REC                  PIC X(80).

000780 FD  STOPRPT
000790     RECORDING MODE IS F.
000800 01  STOPRPT-REC                  PIC X(80).

000810 WORKING-STORAGE SECTION.
000820 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000830     88  WS-EOF                             VALUE "Y".
000840 77  WS-STOP-STATUS               PIC X(02) VALUE SPACES.
000850 77  WS-DIST-STATUS               PIC X(02) VALUE SPACES.
000860 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000870 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000880 77  WS-S                         PIC 9(05) COMP.
000890 77  WS-D                         PIC 9(05) COMP.
000900 77  WS-N                         PIC 9(03) COMP.
000910 77  WS-P                         PIC 9(03) COMP.
000920 77  WS-A                         PIC 9(03) COMP.
000930 77  WS-B                         PIC 9(03) COMP.
000940 77  WS-B-START                   PIC 9(03) COMP.
000950 77  WS-FROM-NODE                 PIC 9(03) COMP.
000960 77  WS-TO-NODE                   PIC 9(03) COMP.
000970 77  WS-PRIOR-NODE                PIC 9(03) COMP.
000980 77  WS-NEAR-NODE                 PIC 9(03) COMP.
000990 77  WS-NEAR-DIST                 PIC 9(05) COMP.
001000 77  WS-HOLD-NODE                 PIC 9(03) COMP.
001010 77  WS-STOP-COUNT                PIC 9(03) VALUE ZERO COMP.
001020 77  WS-NODE-COUNT                PIC 9(03) VALUE ZERO COMP.
001030 77  WS-LEG-DIST                  PIC 9(05) VALUE ZERO.
001040 77  WS-LEG-LOAD                  PIC 9(05) VALUE ZERO.
001050 77  WS-LEG-SEQ                   PIC 9(03) VALUE ZERO.
001060 77  WS-TOUR-DIST                 PIC 9(07) VALUE ZERO COMP.
001070 77  WS-KEYED-DIST                PIC 9(07) VALUE ZERO COMP.
001080 77  WS-BEST-DIST                 PIC 9(07) VALUE ZERO COMP.
001090 77  WS-BEFORE-DIST               PIC 9(07) VALUE ZERO COMP.
001100 77  WS-SAVED-DIST                PIC 9(07) VALUE ZERO COMP.
001110 77  WS-ROUTE-ID                  PIC X(08) VALUE SPACES.
001120 77  WS-VEH-CLASS                 PIC X(04) VALUE SPACES.
001130 77  WS-NOTE                      PIC X(16) VALUE SPACES.
001140 77  WS-ROUTE-COUNT               PIC 9(05) VALUE ZERO COMP.
001150 77  WS-RESEQ-COUNT               PIC 9(05) VALUE ZERO COMP.
001160 77  WS-REFUSED-COUNT             PIC 9(05) VALUE ZERO COMP.
001170 77  WS-TOT-KEYED                 PIC 9(09) VALUE ZERO COMP.
001180 77  WS-TOT-BEST                  PIC 9(09) VALUE ZERO COMP.
001190 77  WS-NO-DEPOT-SW               PIC X(01) VALUE "N".
001200     88  WS-NO-DEPOT                        VALUE "Y".
001210 77  WS-IMPROVED-SW               PIC X(01) VALUE "N".
001220     88  WS-IMPROVED                        VALUE "Y".
001230 77  WS-MISSING-SW                PIC X(01) VALUE "N".
001240     88  WS-MISSING-LEG                     VALUE "Y".

001250*    A PAIR WITH NO STOPDIST ENTRY COSTS THIS MUCH, SO THE
001260*    SEQUENCING NEVER CHOOSES IT WHILE ANY OTHER ORDER EXISTS
001270 77  WS-NO-DISTANCE               PIC 9(05) VALUE 99999.

001280 01  WS-STOP-TABLE.
001290     05  WS-STOP-TOTAL            PIC 9(05) VALUE ZERO COMP.
001300     05  ST-ENTRY OCCURS 1 TO 5000 TIMES
001310                  DEPENDING ON WS-STOP-TOTAL
001320                  INDEXED BY ST-IDX.
001330         10  ST-ROUTE-ID          PIC X(08).
001340         10  ST-SEQ               PIC 9(03).
001350         10  ST-VEH-CLASS         PIC X(04).
001360         10  ST-STOP-ID           PIC X(06).
001370         10  ST-LOAD              PIC 9(05).
001380         10  ST-FIXED-FLAG        PIC X(01).

001390 01  WS-DIST-TABLE.
001400     05  WS-DIST-COUNT            PIC 9(05) VALUE ZERO COMP.
001410     05  DS-ENTRY OCCURS 5000 TIMES
001420                  INDEXED BY DS-IDX.
001430         10  DS-FROM-STOP         PIC X(06).
001440         10  DS-TO-STOP           PIC X(06).
001450         10  DS-DISTANCE          PIC 9(05).

001460*    ONE ROUTE AT A TIME. NODE 1 IS THE DEPOT, NODES 2 ONWARD
001470*    THE STOPS IN KEYED ORDER. SQ-NODE(P) IS THE NODE VISITED
001480*    P-TH; KS-NODE KEEPS THE BEST ORDER FOUND SO FAR.
001490 01  WS-NODE-TABLE.
001500     05  ND-ENTRY OCCURS 51 TIMES.
001510         10  ND-STOP-ID           PIC X(06).
001520         10  ND-LOAD              PIC 9(05).
001530         10  ND-FIXED-FLAG        PIC X(01).
001540         10  ND-PLACED-SW         PIC X(01).

001550 01  WS-MATRIX.
001560     05  DM-ROW OCCURS 51 TIMES.
001570         10  DM-DIST OCCURS 51 TIMES
001580                                  PIC 9(05) COMP.

001590 01  WS-SEQUENCE.
001600     05  SQ-NODE OCCURS 50 TIMES  PIC 9(03) COMP.

001610 01  WS-BEST-SEQUENCE.
001620     05  KS-NODE OCCURS 50 TIMES  PIC 9(03) COMP.

001630*    ONE ROUTELEG-FORMAT LEG, SPACE-SEPARATED AS THE ROUTE JOBS
001640*    UNSTRING IT
001650 01  WS-LEG-LINE                  PIC X(80) VALUE SPACES.

001660 COPY RPTHDR.

001670 01  WS-TITLE-LINE.
001680     05  FILLER                  PIC X(40) VALUE
001690         "DELIVERY ROUTE STOP SEQUENCING".
001700     05  FILLER                  PIC X(40) VALUE SPACES.

001710 01  WS-COLUMN-LINE.
001720     05  FILLER                  PIC X(40) VALUE
001730         "ROUTE    VEH  STOPS    KEYED  SEQUENCED".
001740     05  FILLER                  PIC X(40) VALUE
001750         "    SAVED  NOTE".

001760 01  WS-DETAIL-LINE.
001770     05  DL-ROUTE-ID              PIC X(08).
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  DL-VEH-CLASS             PIC X(04).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  DL-STOPS                 PIC ZZ9.
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  DL-KEYED                 PIC Z(06)9.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  DL-BEST                  PIC Z(08)9.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  DL-SAVED                 PIC Z(06)9.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  DL-NOTE                  PIC X(16).
001900     05  FILLER                  PIC X(15) VALUE SPACES.

001910 01  WS-SUMMARY-LINE.
001920     05  FILLER                  PIC X(08) VALUE "ROUTES: ".
001930     05  SL-ROUTES                PIC ZZZZ9.
001940     05  FILLER                  PIC X(14) VALUE "  RESEQUENCED:".
001950     05  SL-RESEQ                 PIC ZZZZ9.
001960     05  FILLER                  PIC X(12) VALUE "  REFUSED:  ".
001970     05  SL-REFUSED               PIC ZZZZ9.
001980     05  FILLER                  PIC X(31) VALUE SPACES.

001990 01  WS-TOTAL-LINE.
002000     05  FILLER                  PIC X(14) VALUE "KEYED TOTAL:  ".
002010     05  TL-KEYED                 PIC Z(08)9.
002020     05  FILLER                  PIC X(14) VALUE "  SEQUENCED:  ".
002030     05  TL-BEST                  PIC Z(08)9.
002040     05  FILLER                  PIC X(10) VALUE "  SAVED:  ".
002050     05  TL-SAVED                 PIC Z(08)9.
002060     05  FILLER                  PIC X(15) VALUE SPACES.

002070 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     PERFORM 2000-SEQUENCE-ROUTES THRU 2000-EXIT.
002120     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002130     STOP RUN.

002140*----------------------------------------------------------------
002150* 1000-INITIALIZE - LOAD EVERY STOP AND EVERY DISTANCE PAIR, THEN
002160*                   SORT THE STOPS BY ROUTE AND KEYED SEQUENCE SO
002170*                   EACH ROUTE ASSEMBLES IN ORDER HOWEVER THE FEED
002180*                   ARRIVED.
002190*----------------------------------------------------------------
002200 1000-INITIALIZE.
002210     ACCEPT WS-RUN-DATE FROM DATE.
002220     ACCEPT WS-RUN-TIME FROM TIME.
002230     OPEN INPUT STOPDIST.
002240     IF WS-DIST-STATUS NOT = "00"
002250         DISPLAY "STOPSEQ - STOPDIST NOT FOUND - RUN ABORTED"
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     PERFORM 1100-LOAD-ONE-DISTANCE THRU 1100-EXIT
002300         UNTIL WS-EOF.
002310     CLOSE STOPDIST.
002320     MOVE "N" TO WS-EOF-SW.
002330     OPEN INPUT ROUTSTOP.
002340     IF WS-STOP-STATUS NOT = "00"
002350         DISPLAY "STOPSEQ - ROUTSTOP NOT FOUND - RUN ABORTED"
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     PERFORM 1200-LOAD-ONE-STOP THRU 1200-EXIT
002400         UNTIL WS-EOF.
002410     CLOSE ROUTSTOP.
002420     IF WS-STOP-TOTAL > 1
002430         SORT ST-ENTRY ON ASCENDING KEY ST-ROUTE-ID ST-SEQ
002440     END-IF.
002450     OPEN OUTPUT ROUTSEQ
002460          OUTPUT STOPRPT.
002470     MOVE "STOPSEQ" TO RH-PROGRAM-ID.
002480     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002490     MOVE WS-RUN-TIME TO RH-RUN-ID.
002500     MOVE 1 TO RH-PAGE-NUMBER.
002510     WRITE STOPRPT-REC FROM RH-REPORT-HEADER.
002520     WRITE STOPRPT-REC FROM WS-TITLE-LINE.
002530     WRITE STOPRPT-REC FROM WS-BLANK-LINE.
002540     WRITE STOPRPT-REC FROM WS-COLUMN-LINE.
002550 1000-EXIT.
002560     EXIT.

002570 1100-LOAD-ONE-DISTANCE.
002580     READ STOPDIST
002590         AT END
002600             SET WS-EOF TO TRUE
002610             GO TO 1100-EXIT
002620     END-READ.
002630     IF WS-DIST-COUNT >= 5000
002640         DISPLAY "STOPSEQ - STOPDIST EXCEEDS THE 5000-PAIR "
002650             "TABLE - RUN ABORTED"
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     ADD 1 TO WS-DIST-COUNT.
002700     SET DS-IDX TO WS-DIST-COUNT.
002710     MOVE SD-FROM-STOP TO DS-FROM-STOP(DS-IDX).
002720     MOVE SD-TO-STOP TO DS-TO-STOP(DS-IDX).
002730     MOVE SD-DISTANCE TO DS-DISTANCE(DS-IDX).
002740 1100-EXIT.
002750     EXIT.

002760 1200-LOAD-ONE-STOP.
002770     READ ROUTSTOP
002780         AT END
002790             SET WS-EOF TO TRUE
002800             GO TO 1200-EXIT
002810     END-READ.
002820     IF WS-STOP-TOTAL >= 5000
002830         DISPLAY "STOPSEQ - ROUTSTOP EXCEEDS THE 5000-STOP "
002840             "TABLE - RUN ABORTED"
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     ADD 1 TO WS-STOP-TOTAL.
002890     SET ST-IDX TO WS-STOP-TOTAL.
002900     MOVE RS-ROUTE-ID TO ST-ROUTE-ID(ST-IDX).
002910     MOVE RS-SEQ TO ST-SEQ(ST-IDX).
002920     MOVE RS-VEH-CLASS TO ST-VEH-CLASS(ST-IDX).
002930     MOVE RS-STOP-ID TO ST-STOP-ID(ST-IDX).
002940     MOVE RS-LOAD TO ST-LOAD(ST-IDX).
002950     MOVE RS-FIXED-FLAG TO ST-FIXED-FLAG(ST-IDX).
002960 1200-EXIT.
002970     EXIT.

002980*----------------------------------------------------------------
002990* 2000-SEQUENCE-ROUTES - WALK THE SORTED STOPS AND BREAK ON
003000*                        ROUTE, AS THE ROUTE FEASIBILITY JOB
003010*                        DOES WITH ITS LEGS.
003020*----------------------------------------------------------------
003030 2000-SEQUENCE-ROUTES.
003040     MOVE SPACES TO WS-ROUTE-ID.
003050     PERFORM 2100-COLLECT-STOP THRU 2100-EXIT
003060         VARYING WS-S FROM 1 BY 1
003070         UNTIL WS-S > WS-STOP-TOTAL.
003080     IF WS-ROUTE-ID NOT = SPACES
003090         PERFORM 2900-SEQUENCE-ROUTE THRU 2900-EXIT
003100     END-IF.
003110 2000-EXIT.
003120     EXIT.

003130 2100-COLLECT-STOP.
003140     SET ST-IDX TO WS-S.
003150     IF ST-ROUTE-ID(ST-IDX) NOT = WS-ROUTE-ID
003160         IF WS-ROUTE-ID NOT = SPACES
003170             PERFORM 2900-SEQUENCE-ROUTE THRU 2900-EXIT
003180         END-IF
003190         MOVE ST-ROUTE-ID(ST-IDX) TO WS-ROUTE-ID
003200         MOVE ST-VEH-CLASS(ST-IDX) TO WS-VEH-CLASS
003210         MOVE ZERO TO WS-STOP-COUNT
003220         MOVE "Y" TO WS-NO-DEPOT-SW
003230         MOVE SPACES TO WS-NODE-TABLE
003240     END-IF.
003250     IF ST-SEQ(ST-IDX) = ZERO
003260         MOVE "N" TO WS-NO-DEPOT-SW
003270         MOVE ST-STOP-ID(ST-IDX) TO ND-STOP-ID(1)
003280         MOVE ZERO TO ND-LOAD(1)
003290         MOVE "F" TO ND-FIXED-FLAG(1)
003300         GO TO 2100-EXIT
003310     END-IF.
003320     IF WS-STOP-COUNT >= 50
003330         DISPLAY "STOPSEQ - ROUTE " WS-ROUTE-ID
003340             " EXCEEDS THE 50-STOP TABLE - RUN ABORTED"
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     ADD 1 TO WS-STOP-COUNT.
003390     COMPUTE WS-N = WS-STOP-COUNT + 1.
003400     MOVE ST-STOP-ID(ST-IDX) TO ND-STOP-ID(WS-N).
003410     MOVE ST-LOAD(ST-IDX) TO ND-LOAD(WS-N).
003420     MOVE ST-FIXED-FLAG(ST-IDX) TO ND-FIXED-FLAG(WS-N).
003430 2100-EXIT.
003440     EXIT.

003450*----------------------------------------------------------------
003460* 2900-SEQUENCE-ROUTE - MEASURE THE KEYED ORDER, BUILD A SHORTER
003470*                       ONE, AND WRITE WHICHEVER IS SHORTER. NO
003480*                       DEPOT, OR A KEYED LEG STOPDIST CANNOT
003490*                       MEASURE, AND THE ROUTE IS LEFT TO
003500*                       DISPATCH.
003510*----------------------------------------------------------------
003520 2900-SEQUENCE-ROUTE.
003530     ADD 1 TO WS-ROUTE-COUNT.
003540     COMPUTE WS-NODE-COUNT = WS-STOP-COUNT + 1.
003550     MOVE WS-ROUTE-ID TO DL-ROUTE-ID.
003560     MOVE WS-VEH-CLASS TO DL-VEH-CLASS.
003570     MOVE WS-STOP-COUNT TO DL-STOPS.
003580     MOVE ZERO TO DL-KEYED DL-BEST DL-SAVED.
003590     IF WS-NO-DEPOT OR WS-STOP-COUNT = ZERO
003600         MOVE "NO DEPOT/STOPS" TO WS-NOTE
003610         GO TO 2990-REFUSE
003620     END-IF.
003630     PERFORM 3100-BUILD-MATRIX THRU 3100-EXIT.
003640     PERFORM 3300-KEYED-ORDER THRU 3300-EXIT
003650         VARYING WS-P FROM 1 BY 1
003660         UNTIL WS-P > WS-STOP-COUNT.
003670     PERFORM 3900-MEASURE-TOUR THRU 3900-EXIT.
003680     MOVE WS-TOUR-DIST TO WS-KEYED-DIST.
003690     MOVE WS-SEQUENCE TO WS-BEST-SEQUENCE.
003700     IF WS-MISSING-LEG
003710         MOVE "DISTANCE MISSING" TO WS-NOTE
003720         GO TO 2990-REFUSE
003730     END-IF.
003740     MOVE WS-KEYED-DIST TO DL-KEYED.
003750     PERFORM 3400-NEAREST-NEXT THRU 3400-EXIT.
003760     PERFORM 3900-MEASURE-TOUR THRU 3900-EXIT.
003770     MOVE "Y" TO WS-IMPROVED-SW.
003780     PERFORM 3500-EXCHANGE-PASS THRU 3500-EXIT
003790         UNTIL NOT WS-IMPROVED.
003800     IF WS-TOUR-DIST < WS-KEYED-DIST
003810         MOVE WS-TOUR-DIST TO WS-BEST-DIST
003820         MOVE WS-SEQUENCE TO WS-BEST-SEQUENCE
003830         MOVE "RESEQUENCED" TO WS-NOTE
003840         ADD 1 TO WS-RESEQ-COUNT
003850     ELSE
003860         MOVE WS-KEYED-DIST TO WS-BEST-DIST
003870         MOVE "KEYED ORDER KEPT" TO WS-NOTE
003880     END-IF.
003890     MOVE WS-BEST-SEQUENCE TO WS-SEQUENCE.
003900     COMPUTE WS-SAVED-DIST = WS-KEYED-DIST - WS-BEST-DIST.
003910     ADD WS-KEYED-DIST TO WS-TOT-KEYED.
003920     ADD WS-BEST-DIST TO WS-TOT-BEST.
003930     MOVE WS-BEST-DIST TO DL-BEST.
003940     MOVE WS-SAVED-DIST TO DL-SAVED.
003950     MOVE WS-NOTE TO DL-NOTE.
003960     WRITE STOPRPT-REC FROM WS-DETAIL-LINE.
003970     PERFORM 4000-WRITE-LEGS THRU 4000-EXIT.
003980     GO TO 2900-EXIT.
003990 2990-REFUSE.
004000     ADD 1 TO WS-REFUSED-COUNT.
004010     MOVE WS-NOTE TO DL-NOTE.
004020     WRITE STOPRPT-REC FROM WS-DETAIL-LINE.
004030 2900-EXIT.
004040     EXIT.

004050*----------------------------------------------------------------
004060* 3100-BUILD-MATRIX - THE ROUTE'S NODE-TO-NODE DISTANCES FROM THE
004070*                     STOPDIST PAIRS, EITHER DIRECTION. A PAIR
004080*                     WITH NO ENTRY STAYS AT WS-NO-DISTANCE.
004090*----------------------------------------------------------------
004100 3100-BUILD-MATRIX.
004110     PERFORM 3110-CLEAR-ROW THRU 3110-EXIT
004120         VARYING WS-A FROM 1 BY 1
004130         UNTIL WS-A > WS-NODE-COUNT.
004140     PERFORM 3120-PLACE-ONE-PAIR THRU 3120-EXIT
004150         VARYING WS-D FROM 1 BY 1
004160         UNTIL WS-D > WS-DIST-COUNT.
004170 3100-EXIT.
004180     EXIT.

004190 3110-CLEAR-ROW.
004200     PERFORM 3111-CLEAR-CELL THRU 3111-EXIT
004210         VARYING WS-B FROM 1 BY 1
004220         UNTIL WS-B > WS-NODE-COUNT.
004230 3110-EXIT.
004240     EXIT.

004250 3111-CLEAR-CELL.
004260     IF WS-A = WS-B
004270         MOVE ZERO TO DM-DIST(WS-A, WS-B)
004280     ELSE
004290         MOVE WS-NO-DISTANCE TO DM-DIST(WS-A, WS-B)
004300     END-IF.
004310 3111-EXIT.
004320     EXIT.

004330 3120-PLACE-ONE-PAIR.
004340     SET DS-IDX TO WS-D.
004350     MOVE ZERO TO WS-FROM-NODE WS-TO-NODE.
004360     PERFORM 3121-MATCH-NODE THRU 3121-EXIT
004370         VARYING WS-N FROM 1 BY 1
004380         UNTIL WS-N > WS-NODE-COUNT.
004390     IF WS-FROM-NODE = ZERO OR WS-TO-NODE = ZERO
004400         GO TO 3120-EXIT
004410     END-IF.
004420     MOVE DS-DISTANCE(DS-IDX)
004430         TO DM-DIST(WS-FROM-NODE, WS-TO-NODE)
004440            DM-DIST(WS-TO-NODE, WS-FROM-NODE).
004450 3120-EXIT.
004460     EXIT.

004470 3121-MATCH-NODE.
004480     IF ND-STOP-ID(WS-N) = DS-FROM-STOP(DS-IDX)
004490         MOVE WS-N TO WS-FROM-NODE
004500     END-IF.
004510     IF ND-STOP-ID(WS-N) = DS-TO-STOP(DS-IDX)
004520         MOVE WS-N TO WS-TO-NODE
004530     END-IF.
004540 3121-EXIT.
004550     EXIT.

004560 3300-KEYED-ORDER.
004570     COMPUTE SQ-NODE(WS-P) = WS-P + 1.
004580 3300-EXIT.
004590     EXIT.

004600*----------------------------------------------------------------
004610* 3400-NEAREST-NEXT - A FIXED STOP TAKES ITS OWN KEYED POSITION;
004620*                     EVERY OTHER POSITION TAKES THE UNPLACED FREE
004630*                     STOP NEAREST THE ONE BEFORE IT.
004640*----------------------------------------------------------------
004650 3400-NEAREST-NEXT.
004660     PERFORM 3410-MARK-NODE THRU 3410-EXIT
004670         VARYING WS-N FROM 2 BY 1
004680         UNTIL WS-N > WS-NODE-COUNT.
004690     MOVE 1 TO WS-PRIOR-NODE.
004700     PERFORM 3420-FILL-POSITION THRU 3420-EXIT
004710         VARYING WS-P FROM 1 BY 1
004720         UNTIL WS-P > WS-STOP-COUNT.
004730 3400-EXIT.
004740     EXIT.

004750 3410-MARK-NODE.
004760     IF ND-FIXED-FLAG(WS-N) = "F"
004770         MOVE "Y" TO ND-PLACED-SW(WS-N)
004780     ELSE
004790         MOVE "N" TO ND-PLACED-SW(WS-N)
004800     END-IF.
004810 3410-EXIT.
004820     EXIT.

004830 3420-FILL-POSITION.
004840     COMPUTE WS-N = WS-P + 1.
004850     IF ND-FIXED-FLAG(WS-N) = "F"
004860         MOVE WS-N TO SQ-NODE(WS-P)
004870         MOVE WS-N TO WS-PRIOR-NODE
004880         GO TO 3420-EXIT
004890     END-IF.
004900     MOVE ZERO TO WS-NEAR-NODE.
004910     PERFORM 3421-TRY-NODE THRU 3421-EXIT
004920         VARYING WS-N FROM 2 BY 1
004930         UNTIL WS-N > WS-NODE-COUNT.
004940     MOVE "Y" TO ND-PLACED-SW(WS-NEAR-NODE).
004950     MOVE WS-NEAR-NODE TO SQ-NODE(WS-P).
004960     MOVE WS-NEAR-NODE TO WS-PRIOR-NODE.
004970 3420-EXIT.
004980     EXIT.

004990 3421-TRY-NODE.
005000     IF ND-PLACED-SW(WS-N) = "Y"
005010         GO TO 3421-EXIT
005020     END-IF.
005030     IF WS-NEAR-NODE = ZERO
005040             OR DM-DIST(WS-PRIOR-NODE, WS-N) < WS-NEAR-DIST
005050         MOVE WS-N TO WS-NEAR-NODE
005060         MOVE DM-DIST(WS-PRIOR-NODE, WS-N) TO WS-NEAR-DIST
005070     END-IF.
005080 3421-EXIT.
005090     EXIT.

005100*----------------------------------------------------------------
005110* 3500-EXCHANGE-PASS - TRY EVERY PAIR OF FREE POSITIONS; KEEP AN
005120*                      EXCHANGE THAT SHORTENS THE ROUTE, UNDO ONE
005130*                      THAT DOES NOT. REPEATED UNTIL A WHOLE PASS
005140*                      FINDS NOTHING.
005150*----------------------------------------------------------------
005160 3500-EXCHANGE-PASS.
005170     MOVE "N" TO WS-IMPROVED-SW.
005180     PERFORM 3510-EXCHANGE-FROM THRU 3510-EXIT
005190         VARYING WS-A FROM 1 BY 1
005200         UNTIL WS-A >= WS-STOP-COUNT.
005210 3500-EXIT.
005220     EXIT.

005230 3510-EXCHANGE-FROM.
005240     IF ND-FIXED-FLAG(SQ-NODE(WS-A)) = "F"
005250         GO TO 3510-EXIT
005260     END-IF.
005270     COMPUTE WS-B-START = WS-A + 1.
005280     PERFORM 3520-TRY-EXCHANGE THRU 3520-EXIT
005290         VARYING WS-B FROM WS-B-START BY 1
005300         UNTIL WS-B > WS-STOP-COUNT.
005310 3510-EXIT.
005320     EXIT.

005330 3520-TRY-EXCHANGE.
005340     IF ND-FIXED-FLAG(SQ-NODE(WS-B)) = "F"
005350         GO TO 3520-EXIT
005360     END-IF.
005370     MOVE WS-TOUR-DIST TO WS-BEFORE-DIST.
005380     MOVE SQ-NODE(WS-A) TO WS-HOLD-NODE.
005390     MOVE SQ-NODE(WS-B) TO SQ-NODE(WS-A).
005400     MOVE WS-HOLD-NODE TO SQ-NODE(WS-B).
005410     PERFORM 3900-MEASURE-TOUR THRU 3900-EXIT.
005420     IF WS-TOUR-DIST < WS-BEFORE-DIST
005430         SET WS-IMPROVED TO TRUE
005440         GO TO 3520-EXIT
005450     END-IF.
005460     MOVE SQ-NODE(WS-A) TO WS-HOLD-NODE.
005470     MOVE SQ-NODE(WS-B) TO SQ-NODE(WS-A).
005480     MOVE WS-HOLD-NODE TO SQ-NODE(WS-B).
005490     MOVE WS-BEFORE-DIST TO WS-TOUR-DIST.
005500 3520-EXIT.
005510     EXIT.

005520*----------------------------------------------------------------
005530* 3900-MEASURE-TOUR - DEPOT, THE STOPS IN SQ-NODE ORDER, DEPOT.
005540*                     WS-MISSING-LEG SAYS WHETHER ANY LEG HAD NO
005550*                     STOPDIST ENTRY.
005560*----------------------------------------------------------------
005570 3900-MEASURE-TOUR.
005580     MOVE ZERO TO WS-TOUR-DIST.
005590     MOVE "N" TO WS-MISSING-SW.
005600     MOVE 1 TO WS-PRIOR-NODE.
005610     PERFORM 3910-ADD-ONE-LEG THRU 3910-EXIT
005620         VARYING WS-P FROM 1 BY 1
005630         UNTIL WS-P > WS-STOP-COUNT.
005640     MOVE 1 TO WS-TO-NODE.
005650     PERFORM 3920-ADD-DISTANCE THRU 3920-EXIT.
005660 3900-EXIT.
005670     EXIT.

005680 3910-ADD-ONE-LEG.
005690     MOVE SQ-NODE(WS-P) TO WS-TO-NODE.
005700     PERFORM 3920-ADD-DISTANCE THRU 3920-EXIT.
005710     MOVE WS-TO-NODE TO WS-PRIOR-NODE.
005720 3910-EXIT.
005730     EXIT.

005740 3920-ADD-DISTANCE.
005750     IF DM-DIST(WS-PRIOR-NODE, WS-TO-NODE) = WS-NO-DISTANCE
005760         SET WS-MISSING-LEG TO TRUE
005770     END-IF.
005780     ADD DM-DIST(WS-PRIOR-NODE, WS-TO-NODE) TO WS-TOUR-DIST.
005790 3920-EXIT.
005800     EXIT.

005810*----------------------------------------------------------------
005820* 4000-WRITE-LEGS - ONE ROUTELEG-FORMAT LEG PER STOP IN THE
005830*                   CHOSEN ORDER, THEN THE EMPTY LEG HOME.
005840*----------------------------------------------------------------
005850 4000-WRITE-LEGS.
005860     MOVE 1 TO WS-PRIOR-NODE.
005870     PERFORM 4100-WRITE-ONE-LEG THRU 4100-EXIT
005880         VARYING WS-P FROM 1 BY 1
005890         UNTIL WS-P > WS-STOP-COUNT.
005900     MOVE WS-P TO WS-LEG-SEQ.
005910     MOVE DM-DIST(WS-PRIOR-NODE, 1) TO WS-LEG-DIST.
005920     MOVE ZERO TO WS-LEG-LOAD.
005930     PERFORM 4200-WRITE-LEG-LINE THRU 4200-EXIT.
005940 4000-EXIT.
005950     EXIT.

005960 4100-WRITE-ONE-LEG.
005970     MOVE SQ-NODE(WS-P) TO WS-TO-NODE.
005980     MOVE WS-P TO WS-LEG-SEQ.
005990     MOVE DM-DIST(WS-PRIOR-NODE, WS-TO-NODE) TO WS-LEG-DIST.
006000     MOVE ND-LOAD(WS-TO-NODE) TO WS-LEG-LOAD.
006010     PERFORM 4200-WRITE-LEG-LINE THRU 4200-EXIT.
006020     MOVE WS-TO-NODE TO WS-PRIOR-NODE.
006030 4100-EXIT.
006040     EXIT.

006050 4200-WRITE-LEG-LINE.
006060     MOVE SPACES TO WS-LEG-LINE.
006070     STRING WS-ROUTE-ID DELIMITED BY SPACE
006080            " " WS-LEG-SEQ " " DELIMITED BY SIZE
006090            WS-VEH-CLASS DELIMITED BY SPACE
006100            " " WS-LEG-DIST " " WS-LEG-LOAD DELIMITED BY SIZE
006110         INTO WS-LEG-LINE.
006120     WRITE ROUTSEQ-REC FROM WS-LEG-LINE.
006130 4200-EXIT.
006140     EXIT.

006150*----------------------------------------------------------------
006160* 5000-FINALIZE - RUN TOTALS; A REFUSED ROUTE SETS RETURN CODE 4.
006170*----------------------------------------------------------------
006180 5000-FINALIZE.
006190     WRITE STOPRPT-REC FROM WS-BLANK-LINE.
006200     MOVE WS-ROUTE-COUNT TO SL-ROUTES.
006210     MOVE WS-RESEQ-COUNT TO SL-RESEQ.
006220     MOVE WS-REFUSED-COUNT TO SL-REFUSED.
006230     WRITE STOPRPT-REC FROM WS-SUMMARY-LINE.
006240     MOVE WS-TOT-KEYED TO TL-KEYED.
006250     MOVE WS-TOT-BEST TO TL-BEST.
006260     COMPUTE TL-SAVED = WS-TOT-KEYED - WS-TOT-BEST.
006270     WRITE STOPRPT-REC FROM WS-TOTAL-LINE.
006280     CLOSE ROUTSEQ
006290           STOPRPT.
006300     IF WS-REFUSED-COUNT > ZERO
006310         MOVE 4 TO RETURN-CODE
006320     END-IF.
006330 5000-EXIT.
006340     EXIT.
