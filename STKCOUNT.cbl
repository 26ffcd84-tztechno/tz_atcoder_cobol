0002U1*                  LOCATION AS WELL AS THE BIN, SO A BIN
0002U2*                  COUNTED AT TWO LOCATIONS CUTS TWO
0002U3*                  DISTINGUISHABLE TICKETS.
0002U4* 10/15/2026  RO   VARIANCES ARE NOW VALUED AT THE BIN'S
0002U5*                  WEIGHTED-AVERAGE UNIT COST FROM BOXSOH - EACH
0002U6*                  VARIANCE LINE IS FOLLOWED BY ITS VALUE, AND
0002U7*                  THE RUN TOTALS SURPLUS, SHORTAGE AND NET
0002U8*                  VALUE. ADJUSTMENT CARDS NOW CARRY "ADJ" IN
0002U9*                  THEIR FIFTH FIELD SO THE BOX LEDGER BOOKS THEM
0002UA*                  AS INVENTORY ADJUSTMENTS, AT THE SAME AVERAGE,
0002UB*                  RATHER THAN AS COST OF GOODS ISSUED.
0002UC* 10/15/2026  RO   EVERY BIN COUNTED IS LOGGED WITH THE COUNT
0002UD*                  DATE ON CNTHIST, WHICH THE CYCCOUNT CYCLE-
0002UE*                  COUNT COMPLIANCE REPORT READS. A CARD WHOSE
0002UF*                  COUNTED QUANTITY IS LEFT BLANK - A CNTSHEET
0002UG*                  BIN THE COUNTER DID NOT REACH - IS NOT A
0002UH*                  COUNT: IT IS SKIPPED AND TALLIED AS NOT
0002UI*                  COUNTED INSTEAD OF ADJUSTING THE BIN TO ZERO.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT STKCRPT ASSIGN TO "STKCRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000462     SELECT CNTHIST ASSIGN TO "CNTHIST"
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-CHIST-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.
000604     05  FILLER                   PIC X(01).
000610     05  SO-BALANCE               PIC S9(09) SIGN LEADING
000620                                            SEPARATE.
000622     05  FILLER                   PIC X(01).
000624     05  SO-AVG-COST              PIC 9(07)V9(04).

000630 FD  BIZPARM
000640     RECORDING MODE IS F.
000800     RECORDING MODE IS F.
000810 01  STKCRPT-REC                  PIC X(80).

000811 FD  CNTHIST
000812     RECORDING MODE IS F.
000813 01  CNTHIST-REC.
000814     05  CH-BIN-ID                PIC X(10).
000815     05  FILLER                   PIC X(01).
000816     05  CH-LOC-ID                PIC X(04).
000817     05  FILLER                   PIC X(01).
000818     05  CH-COUNT-DATE            PIC 9(08).
000819     05  FILLER                   PIC X(01).
00081A     05  CH-COUNTED-QTY           PIC 9(09).
00081B     05  FILLER                   PIC X(46).

000820 WORKING-STORAGE SECTION.
000830 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000840     88  WS-EOF                             VALUE "Y".
001000 77  WS-ADJ-COUNT                 PIC 9(05) VALUE ZERO COMP.
001010 77  WS-RECOUNT-COUNT             PIC 9(05) VALUE ZERO COMP.
001020 77  WS-ADJ-QTY-EDIT              PIC Z(8)9.
001022 77  WS-BOOK-COST                 PIC 9(07)V9(04) VALUE ZERO.
001024 77  WS-VAR-VALUE                 PIC S9(11)V99 VALUE ZERO.
001026 77  WS-SURPLUS-VALUE             PIC S9(11)V99 VALUE ZERO.
001028 77  WS-SHORTAGE-VALUE            PIC S9(11)V99 VALUE ZERO.
001029 77  WS-CHIST-STATUS              PIC X(02) VALUE SPACES.
00102A 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
00102B 77  WS-UNCOUNTED-COUNT           PIC 9(05) VALUE ZERO COMP.

001030 01  WS-ADJ-CARD.
001040     05  AJ-BIN-ID                PIC X(10).
001060     05  AJ-TXN-TYPE              PIC X(01).
001070     05  FILLER                   PIC X(01) VALUE SPACES.
001080     05  AJ-QTY                   PIC 9(07).
001082     05  FILLER                   PIC X(01) VALUE SPACES.
001084     05  AJ-SOURCE                PIC X(03).
001090     05  FILLER                   PIC X(51) VALUE SPACES.

001100 01  WS-SOH-TABLE.
001110     05  WS-SOH-COUNT             PIC 9(05) VALUE ZERO COMP.
001140         10  SH-BIN-ID            PIC X(10).
001145         10  SH-LOC-ID            PIC X(04).
001150         10  SH-BALANCE           PIC S9(09).
001155         10  SH-AVG-COST          PIC 9(07)V9(04).

001160 01  WS-VAR-TABLE.
001170     05  WS-VAR-COUNT             PIC 9(05) VALUE ZERO COMP.
001230         10  VR-VARIANCE          PIC S9(09).
001240         10  VR-ABS-VARIANCE      PIC 9(09).
001250         10  VR-PCT               PIC 9(03).
001252         10  VR-UNIT-COST         PIC 9(07)V9(04).
001254         10  VR-VALUE             PIC S9(11)V99.
001260         10  VR-USED-SW           PIC X(01).

001270 COPY PARMCTL.
001280 COPY RPTHDR.
001285 COPY DATXLINK.

001290 01  WS-TITLE-LINE.
001300     05  FILLER                  PIC X(36) VALUE
001430     05  DL-PCT                   PIC ZZ9.
001440     05  FILLER                  PIC X(01) VALUE SPACES.

001442 01  WS-VALUE-LINE.
001444     05  FILLER                  PIC X(20) VALUE SPACES.
001446     05  FILLER                  PIC X(16) VALUE
001448         "AT AVERAGE COST ".
00144A     05  VL-UNIT-COST             PIC ZZZZZZ9.9999.
00144C     05  FILLER                  PIC X(09) VALUE "  VALUE: ".
00144E     05  VL-VALUE                 PIC -(10)9.99.
00144G     05  FILLER                  PIC X(09) VALUE SPACES.

001450 01  WS-SUMMARY-LINE.
001460     05  FILLER                  PIC X(14) VALUE "BINS COUNTED: ".
001470     05  SL-COUNT-COUNT           PIC ZZZZ9.
001490     05  SL-ADJ-COUNT             PIC ZZZZ9.
001500     05  FILLER                  PIC X(12) VALUE "  RECOUNTS: ".
001510     05  SL-RECOUNT-COUNT         PIC ZZZZ9.
001512     05  FILLER                  PIC X(15) VALUE
001514         "  NOT COUNTED: ".
001516     05  SL-UNCOUNTED-COUNT       PIC ZZZZ9.
001520     05  FILLER                  PIC X(04) VALUE SPACES.

001522 01  WS-VALUE-SUMMARY-LINE.
001524     05  FILLER                  PIC X(09) VALUE "SURPLUS: ".
001526     05  VS-SURPLUS               PIC -(9)9.99.
001528     05  FILLER                  PIC X(12) VALUE "  SHORTAGE: ".
00152A     05  VS-SHORTAGE              PIC -(9)9.99.
00152C     05  FILLER                  PIC X(07) VALUE "  NET: ".
00152E     05  VS-NET                   PIC -(9)9.99.
00152G     05  FILLER                  PIC X(13) VALUE SPACES.

001530 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001620 1000-INITIALIZE.
001630     ACCEPT WS-RUN-DATE FROM DATE.
001640     ACCEPT WS-RUN-TIME FROM TIME.
001642     MOVE "EXPND" TO DX-ACTION.
001644     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001646     CALL "DATEXPND" USING DATEXPND-PARMS.
001648     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001650     OPEN OUTPUT STKCRPT
001660          OUTPUT BOXADJTX
001670          OUTPUT RECOUNTS.
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001882     OPEN EXTEND CNTHIST.
001884     IF WS-CHIST-STATUS = "35"
001886         OPEN OUTPUT CNTHIST
001888     END-IF.
001890     PERFORM 8000-READ-COUNT THRU 8000-EXIT.
001900 1000-EXIT.
001910     EXIT.
002298                 MOVE SO-LOC-ID TO SH-LOC-ID(SH-IDX)
002299             END-IF
002300             MOVE SO-BALANCE TO SH-BALANCE(SH-IDX)
002302             MOVE ZERO TO SH-AVG-COST(SH-IDX)
002304             IF SO-AVG-COST IS NUMERIC
002306                 MOVE SO-AVG-COST TO SH-AVG-COST(SH-IDX)
002308             END-IF
002310     END-READ.
002320 1200-EXIT.
002330     EXIT.
002380*                          ZERO - FOUND STOCK IS STILL STOCK.
002390*----------------------------------------------------------------
002400 2000-COMPARE-ONE-COUNT.
002402     IF CF-COUNTED-QTY NOT NUMERIC
002404         ADD 1 TO WS-UNCOUNTED-COUNT
002406         PERFORM 8000-READ-COUNT THRU 8000-EXIT
002408         GO TO 2000-EXIT
002409     END-IF.
002410     ADD 1 TO WS-COUNT-COUNT.
002412     IF CF-LOC-ID = SPACES
002414         MOVE "MAIN" TO CF-LOC-ID
002416     END-IF.
002417     MOVE SPACES TO CNTHIST-REC.
002418     MOVE CF-BIN-ID TO CH-BIN-ID.
002419     MOVE CF-LOC-ID TO CH-LOC-ID.
00241A     MOVE WS-RUN-CCYYMMDD TO CH-COUNT-DATE.
00241B     MOVE CF-COUNTED-QTY TO CH-COUNTED-QTY.
00241C     WRITE CNTHIST-REC.
002420     MOVE ZERO TO WS-BOOK-QTY.
002425     MOVE ZERO TO WS-BOOK-COST.
002430     PERFORM 2100-MATCH-BIN THRU 2100-EXIT
002440         VARYING WS-S FROM 1 BY 1
002450         UNTIL WS-S > WS-SOH-COUNT.
002760     MOVE WS-ABS-VARIANCE TO VR-ABS-VARIANCE(VR-IDX).
002770     MOVE WS-PCT TO VR-PCT(VR-IDX).
002780     MOVE "N" TO VR-USED-SW(VR-IDX).
002782     COMPUTE WS-VAR-VALUE ROUNDED = WS-VARIANCE * WS-BOOK-COST.
002784     MOVE WS-BOOK-COST TO VR-UNIT-COST(VR-IDX).
002786     MOVE WS-VAR-VALUE TO VR-VALUE(VR-IDX).
002788     IF WS-VAR-VALUE > ZERO
002789         ADD WS-VAR-VALUE TO WS-SURPLUS-VALUE
00278A     ELSE
00278B         ADD WS-VAR-VALUE TO WS-SHORTAGE-VALUE
00278C     END-IF.
002790     IF WS-VARIANCE NOT = ZERO
002800         PERFORM 2200-WRITE-ADJUSTMENT THRU 2200-EXIT
002810     END-IF.
002940     IF SH-BIN-ID(WS-S) = CF-BIN-ID
002945             AND SH-LOC-ID(WS-S) = CF-LOC-ID
002950         MOVE SH-BALANCE(WS-S) TO WS-BOOK-QTY
002955         MOVE SH-AVG-COST(WS-S) TO WS-BOOK-COST
002960     END-IF.
002970 2100-EXIT.
002980     EXIT.
003120         MOVE "I" TO AJ-TXN-TYPE
003130     END-IF.
003140     MOVE WS-ABS-VARIANCE TO AJ-QTY.
003145     MOVE "ADJ" TO AJ-SOURCE.
003150     WRITE BOXADJTX-REC FROM WS-ADJ-CARD.
003160     ADD 1 TO WS-ADJ-COUNT.
003170 2200-EXIT.
003460     MOVE VR-VARIANCE(VR-IDX) TO DL-VARIANCE.
003470     MOVE VR-PCT(VR-IDX) TO DL-PCT.
003480     WRITE STKCRPT-REC FROM WS-DETAIL-LINE.
003482     IF VR-VARIANCE(VR-IDX) NOT = ZERO
003484         MOVE VR-UNIT-COST(VR-IDX) TO VL-UNIT-COST
003486         MOVE VR-VALUE(VR-IDX) TO VL-VALUE
003488         WRITE STKCRPT-REC FROM WS-VALUE-LINE
003489     END-IF.
003490 3100-EXIT.
003500     EXIT.

003670     MOVE WS-COUNT-COUNT TO SL-COUNT-COUNT.
003680     MOVE WS-ADJ-COUNT TO SL-ADJ-COUNT.
003690     MOVE WS-RECOUNT-COUNT TO SL-RECOUNT-COUNT.
003695     MOVE WS-UNCOUNTED-COUNT TO SL-UNCOUNTED-COUNT.
003700     WRITE STKCRPT-REC FROM WS-SUMMARY-LINE.
003702     MOVE WS-SURPLUS-VALUE TO VS-SURPLUS.
003704     MOVE WS-SHORTAGE-VALUE TO VS-SHORTAGE.
003706     COMPUTE VS-NET = WS-SURPLUS-VALUE + WS-SHORTAGE-VALUE.
003708     WRITE STKCRPT-REC FROM WS-VALUE-SUMMARY-LINE.
003710     CLOSE STKCRPT
003720           BOXADJTX
003730           RECOUNTS
003735           CNTHIST.
003740 5000-EXIT.
003750     EXIT.

