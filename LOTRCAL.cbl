000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOTRCAL.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. WAREHOUSE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. LOT RECALL TRACE. FOR
000110*                  EACH LOT NAMED ON A RECALLRQ CARD (LOT NUMBER
000120*                  IN COLUMNS 1-12) THE REPORT LISTS WHERE THE
000130*                  LOT CAME FROM - EVERY LOTMAST RECEIPT WITH ITS
000140*                  DATE, PURCHASE ORDER, SUPPLIER AND EXPIRY -
000150*                  WHERE IT IS NOW - EACH BIN STILL HOLDING ANY
000160*                  OF IT - AND WHERE IT WENT - EVERY LOTSHIP PICK,
000170*                  BY SHIP DATE AND THE PICKER WHOSE CARRMANF
000180*                  SHIPMENT CARRIED IT. THE LOT CLOSES WITH ITS
000190*                  RECEIVED, ON-HAND AND SHIPPED TOTALS. THE
000200*                  REPORT IS LOTRRPT.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM.
000250 OBJECT-COMPUTER. IBM.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT RECALLRQ ASSIGN TO "RECALLRQ"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-REQ-STATUS.
000310     SELECT LOTMAST ASSIGN TO "LOTMAST"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-LOT-STATUS.
000340     SELECT LOTSHIP ASSIGN TO "LOTSHIP"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SHIP-STATUS.
000370     SELECT LOTRRPT ASSIGN TO "LOTRRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RECALLRQ
000420     RECORDING MODE IS F.
000430 01  RECALLRQ-REC.
000440     05  RQ-LOT-NO                PIC X(12).
000450     05  FILLER                   PIC X(68).

000460 FD  LOTMAST
000470     RECORDING MODE IS F.
000480 01  LOTMAST-REC.
000490     05  LM-LOT-NO                PIC X(12).
000500     05  FILLER                   PIC X(01).
000510     05  LM-BIN-ID                PIC X(10).
000520     05  FILLER                   PIC X(01).
000530     05  LM-LOC-ID                PIC X(04).
000540     05  FILLER                   PIC X(01).
000550     05  LM-EXPIRY-DATE           PIC 9(08).
000560     05  FILLER                   PIC X(01).
000570     05  LM-RECV-DATE             PIC 9(08).
000580     05  FILLER                   PIC X(01).
000590     05  LM-ORDER-NO              PIC 9(06).
000600     05  FILLER                   PIC X(01).
000610     05  LM-SUPPLIER              PIC X(04).
000620     05  FILLER                   PIC X(01).
000630     05  LM-QTY-RECEIVED          PIC 9(07).
000640     05  FILLER                   PIC X(01).
000650     05  LM-QTY-ON-HAND           PIC 9(07).
000660     05  FILLER                   PIC X(26).

000670 FD  LOTSHIP
000680     RECORDING MODE IS F.
000690 01  LOTSHIP-REC.
000700     05  LS-LOT-NO                PIC X(12).
000710     05  FILLER                   PIC X(01).
000720     05  LS-BIN-ID                PIC X(10).
000730     05  FILLER                   PIC X(01).
000740     05  LS-SHIP-DATE             PIC 9(08).
000750     05  FILLER                   PIC X(01).
000760     05  LS-PICKER                PIC X(04).
000770     05  FILLER                   PIC X(01).
000780     05  LS-ITEM                  PIC X(10).
000790     05  FILLER                   PIC X(01).
000800     05  LS-QTY                   PIC 9(07).
000810     05  FILLER                   PIC X(24).

000820 FD  LOTRRPT
000830     RECORDING MODE IS F.
000840 01  LOTRRPT-REC                  PIC X(80).

000850 WORKING-STORAGE SECTION.
000860 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000870     88  WS-EOF                             VALUE "Y".
000880 77  WS-REQ-EOF-SW                PIC X(01) VALUE "N".
000890     88  WS-REQ-EOF                         VALUE "Y".
000900 77  WS-REQ-STATUS                PIC X(02) VALUE SPACES.
000910 77  WS-LOT-STATUS                PIC X(02) VALUE SPACES.
000920 77  WS-SHIP-STATUS               PIC X(02) VALUE SPACES.
000930 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000940 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000950 77  WS-LOT-NO                    PIC X(12) VALUE SPACES.
000960 77  WS-LINES                     PIC 9(05) VALUE ZERO COMP.
000970 77  WS-LOT-COUNT                 PIC 9(05) VALUE ZERO COMP.
000980 77  WS-QTY-RECEIVED              PIC 9(09) VALUE ZERO.
000990 77  WS-QTY-ON-HAND               PIC 9(09) VALUE ZERO.
001000 77  WS-QTY-SHIPPED               PIC 9(09) VALUE ZERO.

001010 COPY RPTHDR.

001020 01  WS-TITLE-LINE.
001030     05  FILLER                  PIC X(40) VALUE
001040         "LOT RECALL TRACE".
001050     05  FILLER                  PIC X(40) VALUE SPACES.

001060 01  WS-LOT-HEAD-LINE.
001070     05  FILLER                  PIC X(04) VALUE "LOT ".
001080     05  LH-LOT-NO                PIC X(12).
001090     05  FILLER                  PIC X(64) VALUE SPACES.

001100 01  WS-RECEIPT-HEAD-LINE.
001110     05  FILLER                  PIC X(40) VALUE
001120         "  RECEIVED   RECV DATE ORDER   SUPP  BIN".
001130     05  FILLER                  PIC X(40) VALUE
001140         "         LOC   EXPIRY      QTY".

001150 01  WS-RECEIPT-LINE.
001160     05  FILLER                  PIC X(13) VALUE SPACES.
001170     05  RL-RECV-DATE             PIC 9(08).
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  RL-ORDER-NO              PIC 9(06).
001200     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  RL-SUPPLIER              PIC X(04).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  RL-BIN-ID                PIC X(10).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  RL-LOC-ID                PIC X(04).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  RL-EXPIRY-DATE           PIC 9(08).
001280     05  FILLER                  PIC X(01) VALUE SPACES.
001290     05  RL-QTY                   PIC ZZZZZZ9.
001300     05  FILLER                  PIC X(09) VALUE SPACES.

001310 01  WS-LOCATION-HEAD-LINE.
001320     05  FILLER                  PIC X(40) VALUE
001330         "  ON HAND    BIN         LOC         QTY".
001340     05  FILLER                  PIC X(40) VALUE SPACES.

001350 01  WS-LOCATION-LINE.
001360     05  FILLER                  PIC X(13) VALUE SPACES.
001370     05  OL-BIN-ID                PIC X(10).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  OL-LOC-ID                PIC X(04).
001400     05  FILLER                  PIC X(04) VALUE SPACES.
001410     05  OL-QTY                   PIC ZZZZZZ9.
001420     05  FILLER                  PIC X(40) VALUE SPACES.

001430 01  WS-SHIPMENT-HEAD-LINE.
001440     05  FILLER                  PIC X(40) VALUE
001450         "  SHIPPED    SHIP DATE PICKER  BIN".
001460     05  FILLER                  PIC X(40) VALUE
001470         "   ITEM              QTY".

001480 01  WS-SHIPMENT-LINE.
001490     05  FILLER                  PIC X(13) VALUE SPACES.
001500     05  SL-SHIP-DATE             PIC 9(08).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  SL-PICKER                PIC X(04).
001530     05  FILLER                  PIC X(04) VALUE SPACES.
001540     05  SL-BIN-ID                PIC X(10).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  SL-ITEM                  PIC X(10).
001570     05  FILLER                  PIC X(04) VALUE SPACES.
001580     05  SL-QTY                   PIC ZZZZZZ9.
001590     05  FILLER                  PIC X(16) VALUE SPACES.

001600 01  WS-NONE-LINE.
001610     05  FILLER                  PIC X(13) VALUE SPACES.
001620     05  NL-TEXT                  PIC X(30).
001630     05  FILLER                  PIC X(37) VALUE SPACES.

001640 01  WS-LOT-TOTAL-LINE.
001650     05  FILLER                  PIC X(12) VALUE
001660         "  RECEIVED: ".
001670     05  TL-RECEIVED              PIC Z(8)9.
001680     05  FILLER                  PIC X(11) VALUE "  ON HAND: ".
001690     05  TL-ON-HAND               PIC Z(8)9.
001700     05  FILLER                  PIC X(11) VALUE "  SHIPPED: ".
001710     05  TL-SHIPPED               PIC Z(8)9.
001720     05  FILLER                  PIC X(19) VALUE SPACES.

001730 01  WS-TOTAL-LINE.
001740     05  FILLER                  PIC X(16) VALUE
001750         "LOTS TRACED:    ".
001760     05  TT-LOTS                  PIC ZZZZ9.
001770     05  FILLER                  PIC X(59) VALUE SPACES.

001780 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820     PERFORM 2000-TRACE-ONE-LOT THRU 2000-EXIT
001830         UNTIL WS-REQ-EOF.
001840     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001850     STOP RUN.

001860 1000-INITIALIZE.
001870     ACCEPT WS-RUN-DATE FROM DATE.
001880     ACCEPT WS-RUN-TIME FROM TIME.
001890     OPEN INPUT RECALLRQ.
001900     IF WS-REQ-STATUS NOT = "00"
001910         DISPLAY "LOTRCAL - RECALLRQ NOT FOUND - RUN ABORTED"
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950     OPEN OUTPUT LOTRRPT.
001960     MOVE "LOTRCAL" TO RH-PROGRAM-ID.
001970     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001980     MOVE WS-RUN-TIME TO RH-RUN-ID.
001990     MOVE 1 TO RH-PAGE-NUMBER.
002000     WRITE LOTRRPT-REC FROM RH-REPORT-HEADER.
002010     WRITE LOTRRPT-REC FROM WS-TITLE-LINE.
002020     WRITE LOTRRPT-REC FROM WS-BLANK-LINE.
002030     PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
002040 1000-EXIT.
002050     EXIT.

002060*----------------------------------------------------------------
002070* 2000-TRACE-ONE-LOT - RECEIPTS, PRESENT STOCK AND SHIPMENTS OF
002080*                      THE REQUESTED LOT. LOTMAST AND LOTSHIP ARE
002090*                      READ AFRESH FOR EVERY LOT.
002100*----------------------------------------------------------------
002110 2000-TRACE-ONE-LOT.
002120     MOVE RQ-LOT-NO TO WS-LOT-NO.
002130     ADD 1 TO WS-LOT-COUNT.
002140     MOVE ZERO TO WS-QTY-RECEIVED.
002150     MOVE ZERO TO WS-QTY-ON-HAND.
002160     MOVE ZERO TO WS-QTY-SHIPPED.
002170     MOVE WS-LOT-NO TO LH-LOT-NO.
002180     WRITE LOTRRPT-REC FROM WS-LOT-HEAD-LINE.
002190     PERFORM 2100-LIST-RECEIPTS THRU 2100-EXIT.
002200     PERFORM 2300-LIST-ON-HAND THRU 2300-EXIT.
002210     PERFORM 2500-LIST-SHIPMENTS THRU 2500-EXIT.
002220     MOVE WS-QTY-RECEIVED TO TL-RECEIVED.
002230     MOVE WS-QTY-ON-HAND TO TL-ON-HAND.
002240     MOVE WS-QTY-SHIPPED TO TL-SHIPPED.
002250     WRITE LOTRRPT-REC FROM WS-LOT-TOTAL-LINE.
002260     WRITE LOTRRPT-REC FROM WS-BLANK-LINE.
002270     PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
002280 2000-EXIT.
002290     EXIT.

002300 2100-LIST-RECEIPTS.
002310     WRITE LOTRRPT-REC FROM WS-RECEIPT-HEAD-LINE.
002320     MOVE ZERO TO WS-LINES.
002330     OPEN INPUT LOTMAST.
002340     IF WS-LOT-STATUS = "00"
002350         PERFORM 2200-LIST-ONE-RECEIPT THRU 2200-EXIT
002360             UNTIL WS-EOF
002370         CLOSE LOTMAST
002380     END-IF.
002390     MOVE "N" TO WS-EOF-SW.
002400     IF WS-LINES = ZERO
002410         MOVE "NO RECEIPT ON LOTMAST" TO NL-TEXT
002420         WRITE LOTRRPT-REC FROM WS-NONE-LINE
002430     END-IF.
002440 2100-EXIT.
002450     EXIT.

002460 2200-LIST-ONE-RECEIPT.
002470     READ LOTMAST
002480         AT END
002490             SET WS-EOF TO TRUE
002500             GO TO 2200-EXIT
002510     END-READ.
002520     IF LM-LOT-NO NOT = WS-LOT-NO
002530         GO TO 2200-EXIT
002540     END-IF.
002550     ADD 1 TO WS-LINES.
002560     MOVE LM-RECV-DATE TO RL-RECV-DATE.
002570     MOVE LM-ORDER-NO TO RL-ORDER-NO.
002580     MOVE LM-SUPPLIER TO RL-SUPPLIER.
002590     MOVE LM-BIN-ID TO RL-BIN-ID.
002600     MOVE LM-LOC-ID TO RL-LOC-ID.
002610     MOVE LM-EXPIRY-DATE TO RL-EXPIRY-DATE.
002620     MOVE LM-QTY-RECEIVED TO RL-QTY.
002630     WRITE LOTRRPT-REC FROM WS-RECEIPT-LINE.
002640     ADD LM-QTY-RECEIVED TO WS-QTY-RECEIVED.
002650 2200-EXIT.
002660     EXIT.

002670 2300-LIST-ON-HAND.
002680     WRITE LOTRRPT-REC FROM WS-LOCATION-HEAD-LINE.
002690     MOVE ZERO TO WS-LINES.
002700     OPEN INPUT LOTMAST.
002710     IF WS-LOT-STATUS = "00"
002720         PERFORM 2400-LIST-ONE-LOCATION THRU 2400-EXIT
002730             UNTIL WS-EOF
002740         CLOSE LOTMAST
002750     END-IF.
002760     MOVE "N" TO WS-EOF-SW.
002770     IF WS-LINES = ZERO
002780         MOVE "NONE ON HAND" TO NL-TEXT
002790         WRITE LOTRRPT-REC FROM WS-NONE-LINE
002800     END-IF.
002810 2300-EXIT.
002820     EXIT.

002830 2400-LIST-ONE-LOCATION.
002840     READ LOTMAST
002850         AT END
002860             SET WS-EOF TO TRUE
002870             GO TO 2400-EXIT
002880     END-READ.
002890     IF LM-LOT-NO NOT = WS-LOT-NO
002900             OR LM-QTY-ON-HAND NOT NUMERIC
002910             OR LM-QTY-ON-HAND = ZERO
002920         GO TO 2400-EXIT
002930     END-IF.
002940     ADD 1 TO WS-LINES.
002950     MOVE LM-BIN-ID TO OL-BIN-ID.
002960     MOVE LM-LOC-ID TO OL-LOC-ID.
002970     MOVE LM-QTY-ON-HAND TO OL-QTY.
002980     WRITE LOTRRPT-REC FROM WS-LOCATION-LINE.
002990     ADD LM-QTY-ON-HAND TO WS-QTY-ON-HAND.
003000 2400-EXIT.
003010     EXIT.

003020 2500-LIST-SHIPMENTS.
003030     WRITE LOTRRPT-REC FROM WS-SHIPMENT-HEAD-LINE.
003040     MOVE ZERO TO WS-LINES.
003050     OPEN INPUT LOTSHIP.
003060     IF WS-SHIP-STATUS = "00"
003070         PERFORM 2600-LIST-ONE-SHIPMENT THRU 2600-EXIT
003080             UNTIL WS-EOF
003090         CLOSE LOTSHIP
003100     END-IF.
003110     MOVE "N" TO WS-EOF-SW.
003120     IF WS-LINES = ZERO
003130         MOVE "NOT SHIPPED" TO NL-TEXT
003140         WRITE LOTRRPT-REC FROM WS-NONE-LINE
003150     END-IF.
003160 2500-EXIT.
003170     EXIT.

003180 2600-LIST-ONE-SHIPMENT.
003190     READ LOTSHIP
003200         AT END
003210             SET WS-EOF TO TRUE
003220             GO TO 2600-EXIT
003230     END-READ.
003240     IF LS-LOT-NO NOT = WS-LOT-NO
003250         GO TO 2600-EXIT
003260     END-IF.
003270     ADD 1 TO WS-LINES.
003280     MOVE LS-SHIP-DATE TO SL-SHIP-DATE.
003290     MOVE LS-PICKER TO SL-PICKER.
003300     MOVE LS-BIN-ID TO SL-BIN-ID.
003310     MOVE LS-ITEM TO SL-ITEM.
003320     MOVE LS-QTY TO SL-QTY.
003330     WRITE LOTRRPT-REC FROM WS-SHIPMENT-LINE.
003340     ADD LS-QTY TO WS-QTY-SHIPPED.
003350 2600-EXIT.
003360     EXIT.

003370 5000-FINALIZE.
003380     MOVE WS-LOT-COUNT TO TT-LOTS.
003390     WRITE LOTRRPT-REC FROM WS-TOTAL-LINE.
003400     CLOSE RECALLRQ.
003410     CLOSE LOTRRPT.
003420 5000-EXIT.
003430     EXIT.

003440*----------------------------------------------------------------
003450* 8000-READ-REQUEST - NEXT RECALL CARD; A BLANK CARD IS SKIPPED.
003460*----------------------------------------------------------------
003470 8000-READ-REQUEST.
003480     READ RECALLRQ
003490         AT END
003500             SET WS-REQ-EOF TO TRUE
003510             GO TO 8000-EXIT
003520     END-READ.
003530     IF RQ-LOT-NO = SPACES
003540         GO TO 8000-READ-REQUEST
003550     END-IF.
003560 8000-EXIT.
003570     EXIT.
