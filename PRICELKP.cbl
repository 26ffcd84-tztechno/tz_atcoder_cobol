000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRICELKP.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. PRICING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. SHARED CALL'ABLE
000110*                  SELLING-PRICE LOOKUP OVER THE PRICEMST PRICE
000120*                  MASTER - EFFECTIVE-DATED LIST PRICES BY ITEM
000130*                  AND CURRENCY WITH QUANTITY-BREAK TIERS, AND
000140*                  OPTIONAL CUSTOMER CONTRACT PRICES THAT OUTRANK
000150*                  THE LIST. LOADED ON THE FIRST CALL AND RESIDENT
000160*                  FOR THE RUN UNIT. "NEXT " FINDS THE NEXT PRICE
000170*                  LIST DUE TO TAKE EFFECT. SEE PRCLINK.CPY.
000180*----------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER. IBM.
000220 OBJECT-COMPUTER. IBM.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PRICEMST ASSIGN TO "PRICEMST"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-PRICE-STATUS.

000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  PRICEMST
000310     RECORDING MODE IS F.
000320 01  PRICEMST-REC.
000330     05  PM-ITEM-CODE             PIC X(10).
000340     05  FILLER                  PIC X(01).
000350     05  PM-CUST-ID               PIC X(10).
000360     05  FILLER                  PIC X(01).
000370     05  PM-CURRENCY              PIC X(03).
000380     05  FILLER                  PIC X(01).
000390     05  PM-EFF-DATE              PIC 9(08).
000400     05  FILLER                  PIC X(01).
000410     05  PM-MIN-QTY               PIC 9(07).
000420     05  FILLER                  PIC X(01).
000430     05  PM-UNIT-PRICE            PIC 9(07)V99.
000440     05  FILLER                  PIC X(28).

000450 WORKING-STORAGE SECTION.
000460 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000470     88  WS-EOF                             VALUE "Y".
000480 77  WS-PRICE-STATUS              PIC X(02) VALUE SPACES.
000490 77  WS-LOADED-SW                 PIC X(01) VALUE "N".
000500     88  WS-LOADED                          VALUE "Y".
000510 77  WS-NO-FILE-SW                PIC X(01) VALUE "N".
000520     88  WS-NO-FILE                         VALUE "Y".
000530 77  WS-K                         PIC 9(05) COMP.
000540 77  WS-BEST-IDX                  PIC 9(05) VALUE ZERO COMP.

000550*    A TIER'S RANK FOR ONE LOOKUP - CONTRACT FIRST, THEN THE
000560*    LATEST EFFECTIVE DATE, THEN THE HIGHEST QUANTITY BREAK. ALL
000570*    DIGITS AND FIXED WIDTH, SO THE GROUPS COMPARE DIRECTLY.
000580 01  WS-CAND-RANK.
000590     05  CR-CONTRACT              PIC 9(01).
000600     05  CR-EFF-DATE              PIC 9(08).
000610     05  CR-MIN-QTY               PIC 9(07).
000620 01  WS-BEST-RANK.
000630     05  BR-CONTRACT              PIC 9(01).
000640     05  BR-EFF-DATE              PIC 9(08).
000650     05  BR-MIN-QTY               PIC 9(07).

000660 01  WS-PRICE-TABLE.
000670     05  WS-PRICE-COUNT           PIC 9(05) VALUE ZERO COMP.
000680     05  PT-ENTRY OCCURS 3000 TIMES
000690                  INDEXED BY PT-IDX.
000700         10  PT-ITEM-CODE         PIC X(10).
000710         10  PT-CUST-ID           PIC X(10).
000720         10  PT-CURRENCY          PIC X(03).
000730         10  PT-EFF-DATE          PIC 9(08).
000740         10  PT-MIN-QTY           PIC 9(07).
000750         10  PT-UNIT-PRICE        PIC 9(07)V99.

000760 LINKAGE SECTION.
000770 COPY PRCLINK.

000780 PROCEDURE DIVISION USING PRICELKP-PARMS.
000790 0000-MAINLINE.
000800     MOVE ZERO TO PL-RETURN-CODE.
000810     IF NOT WS-LOADED
000820         PERFORM 1000-LOAD-PRICES THRU 1000-EXIT
000830     END-IF.
000840     EVALUATE PL-ACTION
000850         WHEN "PRICE"
000860             PERFORM 2000-PRICE-ITEM THRU 2000-EXIT
000870         WHEN "NEXT "
000880             PERFORM 3000-NEXT-LIST THRU 3000-EXIT
000890         WHEN OTHER
000900             MOVE 04 TO PL-RETURN-CODE
000910     END-EVALUATE.
000920     IF WS-NO-FILE AND PL-RETURN-CODE = ZERO
000930         MOVE 02 TO PL-RETURN-CODE
000940     END-IF.
000950     GOBACK.

000960*----------------------------------------------------------------
000970* 1000-LOAD-PRICES - PULL THE PRICE MASTER IN ONCE. A TABLE TOO
000980*                    SMALL FOR IT STOPS THE RUN: A TIER LEFT OFF
000990*                    WOULD PRICE LINES FROM AN OLDER LIST WITHOUT
001000*                    ANYONE NOTICING.
001010*----------------------------------------------------------------
001020 1000-LOAD-PRICES.
001030     SET WS-LOADED TO TRUE.
001040     OPEN INPUT PRICEMST.
001050     IF WS-PRICE-STATUS NOT = "00"
001060         SET WS-NO-FILE TO TRUE
001070         GO TO 1000-EXIT
001080     END-IF.
001090     PERFORM 1100-LOAD-ONE-PRICE THRU 1100-EXIT
001100         UNTIL WS-EOF.
001110     CLOSE PRICEMST.
001120 1000-EXIT.
001130     EXIT.

001140 1100-LOAD-ONE-PRICE.
001150     READ PRICEMST
001160         AT END
001170             SET WS-EOF TO TRUE
001180             GO TO 1100-EXIT
001190     END-READ.
001200     IF WS-PRICE-COUNT >= 3000
001210         DISPLAY "PRICELKP - PRICEMST EXCEEDS THE 3000-TIER "
001220             "TABLE - RUN ABORTED"
001230         MOVE 16 TO RETURN-CODE
001240         STOP RUN
001250     END-IF.
001260     ADD 1 TO WS-PRICE-COUNT.
001270     SET PT-IDX TO WS-PRICE-COUNT.
001280     MOVE PM-ITEM-CODE TO PT-ITEM-CODE(PT-IDX).
001290     MOVE PM-CUST-ID TO PT-CUST-ID(PT-IDX).
001300     MOVE PM-CURRENCY TO PT-CURRENCY(PT-IDX).
001310     MOVE PM-EFF-DATE TO PT-EFF-DATE(PT-IDX).
001320     MOVE PM-MIN-QTY TO PT-MIN-QTY(PT-IDX).
001330     MOVE PM-UNIT-PRICE TO PT-UNIT-PRICE(PT-IDX).
001340 1100-EXIT.
001350     EXIT.

001360*----------------------------------------------------------------
001370* 2000-PRICE-ITEM - RANK EVERY TIER FOR THE ITEM AND CURRENCY THAT
001380*                   IS IN FORCE ON THE PRICE DATE, COVERS THE
001390*                   QUANTITY, AND IS EITHER THE LIST PRICE OR THIS
001400*                   CUSTOMER'S CONTRACT. THE BEST RANK IS THE
001410*                   PRICE.
001420*----------------------------------------------------------------
001430 2000-PRICE-ITEM.
001440     MOVE "N" TO PL-FOUND-SW.
001450     MOVE "N" TO PL-CONTRACT-SW.
001460     MOVE ZERO TO PL-EFF-DATE.
001470     MOVE ZERO TO PL-MIN-QTY.
001480     MOVE ZERO TO PL-UNIT-PRICE.
001490     MOVE ZERO TO WS-BEST-IDX.
001500     MOVE ZERO TO WS-BEST-RANK.
001510     PERFORM 2100-RANK-ONE-TIER THRU 2100-EXIT
001520         VARYING WS-K FROM 1 BY 1
001530         UNTIL WS-K > WS-PRICE-COUNT.
001540     IF WS-BEST-IDX = ZERO
001550         GO TO 2000-EXIT
001560     END-IF.
001570     SET PT-IDX TO WS-BEST-IDX.
001580     MOVE "Y" TO PL-FOUND-SW.
001590     IF BR-CONTRACT = 1
001600         MOVE "Y" TO PL-CONTRACT-SW
001610     END-IF.
001620     MOVE PT-EFF-DATE(PT-IDX) TO PL-EFF-DATE.
001630     MOVE PT-MIN-QTY(PT-IDX) TO PL-MIN-QTY.
001640     MOVE PT-UNIT-PRICE(PT-IDX) TO PL-UNIT-PRICE.
001650 2000-EXIT.
001660     EXIT.

001670 2100-RANK-ONE-TIER.
001680     SET PT-IDX TO WS-K.
001690     IF PT-ITEM-CODE(PT-IDX) NOT = PL-ITEM-CODE
001700             OR PT-CURRENCY(PT-IDX) NOT = PL-CURRENCY
001710             OR PT-EFF-DATE(PT-IDX) > PL-PRICE-DATE
001720             OR PT-MIN-QTY(PT-IDX) > PL-QUANTITY
001730         GO TO 2100-EXIT
001740     END-IF.
001750     IF PT-CUST-ID(PT-IDX) = SPACES
001760         MOVE 0 TO CR-CONTRACT
001770     ELSE
001780         IF PT-CUST-ID(PT-IDX) NOT = PL-CUST-ID
001790             GO TO 2100-EXIT
001800         END-IF
001810         MOVE 1 TO CR-CONTRACT
001820     END-IF.
001830     MOVE PT-EFF-DATE(PT-IDX) TO CR-EFF-DATE.
001840     MOVE PT-MIN-QTY(PT-IDX) TO CR-MIN-QTY.
001850     IF WS-BEST-IDX = ZERO OR WS-CAND-RANK > WS-BEST-RANK
001860         MOVE WS-K TO WS-BEST-IDX
001870         MOVE WS-CAND-RANK TO WS-BEST-RANK
001880     END-IF.
001890 2100-EXIT.
001900     EXIT.

001910*----------------------------------------------------------------
001920* 3000-NEXT-LIST - THE EARLIEST EFFECTIVE DATE ON FILE AFTER THE
001930*                  PRICE DATE: THE NEXT PRICE LIST DUE TO TAKE
001940*                  EFFECT. ZERO WHEN NONE IS WAITING.
001950*----------------------------------------------------------------
001960 3000-NEXT-LIST.
001970     MOVE ZERO TO PL-EFF-DATE.
001980     PERFORM 3100-CHECK-ONE-DATE THRU 3100-EXIT
001990         VARYING WS-K FROM 1 BY 1
002000         UNTIL WS-K > WS-PRICE-COUNT.
002010 3000-EXIT.
002020     EXIT.

002030 3100-CHECK-ONE-DATE.
002040     SET PT-IDX TO WS-K.
002050     IF PT-EFF-DATE(PT-IDX) > PL-PRICE-DATE
002060         IF PL-EFF-DATE = ZERO
002070                 OR PT-EFF-DATE(PT-IDX) < PL-EFF-DATE
002080             MOVE PT-EFF-DATE(PT-IDX) TO PL-EFF-DATE
002090         END-IF
002100     END-IF.
002110 3100-EXIT.
002120     EXIT.
