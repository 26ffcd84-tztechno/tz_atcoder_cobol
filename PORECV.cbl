0002K1* 09/02/2026  HT   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002K4* 10/15/2026  RO   RECEIPT HISTORY. EVERY RECEIPT MATCHED TO AN
0002K5*                  ORDER IS ALSO APPENDED TO RCVHIST WITH THE
0002K6*                  ORDER'S SUPPLIER AND PO-UNIT-COST, SINCE A
0002K7*                  CLOSED ORDER LEAVES POFILE AND APINVMT STILL
0002K8*                  HAS TO MATCH ITS SUPPLIER INVOICE. THE UNIT
0002K9*                  COST IS CARRIED THROUGH THE POFILE REWRITE.
0002KA* 10/15/2026  RO   WEIGHTED-AVERAGE COST. A RECPTS RECORD MAY NOW
0002KB*                  CARRY THE ACTUAL UNIT COST RECEIVED (ZERO OR
0002KC*                  BLANK TAKES THE ORDER'S PO-UNIT-COST), AND
0002KD*                  EACH RECEIPT BLENDS THAT COST INTO THE AVERAGE
0002KE*                  UNIT COST BOXSOH NOW KEEPS PER BIN AND
0002KF*                  LOCATION. THE RUN'S RECEIVED VALUE IS BOOKED
0002KG*                  TO INVENTORY AGAINST GOODS RECEIVED NOT
0002KH*                  INVOICED THROUGH GLJRNL.
0002KI* 10/15/2026  RO   SUPPLIER LEAD TIME. RCVHIST NOW ALSO CARRIES
0002KJ*                  THE ORDER DATE, SO ROPCALC CAN MEASURE EACH
0002KK*                  SUPPLIER'S ORDER-TO-RECEIPT LEAD TIME AFTER
0002KL*                  THE ORDER HAS LEFT POFILE.
0002KM* 10/15/2026  RO   LOT AND EXPIRY TRACKING. A RECPTS RECORD MAY
0002KN*                  NOW CARRY A LOT NUMBER AND ITS EXPIRY DATE
0002KO*                  (CCYYMMDD). A RECEIPT WITH A LOT IS APPENDED
0002KP*                  TO THE LOTMAST LOT MASTER AT THE ORDER'S BIN
0002KQ*                  AND LOCATION WITH THE ORDER, SUPPLIER AND
0002KR*                  RECEIPT DATE, SO PICKING CAN ALLOCATE BY
0002KS*                  EXPIRY AND A RECALL CAN TRACE THE LOT.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000440         FILE STATUS IS WS-SUP-STATUS.
000450     SELECT PORECRPT ASSIGN TO "PORECRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000462     SELECT RCVHIST ASSIGN TO "RCVHIST"
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-HIST-STATUS.
000467     SELECT LOTMAST ASSIGN TO "LOTMAST"
000468         ORGANIZATION IS LINE SEQUENTIAL
000469         FILE STATUS IS WS-LOT-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.
000540     05  RC-QTY                   PIC 9(07).
000550     05  FILLER                   PIC X(01).
000560     05  RC-RECV-DATE             PIC 9(06).
000562     05  FILLER                   PIC X(01).
000564     05  RC-UNIT-COST             PIC 9(07)V99.
000565     05  FILLER                   PIC X(01).
000566     05  RC-LOT-NO                PIC X(12).
000567     05  FILLER                   PIC X(01).
000568     05  RC-EXPIRY-DATE           PIC 9(08).
000570     05  FILLER                   PIC X(27).

000580 FD  POFILE
000590     RECORDING MODE IS F.
000710     05  PO-ORDER-DATE            PIC 9(08).
000720     05  FILLER                   PIC X(01).
000730     05  PO-DUE-DATE              PIC 9(08).
000732     05  FILLER                   PIC X(01).
000734     05  PO-UNIT-COST             PIC 9(07)V99.
000740     05  FILLER                   PIC X(23).

000750 FD  BOXSOH
000760     RECORDING MODE IS F.
000810     05  FILLER                   PIC X(01).
000820     05  SO-BALANCE               PIC S9(09) SIGN LEADING
000830                                            SEPARATE.
000832     05  FILLER                   PIC X(01).
000834     05  SO-AVG-COST              PIC 9(07)V9(04).

000840 FD  SUPMAST
000850     RECORDING MODE IS F.
000930     RECORDING MODE IS F.
000940 01  PORECRPT-REC                 PIC X(80).

000942 FD  RCVHIST
000943     RECORDING MODE IS F.
000944 01  RCVHIST-REC.
000945     05  RV-ORDER-NO              PIC 9(06).
000946     05  FILLER                   PIC X(01).
000947     05  RV-SUPPLIER              PIC X(04).
000948     05  FILLER                   PIC X(01).
000949     05  RV-BIN-ID                PIC X(10).
00094A     05  FILLER                   PIC X(01).
00094B     05  RV-QTY                   PIC 9(07).
00094C     05  FILLER                   PIC X(01).
00094D     05  RV-RECV-DATE             PIC 9(08).
00094E     05  FILLER                   PIC X(01).
00094F     05  RV-UNIT-COST             PIC 9(07)V99.
0094F1     05  FILLER                   PIC X(01).
0094F2     05  RV-ORDER-DATE            PIC 9(08).
00094G     05  FILLER                   PIC X(22).

00094H FD  LOTMAST
00094I     RECORDING MODE IS F.
00094J 01  LOTMAST-REC.
00094K     05  LM-LOT-NO                PIC X(12).
00094L     05  FILLER                   PIC X(01).
00094M     05  LM-BIN-ID                PIC X(10).
00094N     05  FILLER                   PIC X(01).
00094O     05  LM-LOC-ID                PIC X(04).
00094P     05  FILLER                   PIC X(01).
00094Q     05  LM-EXPIRY-DATE           PIC 9(08).
00094R     05  FILLER                   PIC X(01).
00094S     05  LM-RECV-DATE             PIC 9(08).
00094T     05  FILLER                   PIC X(01).
00094U     05  LM-ORDER-NO              PIC 9(06).
00094V     05  FILLER                   PIC X(01).
00094W     05  LM-SUPPLIER              PIC X(04).
00094X     05  FILLER                   PIC X(01).
00094Y     05  LM-QTY-RECEIVED          PIC 9(07).
00094Z     05  FILLER                   PIC X(01).
0094Z1     05  LM-QTY-ON-HAND           PIC 9(07).
0094Z2     05  FILLER                   PIC X(26).

000950 WORKING-STORAGE SECTION.
000960 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000970     88  WS-EOF                             VALUE "Y".
000990 77  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
001000 77  WS-SOH-STATUS                PIC X(02) VALUE SPACES.
001010 77  WS-SUP-STATUS                PIC X(02) VALUE SPACES.
001015 77  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
001017 77  WS-LOT-STATUS                PIC X(02) VALUE SPACES.
001020 77  WS-K                         PIC 9(05) COMP.
001030 77  WS-PO-IDX                    PIC 9(05) VALUE ZERO COMP.
001040 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001120 77  WS-UNMATCHED-COUNT           PIC 9(05) VALUE ZERO COMP.
001130 77  WS-POSTED-SW                 PIC X(01) VALUE "N".
001140     88  WS-POSTED                          VALUE "Y".
001142 77  WS-RECV-COST                 PIC 9(07)V99 VALUE ZERO.
001144 77  WS-RECV-VALUE                PIC 9(11)V99 VALUE ZERO.
001146 77  WS-RUN-RECV-VALUE            PIC 9(11)V99 VALUE ZERO.
001148 77  WS-GL-AMOUNT                 PIC 9(11) VALUE ZERO.

001150 01  WS-PO-TABLE.
001160     05  WS-PO-COUNT              PIC 9(05) VALUE ZERO COMP.
001230         10  PT-QTY               PIC 9(07).
001240         10  PT-ORDER-DATE        PIC 9(08).
001250         10  PT-DUE-DATE          PIC 9(08).
001255         10  PT-UNIT-COST         PIC 9(07)V99.
001260         10  PT-CLOSED-SW         PIC X(01).
001270         10  PT-TOUCHED-SW        PIC X(01).

001380         10  SH-BIN-ID            PIC X(10).
001390         10  SH-LOC-ID            PIC X(04).
001400         10  SH-BALANCE           PIC S9(09).
001405         10  SH-AVG-COST          PIC 9(07)V9(04).

001410 COPY RPTHDR.
001412 COPY DATXLINK.
001414 COPY GLJRLINK.

001420 01  WS-TITLE-LINE.
001430     05  FILLER                  PIC X(26) VALUE
001900     PERFORM 1100-LOAD-ORDERS THRU 1100-EXIT.
001910     PERFORM 1200-LOAD-SUPPLIERS THRU 1200-EXIT.
001920     PERFORM 1300-LOAD-STOCK THRU 1300-EXIT.
001922     OPEN EXTEND RCVHIST.
001924     IF WS-HIST-STATUS = "35"
001926         OPEN OUTPUT RCVHIST
001928     END-IF.
001929     OPEN EXTEND LOTMAST.
00192A     IF WS-LOT-STATUS = "35"
00192B         OPEN OUTPUT LOTMAST
00192C     END-IF.
001930     OPEN INPUT RECPTS.
001940     IF WS-REC-STATUS NOT = "00"
001950         SET WS-EOF TO TRUE
002290             MOVE PO-QTY TO PT-QTY(PT-IDX)
002300             MOVE PO-ORDER-DATE TO PT-ORDER-DATE(PT-IDX)
002310             MOVE PO-DUE-DATE TO PT-DUE-DATE(PT-IDX)
002312             MOVE ZERO TO PT-UNIT-COST(PT-IDX)
002314             IF PO-UNIT-COST IS NUMERIC
002316                 MOVE PO-UNIT-COST TO PT-UNIT-COST(PT-IDX)
002318             END-IF
002320             MOVE "N" TO PT-CLOSED-SW(PT-IDX)
002330             MOVE "N" TO PT-TOUCHED-SW(PT-IDX)
002340     END-READ.
002890             MOVE SO-BIN-ID TO SH-BIN-ID(SH-IDX)
002900             MOVE SO-LOC-ID TO SH-LOC-ID(SH-IDX)
002910             MOVE SO-BALANCE TO SH-BALANCE(SH-IDX)
002912             MOVE ZERO TO SH-AVG-COST(SH-IDX)
002914             IF SO-AVG-COST IS NUMERIC
002916                 MOVE SO-AVG-COST TO SH-AVG-COST(SH-IDX)
002918             END-IF
002920     END-READ.
002930 1310-EXIT.
002940     EXIT.
003150     PERFORM 2200-FIND-TOLERANCE THRU 2200-EXIT.
003160     COMPUTE WS-DIFF = RC-QTY - PT-QTY(PT-IDX).
003170     PERFORM 2300-POST-STOCK THRU 2300-EXIT.
003175     PERFORM 2400-LOG-RECEIPT THRU 2400-EXIT.
003177     PERFORM 2500-RECORD-LOT THRU 2500-EXIT.
003180     MOVE PT-ORDER-NO(PT-IDX) TO DL-ORDER-NO.
003190     MOVE PT-BIN-ID(PT-IDX) TO DL-BIN-ID.
003200     MOVE PT-QTY(PT-IDX) TO DL-ORDERED.
003720*                   POSITION THE ORDER NAMED, WHETHER THE LINE
003730*                   MATCHED, OVER-SHIPPED OR SHORT-SHIPPED. A
003740*                   POSITION THE PERPETUAL HAS NEVER SEEN IS
003750*                   SET UP BY THE RECEIPT. THE RECEIPT'S COST
003752*                   BLENDS INTO THE POSITION'S AVERAGE; A
003754*                   POSITION WITH NOTHING ON HAND TAKES THE
003756*                   RECEIPT COST OUTRIGHT.
003760*----------------------------------------------------------------
003770 2300-POST-STOCK.
003772     IF RC-UNIT-COST IS NUMERIC AND RC-UNIT-COST > ZERO
003774         MOVE RC-UNIT-COST TO WS-RECV-COST
003776     ELSE
003778         MOVE PT-UNIT-COST(PT-IDX) TO WS-RECV-COST
003779     END-IF.
00377A     COMPUTE WS-RECV-VALUE ROUNDED = RC-QTY * WS-RECV-COST.
00377B     ADD WS-RECV-VALUE TO WS-RUN-RECV-VALUE.
003780     MOVE "N" TO WS-POSTED-SW.
003790     PERFORM 2310-MATCH-STOCK THRU 2310-EXIT
003800         VARYING WS-K FROM 1 BY 1
003930     MOVE PT-BIN-ID(PT-IDX) TO SH-BIN-ID(SH-IDX).
003940     MOVE PT-LOC-ID(PT-IDX) TO SH-LOC-ID(SH-IDX).
003950     MOVE RC-QTY TO SH-BALANCE(SH-IDX).
003955     MOVE WS-RECV-COST TO SH-AVG-COST(SH-IDX).
003960 2300-EXIT.
003970     EXIT.

003980 2310-MATCH-STOCK.
003990     IF SH-BIN-ID(WS-K) = PT-BIN-ID(PT-IDX)
004000             AND SH-LOC-ID(WS-K) = PT-LOC-ID(PT-IDX)
004002         IF SH-BALANCE(WS-K) > ZERO
004004             COMPUTE SH-AVG-COST(WS-K) ROUNDED =
004006                 (SH-BALANCE(WS-K) * SH-AVG-COST(WS-K)
004007                  + WS-RECV-VALUE)
004008                 / (SH-BALANCE(WS-K) + RC-QTY)
004009         ELSE
00400A             MOVE WS-RECV-COST TO SH-AVG-COST(WS-K)
00400B         END-IF
004010         ADD RC-QTY TO SH-BALANCE(WS-K)
004020         SET WS-POSTED TO TRUE
004030     END-IF.
004040 2310-EXIT.
004050     EXIT.

004051*----------------------------------------------------------------
004052* 2400-LOG-RECEIPT - THE RECEIPT AS THE ACCOUNTS-PAYABLE MATCH
004053*                    WILL SEE IT: WHAT ARRIVED AGAINST WHICH
004054*                    ORDER, FROM WHOM, AT WHAT AGREED UNIT COST.
004057*----------------------------------------------------------------
004058 2400-LOG-RECEIPT.
004059     MOVE SPACES TO RCVHIST-REC.
00405A     MOVE PT-ORDER-NO(PT-IDX) TO RV-ORDER-NO.
00405B     MOVE PT-SUPPLIER(PT-IDX) TO RV-SUPPLIER.
00405C     MOVE PT-BIN-ID(PT-IDX) TO RV-BIN-ID.
00405D     MOVE RC-QTY TO RV-QTY.
00405E     MOVE "EXPND" TO DX-ACTION.
00405F     MOVE RC-RECV-DATE TO DX-DATE-YYMMDD.
00405G     CALL "DATEXPND" USING DATEXPND-PARMS.
00405H     MOVE DX-DATE-CCYYMMDD TO RV-RECV-DATE.
00405I     MOVE PT-UNIT-COST(PT-IDX) TO RV-UNIT-COST.
0405I1     MOVE PT-ORDER-DATE(PT-IDX) TO RV-ORDER-DATE.
00405J     WRITE RCVHIST-REC.
00405L 2400-EXIT.
00405M     EXIT.

00405N*----------------------------------------------------------------
00405O* 2500-RECORD-LOT - A LOT-CONTROLLED RECEIPT OPENS A LOT AT THE
00405P*                   ORDER'S BIN AND LOCATION WITH EVERYTHING
00405Q*                   THAT ARRIVED ON HAND. A BLANK OR UNREADABLE
00405R*                   EXPIRY IS HELD AS ZERO - NO EXPIRY.
00405S*----------------------------------------------------------------
00405T 2500-RECORD-LOT.
00405U     IF RC-LOT-NO = SPACES
00405V         GO TO 2500-EXIT
00405W     END-IF.
00405X     MOVE SPACES TO LOTMAST-REC.
00405Y     MOVE RC-LOT-NO TO LM-LOT-NO.
00405Z     MOVE PT-BIN-ID(PT-IDX) TO LM-BIN-ID.
0405Z1     MOVE PT-LOC-ID(PT-IDX) TO LM-LOC-ID.
0405Z2     MOVE ZERO TO LM-EXPIRY-DATE.
0405Z3     IF RC-EXPIRY-DATE IS NUMERIC
0405Z4         MOVE RC-EXPIRY-DATE TO LM-EXPIRY-DATE
0405Z5     END-IF.
0405Z6     MOVE RV-RECV-DATE TO LM-RECV-DATE.
0405Z7     MOVE PT-ORDER-NO(PT-IDX) TO LM-ORDER-NO.
0405Z8     MOVE PT-SUPPLIER(PT-IDX) TO LM-SUPPLIER.
0405Z9     MOVE RC-QTY TO LM-QTY-RECEIVED.
0405ZA     MOVE RC-QTY TO LM-QTY-ON-HAND.
0405ZB     WRITE LOTMAST-REC.
0405ZC 2500-EXIT.
0405ZD     EXIT.

004060*----------------------------------------------------------------
004070* 3000-REPORT-SILENT - AN OPEN ORDER PAST ITS DUE DATE THAT NO
004080*                      RECEIPT TOUCHED THIS RUN IS GONE SILENT
004490         VARYING WS-K FROM 1 BY 1
004500         UNTIL WS-K > WS-PO-COUNT.
004510     CLOSE POFILE.
004515     CLOSE RCVHIST
004516           LOTMAST.
004517     PERFORM 5300-WRITE-JOURNAL THRU 5300-EXIT.
004520     WRITE PORECRPT-REC FROM WS-BLANK-LINE.
004530     MOVE WS-MATCHED-COUNT TO SL-MATCHED-COUNT.
004540     MOVE WS-OVER-COUNT TO SL-OVER-COUNT.
004650     MOVE SH-BIN-ID(SH-IDX) TO SO-BIN-ID.
004660     MOVE SH-LOC-ID(SH-IDX) TO SO-LOC-ID.
004670     MOVE SH-BALANCE(SH-IDX) TO SO-BALANCE.
004675     MOVE SH-AVG-COST(SH-IDX) TO SO-AVG-COST.
004680     WRITE BOXSOH-REC.
004690 5100-EXIT.
004700     EXIT.
004810     MOVE PT-QTY(PT-IDX) TO PO-QTY.
004820     MOVE PT-ORDER-DATE(PT-IDX) TO PO-ORDER-DATE.
004830     MOVE PT-DUE-DATE(PT-IDX) TO PO-DUE-DATE.
004835     MOVE PT-UNIT-COST(PT-IDX) TO PO-UNIT-COST.
004840     WRITE POFILE-REC.
004850 5200-EXIT.
004860     EXIT.

004861*----------------------------------------------------------------
004862* 5300-WRITE-JOURNAL - ONE BALANCED PAIR FOR THE RUN'S RECEIVED
004863*                      VALUE: INVENTORY AGAINST GOODS RECEIVED
004864*                      NOT INVOICED. NOTHING RECEIVED MEANS NO
004865*                      ENTRY, BUT THE CLOSE STILL FLUSHES THE
004866*                      SHARED JOURNAL AND ITS CONTROL COUNTS.
004867*----------------------------------------------------------------
004868 5300-WRITE-JOURNAL.
004869     COMPUTE WS-GL-AMOUNT = WS-RUN-RECV-VALUE * 100.
00486A     IF WS-GL-AMOUNT > ZERO
00486B         MOVE "WRITE" TO GJ-ACTION
00486C         MOVE "PORECV" TO GJ-SOURCE-PROGRAM
00486D         MOVE "1400INVENT" TO GJ-ACCOUNT
00486E         MOVE "D" TO GJ-DC
00486F         MOVE WS-GL-AMOUNT TO GJ-AMOUNT
00486G         MOVE WS-RUN-DATE TO GJ-POST-DATE
00486H         MOVE "GOODS RECEIVED" TO GJ-DESC
00486I         CALL "GLJRNL" USING GLJRNL-PARMS
00486J         MOVE "2050GRNI" TO GJ-ACCOUNT
00486K         MOVE "C" TO GJ-DC
00486L         CALL "GLJRNL" USING GLJRNL-PARMS
00486M     END-IF.
00486N     MOVE "CLOSE" TO GJ-ACTION.
00486O     MOVE "PORECV" TO GJ-SOURCE-PROGRAM.
00486P     CALL "GLJRNL" USING GLJRNL-PARMS.
00486Q 5300-EXIT.
00486R     EXIT.

004870 8000-READ-RECEIPT.
004880     READ RECPTS
004890         AT END
