000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RMAAUTH.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. WAREHOUSE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CUSTOMER RETURN
000110*                  AUTHORIZATION. EACH RMAREQ CARD RAISED BY
000120*                  CUSTOMER SERVICE NAMES THE RMA NUMBER, THE
000130*                  CUSTOMER, THE INVOICE THE GOODS WERE BILLED ON,
000140*                  THE ORIGINAL SHIPMENT (SHIP DATE AND PICKER, AS
000150*                  CARRMANF MANIFESTED IT), THE BIN AND LOCATION
000160*                  THE GOODS CAME FROM, THE QUANTITY COMING BACK
000170*                  AND THE UNIT PRICE TO CREDIT. THE CARD IS
000180*                  AUTHORIZED ONLY IF THE INVOICE IS ON TAXDTL FOR
000190*                  THAT CUSTOMER, THE SHIPMENT IS ON SHIPHIST, AND
000200*                  THE SHIPMENT'S RETURNS SO FAR PLUS THIS ONE DO
000210*                  NOT EXCEED WHAT IT CARRIED. AUTHORIZED RETURNS
000220*                  ARE APPENDED TO THE RMAFILE MASTER FOR RMARECV
000230*                  TO RECEIVE AGAINST; REFUSED CARDS GO TO RMAREJ
000240*                  IN THE SHARED REJECTREC LAYOUT. RMAARPT LISTS
000250*                  EVERY CARD WITH ITS OUTCOME.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM.
000300 OBJECT-COMPUTER. IBM.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RMAREQ ASSIGN TO "RMAREQ"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-REQ-STATUS.
000360     SELECT RMAFILE ASSIGN TO "RMAFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RMA-STATUS.
000390     SELECT TAXDTL ASSIGN TO "TAXDTL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TAX-STATUS.
000420     SELECT SHIPHIST ASSIGN TO "SHIPHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SHIST-STATUS.
000450     SELECT RMAREJ ASSIGN TO "RMAREJ"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT RMAARPT ASSIGN TO "RMAARPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RMAREQ
000520     RECORDING MODE IS F.
000530 01  RMAREQ-REC.
000540     05  RQ-RMA-NO                PIC X(08).
000550     05  FILLER                   PIC X(01).
000560     05  RQ-CUST-ID               PIC X(10).
000570     05  FILLER                   PIC X(01).
000580     05  RQ-INVOICE-NUM           PIC X(10).
000590     05  FILLER                   PIC X(01).
000600     05  RQ-SHIP-DATE             PIC 9(08).
000610     05  FILLER                   PIC X(01).
000620     05  RQ-PICKER                PIC X(04).
000630     05  FILLER                   PIC X(01).
000640     05  RQ-BIN-ID                PIC X(10).
000650     05  FILLER                   PIC X(01).
000660     05  RQ-LOC-ID                PIC X(04).
000670     05  FILLER                   PIC X(01).
000680     05  RQ-QTY                   PIC 9(07).
000690     05  FILLER                   PIC X(01).
000700     05  RQ-UNIT-CREDIT           PIC 9(07)V99.
000710     05  FILLER                   PIC X(02).

000720 FD  RMAFILE
000730     RECORDING MODE IS F.
000740 01  RMAFILE-REC.
000750     05  RA-RMA-NO                PIC X(08).
000760     05  FILLER                   PIC X(01).
000770     05  RA-CUST-ID               PIC X(10).
000780     05  FILLER                   PIC X(01).
000790     05  RA-INVOICE-NUM           PIC X(10).
000800     05  FILLER                   PIC X(01).
000810     05  RA-SHIP-DATE             PIC 9(08).
000820     05  FILLER                   PIC X(01).
000830     05  RA-PICKER                PIC X(04).
000840     05  FILLER                   PIC X(01).
000850     05  RA-BIN-ID                PIC X(10).
000860     05  FILLER                   PIC X(01).
000870     05  RA-LOC-ID                PIC X(04).
000880     05  FILLER                   PIC X(01).
000890     05  RA-QTY-AUTH              PIC 9(07).
000900     05  FILLER                   PIC X(01).
000910     05  RA-UNIT-CREDIT           PIC 9(07)V99.
000920     05  FILLER                   PIC X(01).
000930     05  RA-STATUS                PIC X(01).
000940     05  FILLER                   PIC X(01).
000950     05  RA-AUTH-DATE             PIC 9(08).
000960     05  FILLER                   PIC X(01).
000970     05  RA-QTY-RECV              PIC 9(07).
000980     05  FILLER                   PIC X(01).
000990     05  RA-DISPOSITION           PIC X(01).
001000     05  FILLER                   PIC X(01).
001010     05  RA-DISP-DATE             PIC 9(08).
001020     05  FILLER                   PIC X(01).
001030     05  RA-CREDIT-AMT            PIC 9(09)V99.

001040 FD  TAXDTL
001050     RECORDING MODE IS F.
001060 01  TAXDTL-REC.
001070     05  TX-INVOICE-DATE          PIC 9(08).
001080     05  FILLER                   PIC X(01).
001090     05  TX-INVOICE-NUM           PIC X(10).
001100     05  FILLER                   PIC X(01).
001110     05  TX-CUST-ID               PIC X(10).
001120     05  FILLER                   PIC X(01).
001130     05  TX-DOC-TYPE              PIC X(02).
001140     05  FILLER                   PIC X(01).
001150     05  TX-TAX-PCT               PIC 9(02)V99.
001160     05  FILLER                   PIC X(01).
001170     05  TX-NET-AMOUNT            PIC 9(09)V99.
001180     05  FILLER                   PIC X(01).
001190     05  TX-TAX-AMOUNT            PIC 9(09)V99.
001200     05  FILLER                   PIC X(01).
001210     05  TX-TOTAL-DUE             PIC 9(09)V99.
001220     05  FILLER                   PIC X(06).

001230 FD  SHIPHIST
001240     RECORDING MODE IS F.
001250 01  SHIPHIST-REC.
001260     05  SP-SHIP-DATE             PIC 9(08).
001270     05  FILLER                   PIC X(01).
001280     05  SP-PICKER                PIC X(04).
001290     05  FILLER                   PIC X(01).
001300     05  SP-PACKAGES              PIC 9(05).
001310     05  FILLER                   PIC X(01).
001320     05  SP-TOTAL-QTY             PIC 9(07).
001330     05  FILLER                   PIC X(53).

001340 FD  RMAREJ
001350     RECORDING MODE IS F.
001360 01  RMAREJ-REC                   PIC X(80).

001370 FD  RMAARPT
001380     RECORDING MODE IS F.
001390 01  RMAARPT-REC                  PIC X(80).

001400 WORKING-STORAGE SECTION.
001410 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001420     88  WS-EOF                             VALUE "Y".
001430 77  WS-REQ-STATUS                PIC X(02) VALUE SPACES.
001440 77  WS-RMA-STATUS                PIC X(02) VALUE SPACES.
001450 77  WS-TAX-STATUS                PIC X(02) VALUE SPACES.
001460 77  WS-SHIST-STATUS              PIC X(02) VALUE SPACES.
001470 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001480 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001490 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001500 77  WS-K                         PIC 9(05) COMP.
001510 77  WS-FOUND-IDX                 PIC 9(05) VALUE ZERO COMP.
001520 77  WS-SHIP-IDX                  PIC 9(05) VALUE ZERO COMP.
001530 77  WS-CARD-COUNT                PIC 9(05) VALUE ZERO COMP.
001540 77  WS-AUTH-COUNT                PIC 9(05) VALUE ZERO COMP.
001550 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001560 77  WS-NEW-RETURNED              PIC 9(09) VALUE ZERO.
001570 77  WS-REASON                    PIC X(20) VALUE SPACES.
001580 77  WS-KEY-RMA-NO                PIC X(08) VALUE SPACES.
001590 77  WS-KEY-SHIP-DATE             PIC 9(08) VALUE ZERO.
001600 77  WS-KEY-PICKER                PIC X(04) VALUE SPACES.

001610 01  WS-RMA-TABLE.
001620     05  WS-RMA-COUNT             PIC 9(05) VALUE ZERO COMP.
001630     05  RT-ENTRY OCCURS 5000 TIMES
001640                  INDEXED BY RT-IDX.
001650         10  RT-RMA-NO            PIC X(08).

001660 01  WS-INV-TABLE.
001670     05  WS-INV-COUNT             PIC 9(05) VALUE ZERO COMP.
001680     05  IV-ENTRY OCCURS 5000 TIMES
001690                  INDEXED BY IV-IDX.
001700         10  IV-INVOICE-NUM       PIC X(10).
001710         10  IV-CUST-ID           PIC X(10).

001720 01  WS-SHIP-TABLE.
001730     05  WS-SHIP-COUNT            PIC 9(05) VALUE ZERO COMP.
001740     05  SH-ENTRY OCCURS 5000 TIMES
001750                  INDEXED BY SH-IDX.
001760         10  SH-SHIP-DATE         PIC 9(08).
001770         10  SH-PICKER            PIC X(04).
001780         10  SH-TOTAL-QTY         PIC 9(09).
001790         10  SH-RETURNED-QTY      PIC 9(09).

001800 COPY RPTHDR.
001810 COPY DATXLINK.
001820 COPY REJECTREC.

001830 01  WS-TITLE-LINE.
001840     05  FILLER                  PIC X(30) VALUE
001850         "CUSTOMER RETURN AUTHORIZATIONS".
001860     05  FILLER                  PIC X(50) VALUE SPACES.

001870 01  WS-DETAIL-LINE.
001880     05  FILLER                  PIC X(04) VALUE "RMA ".
001890     05  DL-RMA-NO                PIC X(08).
001900     05  FILLER                  PIC X(07) VALUE "  CUST ".
001910     05  DL-CUST-ID               PIC X(10).
001920     05  FILLER                  PIC X(06) VALUE "  INV ".
001930     05  DL-INVOICE-NUM           PIC X(10).
001940     05  FILLER                  PIC X(06) VALUE "  QTY ".
001950     05  DL-QTY                   PIC ZZZZZZ9.
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  DL-NOTE                  PIC X(20).

001980 01  WS-SUMMARY-LINE.
001990     05  FILLER                  PIC X(13) VALUE "CARDS READ:  ".
002000     05  SL-CARD-COUNT            PIC ZZZZ9.
002010     05  FILLER                  PIC X(14) VALUE "  AUTHORIZED: ".
002020     05  SL-AUTH-COUNT            PIC ZZZZ9.
002030     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
002040     05  SL-REJECT-COUNT          PIC ZZZZ9.
002050     05  FILLER                  PIC X(26) VALUE SPACES.

002060 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     PERFORM 2000-AUTHORIZE-ONE THRU 2000-EXIT
002110         UNTIL WS-EOF.
002120     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002130     STOP RUN.

002140 1000-INITIALIZE.
002150     ACCEPT WS-RUN-DATE FROM DATE.
002160     MOVE "EXPND" TO DX-ACTION.
002170     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002180     CALL "DATEXPND" USING DATEXPND-PARMS.
002190     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002200     ACCEPT WS-RUN-TIME FROM TIME.
002210     OPEN OUTPUT RMAARPT
002220                 RMAREJ.
002230     MOVE "RMAAUTH" TO RH-PROGRAM-ID.
002240     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002250     MOVE WS-RUN-TIME TO RH-RUN-ID.
002260     MOVE 1 TO RH-PAGE-NUMBER.
002270     WRITE RMAARPT-REC FROM RH-REPORT-HEADER.
002280     WRITE RMAARPT-REC FROM WS-TITLE-LINE.
002290     WRITE RMAARPT-REC FROM WS-BLANK-LINE.
002300     PERFORM 1100-LOAD-INVOICES THRU 1100-EXIT.
002310     PERFORM 1200-LOAD-SHIPMENTS THRU 1200-EXIT.
002320     PERFORM 1300-LOAD-RMAS THRU 1300-EXIT.
002330     OPEN EXTEND RMAFILE.
002340     IF WS-RMA-STATUS = "35"
002350         OPEN OUTPUT RMAFILE
002360     END-IF.
002370     OPEN INPUT RMAREQ.
002380     IF WS-REQ-STATUS NOT = "00"
002390         SET WS-EOF TO TRUE
002400         GO TO 1000-EXIT
002410     END-IF.
002420     PERFORM 8000-READ-RMAREQ THRU 8000-EXIT.
002430 1000-EXIT.
002440     EXIT.

002450*----------------------------------------------------------------
002460* 1100-LOAD-INVOICES - EVERY INVOICE BILLING HAS CLOSED, FROM THE
002470*                      TAXDTL DETAIL IT APPENDS ONE RECORD PER
002480*                      DOCUMENT TO. CREDIT NOTES ARE NOT INVOICES
002490*                      AND CANNOT BE RETURNED AGAINST.
002500*----------------------------------------------------------------
002510 1100-LOAD-INVOICES.
002520     OPEN INPUT TAXDTL.
002530     IF WS-TAX-STATUS NOT = "00"
002540         GO TO 1100-EXIT
002550     END-IF.
002560     PERFORM 1110-LOAD-ONE-INVOICE THRU 1110-EXIT
002570         UNTIL WS-EOF.
002580     CLOSE TAXDTL.
002590     MOVE "N" TO WS-EOF-SW.
002600 1100-EXIT.
002610     EXIT.

002620 1110-LOAD-ONE-INVOICE.
002630     READ TAXDTL
002640         AT END
002650             SET WS-EOF TO TRUE
002660         NOT AT END
002670             IF TX-DOC-TYPE NOT = "CR"
002680                 IF WS-INV-COUNT >= 5000
002690                     DISPLAY "RMAAUTH - TAXDTL EXCEEDS THE 5000-"
002700                         "INVOICE TABLE - RUN ABORTED"
002710                     MOVE 16 TO RETURN-CODE
002720                     STOP RUN
002730                 END-IF
002740                 ADD 1 TO WS-INV-COUNT
002750                 SET IV-IDX TO WS-INV-COUNT
002760                 MOVE TX-INVOICE-NUM TO IV-INVOICE-NUM(IV-IDX)
002770                 MOVE TX-CUST-ID TO IV-CUST-ID(IV-IDX)
002780             END-IF
002790     END-READ.
002800 1110-EXIT.
002810     EXIT.

002820*----------------------------------------------------------------
002830* 1200-LOAD-SHIPMENTS - EVERY MANIFESTED SHIPMENT, KEYED BY
002840*                       SHIP DATE AND PICKER, WITH THE UNITS IT
002850*                       CARRIED.
002860*----------------------------------------------------------------
002870 1200-LOAD-SHIPMENTS.
002880     OPEN INPUT SHIPHIST.
002890     IF WS-SHIST-STATUS NOT = "00"
002900         GO TO 1200-EXIT
002910     END-IF.
002920     PERFORM 1210-LOAD-ONE-SHIPMENT THRU 1210-EXIT
002930         UNTIL WS-EOF.
002940     CLOSE SHIPHIST.
002950     MOVE "N" TO WS-EOF-SW.
002960 1200-EXIT.
002970     EXIT.

002980 1210-LOAD-ONE-SHIPMENT.
002990     READ SHIPHIST
003000         AT END
003010             SET WS-EOF TO TRUE
003020         NOT AT END
003030             IF WS-SHIP-COUNT >= 5000
003040                 DISPLAY "RMAAUTH - SHIPHIST EXCEEDS THE 5000-"
003050                     "SHIPMENT TABLE - RUN ABORTED"
003060                 MOVE 16 TO RETURN-CODE
003070                 STOP RUN
003080             END-IF
003090             ADD 1 TO WS-SHIP-COUNT
003100             SET SH-IDX TO WS-SHIP-COUNT
003110             MOVE SP-SHIP-DATE TO SH-SHIP-DATE(SH-IDX)
003120             MOVE SP-PICKER TO SH-PICKER(SH-IDX)
003130             MOVE SP-TOTAL-QTY TO SH-TOTAL-QTY(SH-IDX)
003140             MOVE ZERO TO SH-RETURNED-QTY(SH-IDX)
003150     END-READ.
003160 1210-EXIT.
003170     EXIT.

003180*----------------------------------------------------------------
003190* 1300-LOAD-RMAS - THE RETURNS ALREADY AUTHORIZED: THEIR NUMBERS,
003200*                  SO NONE IS ISSUED TWICE, AND THEIR QUANTITIES
003210*                  AGAINST EACH SHIPMENT.
003220*----------------------------------------------------------------
003230 1300-LOAD-RMAS.
003240     OPEN INPUT RMAFILE.
003250     IF WS-RMA-STATUS NOT = "00"
003260         GO TO 1300-EXIT
003270     END-IF.
003280     PERFORM 1310-LOAD-ONE-RMA THRU 1310-EXIT
003290         UNTIL WS-EOF.
003300     CLOSE RMAFILE.
003310     MOVE "N" TO WS-EOF-SW.
003320 1300-EXIT.
003330     EXIT.

003340 1310-LOAD-ONE-RMA.
003350     READ RMAFILE
003360         AT END
003370             SET WS-EOF TO TRUE
003380         NOT AT END
003390             MOVE RA-RMA-NO TO WS-KEY-RMA-NO
003400             PERFORM 2900-ADD-RMA-NUMBER THRU 2900-EXIT
003410             MOVE RA-SHIP-DATE TO WS-KEY-SHIP-DATE
003420             MOVE RA-PICKER TO WS-KEY-PICKER
003430             PERFORM 2300-FIND-SHIPMENT THRU 2300-EXIT
003440             IF WS-SHIP-IDX > ZERO
003450                 ADD RA-QTY-AUTH TO SH-RETURNED-QTY(WS-SHIP-IDX)
003460             END-IF
003470     END-READ.
003480 1310-EXIT.
003490     EXIT.

003500*----------------------------------------------------------------
003510* 2000-AUTHORIZE-ONE - ONE CARD THROUGH EVERY EDIT, STOPPING AT
003520*                      THE FIRST IT FAILS. A CARD THAT PASSES THEM
003530*                      ALL BECOMES AN OPEN AUTHORIZATION, AWAITING
003540*                      THE GOODS.
003550*----------------------------------------------------------------
003560 2000-AUTHORIZE-ONE.
003570     ADD 1 TO WS-CARD-COUNT.
003580     MOVE SPACES TO WS-REASON.
003590     IF RQ-LOC-ID = SPACES
003600         MOVE "MAIN" TO RQ-LOC-ID
003610     END-IF.
003620     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
003630     MOVE RQ-RMA-NO TO DL-RMA-NO.
003640     MOVE RQ-CUST-ID TO DL-CUST-ID.
003650     MOVE RQ-INVOICE-NUM TO DL-INVOICE-NUM.
003660     MOVE ZERO TO DL-QTY.
003670     IF RQ-QTY IS NUMERIC
003680         MOVE RQ-QTY TO DL-QTY
003690     END-IF.
003700     IF WS-REASON NOT = SPACES
003710         MOVE WS-REASON TO DL-NOTE
003720         WRITE RMAARPT-REC FROM WS-DETAIL-LINE
003730         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
003740         GO TO 2000-NEXT
003750     END-IF.
003760     ADD 1 TO WS-AUTH-COUNT.
003770     ADD RQ-QTY TO SH-RETURNED-QTY(WS-SHIP-IDX).
003780     PERFORM 2900-ADD-RMA-NUMBER THRU 2900-EXIT.
003790     MOVE SPACES TO RMAFILE-REC.
003800     MOVE RQ-RMA-NO TO RA-RMA-NO.
003810     MOVE RQ-CUST-ID TO RA-CUST-ID.
003820     MOVE RQ-INVOICE-NUM TO RA-INVOICE-NUM.
003830     MOVE RQ-SHIP-DATE TO RA-SHIP-DATE.
003840     MOVE RQ-PICKER TO RA-PICKER.
003850     MOVE RQ-BIN-ID TO RA-BIN-ID.
003860     MOVE RQ-LOC-ID TO RA-LOC-ID.
003870     MOVE RQ-QTY TO RA-QTY-AUTH.
003880     MOVE RQ-UNIT-CREDIT TO RA-UNIT-CREDIT.
003890     MOVE "A" TO RA-STATUS.
003900     MOVE WS-RUN-CCYYMMDD TO RA-AUTH-DATE.
003910     MOVE ZERO TO RA-QTY-RECV.
003920     MOVE SPACE TO RA-DISPOSITION.
003930     MOVE ZERO TO RA-DISP-DATE.
003940     MOVE ZERO TO RA-CREDIT-AMT.
003950     WRITE RMAFILE-REC.
003960     MOVE "AUTHORIZED" TO DL-NOTE.
003970     WRITE RMAARPT-REC FROM WS-DETAIL-LINE.
003980 2000-NEXT.
003990     PERFORM 8000-READ-RMAREQ THRU 8000-EXIT.
004000 2000-EXIT.
004010     EXIT.

004020*----------------------------------------------------------------
004030* 2100-EDIT-CARD - LEAVES WS-REASON BLANK WHEN THE CARD IS GOOD,
004040*                  OTHERWISE THE FIRST REASON IT IS NOT, AND
004050*                  WS-SHIP-IDX ON THE SHIPMENT IT RETURNS AGAINST.
004060*----------------------------------------------------------------
004070 2100-EDIT-CARD.
004080     IF RQ-RMA-NO = SPACES
004090         MOVE "NO RMA NUMBER" TO WS-REASON
004100         GO TO 2100-EXIT
004110     END-IF.
004120     MOVE RQ-RMA-NO TO WS-KEY-RMA-NO.
004130     MOVE ZERO TO WS-FOUND-IDX.
004140     PERFORM 2110-MATCH-RMA THRU 2110-EXIT
004150         VARYING WS-K FROM 1 BY 1
004160         UNTIL WS-K > WS-RMA-COUNT OR WS-FOUND-IDX > ZERO.
004170     IF WS-FOUND-IDX > ZERO
004180         MOVE "DUPLICATE RMA" TO WS-REASON
004190         GO TO 2100-EXIT
004200     END-IF.
004210     IF RQ-QTY IS NOT NUMERIC OR RQ-QTY = ZERO
004220         MOVE "BAD QUANTITY" TO WS-REASON
004230         GO TO 2100-EXIT
004240     END-IF.
004250     IF RQ-UNIT-CREDIT IS NOT NUMERIC
004260         MOVE "BAD CREDIT PRICE" TO WS-REASON
004270         GO TO 2100-EXIT
004280     END-IF.
004290     IF RQ-BIN-ID = SPACES
004300         MOVE "NO BIN" TO WS-REASON
004310         GO TO 2100-EXIT
004320     END-IF.
004330     PERFORM 2200-FIND-INVOICE THRU 2200-EXIT.
004340     IF WS-FOUND-IDX = ZERO
004350         MOVE "INVOICE NOT FOUND" TO WS-REASON
004360         GO TO 2100-EXIT
004370     END-IF.
004380     IF IV-CUST-ID(WS-FOUND-IDX) NOT = RQ-CUST-ID
004390         MOVE "INVOICE NOT CUSTOMER" TO WS-REASON
004400         GO TO 2100-EXIT
004410     END-IF.
004420     IF RQ-SHIP-DATE IS NOT NUMERIC
004430         MOVE "SHIPMENT NOT FOUND" TO WS-REASON
004440         GO TO 2100-EXIT
004450     END-IF.
004460     MOVE RQ-SHIP-DATE TO WS-KEY-SHIP-DATE.
004470     MOVE RQ-PICKER TO WS-KEY-PICKER.
004480     PERFORM 2300-FIND-SHIPMENT THRU 2300-EXIT.
004490     IF WS-SHIP-IDX = ZERO
004500         MOVE "SHIPMENT NOT FOUND" TO WS-REASON
004510         GO TO 2100-EXIT
004520     END-IF.
004530     COMPUTE WS-NEW-RETURNED =
004540         SH-RETURNED-QTY(WS-SHIP-IDX) + RQ-QTY.
004550     IF WS-NEW-RETURNED > SH-TOTAL-QTY(WS-SHIP-IDX)
004560         MOVE "EXCEEDS SHIPMENT" TO WS-REASON
004570     END-IF.
004580 2100-EXIT.
004590     EXIT.

004600 2110-MATCH-RMA.
004610     IF RT-RMA-NO(WS-K) = WS-KEY-RMA-NO
004620         MOVE WS-K TO WS-FOUND-IDX
004630     END-IF.
004640 2110-EXIT.
004650     EXIT.

004660 2200-FIND-INVOICE.
004670     MOVE ZERO TO WS-FOUND-IDX.
004680     PERFORM 2210-MATCH-INVOICE THRU 2210-EXIT
004690         VARYING WS-K FROM 1 BY 1
004700         UNTIL WS-K > WS-INV-COUNT OR WS-FOUND-IDX > ZERO.
004710 2200-EXIT.
004720     EXIT.

004730 2210-MATCH-INVOICE.
004740     IF IV-INVOICE-NUM(WS-K) = RQ-INVOICE-NUM
004750         MOVE WS-K TO WS-FOUND-IDX
004760     END-IF.
004770 2210-EXIT.
004780     EXIT.

004790 2300-FIND-SHIPMENT.
004800     MOVE ZERO TO WS-SHIP-IDX.
004810     PERFORM 2310-MATCH-SHIPMENT THRU 2310-EXIT
004820         VARYING WS-K FROM 1 BY 1
004830         UNTIL WS-K > WS-SHIP-COUNT OR WS-SHIP-IDX > ZERO.
004840 2300-EXIT.
004850     EXIT.

004860 2310-MATCH-SHIPMENT.
004870     IF SH-SHIP-DATE(WS-K) = WS-KEY-SHIP-DATE
004880             AND SH-PICKER(WS-K) = WS-KEY-PICKER
004890         MOVE WS-K TO WS-SHIP-IDX
004900     END-IF.
004910 2310-EXIT.
004920     EXIT.

004930 2800-WRITE-REJECT.
004940     ADD 1 TO WS-REJECT-COUNT.
004950     MOVE "RMAAUTH" TO RJ-SOURCE-PROGRAM.
004960     MOVE RQ-RMA-NO TO RJ-RECORD-KEY.
004970     MOVE WS-REASON TO RJ-REASON-CODE.
004980     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
004990         INTO RJ-REJECT-TIMESTAMP.
005000     WRITE RMAREJ-REC FROM RJ-REJECT-RECORD.
005010 2800-EXIT.
005020     EXIT.

005030 2900-ADD-RMA-NUMBER.
005040     IF WS-RMA-COUNT >= 5000
005050         DISPLAY "RMAAUTH - RMAFILE EXCEEDS THE 5000-RETURN "
005060             "TABLE - RUN ABORTED"
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     ADD 1 TO WS-RMA-COUNT.
005110     SET RT-IDX TO WS-RMA-COUNT.
005120     MOVE WS-KEY-RMA-NO TO RT-RMA-NO(RT-IDX).
005130 2900-EXIT.
005140     EXIT.

005150 5000-FINALIZE.
005160     IF WS-REQ-STATUS = "00" OR WS-REQ-STATUS = "10"
005170         CLOSE RMAREQ
005180     END-IF.
005190     CLOSE RMAFILE.
005200     WRITE RMAARPT-REC FROM WS-BLANK-LINE.
005210     MOVE WS-CARD-COUNT TO SL-CARD-COUNT.
005220     MOVE WS-AUTH-COUNT TO SL-AUTH-COUNT.
005230     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
005240     WRITE RMAARPT-REC FROM WS-SUMMARY-LINE.
005250     CLOSE RMAARPT
005260           RMAREJ.
005270 5000-EXIT.
005280     EXIT.

005290 8000-READ-RMAREQ.
005300     READ RMAREQ
005310         AT END
005320             SET WS-EOF TO TRUE
005330     END-READ.
005340 8000-EXIT.
005350     EXIT.
