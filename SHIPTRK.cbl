000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SHIPTRK.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. WAREHOUSE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. SHIPMENT STATUS TRACKING.
000110*                  SHIPSTAT HOLDS ONE RECORD PER MANIFEST SHIPMENT
000120*                  (SHIP DATE AND PICKER, AS CARRMANF AND SHIPHIST
000130*                  KEY IT); EVERY SHIPHIST SHIPMENT NOT YET ON IT
000140*                  IS ADDED AS MANIFESTED. SHIPREF CARDS FROM
000150*                  ORDER ENTRY AND BILLING TIE A SHIPMENT TO ITS
000160*                  ORDER AND INVOICE NUMBERS. THE CARRIER'S
000170*                  CARRSTAT STATUS IMPORT (PICKED UP, IN TRANSIT,
000180*                  DELIVERED, EXCEPTION) IS MATCHED BACK TO THE
000190*                  SHIPMENT AND KEEPS ITS LATEST STATUS, STATUS
000200*                  DATE, DELIVERY DATE AND ANY EXCEPTION. A CARD
000210*                  THAT CANNOT BE APPLIED GOES TO SHIPREJ IN THE
000220*                  SHARED REJECTREC LAYOUT. SHIPTRPT LISTS EVERY
000230*                  SHIPMENT NOT DELIVERED WITHIN ITS CARRIER'S
000240*                  CARRSVC PROMISED DAYS AND EVERY SHIPMENT NOW
000250*                  UNDER A DELIVERY EXCEPTION.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM.
000300 OBJECT-COMPUTER. IBM.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SHIPHIST ASSIGN TO "SHIPHIST"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SHIST-STATUS.
000360     SELECT SHIPSTAT ASSIGN TO "SHIPSTAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SSTAT-STATUS.
000390     SELECT SHIPREF ASSIGN TO "SHIPREF"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REF-STATUS.
000420     SELECT CARRSTAT ASSIGN TO "CARRSTAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CSTAT-STATUS.
000450     SELECT CARRSVC ASSIGN TO "CARRSVC"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SVC-STATUS.
000480     SELECT SHIPREJ ASSIGN TO "SHIPREJ"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT SHIPTRPT ASSIGN TO "SHIPTRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SHIPHIST
000550     RECORDING MODE IS F.
000560 01  SHIPHIST-REC.
000570     05  SP-SHIP-DATE             PIC 9(08).
000580     05  FILLER                   PIC X(01).
000590     05  SP-PICKER                PIC X(04).
000600     05  FILLER                   PIC X(01).
000610     05  SP-PACKAGES              PIC 9(05).
000620     05  FILLER                   PIC X(01).
000630     05  SP-TOTAL-QTY             PIC 9(07).
000640     05  FILLER                   PIC X(53).

000650 FD  SHIPSTAT
000660     RECORDING MODE IS F.
000670 01  SHIPSTAT-REC.
000680     05  SS-SHIP-DATE             PIC 9(08).
000690     05  FILLER                   PIC X(01).
000700     05  SS-PICKER                PIC X(04).
000710     05  FILLER                   PIC X(01).
000720     05  SS-PACKAGES              PIC 9(05).
000730     05  FILLER                   PIC X(01).
000740     05  SS-TOTAL-QTY             PIC 9(07).
000750     05  FILLER                   PIC X(01).
000760     05  SS-CARRIER               PIC X(04).
000770     05  FILLER                   PIC X(01).
000780     05  SS-ORDER-NO              PIC X(10).
000790     05  FILLER                   PIC X(01).
000800     05  SS-INVOICE-NUM           PIC X(10).
000810     05  FILLER                   PIC X(01).
000820     05  SS-STATUS                PIC X(01).
000830         88  SS-MANIFESTED                  VALUE "M".
000840         88  SS-DELIVERED                   VALUE "D".
000850         88  SS-EXCEPTION                   VALUE "E".
000860     05  FILLER                   PIC X(01).
000870     05  SS-STATUS-DATE           PIC 9(08).
000880     05  FILLER                   PIC X(01).
000890     05  SS-DELIV-DATE            PIC 9(08).
000900     05  FILLER                   PIC X(01).
000910     05  SS-EXCEPT-CODE           PIC X(04).
000920     05  FILLER                   PIC X(01).
000930     05  SS-EXCEPT-TEXT           PIC X(20).

000940 FD  SHIPREF
000950     RECORDING MODE IS F.
000960 01  SHIPREF-REC.
000970     05  RF-SHIP-DATE             PIC 9(08).
000980     05  FILLER                   PIC X(01).
000990     05  RF-PICKER                PIC X(04).
001000     05  FILLER                   PIC X(01).
001010     05  RF-ORDER-NO              PIC X(10).
001020     05  FILLER                   PIC X(01).
001030     05  RF-INVOICE-NUM           PIC X(10).
001040     05  FILLER                   PIC X(45).

001050 FD  CARRSTAT
001060     RECORDING MODE IS F.
001070 01  CARRSTAT-REC.
001080     05  CS-SHIP-DATE             PIC 9(08).
001090     05  FILLER                   PIC X(01).
001100     05  CS-PICKER                PIC X(04).
001110     05  FILLER                   PIC X(01).
001120     05  CS-CARRIER               PIC X(04).
001130     05  FILLER                   PIC X(01).
001140     05  CS-STATUS                PIC X(01).
001150         88  CS-PICKED-UP                   VALUE "P".
001160         88  CS-IN-TRANSIT                  VALUE "T".
001170         88  CS-DELIVERED                   VALUE "D".
001180         88  CS-EXCEPTION                   VALUE "E".
001190     05  FILLER                   PIC X(01).
001200     05  CS-EVENT-DATE            PIC 9(08).
001210     05  FILLER                   PIC X(01).
001220     05  CS-EXCEPT-CODE           PIC X(04).
001230     05  FILLER                   PIC X(01).
001240     05  CS-EXCEPT-TEXT           PIC X(20).
001250     05  FILLER                   PIC X(25).

001260 FD  CARRSVC
001270     RECORDING MODE IS F.
001280 01  CARRSVC-REC.
001290     05  CV-CARRIER               PIC X(04).
001300     05  FILLER                   PIC X(01).
001310     05  CV-PROMISED-DAYS         PIC 9(03).
001320     05  FILLER                   PIC X(01).
001330     05  CV-NAME                  PIC X(20).
001340     05  FILLER                   PIC X(51).

001350 FD  SHIPREJ
001360     RECORDING MODE IS F.
001370 01  SHIPREJ-REC                  PIC X(80).

001380 FD  SHIPTRPT
001390     RECORDING MODE IS F.
001400 01  SHIPTRPT-REC                 PIC X(80).

001410 WORKING-STORAGE SECTION.
001420 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001430     88  WS-EOF                             VALUE "Y".
001440 77  WS-SHIST-STATUS              PIC X(02) VALUE SPACES.
001450 77  WS-SSTAT-STATUS              PIC X(02) VALUE SPACES.
001460 77  WS-REF-STATUS                PIC X(02) VALUE SPACES.
001470 77  WS-CSTAT-STATUS              PIC X(02) VALUE SPACES.
001480 77  WS-SVC-STATUS                PIC X(02) VALUE SPACES.
001490 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001500 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001510 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001520 77  WS-RUN-INT                   PIC 9(08) VALUE ZERO.
001530 77  WS-DUE-INT                   PIC 9(08) VALUE ZERO.
001540 77  WS-END-INT                   PIC 9(08) VALUE ZERO.
001550 77  WS-DUE-DATE                  PIC 9(08) VALUE ZERO.
001560 77  WS-DAYS-LATE                 PIC 9(05) VALUE ZERO.
001570 77  WS-PROMISED-DAYS             PIC 9(03) VALUE ZERO.
001580 77  WS-DEFAULT-DAYS              PIC 9(03) VALUE 5.
001590 77  WS-K                         PIC 9(05) COMP.
001600 77  WS-S                         PIC 9(05) COMP.
001610 77  WS-SHIP-IDX                  PIC 9(05) VALUE ZERO COMP.
001620 77  WS-SVC-IDX                   PIC 9(03) VALUE ZERO COMP.
001630 77  WS-NEW-COUNT                 PIC 9(05) VALUE ZERO COMP.
001640 77  WS-REF-COUNT                 PIC 9(05) VALUE ZERO COMP.
001650 77  WS-EVENT-COUNT               PIC 9(05) VALUE ZERO COMP.
001660 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001670 77  WS-LATE-COUNT                PIC 9(05) VALUE ZERO COMP.
001680 77  WS-EXCEPT-COUNT              PIC 9(05) VALUE ZERO COMP.
001690 77  WS-REASON                    PIC X(40) VALUE SPACES.
001700 77  WS-KEY-SHIP-DATE             PIC 9(08) VALUE ZERO.
001710 77  WS-KEY-PICKER                PIC X(04) VALUE SPACES.

001720 01  WS-SHIP-TABLE.
001730     05  WS-SHIP-COUNT            PIC 9(05) VALUE ZERO COMP.
001740     05  SR-ENTRY OCCURS 5000 TIMES
001750                  INDEXED BY SR-IDX.
001760         10  SR-SHIP-DATE         PIC 9(08).
001770         10  SR-PICKER            PIC X(04).
001780         10  SR-RECORD            PIC X(100).

001790 01  WS-SVC-TABLE.
001800     05  WS-SVC-COUNT             PIC 9(03) VALUE ZERO COMP.
001810     05  CV-ENTRY OCCURS 100 TIMES
001820                  INDEXED BY CV-IDX.
001830         10  CT-CARRIER           PIC X(04).
001840         10  CT-PROMISED-DAYS     PIC 9(03).

001850 01  WS-REJECT-KEY.
001860     05  RK-PICKER                PIC X(04).
001870     05  RK-SHIP-DATE             PIC 9(06).

001880 COPY RPTHDR.
001890 COPY DATXLINK.
001900 COPY REJECTREC.

001910 01  WS-TITLE-LINE.
001920     05  FILLER                  PIC X(30) VALUE
001930         "SHIPMENT STATUS TRACKING".
001940     05  FILLER                  PIC X(50) VALUE SPACES.

001950 01  WS-LATE-HEAD-LINE.
001960     05  FILLER                  PIC X(40) VALUE
001970         "SHIPMENTS NOT DELIVERED WITHIN PROMISED".
001980     05  FILLER                  PIC X(40) VALUE SPACES.

001990 01  WS-LATE-COLUMN-LINE.
002000     05  FILLER                  PIC X(40) VALUE
002010         "SHIPPED   PICK  CARR  ORDER       INVOIC".
002020     05  FILLER                  PIC X(40) VALUE
002030         "E     ST  DUE       DELIVERED  LATE".

002040 01  WS-LATE-LINE.
002050     05  LL-SHIP-DATE             PIC 9(08).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  LL-PICKER                PIC X(04).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  LL-CARRIER               PIC X(04).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  LL-ORDER-NO              PIC X(10).
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  LL-INVOICE-NUM           PIC X(10).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  LL-STATUS                PIC X(01).
002160     05  FILLER                  PIC X(03) VALUE SPACES.
002170     05  LL-DUE-DATE              PIC 9(08).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  LL-DELIV-DATE            PIC X(08).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  LL-DAYS-LATE             PIC ZZZZ9.
002220     05  FILLER                  PIC X(05) VALUE SPACES.

002230 01  WS-EXCEPT-HEAD-LINE.
002240     05  FILLER                  PIC X(40) VALUE
002250         "DELIVERY EXCEPTIONS".
002260     05  FILLER                  PIC X(40) VALUE SPACES.

002270 01  WS-EXCEPT-COLUMN-LINE.
002280     05  FILLER                  PIC X(40) VALUE
002290         "SHIPPED   PICK  CARR  ORDER       SINCE ".
002300     05  FILLER                  PIC X(40) VALUE
002310         "     CODE EXCEPTION".

002320 01  WS-EXCEPT-LINE.
002330     05  XL-SHIP-DATE             PIC 9(08).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  XL-PICKER                PIC X(04).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  XL-CARRIER               PIC X(04).
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  XL-ORDER-NO              PIC X(10).
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  XL-STATUS-DATE           PIC 9(08).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  XL-EXCEPT-CODE           PIC X(04).
002440     05  FILLER                  PIC X(01) VALUE SPACES.
002450     05  XL-EXCEPT-TEXT           PIC X(20).
002460     05  FILLER                  PIC X(11) VALUE SPACES.

002470 01  WS-SUMMARY-LINE-1.
002480     05  FILLER                  PIC X(12) VALUE "SHIPMENTS:  ".
002490     05  SL-SHIP-COUNT            PIC ZZZZ9.
002500     05  FILLER                  PIC X(08) VALUE "  NEW:  ".
002510     05  SL-NEW-COUNT             PIC ZZZZ9.
002520     05  FILLER                  PIC X(13) VALUE "  REFS SET:  ".
002530     05  SL-REF-COUNT             PIC ZZZZ9.
002540     05  FILLER                  PIC X(18) VALUE
002550         "  EVENTS APPLIED: ".
002560     05  SL-EVENT-COUNT           PIC ZZZZ9.
002570     05  FILLER                  PIC X(09) VALUE SPACES.

002580 01  WS-SUMMARY-LINE-2.
002590     05  FILLER                  PIC X(12) VALUE "REJECTED:   ".
002600     05  SL-REJECT-COUNT          PIC ZZZZ9.
002610     05  FILLER                  PIC X(09) VALUE "  LATE:  ".
002620     05  SL-LATE-COUNT            PIC ZZZZ9.
002630     05  FILLER                  PIC X(15) VALUE
002640         "  EXCEPTIONS:  ".
002650     05  SL-EXCEPT-COUNT          PIC ZZZZ9.
002660     05  FILLER                  PIC X(29) VALUE SPACES.

002670 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002680 PROCEDURE DIVISION.
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-APPLY-REFERENCES THRU 2000-EXIT.
002720     PERFORM 3000-APPLY-CARRIER-STATUS THRU 3000-EXIT.
002730     PERFORM 4000-REPORT-LATE THRU 4000-EXIT.
002740     PERFORM 4500-REPORT-EXCEPTIONS THRU 4500-EXIT.
002750     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002760     STOP RUN.

002770 1000-INITIALIZE.
002780     ACCEPT WS-RUN-DATE FROM DATE.
002790     MOVE "EXPND" TO DX-ACTION.
002800     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002810     CALL "DATEXPND" USING DATEXPND-PARMS.
002820     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002830     ACCEPT WS-RUN-TIME FROM TIME.
002840     COMPUTE WS-RUN-INT =
002850         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
002860     OPEN OUTPUT SHIPTRPT
002870                 SHIPREJ.
002880     MOVE "SHIPTRK" TO RH-PROGRAM-ID.
002890     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002900     MOVE WS-RUN-TIME TO RH-RUN-ID.
002910     MOVE 1 TO RH-PAGE-NUMBER.
002920     WRITE SHIPTRPT-REC FROM RH-REPORT-HEADER.
002930     WRITE SHIPTRPT-REC FROM WS-TITLE-LINE.
002940     WRITE SHIPTRPT-REC FROM WS-BLANK-LINE.
002950     PERFORM 1100-LOAD-CARRIERS THRU 1100-EXIT.
002960     PERFORM 1200-LOAD-SHIPSTAT THRU 1200-EXIT.
002970     PERFORM 1300-ADD-NEW-SHIPMENTS THRU 1300-EXIT.
002980 1000-EXIT.
002990     EXIT.

003000 1100-LOAD-CARRIERS.
003010     OPEN INPUT CARRSVC.
003020     IF WS-SVC-STATUS NOT = "00"
003030         GO TO 1100-EXIT
003040     END-IF.
003050     PERFORM 1110-LOAD-ONE-CARRIER THRU 1110-EXIT
003060         UNTIL WS-EOF.
003070     CLOSE CARRSVC.
003080     MOVE "N" TO WS-EOF-SW.
003090 1100-EXIT.
003100     EXIT.

003110 1110-LOAD-ONE-CARRIER.
003120     READ CARRSVC
003130         AT END
003140             SET WS-EOF TO TRUE
003150         NOT AT END
003160             IF WS-SVC-COUNT < 100
003170                     AND CV-PROMISED-DAYS IS NUMERIC
003180                 ADD 1 TO WS-SVC-COUNT
003190                 SET CV-IDX TO WS-SVC-COUNT
003200                 MOVE CV-CARRIER TO CT-CARRIER(CV-IDX)
003210                 MOVE CV-PROMISED-DAYS TO CT-PROMISED-DAYS(CV-IDX)
003220             END-IF
003230     END-READ.
003240 1110-EXIT.
003250     EXIT.

003260 1200-LOAD-SHIPSTAT.
003270     OPEN INPUT SHIPSTAT.
003280     IF WS-SSTAT-STATUS NOT = "00"
003290         GO TO 1200-EXIT
003300     END-IF.
003310     PERFORM 1210-LOAD-ONE-STATUS THRU 1210-EXIT
003320         UNTIL WS-EOF.
003330     CLOSE SHIPSTAT.
003340     MOVE "N" TO WS-EOF-SW.
003350 1200-EXIT.
003360     EXIT.

003370 1210-LOAD-ONE-STATUS.
003380     READ SHIPSTAT
003390         AT END
003400             SET WS-EOF TO TRUE
003410             GO TO 1210-EXIT
003420     END-READ.
003430     PERFORM 2900-ADD-SHIPMENT THRU 2900-EXIT.
003440 1210-EXIT.
003450     EXIT.

003460*----------------------------------------------------------------
003470* 1300-ADD-NEW-SHIPMENTS - EVERY SHIPHIST SHIPMENT NOT YET BEING
003480*                          TRACKED STARTS OUT MANIFESTED AS OF ITS
003490*                          SHIP DATE.
003500*----------------------------------------------------------------
003510 1300-ADD-NEW-SHIPMENTS.
003520     OPEN INPUT SHIPHIST.
003530     IF WS-SHIST-STATUS NOT = "00"
003540         GO TO 1300-EXIT
003550     END-IF.
003560     PERFORM 1310-CHECK-ONE-SHIPMENT THRU 1310-EXIT
003570         UNTIL WS-EOF.
003580     CLOSE SHIPHIST.
003590     MOVE "N" TO WS-EOF-SW.
003600 1300-EXIT.
003610     EXIT.

003620 1310-CHECK-ONE-SHIPMENT.
003630     READ SHIPHIST
003640         AT END
003650             SET WS-EOF TO TRUE
003660             GO TO 1310-EXIT
003670     END-READ.
003680     MOVE SP-SHIP-DATE TO WS-KEY-SHIP-DATE.
003690     MOVE SP-PICKER TO WS-KEY-PICKER.
003700     PERFORM 2800-FIND-SHIPMENT THRU 2800-EXIT.
003710     IF WS-SHIP-IDX > ZERO
003720         GO TO 1310-EXIT
003730     END-IF.
003740     MOVE SPACES TO SHIPSTAT-REC.
003750     MOVE SP-SHIP-DATE TO SS-SHIP-DATE.
003760     MOVE SP-PICKER TO SS-PICKER.
003770     MOVE SP-PACKAGES TO SS-PACKAGES.
003780     MOVE SP-TOTAL-QTY TO SS-TOTAL-QTY.
003790     SET SS-MANIFESTED TO TRUE.
003800     MOVE SP-SHIP-DATE TO SS-STATUS-DATE.
003810     MOVE ZERO TO SS-DELIV-DATE.
003820     PERFORM 2900-ADD-SHIPMENT THRU 2900-EXIT.
003830     ADD 1 TO WS-NEW-COUNT.
003840 1310-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870* 2000-APPLY-REFERENCES - ORDER ENTRY AND BILLING'S SHIPREF CARDS
003880*                         NAME THE ORDER AND INVOICE EACH SHIPMENT
003890*                         FILLED, SO CUSTOMER SERVICE CAN FIND IT
003900*                         BY EITHER NUMBER. A BLANK NUMBER LEAVES
003910*                         THE ONE ON FILE ALONE.
003920*----------------------------------------------------------------
003930 2000-APPLY-REFERENCES.
003940     OPEN INPUT SHIPREF.
003950     IF WS-REF-STATUS NOT = "00"
003960         GO TO 2000-EXIT
003970     END-IF.
003980     PERFORM 2100-APPLY-ONE-REFERENCE THRU 2100-EXIT
003990         UNTIL WS-EOF.
004000     CLOSE SHIPREF.
004010     MOVE "N" TO WS-EOF-SW.
004020 2000-EXIT.
004030     EXIT.

004040 2100-APPLY-ONE-REFERENCE.
004050     READ SHIPREF
004060         AT END
004070             SET WS-EOF TO TRUE
004080             GO TO 2100-EXIT
004090     END-READ.
004100     MOVE RF-SHIP-DATE TO WS-KEY-SHIP-DATE.
004110     MOVE RF-PICKER TO WS-KEY-PICKER.
004120     PERFORM 2800-FIND-SHIPMENT THRU 2800-EXIT.
004130     IF WS-SHIP-IDX = ZERO
004140         MOVE "SHIPREF - SHIPMENT NOT ON FILE" TO WS-REASON
004150         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
004160         GO TO 2100-EXIT
004170     END-IF.
004180     SET SR-IDX TO WS-SHIP-IDX.
004190     MOVE SR-RECORD(SR-IDX) TO SHIPSTAT-REC.
004200     IF RF-ORDER-NO NOT = SPACES
004210         MOVE RF-ORDER-NO TO SS-ORDER-NO
004220     END-IF.
004230     IF RF-INVOICE-NUM NOT = SPACES
004240         MOVE RF-INVOICE-NUM TO SS-INVOICE-NUM
004250     END-IF.
004260     MOVE SHIPSTAT-REC TO SR-RECORD(SR-IDX).
004270     ADD 1 TO WS-REF-COUNT.
004280 2100-EXIT.
004290     EXIT.

004300*----------------------------------------------------------------
004310* 2700-WRITE-REJECT - THE REJECT KEY IS THE PICKER AND SHIP DATE
004320*                     (YYMMDD) OF THE SHIPMENT THE CARD NAMED.
004330*----------------------------------------------------------------
004340 2700-WRITE-REJECT.
004350     ADD 1 TO WS-REJECT-COUNT.
004360     MOVE "SHIPTRK" TO RJ-SOURCE-PROGRAM.
004370     MOVE WS-KEY-PICKER TO RK-PICKER.
004380     MOVE ZERO TO RK-SHIP-DATE.
004390     IF WS-KEY-SHIP-DATE IS NUMERIC
004400         MOVE WS-KEY-SHIP-DATE TO RK-SHIP-DATE
004410     END-IF.
004420     MOVE WS-REJECT-KEY TO RJ-RECORD-KEY.
004430     MOVE WS-REASON TO RJ-REASON-CODE.
004440     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
004450         INTO RJ-REJECT-TIMESTAMP.
004460     WRITE SHIPREJ-REC FROM RJ-REJECT-RECORD.
004470 2700-EXIT.
004480     EXIT.

004490 2800-FIND-SHIPMENT.
004500     MOVE ZERO TO WS-SHIP-IDX.
004510     PERFORM 2810-MATCH-SHIPMENT THRU 2810-EXIT
004520         VARYING WS-K FROM 1 BY 1
004530         UNTIL WS-K > WS-SHIP-COUNT OR WS-SHIP-IDX > ZERO.
004540 2800-EXIT.
004550     EXIT.

004560 2810-MATCH-SHIPMENT.
004570     IF SR-SHIP-DATE(WS-K) = WS-KEY-SHIP-DATE
004580             AND SR-PICKER(WS-K) = WS-KEY-PICKER
004590         MOVE WS-K TO WS-SHIP-IDX
004600     END-IF.
004610 2810-EXIT.
004620     EXIT.

004630*    SHIPSTAT-REC JOINS THE TABLE THAT IS REWRITTEN AT END OF RUN
004640 2900-ADD-SHIPMENT.
004650     IF WS-SHIP-COUNT >= 5000
004660         DISPLAY "SHIPTRK - SHIPSTAT EXCEEDS THE 5000-SHIPMENT "
004670             "TABLE - RUN ABORTED"
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     ADD 1 TO WS-SHIP-COUNT.
004720     SET SR-IDX TO WS-SHIP-COUNT.
004730     MOVE SS-SHIP-DATE TO SR-SHIP-DATE(SR-IDX).
004740     MOVE SS-PICKER TO SR-PICKER(SR-IDX).
004750     MOVE SHIPSTAT-REC TO SR-RECORD(SR-IDX).
004760 2900-EXIT.
004770     EXIT.

004780*----------------------------------------------------------------
004790* 3000-APPLY-CARRIER-STATUS - EACH CARRSTAT EVENT BECOMES ITS
004800*                             SHIPMENT'S CURRENT STATUS UNLESS
004810*                             THE SHIPMENT ALREADY HOLDS A LATER
004820*                             ONE. A DELIVERY SETS THE DELIVERY
004830*                             DATE; AN EXCEPTION KEEPS THE
004840*                             CARRIER'S CODE AND TEXT.
004850*----------------------------------------------------------------
004860 3000-APPLY-CARRIER-STATUS.
004870     OPEN INPUT CARRSTAT.
004880     IF WS-CSTAT-STATUS NOT = "00"
004890         GO TO 3000-EXIT
004900     END-IF.
004910     PERFORM 3100-APPLY-ONE-EVENT THRU 3100-EXIT
004920         UNTIL WS-EOF.
004930     CLOSE CARRSTAT.
004940     MOVE "N" TO WS-EOF-SW.
004950 3000-EXIT.
004960     EXIT.

004970 3100-APPLY-ONE-EVENT.
004980     READ CARRSTAT
004990         AT END
005000             SET WS-EOF TO TRUE
005010             GO TO 3100-EXIT
005020     END-READ.
005030     MOVE CS-SHIP-DATE TO WS-KEY-SHIP-DATE.
005040     MOVE CS-PICKER TO WS-KEY-PICKER.
005050     IF NOT CS-PICKED-UP AND NOT CS-IN-TRANSIT
005060             AND NOT CS-DELIVERED AND NOT CS-EXCEPTION
005070         MOVE "CARRSTAT - INVALID STATUS CODE" TO WS-REASON
005080         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
005090         GO TO 3100-EXIT
005100     END-IF.
005110     IF CS-EVENT-DATE IS NOT NUMERIC
005120         MOVE "CARRSTAT - INVALID EVENT DATE" TO WS-REASON
005130         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
005140         GO TO 3100-EXIT
005150     END-IF.
005160     IF FUNCTION TEST-DATE-YYYYMMDD(CS-EVENT-DATE) NOT = ZERO
005170         MOVE "CARRSTAT - INVALID EVENT DATE" TO WS-REASON
005180         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
005190         GO TO 3100-EXIT
005200     END-IF.
005210     PERFORM 2800-FIND-SHIPMENT THRU 2800-EXIT.
005220     IF WS-SHIP-IDX = ZERO
005230         MOVE "CARRSTAT - SHIPMENT NOT ON FILE" TO WS-REASON
005240         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
005250         GO TO 3100-EXIT
005260     END-IF.
005270     SET SR-IDX TO WS-SHIP-IDX.
005280     MOVE SR-RECORD(SR-IDX) TO SHIPSTAT-REC.
005290     IF CS-EVENT-DATE < SS-STATUS-DATE
005300         MOVE "CARRSTAT - OLDER THAN STATUS ON FILE" TO WS-REASON
005310         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
005320         GO TO 3100-EXIT
005330     END-IF.
005340     IF CS-CARRIER NOT = SPACES
005350         MOVE CS-CARRIER TO SS-CARRIER
005360     END-IF.
005370     MOVE CS-STATUS TO SS-STATUS.
005380     MOVE CS-EVENT-DATE TO SS-STATUS-DATE.
005390     IF CS-DELIVERED
005400         MOVE CS-EVENT-DATE TO SS-DELIV-DATE
005410     END-IF.
005420     IF CS-EXCEPTION
005430         MOVE CS-EXCEPT-CODE TO SS-EXCEPT-CODE
005440         MOVE CS-EXCEPT-TEXT TO SS-EXCEPT-TEXT
005450     END-IF.
005460     MOVE SHIPSTAT-REC TO SR-RECORD(SR-IDX).
005470     ADD 1 TO WS-EVENT-COUNT.
005480 3100-EXIT.
005490     EXIT.

005500*----------------------------------------------------------------
005510* 4000-REPORT-LATE - A SHIPMENT IS DUE ITS CARRIER'S CARRSVC
005520*                    PROMISED DAYS AFTER IT SHIPPED (THE HOUSE
005530*                    DEFAULT WHEN THE CARRIER IS NOT YET KNOWN OR
005540*                    NOT ON CARRSVC). IT IS LATE IF IT WAS
005550*                    DELIVERED AFTER THAT DATE, OR IS STILL NOT
005560*                    DELIVERED AND TODAY IS PAST IT.
005570*----------------------------------------------------------------
005580 4000-REPORT-LATE.
005590     WRITE SHIPTRPT-REC FROM WS-LATE-HEAD-LINE.
005600     WRITE SHIPTRPT-REC FROM WS-LATE-COLUMN-LINE.
005610     PERFORM 4100-CHECK-ONE-SHIPMENT THRU 4100-EXIT
005620         VARYING WS-S FROM 1 BY 1
005630         UNTIL WS-S > WS-SHIP-COUNT.
005640     WRITE SHIPTRPT-REC FROM WS-BLANK-LINE.
005650 4000-EXIT.
005660     EXIT.

005670 4100-CHECK-ONE-SHIPMENT.
005680     SET SR-IDX TO WS-S.
005690     MOVE SR-RECORD(SR-IDX) TO SHIPSTAT-REC.
005700     IF SS-SHIP-DATE IS NOT NUMERIC
005710         GO TO 4100-EXIT
005720     END-IF.
005730     MOVE WS-DEFAULT-DAYS TO WS-PROMISED-DAYS.
005740     PERFORM 4200-FIND-CARRIER THRU 4200-EXIT.
005750     COMPUTE WS-DUE-INT =
005760         FUNCTION INTEGER-OF-DATE(SS-SHIP-DATE)
005770             + WS-PROMISED-DAYS.
005780     MOVE WS-RUN-INT TO WS-END-INT.
005790     IF SS-DELIVERED
005800         COMPUTE WS-END-INT =
005810             FUNCTION INTEGER-OF-DATE(SS-DELIV-DATE)
005820     END-IF.
005830     IF WS-END-INT NOT > WS-DUE-INT
005840         GO TO 4100-EXIT
005850     END-IF.
005860     COMPUTE WS-DAYS-LATE = WS-END-INT - WS-DUE-INT.
005870     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
005880     ADD 1 TO WS-LATE-COUNT.
005890     MOVE SS-SHIP-DATE TO LL-SHIP-DATE.
005900     MOVE SS-PICKER TO LL-PICKER.
005910     MOVE SS-CARRIER TO LL-CARRIER.
005920     MOVE SS-ORDER-NO TO LL-ORDER-NO.
005930     MOVE SS-INVOICE-NUM TO LL-INVOICE-NUM.
005940     MOVE SS-STATUS TO LL-STATUS.
005950     MOVE WS-DUE-DATE TO LL-DUE-DATE.
005960     MOVE SPACES TO LL-DELIV-DATE.
005970     IF SS-DELIVERED
005980         MOVE SS-DELIV-DATE TO LL-DELIV-DATE
005990     END-IF.
006000     MOVE WS-DAYS-LATE TO LL-DAYS-LATE.
006010     WRITE SHIPTRPT-REC FROM WS-LATE-LINE.
006020 4100-EXIT.
006030     EXIT.

006040 4200-FIND-CARRIER.
006050     MOVE ZERO TO WS-SVC-IDX.
006060     PERFORM 4210-MATCH-CARRIER THRU 4210-EXIT
006070         VARYING WS-K FROM 1 BY 1
006080         UNTIL WS-K > WS-SVC-COUNT OR WS-SVC-IDX > ZERO.
006090     IF WS-SVC-IDX > ZERO
006100         SET CV-IDX TO WS-SVC-IDX
006110         MOVE CT-PROMISED-DAYS(CV-IDX) TO WS-PROMISED-DAYS
006120     END-IF.
006130 4200-EXIT.
006140     EXIT.

006150 4210-MATCH-CARRIER.
006160     IF CT-CARRIER(WS-K) = SS-CARRIER AND SS-CARRIER NOT = SPACES
006170         MOVE WS-K TO WS-SVC-IDX
006180     END-IF.
006190 4210-EXIT.
006200     EXIT.

006210*----------------------------------------------------------------
006220* 4500-REPORT-EXCEPTIONS - EVERY SHIPMENT WHOSE LATEST CARRIER
006230*                          STATUS IS A DELIVERY EXCEPTION.
006240*----------------------------------------------------------------
006250 4500-REPORT-EXCEPTIONS.
006260     WRITE SHIPTRPT-REC FROM WS-EXCEPT-HEAD-LINE.
006270     WRITE SHIPTRPT-REC FROM WS-EXCEPT-COLUMN-LINE.
006280     PERFORM 4510-CHECK-ONE-SHIPMENT THRU 4510-EXIT
006290         VARYING WS-S FROM 1 BY 1
006300         UNTIL WS-S > WS-SHIP-COUNT.
006310 4500-EXIT.
006320     EXIT.

006330 4510-CHECK-ONE-SHIPMENT.
006340     SET SR-IDX TO WS-S.
006350     MOVE SR-RECORD(SR-IDX) TO SHIPSTAT-REC.
006360     IF NOT SS-EXCEPTION
006370         GO TO 4510-EXIT
006380     END-IF.
006390     ADD 1 TO WS-EXCEPT-COUNT.
006400     MOVE SS-SHIP-DATE TO XL-SHIP-DATE.
006410     MOVE SS-PICKER TO XL-PICKER.
006420     MOVE SS-CARRIER TO XL-CARRIER.
006430     MOVE SS-ORDER-NO TO XL-ORDER-NO.
006440     MOVE SS-STATUS-DATE TO XL-STATUS-DATE.
006450     MOVE SS-EXCEPT-CODE TO XL-EXCEPT-CODE.
006460     MOVE SS-EXCEPT-TEXT TO XL-EXCEPT-TEXT.
006470     WRITE SHIPTRPT-REC FROM WS-EXCEPT-LINE.
006480 4510-EXIT.
006490     EXIT.

006500 5000-FINALIZE.
006510     OPEN OUTPUT SHIPSTAT.
006520     PERFORM 5100-SAVE-ONE-SHIPMENT THRU 5100-EXIT
006530         VARYING WS-S FROM 1 BY 1
006540         UNTIL WS-S > WS-SHIP-COUNT.
006550     CLOSE SHIPSTAT.
006560     WRITE SHIPTRPT-REC FROM WS-BLANK-LINE.
006570     MOVE WS-SHIP-COUNT TO SL-SHIP-COUNT.
006580     MOVE WS-NEW-COUNT TO SL-NEW-COUNT.
006590     MOVE WS-REF-COUNT TO SL-REF-COUNT.
006600     MOVE WS-EVENT-COUNT TO SL-EVENT-COUNT.
006610     WRITE SHIPTRPT-REC FROM WS-SUMMARY-LINE-1.
006620     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
006630     MOVE WS-LATE-COUNT TO SL-LATE-COUNT.
006640     MOVE WS-EXCEPT-COUNT TO SL-EXCEPT-COUNT.
006650     WRITE SHIPTRPT-REC FROM WS-SUMMARY-LINE-2.
006660     CLOSE SHIPTRPT
006670           SHIPREJ.
006680 5000-EXIT.
006690     EXIT.

006700 5100-SAVE-ONE-SHIPMENT.
006710     SET SR-IDX TO WS-S.
006720     MOVE SR-RECORD(SR-IDX) TO SHIPSTAT-REC.
006730     WRITE SHIPSTAT-REC.
006740 5100-EXIT.
006750     EXIT.
