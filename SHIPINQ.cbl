000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SHIPINQ.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. WAREHOUSE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CUSTOMER-SERVICE SHIPMENT
000110*                  INQUIRY. SHIPINQC CARRIES ONE REQUEST PER
000120*                  RECORD - "O" AND AN ORDER NUMBER, OR "I" AND AN
000130*                  INVOICE NUMBER - AND EVERY SHIPSTAT SHIPMENT
000140*                  CARRYING THAT NUMBER IS LISTED ON SHIPIRPT WITH
000150*                  ITS CARRIER, CURRENT STATUS AND DELIVERY DATE,
000160*                  OR A NOT-ON-FILE LINE IF THERE IS NONE.
000170*----------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER. IBM.
000210 OBJECT-COMPUTER. IBM.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT SHIPINQC ASSIGN TO "SHIPINQC"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-CTL-STATUS.
000270     SELECT SHIPSTAT ASSIGN TO "SHIPSTAT"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-SSTAT-STATUS.
000300     SELECT SHIPIRPT ASSIGN TO "SHIPIRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  SHIPINQC
000350     RECORDING MODE IS F.
000360 01  SHIPINQC-REC.
000370     05  IQ-KEY-TYPE              PIC X(01).
000380         88  IQ-ORDER                       VALUE "O".
000390         88  IQ-INVOICE                     VALUE "I".
000400     05  FILLER                   PIC X(01).
000410     05  IQ-KEY                   PIC X(10).
000420     05  FILLER                   PIC X(68).

000430 FD  SHIPSTAT
000440     RECORDING MODE IS F.
000450 01  SHIPSTAT-REC.
000460     05  SS-SHIP-DATE             PIC 9(08).
000470     05  FILLER                   PIC X(01).
000480     05  SS-PICKER                PIC X(04).
000490     05  FILLER                   PIC X(01).
000500     05  SS-PACKAGES              PIC 9(05).
000510     05  FILLER                   PIC X(01).
000520     05  SS-TOTAL-QTY             PIC 9(07).
000530     05  FILLER                   PIC X(01).
000540     05  SS-CARRIER               PIC X(04).
000550     05  FILLER                   PIC X(01).
000560     05  SS-ORDER-NO              PIC X(10).
000570     05  FILLER                   PIC X(01).
000580     05  SS-INVOICE-NUM           PIC X(10).
000590     05  FILLER                   PIC X(01).
000600     05  SS-STATUS                PIC X(01).
000610         88  SS-MANIFESTED                  VALUE "M".
000620         88  SS-PICKED-UP                   VALUE "P".
000630         88  SS-IN-TRANSIT                  VALUE "T".
000640         88  SS-DELIVERED                   VALUE "D".
000650         88  SS-EXCEPTION                   VALUE "E".
000660     05  FILLER                   PIC X(01).
000670     05  SS-STATUS-DATE           PIC 9(08).
000680     05  FILLER                   PIC X(01).
000690     05  SS-DELIV-DATE            PIC 9(08).
000700     05  FILLER                   PIC X(01).
000710     05  SS-EXCEPT-CODE           PIC X(04).
000720     05  FILLER                   PIC X(01).
000730     05  SS-EXCEPT-TEXT           PIC X(20).

000740 FD  SHIPIRPT
000750     RECORDING MODE IS F.
000760 01  SHIPIRPT-REC                 PIC X(80).

000770 WORKING-STORAGE SECTION.
000780 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000790     88  WS-EOF                             VALUE "Y".
000800 77  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
000810 77  WS-SSTAT-STATUS              PIC X(02) VALUE SPACES.
000820 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000830 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000840 77  WS-S                         PIC 9(05) COMP.
000850 77  WS-INQ-COUNT                 PIC 9(05) VALUE ZERO COMP.
000860 77  WS-FOUND-COUNT               PIC 9(05) VALUE ZERO COMP.
000870 77  WS-MISS-COUNT                PIC 9(05) VALUE ZERO COMP.
000880 77  WS-HIT-COUNT                 PIC 9(05) VALUE ZERO COMP.

000890 01  WS-SHIP-TABLE.
000900     05  WS-SHIP-COUNT            PIC 9(05) VALUE ZERO COMP.
000910     05  SR-ENTRY OCCURS 5000 TIMES
000920                  INDEXED BY SR-IDX.
000930         10  SR-RECORD            PIC X(100).

000940 COPY RPTHDR.

000950 01  WS-TITLE-LINE.
000960     05  FILLER                  PIC X(30) VALUE
000970         "SHIPMENT INQUIRY".
000980     05  FILLER                  PIC X(50) VALUE SPACES.

000990 01  WS-INQUIRY-LINE.
001000     05  FILLER                  PIC X(09) VALUE "INQUIRY: ".
001010     05  IL-KEY-TEXT              PIC X(08).
001020     05  IL-KEY                   PIC X(10).
001030     05  FILLER                  PIC X(53) VALUE SPACES.

001040 01  WS-DETAIL-LINE.
001050     05  FILLER                  PIC X(04) VALUE SPACES.
001060     05  DL-SHIP-DATE             PIC 9(08).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DL-PICKER                PIC X(04).
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DL-ORDER-NO              PIC X(10).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DL-INVOICE-NUM           PIC X(10).
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DL-CARRIER               PIC X(04).
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  DL-STATUS-TEXT           PIC X(10).
001170     05  FILLER                  PIC X(01) VALUE SPACES.
001180     05  DL-STATUS-DATE           PIC 9(08).
001190     05  FILLER                  PIC X(11) VALUE SPACES.

001200 01  WS-DETAIL-LINE-2.
001210     05  FILLER                  PIC X(14) VALUE SPACES.
001220     05  D2-TEXT                  PIC X(15).
001230     05  D2-DELIV-DATE            PIC X(08).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  D2-EXCEPT-CODE           PIC X(04).
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001270     05  D2-EXCEPT-TEXT           PIC X(20).
001280     05  FILLER                  PIC X(16) VALUE SPACES.

001290 01  WS-NOT-FOUND-LINE.
001300     05  FILLER                  PIC X(40) VALUE
001310         "    NO SHIPMENT ON FILE".
001320     05  FILLER                  PIC X(40) VALUE SPACES.

001330 01  WS-SUMMARY-LINE.
001340     05  FILLER                  PIC X(11) VALUE "INQUIRIES: ".
001350     05  SL-INQ-COUNT             PIC ZZZZ9.
001360     05  FILLER                  PIC X(09) VALUE "  FOUND: ".
001370     05  SL-FOUND-COUNT           PIC ZZZZ9.
001380     05  FILLER                  PIC X(14) VALUE "  NOT FOUND:  ".
001390     05  SL-MISS-COUNT            PIC ZZZZ9.
001400     05  FILLER                  PIC X(31) VALUE SPACES.

001410 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 2000-ANSWER-ONE-INQUIRY THRU 2000-EXIT
001460         UNTIL WS-EOF.
001470     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001480     STOP RUN.

001490 1000-INITIALIZE.
001500     ACCEPT WS-RUN-DATE FROM DATE.
001510     ACCEPT WS-RUN-TIME FROM TIME.
001520     OPEN OUTPUT SHIPIRPT.
001530     MOVE "SHIPINQ" TO RH-PROGRAM-ID.
001540     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001550     MOVE WS-RUN-TIME TO RH-RUN-ID.
001560     MOVE 1 TO RH-PAGE-NUMBER.
001570     WRITE SHIPIRPT-REC FROM RH-REPORT-HEADER.
001580     WRITE SHIPIRPT-REC FROM WS-TITLE-LINE.
001590     PERFORM 1100-LOAD-SHIPSTAT THRU 1100-EXIT.
001600     OPEN INPUT SHIPINQC.
001610     IF WS-CTL-STATUS NOT = "00"
001620         SET WS-EOF TO TRUE
001630         GO TO 1000-EXIT
001640     END-IF.
001650     PERFORM 8000-READ-SHIPINQC THRU 8000-EXIT.
001660 1000-EXIT.
001670     EXIT.

001680 1100-LOAD-SHIPSTAT.
001690     OPEN INPUT SHIPSTAT.
001700     IF WS-SSTAT-STATUS NOT = "00"
001710         GO TO 1100-EXIT
001720     END-IF.
001730     PERFORM 1110-LOAD-ONE-SHIPMENT THRU 1110-EXIT
001740         UNTIL WS-EOF.
001750     CLOSE SHIPSTAT.
001760     MOVE "N" TO WS-EOF-SW.
001770 1100-EXIT.
001780     EXIT.

001790 1110-LOAD-ONE-SHIPMENT.
001800     READ SHIPSTAT
001810         AT END
001820             SET WS-EOF TO TRUE
001830         NOT AT END
001840             IF WS-SHIP-COUNT < 5000
001850                 ADD 1 TO WS-SHIP-COUNT
001860                 SET SR-IDX TO WS-SHIP-COUNT
001870                 MOVE SHIPSTAT-REC TO SR-RECORD(SR-IDX)
001880             END-IF
001890     END-READ.
001900 1110-EXIT.
001910     EXIT.

001920*----------------------------------------------------------------
001930* 2000-ANSWER-ONE-INQUIRY - LIST EVERY SHIPMENT FILLING THE ORDER
001940*                           OR BILLED ON THE INVOICE. A PARTLY
001950*                           SHIPPED ORDER HAS MORE THAN ONE.
001960*----------------------------------------------------------------
001970 2000-ANSWER-ONE-INQUIRY.
001980     ADD 1 TO WS-INQ-COUNT.
001990     WRITE SHIPIRPT-REC FROM WS-BLANK-LINE.
002000     IF IQ-ORDER
002010         MOVE "ORDER   " TO IL-KEY-TEXT
002020     ELSE
002030         MOVE "INVOICE " TO IL-KEY-TEXT
002040     END-IF.
002050     MOVE IQ-KEY TO IL-KEY.
002060     WRITE SHIPIRPT-REC FROM WS-INQUIRY-LINE.
002070     MOVE ZERO TO WS-HIT-COUNT.
002080     IF (IQ-ORDER OR IQ-INVOICE) AND IQ-KEY NOT = SPACES
002090         PERFORM 2100-CHECK-ONE-SHIPMENT THRU 2100-EXIT
002100             VARYING WS-S FROM 1 BY 1
002110             UNTIL WS-S > WS-SHIP-COUNT
002120     END-IF.
002130     IF WS-HIT-COUNT = ZERO
002140         ADD 1 TO WS-MISS-COUNT
002150         WRITE SHIPIRPT-REC FROM WS-NOT-FOUND-LINE
002160     ELSE
002170         ADD 1 TO WS-FOUND-COUNT
002180     END-IF.
002190     PERFORM 8000-READ-SHIPINQC THRU 8000-EXIT.
002200 2000-EXIT.
002210     EXIT.

002220 2100-CHECK-ONE-SHIPMENT.
002230     SET SR-IDX TO WS-S.
002240     MOVE SR-RECORD(SR-IDX) TO SHIPSTAT-REC.
002250     IF IQ-ORDER AND SS-ORDER-NO NOT = IQ-KEY
002260         GO TO 2100-EXIT
002270     END-IF.
002280     IF IQ-INVOICE AND SS-INVOICE-NUM NOT = IQ-KEY
002290         GO TO 2100-EXIT
002300     END-IF.
002310     ADD 1 TO WS-HIT-COUNT.
002320     MOVE SS-SHIP-DATE TO DL-SHIP-DATE.
002330     MOVE SS-PICKER TO DL-PICKER.
002340     MOVE SS-ORDER-NO TO DL-ORDER-NO.
002350     MOVE SS-INVOICE-NUM TO DL-INVOICE-NUM.
002360     MOVE SS-CARRIER TO DL-CARRIER.
002370     EVALUATE TRUE
002380         WHEN SS-MANIFESTED
002390             MOVE "MANIFESTED" TO DL-STATUS-TEXT
002400         WHEN SS-PICKED-UP
002410             MOVE "PICKED UP" TO DL-STATUS-TEXT
002420         WHEN SS-IN-TRANSIT
002430             MOVE "IN TRANSIT" TO DL-STATUS-TEXT
002440         WHEN SS-DELIVERED
002450             MOVE "DELIVERED" TO DL-STATUS-TEXT
002460         WHEN SS-EXCEPTION
002470             MOVE "EXCEPTION" TO DL-STATUS-TEXT
002480         WHEN OTHER
002490             MOVE SS-STATUS TO DL-STATUS-TEXT
002500     END-EVALUATE.
002510     MOVE SS-STATUS-DATE TO DL-STATUS-DATE.
002520     WRITE SHIPIRPT-REC FROM WS-DETAIL-LINE.
002530     IF SS-DELIV-DATE = ZERO AND SS-EXCEPT-CODE = SPACES
002540         GO TO 2100-EXIT
002550     END-IF.
002560     MOVE SPACES TO D2-TEXT D2-DELIV-DATE.
002570     IF SS-DELIV-DATE IS NUMERIC AND SS-DELIV-DATE > ZERO
002580         MOVE "DELIVERED ON   " TO D2-TEXT
002590         MOVE SS-DELIV-DATE TO D2-DELIV-DATE
002600     END-IF.
002610     MOVE SS-EXCEPT-CODE TO D2-EXCEPT-CODE.
002620     MOVE SS-EXCEPT-TEXT TO D2-EXCEPT-TEXT.
002630     WRITE SHIPIRPT-REC FROM WS-DETAIL-LINE-2.
002640 2100-EXIT.
002650     EXIT.

002660 5000-FINALIZE.
002670     IF WS-CTL-STATUS = "00" OR WS-CTL-STATUS = "10"
002680         CLOSE SHIPINQC
002690     END-IF.
002700     WRITE SHIPIRPT-REC FROM WS-BLANK-LINE.
002710     MOVE WS-INQ-COUNT TO SL-INQ-COUNT.
002720     MOVE WS-FOUND-COUNT TO SL-FOUND-COUNT.
002730     MOVE WS-MISS-COUNT TO SL-MISS-COUNT.
002740     WRITE SHIPIRPT-REC FROM WS-SUMMARY-LINE.
002750     CLOSE SHIPIRPT.
002760 5000-EXIT.
002770     EXIT.

002780 8000-READ-SHIPINQC.
002790     READ SHIPINQC
002800         AT END
002810             SET WS-EOF TO TRUE
002820     END-READ.
002830 8000-EXIT.
002840     EXIT.
