00018A* 09/02/2026  YM   FOUR-DIGIT YEARS. THE CTLREC HEADER IS NOW
00018B*                  STAMPED CCYYMMDD THROUGH THE SHARED DATEXPND
00018C*                  CENTURY WINDOW.
00018D* 10/15/2026  RO   LOT AND EXPIRY PICKING. A BINMAST BIN HOLDING
00018E*                  STOCK ON A LOTMAST LOT IS LOT-CONTROLLED: ITS
00018F*                  ITEM IS ALLOCATED LOT BY LOT, EARLIEST EXPIRY
00018G*                  FIRST ACROSS EVERY SUCH BIN, BEFORE ANY BIN
00018H*                  WITHOUT LOTS IS TOUCHED. A LOT AT OR PAST ITS
00018I*                  EXPIRY DATE IS BLOCKED FROM PICKING AND LISTED
00018J*                  AT THE END OF PICKRPT. EACH LOT PICK PRINTS
00018K*                  ITS LOT AND EXPIRY UNDER THE PICK LINE, IS
00018L*                  LOGGED ON LOTSHIP AGAINST THE PICKER'S
00018M*                  CARRMANF SHIPMENT FOR RECALL TRACING, AND
00018N*                  DRAWS THE LOT DOWN ON LOTMAST.
00018O* 10/15/2026  RO   SHIPMENT HISTORY. CARRMANF IS REWRITTEN EVERY
00018P*                  RUN, SO EACH MANIFEST SHIPMENT IS NOW ALSO
00018Q*                  APPENDED TO SHIPHIST WITH THE SHIP DATE. A
00018R*                  CUSTOMER RETURN AUTHORIZATION (RMAAUTH) IS
00018S*                  TIED BACK TO ITS SHIPMENT THROUGH IT.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000386         FILE STATUS IS WS-BACK-STATUS.
000388     SELECT CARRMANF ASSIGN TO "CARRMANF"
00038A         ORGANIZATION IS LINE SEQUENTIAL.
00038B     SELECT LOTMAST ASSIGN TO "LOTMAST"
00038C         ORGANIZATION IS LINE SEQUENTIAL
00038D         FILE STATUS IS WS-LOT-STATUS.
00038E     SELECT LOTSHIP ASSIGN TO "LOTSHIP"
00038F         ORGANIZATION IS LINE SEQUENTIAL
00038G         FILE STATUS IS WS-LSHIP-STATUS.
00038H     SELECT SHIPHIST ASSIGN TO "SHIPHIST"
00038I         ORGANIZATION IS LINE SEQUENTIAL
00038J         FILE STATUS IS WS-SHIST-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.
00048M     05  MF-TOTAL-QTY          PIC 9(07).
00048O     05  FILLER                PIC X(62).

00048P FD  LOTMAST
00048Q     RECORDING MODE IS F.
00048R 01  LOTMAST-REC.
00048S     05  LM-LOT-NO             PIC X(12).
00048T     05  FILLER                PIC X(01).
00048U     05  LM-BIN-ID             PIC X(10).
00048V     05  FILLER                PIC X(01).
00048W     05  LM-LOC-ID             PIC X(04).
00048X     05  FILLER                PIC X(01).
00048Y     05  LM-EXPIRY-DATE        PIC 9(08).
00048Z     05  FILLER                PIC X(01).
0048Z1     05  LM-RECV-DATE          PIC 9(08).
0048Z2     05  FILLER                PIC X(01).
0048Z3     05  LM-ORDER-NO           PIC 9(06).
0048Z4     05  FILLER                PIC X(01).
0048Z5     05  LM-SUPPLIER           PIC X(04).
0048Z6     05  FILLER                PIC X(01).
0048Z7     05  LM-QTY-RECEIVED       PIC 9(07).
0048Z8     05  FILLER                PIC X(01).
0048Z9     05  LM-QTY-ON-HAND        PIC 9(07).
0048ZA     05  FILLER                PIC X(26).

0048ZB FD  LOTSHIP
0048ZC     RECORDING MODE IS F.
0048ZD 01  LOTSHIP-REC.
0048ZE     05  LS-LOT-NO             PIC X(12).
0048ZF     05  FILLER                PIC X(01).
0048ZG     05  LS-BIN-ID             PIC X(10).
0048ZH     05  FILLER                PIC X(01).
0048ZI     05  LS-SHIP-DATE          PIC 9(08).
0048ZJ     05  FILLER                PIC X(01).
0048ZK     05  LS-PICKER             PIC X(04).
0048ZL     05  FILLER                PIC X(01).
0048ZM     05  LS-ITEM               PIC X(10).
0048ZN     05  FILLER                PIC X(01).
0048ZO     05  LS-QTY                PIC 9(07).
0048ZP     05  FILLER                PIC X(24).

0048ZQ FD  SHIPHIST
0048ZR     RECORDING MODE IS F.
0048ZS 01  SHIPHIST-REC.
0048ZT     05  SP-SHIP-DATE          PIC 9(08).
0048ZU     05  FILLER                PIC X(01).
0048ZV     05  SP-PICKER             PIC X(04).
0048ZW     05  FILLER                PIC X(01).
0048ZX     05  SP-PACKAGES           PIC 9(05).
0048ZY     05  FILLER                PIC X(01).
0048ZZ     05  SP-TOTAL-QTY          PIC 9(07).
048ZZ1     05  FILLER                PIC X(53).

000500 WORKING-STORAGE SECTION.
000510 77  WS-EOF-SW                 PIC X(01) VALUE "N".
000520     88  WS-EOF                          VALUE "Y".
000677 77  WS-MANF-QTY               PIC 9(07) VALUE ZERO.
000678 77  WS-MANF-HASH              PIC 9(15) VALUE ZERO.
000679 77  WS-MANF-PICKER            PIC X(04) VALUE SPACES.
00067A 77  WS-LOT-STATUS             PIC X(02) VALUE SPACES.
00067B 77  WS-LSHIP-STATUS           PIC X(02) VALUE SPACES.
00067C 77  WS-L                      PIC 9(05) COMP.
00067D 77  WS-BEST-LOT               PIC 9(05) VALUE ZERO COMP.
00067E 77  WS-BEST-EXPIRY            PIC 9(08) VALUE ZERO.
00067F 77  WS-LOT-EXPIRY             PIC 9(08) VALUE ZERO.
00067G 77  WS-BLOCKED-COUNT          PIC 9(05) VALUE ZERO COMP.
00067H 77  WS-NO-LOT-SW              PIC X(01) VALUE "N".
00067I     88  WS-NO-LOT                       VALUE "Y".
00067J 77  WS-SHIST-STATUS           PIC X(02) VALUE SPACES.

000690 01  WS-BIN-TABLE.
000700     05  WS-BIN-TOTAL          PIC 9(05) VALUE ZERO COMP.
000760         10  BN-BIN-ID         PIC X(06).
000770         10  BN-ITEM           PIC X(10).
000780         10  BN-QTY-ON-HAND    PIC 9(05).
000782         10  BN-LOT-SW         PIC X(01).
000784             88  BN-LOT-CONTROLLED       VALUE "Y".

000800 01  WS-PICK-TABLE.
000810     05  WS-PICK-TOTAL         PIC 9(05) VALUE ZERO COMP.
000900         10  PK-QTY            PIC 9(05).
000910         10  PK-SHORT-SW       PIC X(01).
000920             88  PK-SHORT                VALUE "Y".
000922         10  PK-LOT-NO         PIC X(12).
000924         10  PK-EXPIRY-DATE    PIC 9(08).

000930 01  WS-NEWBO-TABLE.
000931     05  WS-NEWBO-COUNT        PIC 9(03) VALUE ZERO COMP.
000935         10  BO-ITEM           PIC X(10).
000936         10  BO-QTY            PIC 9(05).

000937 01  WS-LOT-TABLE.
00093A     05  WS-LOT-TOTAL          PIC 9(05) VALUE ZERO COMP.
00093B     05  LT-ENTRY OCCURS 2000 TIMES
00093C                  INDEXED BY LT-IDX.
00093D         10  LT-BIN-IDX        PIC 9(05) COMP.
00093E         10  LT-QTY            PIC 9(07).
00093F         10  LT-RECORD         PIC X(100).

000938 COPY CTLREC.
000939 COPY DATXLINK.
000940 COPY RPTHDR.
001230     05  SL-SHORT-COUNT       PIC ZZZZ9.
001240     05  FILLER               PIC X(23) VALUE SPACES.

001242 01  WS-LOT-LINE.
001244     05  FILLER               PIC X(13) VALUE
001246         "         LOT ".
001248     05  LL-LOT-NO            PIC X(12).
00124A     05  FILLER               PIC X(11) VALUE "  EXPIRES: ".
00124C     05  LL-EXPIRY-DATE       PIC 9(08).
00124E     05  FILLER               PIC X(36) VALUE SPACES.

00124G 01  WS-BLOCKED-HEAD-LINE.
00124I     05  FILLER               PIC X(40) VALUE
00124K         "EXPIRED LOTS BLOCKED FROM PICKING".
00124M     05  FILLER               PIC X(40) VALUE SPACES.

00124O 01  WS-BLOCKED-LINE.
00124Q     05  FILLER               PIC X(04) VALUE "LOT ".
00124S     05  BL-LOT-NO            PIC X(12).
00124U     05  FILLER               PIC X(06) VALUE "  BIN ".
00124W     05  BL-BIN-ID            PIC X(06).
00124Y     05  FILLER               PIC X(07) VALUE "  ITEM ".
001250     05  BL-ITEM              PIC X(10).
001252     05  FILLER               PIC X(10) VALUE "  EXPIRED ".
001254     05  BL-EXPIRY-DATE       PIC 9(08).
001256     05  FILLER               PIC X(07) VALUE "  QTY: ".
001258     05  BL-QTY               PIC ZZZZZZ9.
00125A     05  FILLER               PIC X(03) VALUE SPACES.

001260 01  WS-BLANK-LINE             PIC X(80) VALUE SPACES.

001280 PROCEDURE DIVISION.
001620     IF WS-BIN-TOTAL > 1
001630         SORT BN-ENTRY ON ASCENDING KEY BN-AISLE BN-SHELF
001640     END-IF.
001641     PERFORM 1300-LOAD-LOTS THRU 1300-EXIT.
001642     OPEN EXTEND LOTSHIP.
001643     IF WS-LSHIP-STATUS = "35"
001644         OPEN OUTPUT LOTSHIP
1644A1     END-IF.
1644A2     OPEN EXTEND SHIPHIST.
1644A3     IF WS-SHIST-STATUS = "35"
1644A4         OPEN OUTPUT SHIPHIST
1644A5     END-IF.
001645     PERFORM 1500-REENTER-BACKORDERS THRU 1500-EXIT.
001650     OPEN INPUT WHBINS.
001660     PERFORM 8000-READ-WHBINS THRU 8000-EXIT.
001800                 MOVE BM-BIN-ID TO BN-BIN-ID(BN-IDX)
001810                 MOVE BM-ITEM TO BN-ITEM(BN-IDX)
001820                 MOVE BM-QTY-ON-HAND TO BN-QTY-ON-HAND(BN-IDX)
001825                 MOVE "N" TO BN-LOT-SW(BN-IDX)
001830             END-IF
001840     END-READ.
001850 1100-EXIT.
001860     EXIT.

186A01*----------------------------------------------------------------
186A02* 1300-LOAD-LOTS - EVERY LOT ON LOTMAST, TIED TO ITS BINMAST BIN
186A03*                  (AFTER THE AISLE SORT, SO THE TIE HOLDS). A
186A04*                  BIN WITH A LOT STILL ON HAND IS LOT-
186A05*                  CONTROLLED. THE WHOLE LOT RECORD IS KEPT SO
186A06*                  LOTMAST CAN BE REWRITTEN WITH THE PICKS
186A07*                  TAKEN OFF.
186A08*----------------------------------------------------------------
186A09 1300-LOAD-LOTS.
00186a     OPEN INPUT LOTMAST.
00186b     IF WS-LOT-STATUS NOT = "00"
00186c         GO TO 1300-EXIT
00186d     END-IF.
00186e     PERFORM 1310-LOAD-ONE-LOT THRU 1310-EXIT
00186f         UNTIL WS-EOF.
00186g     CLOSE LOTMAST.
00186h     MOVE "N" TO WS-EOF-SW.
00186i 1300-EXIT.
00186j     EXIT.

00186k 1310-LOAD-ONE-LOT.
00186l     READ LOTMAST
00186m         AT END
00186n             SET WS-EOF TO TRUE
00186o             GO TO 1310-EXIT
00186p     END-READ.
00186q     IF WS-LOT-TOTAL >= 2000
00186r*        A LOT LEFT OUT WOULD VANISH WHEN LOTMAST IS REWRITTEN
00186s         DISPLAY "TEST108 - LOTMAST EXCEEDS THE 2000-LOT "
00186t             "TABLE - RUN ABORTED"
00186u         MOVE 16 TO RETURN-CODE
00186v         STOP RUN
00186w     END-IF.
00186x     ADD 1 TO WS-LOT-TOTAL.
00186y     SET LT-IDX TO WS-LOT-TOTAL.
00186z     MOVE LOTMAST-REC TO LT-RECORD(LT-IDX).
0186z1     MOVE ZERO TO LT-QTY(LT-IDX).
0186z2     IF LM-QTY-ON-HAND IS NUMERIC
0186z3         MOVE LM-QTY-ON-HAND TO LT-QTY(LT-IDX)
0186z4     END-IF.
0186z5     MOVE ZERO TO LT-BIN-IDX(LT-IDX).
0186z6     PERFORM 1320-MATCH-LOT-BIN THRU 1320-EXIT
0186z7         VARYING WS-B FROM 1 BY 1
0186z8         UNTIL WS-B > WS-BIN-TOTAL OR LT-BIN-IDX(LT-IDX) > ZERO.
0186z9 1310-EXIT.
0186zA     EXIT.

0186zB 1320-MATCH-LOT-BIN.
0186zC     IF BN-BIN-ID(WS-B) = LM-BIN-ID
0186zD         MOVE WS-B TO LT-BIN-IDX(LT-IDX)
0186zE         IF LT-QTY(LT-IDX) > ZERO
0186zF             MOVE "Y" TO BN-LOT-SW(WS-B)
0186zG         END-IF
0186zH     END-IF.
0186zI 1320-EXIT.
0186zJ     EXIT.

001861*----------------------------------------------------------------
001862* 1500-REENTER-BACKORDERS - LAST RUN'S SHORTFALLS, CARRIED ON
001863*                           BACKORDS IN THE WHBINS CARD FORMAT,
002118*----------------------------------------------------------------
002119 2050-ALLOCATE-COMMON.
00211A     MOVE WS-REQ-QTY TO WS-NEED.
0211A1     MOVE "N" TO WS-NO-LOT-SW.
0211A2     PERFORM 2400-DRAW-FROM-LOT THRU 2400-EXIT
0211A3         UNTIL WS-NEED = ZERO OR WS-NO-LOT.
00211B     PERFORM 2100-DRAW-FROM-BIN THRU 2100-EXIT
00211C         VARYING WS-B FROM 1 BY 1
00211D         UNTIL WS-B > WS-BIN-TOTAL OR WS-NEED = ZERO.
002140     SET BN-IDX TO WS-B.
002150     IF BN-ITEM(BN-IDX) NOT = WS-ITEM
002160             OR BN-QTY-ON-HAND(BN-IDX) = ZERO
002165             OR BN-LOT-CONTROLLED(BN-IDX)
002170         GO TO 2100-EXIT
002180     END-IF.
002190     IF BN-QTY-ON-HAND(BN-IDX) >= WS-NEED
002350     MOVE WS-ITEM TO PK-ITEM(PK-IDX).
002360     MOVE WS-TAKE TO PK-QTY(PK-IDX).
002370     MOVE "N" TO PK-SHORT-SW(PK-IDX).
002375     MOVE SPACES TO PK-LOT-NO(PK-IDX).
002377     MOVE ZERO TO PK-EXPIRY-DATE(PK-IDX).
002380 2100-EXIT.
002390     EXIT.

002510     MOVE WS-ITEM TO PK-ITEM(PK-IDX).
002520     MOVE WS-NEED TO PK-QTY(PK-IDX).
002530     SET PK-SHORT(PK-IDX) TO TRUE.
002535     MOVE SPACES TO PK-LOT-NO(PK-IDX).
002537     MOVE ZERO TO PK-EXPIRY-DATE(PK-IDX).
002540 2200-EXIT.
002550     EXIT.

00255A 2300-EXIT.
00255B     EXIT.

00255C*----------------------------------------------------------------
00255D* 2400-DRAW-FROM-LOT - THE UNEXPIRED LOT OF THE ITEM WITH THE
00255E*                      EARLIEST EXPIRY (A LOT WITH NO EXPIRY
00255F*                      LAST) GIVES AS MUCH AS IT HOLDS TOWARD
00255G*                      THE NEED. NO SUCH LOT LEFT ENDS THE LOT
00255H*                      DRAW AND THE BINS WITHOUT LOTS TAKE OVER.
00255I*----------------------------------------------------------------
00255J 2400-DRAW-FROM-LOT.
00255K     MOVE ZERO TO WS-BEST-LOT.
00255L     MOVE 99999999 TO WS-BEST-EXPIRY.
00255M     PERFORM 2410-CHECK-ONE-LOT THRU 2410-EXIT
00255N         VARYING WS-L FROM 1 BY 1
00255O         UNTIL WS-L > WS-LOT-TOTAL.
00255P     IF WS-BEST-LOT = ZERO
00255Q         SET WS-NO-LOT TO TRUE
00255R         GO TO 2400-EXIT
00255S     END-IF.
00255T     SET LT-IDX TO WS-BEST-LOT.
00255U     MOVE LT-RECORD(LT-IDX) TO LOTMAST-REC.
00255V     IF LT-QTY(LT-IDX) >= WS-NEED
00255W         MOVE WS-NEED TO WS-TAKE
00255X     ELSE
00255Y         MOVE LT-QTY(LT-IDX) TO WS-TAKE
00255Z     END-IF.
0255Z1     SUBTRACT WS-TAKE FROM LT-QTY(LT-IDX).
0255Z2     SUBTRACT WS-TAKE FROM WS-NEED.
0255Z3     SET BN-IDX TO LT-BIN-IDX(LT-IDX).
0255Z4     IF BN-QTY-ON-HAND(BN-IDX) > WS-TAKE
0255Z5         SUBTRACT WS-TAKE FROM BN-QTY-ON-HAND(BN-IDX)
0255Z6     ELSE
0255Z7         MOVE ZERO TO BN-QTY-ON-HAND(BN-IDX)
0255Z8     END-IF.
0255Z9     IF WS-PICK-TOTAL >= 2000
0255ZA         GO TO 2400-EXIT
0255ZB     END-IF.
0255ZC     ADD 1 TO WS-PICK-TOTAL.
0255ZD     SET PK-IDX TO WS-PICK-TOTAL.
0255ZE     MOVE WS-PICKER TO PK-PICKER(PK-IDX).
0255ZF     MOVE BN-AISLE(BN-IDX) TO PK-AISLE(PK-IDX).
0255ZG     MOVE BN-SHELF(BN-IDX) TO PK-SHELF(PK-IDX).
0255ZH     MOVE BN-BIN-ID(BN-IDX) TO PK-BIN-ID(PK-IDX).
0255ZI     MOVE WS-ITEM TO PK-ITEM(PK-IDX).
0255ZJ     MOVE WS-TAKE TO PK-QTY(PK-IDX).
0255ZK     MOVE "N" TO PK-SHORT-SW(PK-IDX).
0255ZL     MOVE LM-LOT-NO TO PK-LOT-NO(PK-IDX).
0255ZM     MOVE LM-EXPIRY-DATE TO PK-EXPIRY-DATE(PK-IDX).
0255ZN 2400-EXIT.
0255ZO     EXIT.

0255ZP 2410-CHECK-ONE-LOT.
0255ZQ     SET LT-IDX TO WS-L.
0255ZR     IF LT-QTY(LT-IDX) = ZERO OR LT-BIN-IDX(LT-IDX) = ZERO
0255ZS         GO TO 2410-EXIT
0255ZT     END-IF.
0255ZU     SET BN-IDX TO LT-BIN-IDX(LT-IDX).
0255ZV     IF BN-ITEM(BN-IDX) NOT = WS-ITEM
0255ZW         GO TO 2410-EXIT
0255ZX     END-IF.
0255ZY     MOVE LT-RECORD(LT-IDX) TO LOTMAST-REC.
0255ZZ     MOVE 99999999 TO WS-LOT-EXPIRY.
0255a1     IF LM-EXPIRY-DATE IS NUMERIC AND LM-EXPIRY-DATE > ZERO
0255a2         IF LM-EXPIRY-DATE NOT > WS-RUN-CCYYMMDD
0255a3             GO TO 2410-EXIT
0255a4         END-IF
0255a5         MOVE LM-EXPIRY-DATE TO WS-LOT-EXPIRY
0255a6     END-IF.
0255a7     IF WS-LOT-EXPIRY < WS-BEST-EXPIRY OR WS-BEST-LOT = ZERO
0255a8         MOVE WS-L TO WS-BEST-LOT
0255a9         MOVE WS-LOT-EXPIRY TO WS-BEST-EXPIRY
0255aA     END-IF.
0255aB 2410-EXIT.
0255aC     EXIT.

002570*----------------------------------------------------------------
002580* 3000-PRINT-PICK-LISTS - SORT THE ALLOCATED PICKS BY PICKER,
002590*                         THEN AISLE AND SHELF, AND PRINT ONE
002940         MOVE SPACES TO DL-NOTE
002950     END-IF.
002960     WRITE PICKRPT-REC FROM WS-DETAIL-LINE.
002962     IF PK-LOT-NO(PK-IDX) = SPACES
002964         GO TO 3100-EXIT
002966     END-IF.
002968     MOVE PK-LOT-NO(PK-IDX) TO LL-LOT-NO.
00296A     MOVE PK-EXPIRY-DATE(PK-IDX) TO LL-EXPIRY-DATE.
00296C     WRITE PICKRPT-REC FROM WS-LOT-LINE.
00296E     MOVE SPACES TO LOTSHIP-REC.
00296G     MOVE PK-LOT-NO(PK-IDX) TO LS-LOT-NO.
00296I     MOVE PK-BIN-ID(PK-IDX) TO LS-BIN-ID.
00296K     MOVE WS-RUN-CCYYMMDD TO LS-SHIP-DATE.
00296M     MOVE PK-PICKER(PK-IDX) TO LS-PICKER.
00296O     MOVE PK-ITEM(PK-IDX) TO LS-ITEM.
00296Q     MOVE PK-QTY(PK-IDX) TO LS-QTY.
00296S     WRITE LOTSHIP-REC.
002970 3100-EXIT.
002980     EXIT.

00299F     MOVE WS-MANF-PACKAGES TO MF-PACKAGES.
00299G     MOVE WS-MANF-QTY TO MF-TOTAL-QTY.
00299H     WRITE CARRMANF-REC.
0299H1     MOVE SPACES TO SHIPHIST-REC.
0299H2     MOVE WS-RUN-CCYYMMDD TO SP-SHIP-DATE.
0299H3     MOVE WS-MANF-PICKER TO SP-PICKER.
0299H4     MOVE WS-MANF-PACKAGES TO SP-PACKAGES.
0299H5     MOVE WS-MANF-QTY TO SP-TOTAL-QTY.
0299H6     WRITE SHIPHIST-REC.
00299I     ADD 1 TO WS-SHIP-COUNT.
00299J     ADD WS-MANF-QTY TO WS-MANF-HASH.
00299K     MOVE ZERO TO WS-MANF-PACKAGES.
003007     WRITE CARRMANF-REC FROM CT-CONTROL-RECORD.
003008     CLOSE CARRMANF.
003009     PERFORM 5500-SAVE-BACKORDERS THRU 5500-EXIT.
00300A     CLOSE LOTSHIP
0300A1           SHIPHIST.
00300B     PERFORM 5600-REPORT-BLOCKED-LOTS THRU 5600-EXIT.
00300C     PERFORM 5700-SAVE-LOTS THRU 5700-EXIT.
003010     WRITE PICKRPT-REC FROM WS-BLANK-LINE.
003020     MOVE WS-PICKER-COUNT TO SL-PICKER-COUNT.
003030     MOVE WS-PICK-LINES TO SL-PICK-LINES.
00309O 5510-EXIT.
00309P     EXIT.

00309Q*----------------------------------------------------------------
00309R* 5600-REPORT-BLOCKED-LOTS - EVERY EXPIRED LOT STILL HOLDING
00309S*                            STOCK IN A PICK BIN, SO IT CAN BE
00309T*                            PULLED AND WRITTEN OFF.
00309U*----------------------------------------------------------------
00309V 5600-REPORT-BLOCKED-LOTS.
00309W     WRITE PICKRPT-REC FROM WS-BLANK-LINE.
00309X     WRITE PICKRPT-REC FROM WS-BLOCKED-HEAD-LINE.
00309Y     PERFORM 5610-CHECK-ONE-BLOCKED THRU 5610-EXIT
00309Z         VARYING WS-L FROM 1 BY 1
0309Z1         UNTIL WS-L > WS-LOT-TOTAL.
0309Z2 5600-EXIT.
0309Z3     EXIT.

0309Z4 5610-CHECK-ONE-BLOCKED.
0309Z5     SET LT-IDX TO WS-L.
0309Z6     IF LT-QTY(LT-IDX) = ZERO OR LT-BIN-IDX(LT-IDX) = ZERO
0309Z7         GO TO 5610-EXIT
0309Z8     END-IF.
0309Z9     MOVE LT-RECORD(LT-IDX) TO LOTMAST-REC.
0309ZA     IF LM-EXPIRY-DATE NOT NUMERIC OR LM-EXPIRY-DATE = ZERO
0309ZB             OR LM-EXPIRY-DATE > WS-RUN-CCYYMMDD
0309ZC         GO TO 5610-EXIT
0309ZD     END-IF.
0309ZE     SET BN-IDX TO LT-BIN-IDX(LT-IDX).
0309ZF     ADD 1 TO WS-BLOCKED-COUNT.
0309ZG     MOVE LM-LOT-NO TO BL-LOT-NO.
0309ZH     MOVE BN-BIN-ID(BN-IDX) TO BL-BIN-ID.
0309ZI     MOVE BN-ITEM(BN-IDX) TO BL-ITEM.
0309ZJ     MOVE LM-EXPIRY-DATE TO BL-EXPIRY-DATE.
0309ZK     MOVE LT-QTY(LT-IDX) TO BL-QTY.
0309ZL     WRITE PICKRPT-REC FROM WS-BLOCKED-LINE.
0309ZM 5610-EXIT.
0309ZN     EXIT.

0309ZO*----------------------------------------------------------------
0309ZP* 5700-SAVE-LOTS - REWRITE LOTMAST WITH WHAT EACH LOT HAS LEFT.
0309ZQ*                  AN EMPTIED LOT STAYS ON FILE FOR RECALL.
0309ZR*----------------------------------------------------------------
0309ZS 5700-SAVE-LOTS.
0309ZT     IF WS-LOT-STATUS NOT = "00"
0309ZU         GO TO 5700-EXIT
0309ZV     END-IF.
0309ZW     OPEN OUTPUT LOTMAST.
0309ZX     PERFORM 5710-SAVE-ONE-LOT THRU 5710-EXIT
0309ZY         VARYING WS-L FROM 1 BY 1
0309ZZ         UNTIL WS-L > WS-LOT-TOTAL.
0309a1     CLOSE LOTMAST.
0309a2 5700-EXIT.
0309a3     EXIT.

0309a4 5710-SAVE-ONE-LOT.
0309a5     SET LT-IDX TO WS-L.
0309a6     MOVE LT-RECORD(LT-IDX) TO LOTMAST-REC.
0309a7     MOVE LT-QTY(LT-IDX) TO LM-QTY-ON-HAND.
0309a8     WRITE LOTMAST-REC.
0309a9 5710-EXIT.
0309aA     EXIT.

003110 8000-READ-WHBINS.
003120     READ WHBINS
003130         AT END
