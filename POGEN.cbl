0002K1* 09/02/2026  HT   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002K4* 10/15/2026  RO   UNIT COST. SUPXREF NOW CARRIES THE AGREED
0002K5*                  UNIT COST FOR THE BIN'S SUPPLIER AND EACH NEW
0002K6*                  POFILE LINE CARRIES IT AS PO-UNIT-COST, THE
0002K7*                  PRICE APINVMT MATCHES SUPPLIER INVOICES TO.
0002K8* 10/15/2026  RO   DEMAND-DRIVEN REORDER POINTS. A BIN AND
0002K9*                  LOCATION ON THE ROPAPPR FILE THE MONTHLY
0002KA*                  ROPCALC REVIEW WRITES IS JUDGED AGAINST ITS
0002KB*                  OWN POINT - THE PROPOSED POINT ON AN APPROVED
0002KC*                  ("Y") LINE, THE CURRENT ONE ON A HELD LINE -
0002KD*                  INSTEAD OF THE BIZPARM REORDERPOINT, WHICH
0002KE*                  STILL COVERS EVERY BIN NOT YET REVIEWED.
0002KF*                  THE BOXSOH LAYOUT NOW SHOWS THE AVERAGE UNIT
0002KG*                  COST PORECV AND THE BOX LEDGER CARRY ON IT.
0002KH* 10/15/2026  RO   RETURNED GOODS HELD IN THE "QUAR" QUARANTINE
0002KI*                  LOCATION ARE EXCLUDED LIKE IN-TRANSIT STOCK.
0002KJ* 10/15/2026  RO   MATERIAL SHORTAGES. THE MATLCHK MATERIAL CHECK
0002KK*                  WRITES THE PARTS HELD PRODUCTION JOBS ARE
0002KL*                  SHORT OF TO MATLSUGG AS SUGGESTED ORDERS.
0002KM*                  THEY ARE ORDERED FIRST, FOR THE SHORTFALL
0002KN*                  ROUNDED TO THE SUPPLIER'S MINIMUM AND
0002KO*                  MULTIPLE, AND MARKED "SHORTAGE" ON THE
0002KP*                  REPORT; THE BIN THEN COUNTS AS OPEN FOR THE
0002KQ*                  REORDER-POINT PASS. MATLSUGG IS EMPTIED ONCE
0002KR*                  ORDERED SO A RERUN CANNOT ORDER IT TWICE.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000460         FILE STATUS IS WS-PO-STATUS.
000470     SELECT POGENRPT ASSIGN TO "POGENRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000482     SELECT ROPAPPR ASSIGN TO "ROPAPPR"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-ROP-STATUS.
000487     SELECT MATLSUGG ASSIGN TO "MATLSUGG"
000488         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-SUGG-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000570     05  FILLER                   PIC X(01).
000580     05  SO-BALANCE               PIC S9(09) SIGN LEADING
000590                                            SEPARATE.
000592     05  FILLER                   PIC X(01).
000594     05  SO-AVG-COST              PIC 9(07)V9(04).

000600 FD  BIZPARM
000610     RECORDING MODE IS F.
000740     05  SX-BIN-ID                PIC X(10).
000750     05  FILLER                   PIC X(01).
000760     05  SX-SUPPLIER              PIC X(04).
000762     05  FILLER                   PIC X(01).
000764     05  SX-UNIT-COST             PIC 9(07)V99.
000770     05  FILLER                   PIC X(55).

000780 FD  POFILE
000790     RECORDING MODE IS F.
000910     05  PO-ORDER-DATE            PIC 9(08).
000920     05  FILLER                   PIC X(01).
000930     05  PO-DUE-DATE              PIC 9(08).
000932     05  FILLER                   PIC X(01).
000934     05  PO-UNIT-COST             PIC 9(07)V99.
000940     05  FILLER                   PIC X(23).

000950 FD  POGENRPT
000960     RECORDING MODE IS F.
000970 01  POGENRPT-REC                 PIC X(80).

000972 FD  ROPAPPR
000973     RECORDING MODE IS F.
000974 01  ROPAPPR-REC.
000975     05  RA-BIN-ID                PIC X(10).
000976     05  FILLER                   PIC X(01).
000977     05  RA-LOC-ID                PIC X(04).
000978     05  FILLER                   PIC X(01).
000979     05  RA-STATUS                PIC X(01).
00097A         88  RA-APPROVED                    VALUE "Y".
00097B         88  RA-HELD                        VALUE "H".
00097C     05  FILLER                   PIC X(01).
00097D     05  RA-CUR-ROP               PIC 9(07).
00097E     05  FILLER                   PIC X(01).
00097F     05  RA-CUR-SS                PIC 9(07).
00097G     05  FILLER                   PIC X(01).
00097H     05  RA-NEW-ROP               PIC 9(07).
00097I     05  FILLER                   PIC X(01).
00097J     05  RA-NEW-SS                PIC 9(07).
00097K     05  FILLER                   PIC X(01).
00097L     05  RA-CALC-DATE             PIC 9(08).
00097M     05  FILLER                   PIC X(22).

00097N FD  MATLSUGG
00097O     RECORDING MODE IS F.
00097P 01  MATLSUGG-REC.
00097Q     05  SG-BIN-ID                PIC X(10).
00097R     05  FILLER                   PIC X(01).
00097S     05  SG-LOC-ID                PIC X(04).
00097T     05  FILLER                   PIC X(01).
00097U     05  SG-QTY                   PIC 9(07).
00097V     05  FILLER                   PIC X(01).
00097W     05  SG-NEED-DATE             PIC 9(08).
00097X     05  FILLER                   PIC X(48).

000980 WORKING-STORAGE SECTION.
000990 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001000     88  WS-EOF                             VALUE "Y".
001030 77  WS-SUP-STATUS                PIC X(02) VALUE SPACES.
001040 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
001050 77  WS-PO-STATUS                 PIC X(02) VALUE SPACES.
001055 77  WS-ROP-STATUS                PIC X(02) VALUE SPACES.
001057 77  WS-SUGG-STATUS               PIC X(02) VALUE SPACES.
001060 77  WS-K                         PIC 9(03) COMP.
001070 77  WS-REORDER-POINT             PIC 9(09) VALUE ZERO.
001075 77  WS-BIN-POINT                 PIC 9(09) VALUE ZERO.
001077 77  WS-R                         PIC 9(05) COMP.
001080 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001082 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001090 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001100 77  WS-NEXT-ORDER-NO             PIC 9(06) VALUE ZERO.
001110 77  WS-ORDER-QTY                 PIC 9(07) VALUE ZERO.
001120 77  WS-SUPPLIER                  PIC X(04) VALUE SPACES.
001125 77  WS-UNIT-COST                 PIC 9(07)V99 VALUE ZERO.
001130 77  WS-MIN-QTY                   PIC 9(07) VALUE ZERO.
001140 77  WS-MULTIPLE                  PIC 9(07) VALUE ZERO.
001150 77  WS-QUOT                      PIC 9(07) VALUE ZERO.
001180 77  WS-DATE-CCYYMMDD             PIC 9(08) VALUE ZERO.
001190 77  WS-ORDERED-COUNT             PIC 9(05) VALUE ZERO COMP.
001200 77  WS-SKIPPED-COUNT             PIC 9(05) VALUE ZERO COMP.
001205 77  WS-MATL-COUNT                PIC 9(05) VALUE ZERO COMP.
001207 77  WS-ORDER-BIN-ID              PIC X(10) VALUE SPACES.
001208 77  WS-ORDER-LOC-ID              PIC X(04) VALUE SPACES.
001210 77  WS-OPEN-SW                   PIC X(01) VALUE "N".
001220     88  WS-ALREADY-OPEN                    VALUE "Y".

001330                  INDEXED BY XR-IDX.
001340         10  XR-BIN-ID            PIC X(10).
001350         10  XR-SUPPLIER          PIC X(04).
001355         10  XR-UNIT-COST         PIC 9(07)V99.

001360 01  WS-OPENPO-TABLE.
001370     05  WS-OPENPO-COUNT          PIC 9(03) VALUE ZERO COMP.
001390                  INDEXED BY OP-IDX.
001400         10  OP-BIN-ID            PIC X(10).

001402 01  WS-ROP-TABLE.
001404     05  WS-ROP-COUNT             PIC 9(05) VALUE ZERO COMP.
001406     05  RP-ENTRY OCCURS 2000 TIMES
001408                  INDEXED BY RP-IDX.
00140A         10  RP-BIN-ID            PIC X(10).
00140C         10  RP-LOC-ID            PIC X(04).
00140E         10  RP-POINT             PIC 9(07).

001410 COPY PARMCTL.
001420 COPY RPTHDR.
001422 COPY DATXLINK.
001550     05  DL-QTY                   PIC ZZZZZZ9.
001560     05  FILLER                  PIC X(07) VALUE "  DUE: ".
001570     05  DL-DUE-DATE              PIC 9(08).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001585     05  DL-NOTE                  PIC X(09).

001590 01  WS-SUMMARY-LINE.
001600     05  FILLER                  PIC X(10) VALUE "ORDERED:  ".
001620     05  FILLER                  PIC X(23) VALUE
001630         "  SKIPPED (NO SUPPLIER)".
001640     05  SL-SKIPPED-COUNT         PIC ZZZZ9.
001642     05  FILLER                  PIC X(16) VALUE
001644         "  FOR MATERIAL: ".
001646     05  SL-MATL-COUNT            PIC ZZZZ9.
001650     05  FILLER                  PIC X(16) VALUE SPACES.

001660 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001860     PERFORM 1200-LOAD-SUPPLIERS THRU 1200-EXIT.
001870     PERFORM 1300-LOAD-XREF THRU 1300-EXIT.
001880     PERFORM 1400-SCAN-OPEN-ORDERS THRU 1400-EXIT.
001885     PERFORM 1500-LOAD-APPROVED-POINTS THRU 1500-EXIT.
001890     OPEN EXTEND POFILE.
001900     IF WS-PO-STATUS = "35"
001910         OPEN OUTPUT POFILE
001950         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD) + 14.
001960     COMPUTE WS-DATE-CCYYMMDD =
001970         FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
001980     PERFORM 1600-ORDER-SHORTAGES THRU 1600-EXIT.
001990     OPEN INPUT BOXSOH.
002000     IF WS-SOH-STATUS NOT = "00"
002010         SET WS-EOF TO TRUE
002740                 SET XR-IDX TO WS-XREF-COUNT
002750                 MOVE SX-BIN-ID TO XR-BIN-ID(XR-IDX)
002760                 MOVE SX-SUPPLIER TO XR-SUPPLIER(XR-IDX)
002762                 MOVE ZERO TO XR-UNIT-COST(XR-IDX)
002764                 IF SX-UNIT-COST IS NUMERIC
002766                     MOVE SX-UNIT-COST TO XR-UNIT-COST(XR-IDX)
002768                 END-IF
002770             END-IF
002780     END-READ.
002790 1310-EXIT.
003120 1410-EXIT.
003130     EXIT.

031301*----------------------------------------------------------------
031302* 1500-LOAD-APPROVED-POINTS - EACH REVIEWED BIN'S POINT FROM
031303*                             ROPAPPR: PROPOSED IF APPROVED,
031304*                             CURRENT IF HELD. NO FILE LEAVES
031305*                             EVERY BIN ON THE BIZPARM POINT.
031306*----------------------------------------------------------------
031307 1500-LOAD-APPROVED-POINTS.
031308     OPEN INPUT ROPAPPR.
031309     IF WS-ROP-STATUS NOT = "00"
03130A         GO TO 1500-EXIT
03130B     END-IF.
03130C     PERFORM 1510-LOAD-ONE-POINT THRU 1510-EXIT
03130D         UNTIL WS-EOF.
03130E     CLOSE ROPAPPR.
03130F     MOVE "N" TO WS-EOF-SW.
03130G 1500-EXIT.
03130H     EXIT.

03130I 1510-LOAD-ONE-POINT.
03130J     READ ROPAPPR
03130K         AT END
03130L             SET WS-EOF TO TRUE
03130M             GO TO 1510-EXIT
03130N     END-READ.
03130O     IF WS-ROP-COUNT >= 2000
03130P*        A DROPPED LINE WOULD QUIETLY ORDER ON THE WRONG POINT
03130Q         DISPLAY "POGEN - ROPAPPR EXCEEDS THE 2000-BIN "
03130R             "TABLE - RUN ABORTED"
03130S         MOVE 16 TO RETURN-CODE
03130T         STOP RUN
03130U     END-IF.
03130V     ADD 1 TO WS-ROP-COUNT.
03130W     SET RP-IDX TO WS-ROP-COUNT.
03130X     MOVE RA-BIN-ID TO RP-BIN-ID(RP-IDX).
03130Y     MOVE RA-LOC-ID TO RP-LOC-ID(RP-IDX).
03130Z     IF RA-APPROVED
031311         MOVE RA-NEW-ROP TO RP-POINT(RP-IDX)
031312     ELSE
031313         MOVE RA-CUR-ROP TO RP-POINT(RP-IDX)
031314     END-IF.
031315 1510-EXIT.
031316     EXIT.

031317*----------------------------------------------------------------
031318* 1600-ORDER-SHORTAGES - ONE ORDER PER MATLCHK SUGGESTION, FOR
031319*                        THE SHORTFALL ROUNDED TO THE SUPPLIER'S
03131A*                        TERMS. AN OPEN ORDER DOES NOT STOP IT -
03131B*                        MATLCHK HAS ALREADY COUNTED EVERY ORDER
03131C*                        DUE IN TIME. THE FILE IS THEN EMPTIED.
03131D*----------------------------------------------------------------
03131E 1600-ORDER-SHORTAGES.
03131F     OPEN INPUT MATLSUGG.
03131G     IF WS-SUGG-STATUS NOT = "00"
03131H         GO TO 1600-EXIT
03131I     END-IF.
03131J     PERFORM 1610-ORDER-ONE-SHORTAGE THRU 1610-EXIT
03131K         UNTIL WS-EOF.
03131L     CLOSE MATLSUGG.
03131M     MOVE "N" TO WS-EOF-SW.
03131N     OPEN OUTPUT MATLSUGG.
03131O     CLOSE MATLSUGG.
03131P 1600-EXIT.
03131Q     EXIT.

03131R 1610-ORDER-ONE-SHORTAGE.
03131S     READ MATLSUGG
03131T         AT END
03131U             SET WS-EOF TO TRUE
03131V             GO TO 1610-EXIT
03131W     END-READ.
03131X     IF SG-QTY IS NOT NUMERIC OR SG-QTY = ZERO
03131Y         GO TO 1610-EXIT
03131Z     END-IF.
031321     MOVE SG-BIN-ID TO WS-ORDER-BIN-ID.
031322     MOVE SG-LOC-ID TO WS-ORDER-LOC-ID.
031323     PERFORM 2200-FIND-SUPPLIER THRU 2200-EXIT.
031324     IF WS-SUPPLIER = SPACES
031325         ADD 1 TO WS-SKIPPED-COUNT
031326         GO TO 1610-EXIT
031327     END-IF.
031328     MOVE SG-QTY TO WS-ORDER-QTY.
031329     PERFORM 2400-ROUND-ORDER-QTY THRU 2400-EXIT.
03132A     MOVE "SHORTAGE" TO DL-NOTE.
03132B     PERFORM 2500-WRITE-ORDER THRU 2500-EXIT.
03132C     ADD 1 TO WS-MATL-COUNT.
03132D     IF WS-OPENPO-COUNT < 500
03132E         ADD 1 TO WS-OPENPO-COUNT
03132F         SET OP-IDX TO WS-OPENPO-COUNT
03132G         MOVE SG-BIN-ID TO OP-BIN-ID(OP-IDX)
03132H     END-IF.
03132I 1610-EXIT.
03132J     EXIT.

003140*----------------------------------------------------------------
003150* 2000-JUDGE-ONE-POSITION - ONE STOCK POSITION AGAINST THE
003160*                           REORDER POINT. THE ORDER TOPS THE
003200*                           MULTIPLE.
003210*----------------------------------------------------------------
003220 2000-JUDGE-ONE-POSITION.
003225     PERFORM 2300-FIND-BIN-POINT THRU 2300-EXIT.
003230     IF WS-BIN-POINT = ZERO
003240             OR SO-LOC-ID = "XFER"
003245             OR SO-LOC-ID = "QUAR"
003250             OR SO-BALANCE >= WS-BIN-POINT
003260         GO TO 2000-NEXT
003270     END-IF.
003280     PERFORM 2100-CHECK-ALREADY-OPEN THRU 2100-EXIT.
003290     IF WS-ALREADY-OPEN
003300         GO TO 2000-NEXT
003310     END-IF.
003315     MOVE SO-BIN-ID TO WS-ORDER-BIN-ID.
003317     MOVE SO-LOC-ID TO WS-ORDER-LOC-ID.
003320     PERFORM 2200-FIND-SUPPLIER THRU 2200-EXIT.
003330     IF WS-SUPPLIER = SPACES
003340         ADD 1 TO WS-SKIPPED-COUNT
003350         GO TO 2000-NEXT
003360     END-IF.
003370     COMPUTE WS-ORDER-QTY =
003380         (WS-BIN-POINT * 2) - SO-BALANCE.
003390     PERFORM 2400-ROUND-ORDER-QTY THRU 2400-EXIT.
003400     MOVE SPACES TO DL-NOTE.
003410     PERFORM 2500-WRITE-ORDER THRU 2500-EXIT.
003670 2000-NEXT.
003680     PERFORM 8000-READ-BOXSOH THRU 8000-EXIT.
003690 2000-EXIT.

003840 2200-FIND-SUPPLIER.
003850     MOVE SPACES TO WS-SUPPLIER.
003855     MOVE ZERO TO WS-UNIT-COST.
003860     MOVE ZERO TO WS-MIN-QTY.
003870     MOVE ZERO TO WS-MULTIPLE.
003880     PERFORM 2210-MATCH-XREF THRU 2210-EXIT
003990     EXIT.

004000 2210-MATCH-XREF.
004010     IF XR-BIN-ID(WS-K) = WS-ORDER-BIN-ID
004020         MOVE XR-SUPPLIER(WS-K) TO WS-SUPPLIER
004025         MOVE XR-UNIT-COST(WS-K) TO WS-UNIT-COST
004030     END-IF.
004040 2210-EXIT.
004050     EXIT.
004110 2220-EXIT.
004120     EXIT.

004121 2300-FIND-BIN-POINT.
004122     MOVE WS-REORDER-POINT TO WS-BIN-POINT.
004123     PERFORM 2310-MATCH-POINT THRU 2310-EXIT
004124         VARYING WS-R FROM 1 BY 1
004125         UNTIL WS-R > WS-ROP-COUNT.
004126 2300-EXIT.
004127     EXIT.

004128 2310-MATCH-POINT.
004129     IF RP-BIN-ID(WS-R) = SO-BIN-ID
00412A             AND RP-LOC-ID(WS-R) = SO-LOC-ID
00412B         MOVE RP-POINT(WS-R) TO WS-BIN-POINT
00412C     END-IF.
00412D 2310-EXIT.
00412E     EXIT.

00412F*----------------------------------------------------------------
00412G* 2400-ROUND-ORDER-QTY - LIFT WS-ORDER-QTY TO THE SUPPLIER'S
00412H*                        MINIMUM AND ROUND IT UP TO THE ORDER
00412I*                        MULTIPLE.
00412J*----------------------------------------------------------------
00412K 2400-ROUND-ORDER-QTY.
00412L     IF WS-ORDER-QTY < WS-MIN-QTY
00412M         MOVE WS-MIN-QTY TO WS-ORDER-QTY
00412N     END-IF.
00412O     IF WS-MULTIPLE > ZERO
00412P         DIVIDE WS-ORDER-QTY BY WS-MULTIPLE
00412Q             GIVING WS-QUOT REMAINDER WS-REM
00412R         IF WS-REM > ZERO
00412S             COMPUTE WS-ORDER-QTY =
00412T                 (WS-QUOT + 1) * WS-MULTIPLE
00412U         END-IF
00412V     END-IF.
00412W 2400-EXIT.
00412X     EXIT.

00412Y*----------------------------------------------------------------
00412Z* 2500-WRITE-ORDER - APPEND THE ORDER FOR WS-ORDER-BIN-ID AND
004131*                    WS-ORDER-LOC-ID TO POFILE AND PRINT IT.
004132*----------------------------------------------------------------
004133 2500-WRITE-ORDER.
004134     ADD 1 TO WS-NEXT-ORDER-NO.
004135     MOVE SPACES TO POFILE-REC.
004136     MOVE WS-NEXT-ORDER-NO TO PO-ORDER-NO.
004137     MOVE WS-ORDER-BIN-ID TO PO-BIN-ID.
004138     MOVE WS-ORDER-LOC-ID TO PO-LOC-ID.
004139     MOVE WS-SUPPLIER TO PO-SUPPLIER.
00413A     MOVE WS-ORDER-QTY TO PO-QTY.
00413B     MOVE WS-RUN-CCYYMMDD TO PO-ORDER-DATE.
00413C     MOVE WS-DATE-CCYYMMDD TO PO-DUE-DATE.
00413D     MOVE WS-UNIT-COST TO PO-UNIT-COST.
00413E     WRITE POFILE-REC.
00413F     ADD 1 TO WS-ORDERED-COUNT.
00413G     MOVE WS-NEXT-ORDER-NO TO DL-ORDER-NO.
00413H     MOVE WS-ORDER-BIN-ID TO DL-BIN-ID.
00413I     MOVE WS-SUPPLIER TO DL-SUPPLIER.
00413J     MOVE WS-ORDER-QTY TO DL-QTY.
00413K     MOVE WS-DATE-CCYYMMDD TO DL-DUE-DATE.
00413L     WRITE POGENRPT-REC FROM WS-DETAIL-LINE.
00413M 2500-EXIT.
00413N     EXIT.

004130 5000-FINALIZE.
004140     IF WS-SOH-STATUS = "00" OR WS-SOH-STATUS = "10"
004150         CLOSE BOXSOH
004180     WRITE POGENRPT-REC FROM WS-BLANK-LINE.
004190     MOVE WS-ORDERED-COUNT TO SL-ORDERED-COUNT.
004200     MOVE WS-SKIPPED-COUNT TO SL-SKIPPED-COUNT.
004205     MOVE WS-MATL-COUNT TO SL-MATL-COUNT.
004210     WRITE POGENRPT-REC FROM WS-SUMMARY-LINE.
004220     CLOSE POGENRPT.
004230 5000-EXIT.
