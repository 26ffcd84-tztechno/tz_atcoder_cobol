000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COLLPLAC.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. COLLECTION-AGENCY PLACEMENT,
000110*                  RUN AFTER DUNNING. A POLICY WHOSE DUNHIST ENTRY
000120*                  SHOWS THE FINAL NOTICE (LEVEL 3) ALREADY SENT,
000130*                  WHOSE OLDEST OPEN ARMAST ITEM IS AT LEAST
000140*                  PLACEAGE DAYS OLD (BIZPARM, DEFAULT 120) AND
000150*                  WHOSE OPEN BALANCE IS AT LEAST PLACEMIN
000160*                  (DEFAULT 100 - SMALLER RESIDUE IS LEFT FOR
000170*                  ARWRTOFF) IS PLACED WITH THE ACTIVE COLLAGY
000180*                  AGENCY CARRYING THE FEWEST OPEN PLACEMENTS.
000190*                  THE PLACEMENT GOES OUT ON COLLPOUT WITH THE
000200*                  NAMED INSURED FROM NAMEMSTR, IS ADDED TO THE
000210*                  COLLMAST PLACEMENT MASTER THAT COLLRECV POSTS
000220*                  RECOVERIES AGAINST, AND THE DUNHIST ENTRY IS
000230*                  MOVED TO LEVEL 4 (PLACED) SO DUNNING SENDS NO
000240*                  FURTHER NOTICES. THE BALANCE STAYS ON ARMAST
000250*                  UNTIL IT IS RECOVERED OR WRITTEN OFF. COLLPRPT
000260*                  LISTS EACH PLACEMENT AND THE COUNT AND AMOUNT
000270*                  PER AGENCY.
00027A* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
00027B*                  AMOUNT ("F" = LATE FEE); THE RECORD IS READ AT
00027C*                  ITS FULL LENGTH.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM.
000320 OBJECT-COMPUTER. IBM.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ARMAST ASSIGN TO "ARMAST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-AR-STATUS.
000380     SELECT DUNHIST ASSIGN TO "DUNHIST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-HIST-STATUS.
000410     SELECT COLLAGY ASSIGN TO "COLLAGY"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AGY-STATUS.
000440     SELECT COLLMAST ASSIGN TO "COLLMAST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-COLL-STATUS.
000470     SELECT CUSTPOLX ASSIGN TO "CUSTPOLX"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-XREF-STATUS.
000500     SELECT NAMEMSTR ASSIGN TO "NAMEMSTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS NM-IN-KEY
000540         FILE STATUS IS WS-NAM-STATUS.
000550     SELECT BIZPARM ASSIGN TO "BIZPARM"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PARM-STATUS.
000580     SELECT COLLPOUT ASSIGN TO "COLLPOUT"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT COLLPRPT ASSIGN TO "COLLPRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ARMAST
000650     RECORDING MODE IS F.
000660 01  ARMAST-REC.
000670     05  AR-POLICY-ID             PIC X(10).
000680     05  FILLER                   PIC X(01).
000690     05  AR-BILL-DATE             PIC 9(08).
000700     05  FILLER                   PIC X(01).
000710     05  AR-BILLED-AMOUNT         PIC 9(09).
000720     05  FILLER                   PIC X(01).
000730     05  AR-PAID-AMOUNT           PIC 9(09).
00073A     05  FILLER                   PIC X(01).
00073B     05  AR-ITEM-TYPE             PIC X(01).
00073C         88  AR-FEE-ITEM                    VALUE "F".

000740 FD  DUNHIST
000750     RECORDING MODE IS F.
000760 01  DUNHIST-REC.
000770     05  DH-POLICY-ID             PIC X(10).
000780     05  FILLER                   PIC X(01).
000790     05  DH-LAST-LEVEL            PIC 9(01).
000800     05  FILLER                   PIC X(01).
000810     05  DH-LAST-DATE             PIC 9(08).
000820     05  FILLER                   PIC X(59).

000830 FD  COLLAGY
000840     RECORDING MODE IS F.
000850 01  COLLAGY-REC.
000860     05  CG-AGENCY-ID             PIC X(06).
000870     05  FILLER                   PIC X(01).
000880     05  CG-AGENCY-NAME           PIC X(30).
000890     05  FILLER                   PIC X(01).
000900     05  CG-STATUS                PIC X(01).
000910         88  CG-ACTIVE                      VALUE "A".
000920     05  FILLER                   PIC X(41).

000930 FD  COLLMAST
000940     RECORDING MODE IS F.
000950 01  COLLMAST-REC.
000960     05  CM-POLICY-ID             PIC X(10).
000970     05  FILLER                   PIC X(01).
000980     05  CM-AGENCY-ID             PIC X(06).
000990     05  FILLER                   PIC X(01).
001000     05  CM-PLACED-DATE           PIC 9(08).
001010     05  FILLER                   PIC X(01).
001020     05  CM-PLACED-AMOUNT         PIC 9(09).
001030     05  FILLER                   PIC X(01).
001040     05  CM-RECOVERED-AMOUNT      PIC 9(09).
001050     05  FILLER                   PIC X(01).
001060     05  CM-FEE-AMOUNT            PIC 9(09).
001070     05  FILLER                   PIC X(01).
001080     05  CM-STATUS                PIC X(01).
001090         88  CM-PLACED                      VALUE "P".
001100         88  CM-CLOSED                      VALUE "C".
001110     05  FILLER                   PIC X(22).

001120 FD  CUSTPOLX
001130     RECORDING MODE IS F.
001140 01  CUSTPOLX-REC.
001150     05  XR-POLICY-ID             PIC X(10).
001160     05  FILLER                   PIC X(01).
001170     05  XR-CUST-ID               PIC X(10).
001180     05  FILLER                   PIC X(59).

001190 FD  NAMEMSTR.
001200 01  NAMEMSTR-REC.
001210     05  NM-IN-KEY                PIC X(20).
001220     05  NM-NAME                  PIC X(30).
001230     05  NM-ADDRESS               PIC X(24).
001240     05  NM-POSTCODE              PIC X(06).

001250 FD  BIZPARM
001260     RECORDING MODE IS F.
001270 01  BIZPARM-REC                  PIC X(80).

001280 FD  COLLPOUT
001290     RECORDING MODE IS F.
001300 01  COLLPOUT-REC.
001310     05  PO-AGENCY-ID             PIC X(06).
001320     05  FILLER                   PIC X(01).
001330     05  PO-POLICY-ID             PIC X(10).
001340     05  FILLER                   PIC X(01).
001350     05  PO-BALANCE               PIC 9(09).
001360     05  FILLER                   PIC X(01).
001370     05  PO-OLDEST-BILL-DATE      PIC 9(08).
001380     05  FILLER                   PIC X(01).
001390     05  PO-PLACED-DATE           PIC 9(08).
001400     05  FILLER                   PIC X(01).
001410     05  PO-NAME                  PIC X(30).
001420     05  FILLER                   PIC X(01).
001430     05  PO-ADDRESS               PIC X(24).
001440     05  FILLER                   PIC X(01).
001450     05  PO-POSTCODE              PIC X(06).
001460     05  FILLER                   PIC X(24).

001470 FD  COLLPRPT
001480     RECORDING MODE IS F.
001490 01  COLLPRPT-REC                 PIC X(80).

001500 WORKING-STORAGE SECTION.
001510 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001520     88  WS-EOF                             VALUE "Y".
001530 77  WS-AR-STATUS                 PIC X(02) VALUE SPACES.
001540 77  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
001550 77  WS-AGY-STATUS                PIC X(02) VALUE SPACES.
001560 77  WS-COLL-STATUS               PIC X(02) VALUE SPACES.
001570 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
001580 77  WS-NAM-STATUS                PIC X(02) VALUE SPACES.
001590 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001600 77  WS-A                         PIC 9(05) COMP.
001610 77  WS-H                         PIC 9(05) COMP.
001620 77  WS-X                         PIC 9(05) COMP.
001630 77  WS-G                         PIC 9(03) COMP.
001640 77  WS-COLL-IDX                  PIC 9(05) VALUE ZERO COMP.
001650 77  WS-AGY-IDX                   PIC 9(03) VALUE ZERO COMP.
001660 77  WS-PLACE-AGE                 PIC 9(09) VALUE 120.
001670 77  WS-PLACE-MIN                 PIC 9(09) VALUE 100.
001680 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001690 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001700 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001710 77  WS-LOOKUP-ID                 PIC X(10) VALUE SPACES.
001720 77  WS-CUST-ID                   PIC X(10) VALUE SPACES.
001730 77  WS-ITEM-BALANCE              PIC S9(09) VALUE ZERO.
001740 77  WS-BALANCE                   PIC S9(09) VALUE ZERO.
001750 77  WS-OLDEST-DATE               PIC 9(08) VALUE ZERO.
001760 77  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
001770 77  WS-TODAY-INT                 PIC 9(08) VALUE ZERO.
001780 77  WS-BILL-INT                  PIC 9(08) VALUE ZERO.
001790 77  WS-DATE-CCYYMMDD             PIC 9(08) VALUE ZERO.
001800 77  WS-FINAL-COUNT               PIC 9(05) VALUE ZERO COMP.
001810 77  WS-PLACED-COUNT              PIC 9(05) VALUE ZERO COMP.
001820 77  WS-SMALL-COUNT               PIC 9(05) VALUE ZERO COMP.
001830 77  WS-NO-AGENCY-COUNT           PIC 9(05) VALUE ZERO COMP.
001840 77  WS-PLACED-TOTAL              PIC 9(11) VALUE ZERO.

001850 01  WS-AR-TABLE.
001860     05  WS-AR-COUNT              PIC 9(05) VALUE ZERO COMP.
001870     05  AT-ENTRY OCCURS 2000 TIMES
001880                  INDEXED BY AT-IDX.
001890         10  AT-POLICY-ID         PIC X(10).
001900         10  AT-BILL-DATE         PIC 9(08).
001910         10  AT-BILLED-AMOUNT     PIC 9(09).
001920         10  AT-PAID-AMOUNT       PIC 9(09).

001930 01  WS-HIST-TABLE.
001940     05  WS-HIST-COUNT            PIC 9(05) VALUE ZERO COMP.
001950     05  HT-ENTRY OCCURS 2000 TIMES
001960                  INDEXED BY HT-IDX.
001970         10  HT-POLICY-ID         PIC X(10).
001980         10  HT-LAST-LEVEL        PIC 9(01).
001990         10  HT-LAST-DATE         PIC 9(08).

002000 01  WS-COLL-TABLE.
002010     05  WS-COLL-COUNT            PIC 9(05) VALUE ZERO COMP.
002020     05  CT-ENTRY OCCURS 2000 TIMES
002030                  INDEXED BY CT-IDX.
002040         10  CT-POLICY-ID         PIC X(10).
002050         10  CT-AGENCY-ID         PIC X(06).
002060         10  CT-PLACED-DATE       PIC 9(08).
002070         10  CT-PLACED-AMOUNT     PIC 9(09).
002080         10  CT-RECOVERED-AMOUNT  PIC 9(09).
002090         10  CT-FEE-AMOUNT        PIC 9(09).
002100         10  CT-STATUS            PIC X(01).

002110 01  WS-AGY-TABLE.
002120     05  WS-AGY-COUNT             PIC 9(03) VALUE ZERO COMP.
002130     05  GT-ENTRY OCCURS 50 TIMES
002140                  INDEXED BY GT-IDX.
002150         10  GT-AGENCY-ID         PIC X(06).
002160         10  GT-AGENCY-NAME       PIC X(30).
002170         10  GT-OPEN-COUNT        PIC 9(05) COMP.
002180         10  GT-RUN-COUNT         PIC 9(05) COMP.
002190         10  GT-RUN-AMOUNT        PIC 9(11).

002200 01  WS-XREF-TABLE.
002210     05  WS-XREF-COUNT            PIC 9(05) VALUE ZERO COMP.
002220     05  XT-ENTRY OCCURS 2000 TIMES
002230                  INDEXED BY XT-IDX.
002240         10  XT-POLICY-ID         PIC X(10).
002250         10  XT-CUST-ID           PIC X(10).

002260 COPY AUDTLINK.
002270 COPY PARMCTL.
002280 COPY RPTHDR.
002290 COPY DATXLINK.

002300 01  WS-TITLE-LINE.
002310     05  FILLER                  PIC X(32) VALUE
002320         "COLLECTION-AGENCY PLACEMENT LIST".
002330     05  FILLER                  PIC X(48) VALUE SPACES.

002340 01  WS-TERMS-LINE.
002350     05  FILLER                  PIC X(22) VALUE
002360         "PLACE AT FINAL NOTICE ".
002370     05  FILLER                  PIC X(10) VALUE "AND AGE >=".
002380     05  TL-PLACE-AGE             PIC ZZZ9.
002390     05  FILLER                  PIC X(17) VALUE
002400         " DAYS, BALANCE >=".
002410     05  TL-PLACE-MIN             PIC ZZZZZZZZ9.
002420     05  FILLER                  PIC X(18) VALUE SPACES.

002430 01  WS-DETAIL-LINE.
002440     05  FILLER                  PIC X(07) VALUE "POLICY ".
002450     05  DL-POLICY-ID             PIC X(10).
002460     05  FILLER                  PIC X(10) VALUE "  AGENCY: ".
002470     05  DL-AGENCY-ID             PIC X(06).
002480     05  FILLER                  PIC X(11) VALUE "  BALANCE: ".
002490     05  DL-BALANCE               PIC ZZZZZZZZ9.
002500     05  FILLER                  PIC X(07) VALUE "  AGE: ".
002510     05  DL-AGE                   PIC ZZZZ9.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  DL-NOTE                  PIC X(13).

002540 01  WS-AGENCY-LINE.
002550     05  FILLER                  PIC X(07) VALUE "AGENCY ".
002560     05  AG-AGENCY-ID             PIC X(06).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  AG-AGENCY-NAME           PIC X(30).
002590     05  FILLER                  PIC X(09) VALUE "  PLACED:".
002600     05  AG-RUN-COUNT             PIC ZZZZ9.
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  AG-RUN-AMOUNT            PIC ZZZZZZZZZZ9.
002630     05  FILLER                  PIC X(10) VALUE SPACES.

002640 01  WS-SUMMARY-LINE.
002650     05  FILLER                  PIC X(08) VALUE "PLACED: ".
002660     05  SL-PLACED-COUNT          PIC ZZZZ9.
002670     05  FILLER                  PIC X(01) VALUE SPACES.
002680     05  SL-PLACED-TOTAL          PIC ZZZZZZZZZZ9.
002690     05  FILLER                  PIC X(17) VALUE
002700         "  FINAL NOTICES: ".
002710     05  SL-FINAL-COUNT           PIC ZZZZ9.
002720     05  FILLER                  PIC X(17) VALUE
002730         "  UNDER MINIMUM: ".
002740     05  SL-SMALL-COUNT           PIC ZZZZ9.
002750     05  FILLER                  PIC X(11) VALUE SPACES.

002760 01  WS-NO-AGENCY-LINE.
002770     05  FILLER                  PIC X(42) VALUE
002780         "NOT PLACED - NO ACTIVE COLLECTION AGENCY: ".
002790     05  SL-NO-AGENCY-COUNT       PIC ZZZZ9.
002800     05  FILLER                  PIC X(33) VALUE SPACES.

002810 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002820 PROCEDURE DIVISION.
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002850     PERFORM 2000-PLACEMENT-SWEEP THRU 2000-EXIT.
002860     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002870     STOP RUN.

002880*----------------------------------------------------------------
002890* 1000-INITIALIZE - LOAD THE RECEIVABLES, THE DUNNING HISTORY,
002900*                   THE AGENCIES AND THEIR OPEN PLACEMENTS, AND
002910*                   THE CUSTOMER CROSS-REFERENCE. NO DUNHIST MEANS
002920*                   NO FINAL NOTICE HAS EVER GONE OUT.
002930*----------------------------------------------------------------
002940 1000-INITIALIZE.
002950     ACCEPT WS-RUN-DATE FROM DATE.
002960     MOVE "EXPND" TO DX-ACTION.
002970     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002980     CALL "DATEXPND" USING DATEXPND-PARMS.
002990     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
003000     ACCEPT WS-RUN-TIME FROM TIME.
003010     OPEN OUTPUT COLLPRPT
003020          OUTPUT COLLPOUT.
003030     MOVE "COLLPLAC" TO RH-PROGRAM-ID.
003040     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003050     MOVE WS-RUN-TIME TO RH-RUN-ID.
003060     MOVE 1 TO RH-PAGE-NUMBER.
003070     WRITE COLLPRPT-REC FROM RH-REPORT-HEADER.
003080     WRITE COLLPRPT-REC FROM WS-TITLE-LINE.
003090     MOVE WS-RUN-CCYYMMDD TO WS-DATE-CCYYMMDD.
003100     COMPUTE WS-TODAY-INT =
003110         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
003120     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
003130     MOVE WS-PLACE-AGE TO TL-PLACE-AGE.
003140     MOVE WS-PLACE-MIN TO TL-PLACE-MIN.
003150     WRITE COLLPRPT-REC FROM WS-TERMS-LINE.
003160     WRITE COLLPRPT-REC FROM WS-BLANK-LINE.
003170     OPEN INPUT COLLAGY.
003180     IF WS-AGY-STATUS = "00"
003190         PERFORM 1200-LOAD-AGENCY THRU 1200-EXIT
003200             UNTIL WS-EOF
003210         CLOSE COLLAGY
003220     END-IF.
003230     MOVE "N" TO WS-EOF-SW.
003240     OPEN INPUT COLLMAST.
003250     IF WS-COLL-STATUS = "00"
003260         PERFORM 1300-LOAD-PLACEMENT THRU 1300-EXIT
003270             UNTIL WS-EOF
003280         CLOSE COLLMAST
003290     END-IF.
003300     MOVE "N" TO WS-EOF-SW.
003310     OPEN INPUT DUNHIST.
003320     IF WS-HIST-STATUS = "00"
003330         PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
003340             UNTIL WS-EOF
003350         CLOSE DUNHIST
003360     END-IF.
003370     MOVE "N" TO WS-EOF-SW.
003380     OPEN INPUT ARMAST.
003390     IF WS-AR-STATUS = "00"
003400         PERFORM 1500-LOAD-RECEIVABLE THRU 1500-EXIT
003410             UNTIL WS-EOF
003420         CLOSE ARMAST
003430     END-IF.
003440     MOVE "N" TO WS-EOF-SW.
003450     OPEN INPUT CUSTPOLX.
003460     IF WS-XREF-STATUS = "00"
003470         PERFORM 1600-LOAD-XREF THRU 1600-EXIT
003480             UNTIL WS-EOF
003490         CLOSE CUSTPOLX
003500     END-IF.
003510     MOVE "N" TO WS-EOF-SW.
003520     OPEN INPUT NAMEMSTR.
003530     IF WS-NAM-STATUS NOT = "00"
003540         DISPLAY "COLLPLAC - NAMEMSTR OPEN FAILED, STATUS "
003550             WS-NAM-STATUS " - RUN ABORTED"
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003590 1000-EXIT.
003600     EXIT.

003610 1100-SCAN-PARMS.
003620     OPEN INPUT BIZPARM.
003630     IF WS-PARM-STATUS NOT = "00"
003640         GO TO 1100-EXIT
003650     END-IF.
003660     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003670         UNTIL WS-EOF.
003680     CLOSE BIZPARM.
003690     MOVE "N" TO WS-EOF-SW.
003700 1100-EXIT.
003710     EXIT.

003720 1110-SCAN-ONE-PARM.
003730     READ BIZPARM
003740         AT END
003750             SET WS-EOF TO TRUE
003760         NOT AT END
003770             MOVE BIZPARM-REC TO PC-PARM-RECORD
003780             IF PC-PARM-NAME = "PLACEAGE"
003790                     AND PC-PARM-VALUE > ZERO
003800                 MOVE PC-PARM-VALUE TO WS-PLACE-AGE
003810             END-IF
003820             IF PC-PARM-NAME = "PLACEMIN"
003830                     AND PC-PARM-VALUE > ZERO
003840                 MOVE PC-PARM-VALUE TO WS-PLACE-MIN
003850             END-IF
003860     END-READ.
003870 1110-EXIT.
003880     EXIT.

003890*----------------------------------------------------------------
003900* 1200-LOAD-AGENCY - ONLY AN ACTIVE AGENCY TAKES NEW PLACEMENTS.
003910*                    ITS OPEN COUNT IS BUILT FROM COLLMAST BELOW.
003920*----------------------------------------------------------------
003930 1200-LOAD-AGENCY.
003940     READ COLLAGY
003950         AT END
003960             SET WS-EOF TO TRUE
003970         NOT AT END
003980             IF CG-ACTIVE
003990                 IF WS-AGY-COUNT >= 50
004000                     DISPLAY "COLLPLAC - COLLAGY EXCEEDS THE 50-"
004010                         "AGENCY TABLE - RUN ABORTED"
004020                     MOVE 16 TO RETURN-CODE
004030                     STOP RUN
004040                 END-IF
004050                 ADD 1 TO WS-AGY-COUNT
004060                 SET GT-IDX TO WS-AGY-COUNT
004070                 MOVE CG-AGENCY-ID TO GT-AGENCY-ID(GT-IDX)
004080                 MOVE CG-AGENCY-NAME TO GT-AGENCY-NAME(GT-IDX)
004090                 MOVE ZERO TO GT-OPEN-COUNT(GT-IDX)
004100                 MOVE ZERO TO GT-RUN-COUNT(GT-IDX)
004110                 MOVE ZERO TO GT-RUN-AMOUNT(GT-IDX)
004120             END-IF
004130     END-READ.
004140 1200-EXIT.
004150     EXIT.

004160 1300-LOAD-PLACEMENT.
004170     READ COLLMAST
004180         AT END
004190             SET WS-EOF TO TRUE
004200         NOT AT END
004210             IF WS-COLL-COUNT >= 2000
004220*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
004230*                COLLMAST AND LOSE THE RECOVERY TRAIL - STOP
004240                 DISPLAY "COLLPLAC - COLLMAST EXCEEDS THE 2000-"
004250                     "PLACEMENT TABLE - RUN ABORTED"
004260                 MOVE 16 TO RETURN-CODE
004270                 STOP RUN
004280             END-IF
004290             ADD 1 TO WS-COLL-COUNT
004300             SET CT-IDX TO WS-COLL-COUNT
004310             MOVE CM-POLICY-ID TO CT-POLICY-ID(CT-IDX)
004320             MOVE CM-AGENCY-ID TO CT-AGENCY-ID(CT-IDX)
004330             MOVE CM-PLACED-DATE TO CT-PLACED-DATE(CT-IDX)
004340             MOVE CM-PLACED-AMOUNT TO CT-PLACED-AMOUNT(CT-IDX)
004350             MOVE CM-RECOVERED-AMOUNT
004360                 TO CT-RECOVERED-AMOUNT(CT-IDX)
004370             MOVE CM-FEE-AMOUNT TO CT-FEE-AMOUNT(CT-IDX)
004380             MOVE CM-STATUS TO CT-STATUS(CT-IDX)
004390             IF CM-PLACED
004400                 PERFORM 1310-COUNT-OPEN THRU 1310-EXIT
004410                     VARYING WS-G FROM 1 BY 1
004420                     UNTIL WS-G > WS-AGY-COUNT
004430             END-IF
004440     END-READ.
004450 1300-EXIT.
004460     EXIT.

004470 1310-COUNT-OPEN.
004480     IF GT-AGENCY-ID(WS-G) = CM-AGENCY-ID
004490         ADD 1 TO GT-OPEN-COUNT(WS-G)
004500     END-IF.
004510 1310-EXIT.
004520     EXIT.

004530 1400-LOAD-HISTORY.
004540     READ DUNHIST
004550         AT END
004560             SET WS-EOF TO TRUE
004570         NOT AT END
004580             IF WS-HIST-COUNT >= 2000
004590                 DISPLAY "COLLPLAC - DUNHIST EXCEEDS THE 2000-"
004600                     "POLICY TABLE - RUN ABORTED"
004610                 MOVE 16 TO RETURN-CODE
004620                 STOP RUN
004630             END-IF
004640             ADD 1 TO WS-HIST-COUNT
004650             SET HT-IDX TO WS-HIST-COUNT
004660             MOVE DH-POLICY-ID TO HT-POLICY-ID(HT-IDX)
004670             MOVE DH-LAST-LEVEL TO HT-LAST-LEVEL(HT-IDX)
004680             MOVE DH-LAST-DATE TO HT-LAST-DATE(HT-IDX)
004690     END-READ.
004700 1400-EXIT.
004710     EXIT.

004720 1500-LOAD-RECEIVABLE.
004730     READ ARMAST
004740         AT END
004750             SET WS-EOF TO TRUE
004760         NOT AT END
004770             IF WS-AR-COUNT >= 2000
004780                 DISPLAY "COLLPLAC - ARMAST EXCEEDS THE 2000-"
004790                     "RECEIVABLE TABLE - RUN ABORTED"
004800                 MOVE 16 TO RETURN-CODE
004810                 STOP RUN
004820             END-IF
004830             ADD 1 TO WS-AR-COUNT
004840             SET AT-IDX TO WS-AR-COUNT
004850             MOVE AR-POLICY-ID TO AT-POLICY-ID(AT-IDX)
004860             MOVE AR-BILL-DATE TO AT-BILL-DATE(AT-IDX)
004870             MOVE AR-BILLED-AMOUNT
004880                 TO AT-BILLED-AMOUNT(AT-IDX)
004890             MOVE AR-PAID-AMOUNT TO AT-PAID-AMOUNT(AT-IDX)
004900     END-READ.
004910 1500-EXIT.
004920     EXIT.

004930 1600-LOAD-XREF.
004940     READ CUSTPOLX
004950         AT END
004960             SET WS-EOF TO TRUE
004970         NOT AT END
004980             IF WS-XREF-COUNT >= 2000
004990                 DISPLAY "COLLPLAC - CUSTPOLX EXCEEDS THE 2000-"
005000                     "ROW TABLE - RUN ABORTED"
005010                 MOVE 16 TO RETURN-CODE
005020                 STOP RUN
005030             END-IF
005040             ADD 1 TO WS-XREF-COUNT
005050             SET XT-IDX TO WS-XREF-COUNT
005060             MOVE XR-POLICY-ID TO XT-POLICY-ID(XT-IDX)
005070             MOVE XR-CUST-ID TO XT-CUST-ID(XT-IDX)
005080     END-READ.
005090 1600-EXIT.
005100     EXIT.

005110*----------------------------------------------------------------
005120* 2000-PLACEMENT-SWEEP - EVERY POLICY AT FINAL NOTICE IS A
005130*                        CANDIDATE. A POLICY ALREADY AT LEVEL 4 IS
005140*                        WITH AN AGENCY AND IS NOT PLACED TWICE.
005150*----------------------------------------------------------------
005160 2000-PLACEMENT-SWEEP.
005170     PERFORM 2100-PLACE-ONE THRU 2100-EXIT
005180         VARYING WS-H FROM 1 BY 1
005190         UNTIL WS-H > WS-HIST-COUNT.
005200 2000-EXIT.
005210     EXIT.

005220 2100-PLACE-ONE.
005230     SET HT-IDX TO WS-H.
005240     IF HT-LAST-LEVEL(HT-IDX) NOT = 3
005250         GO TO 2100-EXIT
005260     END-IF.
005270     ADD 1 TO WS-FINAL-COUNT.
005280     MOVE HT-POLICY-ID(HT-IDX) TO WS-LOOKUP-ID.
005290     PERFORM 2200-SUM-POLICY THRU 2200-EXIT.
005300     IF WS-BALANCE <= ZERO
005310         GO TO 2100-EXIT
005320     END-IF.
005330     MOVE WS-OLDEST-DATE TO WS-DATE-CCYYMMDD.
005340     COMPUTE WS-BILL-INT =
005350         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
005360     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-BILL-INT.
005370     IF WS-AGE-DAYS < WS-PLACE-AGE
005380         GO TO 2100-EXIT
005390     END-IF.
005400     IF WS-BALANCE < WS-PLACE-MIN
005410         ADD 1 TO WS-SMALL-COUNT
005420         GO TO 2100-EXIT
005430     END-IF.
005440     PERFORM 2300-FIND-PLACEMENT THRU 2300-EXIT.
005450     IF WS-COLL-IDX > ZERO
005460         GO TO 2100-EXIT
005470     END-IF.
005480     IF WS-AGY-COUNT = ZERO
005490         ADD 1 TO WS-NO-AGENCY-COUNT
005500         GO TO 2100-EXIT
005510     END-IF.
005520     PERFORM 2400-PICK-AGENCY THRU 2400-EXIT.
005530     PERFORM 2500-FIND-NAME THRU 2500-EXIT.
005540     PERFORM 2600-PLACE-ACCOUNT THRU 2600-EXIT.
005550 2100-EXIT.
005560     EXIT.

005570*----------------------------------------------------------------
005580* 2200-SUM-POLICY - TOTAL THE POLICY'S OPEN ITEMS AND FIND THE
005590*                   OLDEST BILL DATE STILL CARRYING A BALANCE.
005600*----------------------------------------------------------------
005610 2200-SUM-POLICY.
005620     MOVE ZERO TO WS-BALANCE.
005630     MOVE 99999999 TO WS-OLDEST-DATE.
005640     PERFORM 2210-SUM-ONE-ITEM THRU 2210-EXIT
005650         VARYING WS-A FROM 1 BY 1
005660         UNTIL WS-A > WS-AR-COUNT.
005670 2200-EXIT.
005680     EXIT.

005690 2210-SUM-ONE-ITEM.
005700     SET AT-IDX TO WS-A.
005710     IF AT-POLICY-ID(AT-IDX) NOT = WS-LOOKUP-ID
005720         GO TO 2210-EXIT
005730     END-IF.
005740     COMPUTE WS-ITEM-BALANCE =
005750         AT-BILLED-AMOUNT(AT-IDX) - AT-PAID-AMOUNT(AT-IDX).
005760     IF WS-ITEM-BALANCE <= ZERO
005770         GO TO 2210-EXIT
005780     END-IF.
005790     ADD WS-ITEM-BALANCE TO WS-BALANCE.
005800     IF AT-BILL-DATE(AT-IDX) < WS-OLDEST-DATE
005810         MOVE AT-BILL-DATE(AT-IDX) TO WS-OLDEST-DATE
005820     END-IF.
005830 2210-EXIT.
005840     EXIT.

005850 2300-FIND-PLACEMENT.
005860     MOVE ZERO TO WS-COLL-IDX.
005870     PERFORM 2310-MATCH-PLACEMENT THRU 2310-EXIT
005880         VARYING WS-A FROM 1 BY 1
005890         UNTIL WS-A > WS-COLL-COUNT OR WS-COLL-IDX > ZERO.
005900 2300-EXIT.
005910     EXIT.

005920 2310-MATCH-PLACEMENT.
005930     IF CT-POLICY-ID(WS-A) = WS-LOOKUP-ID
005940             AND CT-STATUS(WS-A) = "P"
005950         MOVE WS-A TO WS-COLL-IDX
005960     END-IF.
005970 2310-EXIT.
005980     EXIT.

005990*----------------------------------------------------------------
006000* 2400-PICK-AGENCY - SPREAD THE WORK: THE ACTIVE AGENCY WITH THE
006010*                    FEWEST OPEN PLACEMENTS TAKES THIS ONE (THE
006020*                    FIRST ON COLLAGY WINS A TIE).
006030*----------------------------------------------------------------
006040 2400-PICK-AGENCY.
006050     MOVE 1 TO WS-AGY-IDX.
006060     PERFORM 2410-COMPARE-AGENCY THRU 2410-EXIT
006070         VARYING WS-G FROM 2 BY 1
006080         UNTIL WS-G > WS-AGY-COUNT.
006090 2400-EXIT.
006100     EXIT.

006110 2410-COMPARE-AGENCY.
006120     IF GT-OPEN-COUNT(WS-G) < GT-OPEN-COUNT(WS-AGY-IDX)
006130         MOVE WS-G TO WS-AGY-IDX
006140     END-IF.
006150 2410-EXIT.
006160     EXIT.

006170 2500-FIND-NAME.
006180     MOVE SPACES TO WS-CUST-ID.
006190     MOVE SPACES TO NM-NAME
006200                    NM-ADDRESS
006210                    NM-POSTCODE.
006220     MOVE SPACES TO DL-NOTE.
006230     PERFORM 2510-MATCH-XREF THRU 2510-EXIT
006240         VARYING WS-X FROM 1 BY 1
006250         UNTIL WS-X > WS-XREF-COUNT OR WS-CUST-ID NOT = SPACES.
006260     IF WS-CUST-ID = SPACES
006270         MOVE "NO NAME FOUND" TO DL-NOTE
006280         GO TO 2500-EXIT
006290     END-IF.
006300     MOVE SPACES TO NM-IN-KEY.
006310     MOVE WS-CUST-ID TO NM-IN-KEY (1:10).
006320     READ NAMEMSTR
006330         INVALID KEY
006340             MOVE SPACES TO NM-NAME
006350                            NM-ADDRESS
006360                            NM-POSTCODE
006370             MOVE "NO NAME FOUND" TO DL-NOTE
006380     END-READ.
006390 2500-EXIT.
006400     EXIT.

006410 2510-MATCH-XREF.
006420     IF XT-POLICY-ID(WS-X) = WS-LOOKUP-ID
006430         MOVE XT-CUST-ID(WS-X) TO WS-CUST-ID
006440     END-IF.
006450 2510-EXIT.
006460     EXIT.

006470*----------------------------------------------------------------
006480* 2600-PLACE-ACCOUNT - SEND THE ACCOUNT OUT, OPEN ITS PLACEMENT
006490*                      ON COLLMAST, AND STOP THE DUNNING.
006500*----------------------------------------------------------------
006510 2600-PLACE-ACCOUNT.
006520     SET GT-IDX TO WS-AGY-IDX.
006530     MOVE SPACES TO COLLPOUT-REC.
006540     MOVE GT-AGENCY-ID(GT-IDX) TO PO-AGENCY-ID.
006550     MOVE WS-LOOKUP-ID TO PO-POLICY-ID.
006560     MOVE WS-BALANCE TO PO-BALANCE.
006570     MOVE WS-OLDEST-DATE TO PO-OLDEST-BILL-DATE.
006580     MOVE WS-RUN-CCYYMMDD TO PO-PLACED-DATE.
006590     MOVE NM-NAME TO PO-NAME.
006600     MOVE NM-ADDRESS TO PO-ADDRESS.
006610     MOVE NM-POSTCODE TO PO-POSTCODE.
006620     WRITE COLLPOUT-REC.
006630     IF WS-COLL-COUNT >= 2000
006640         DISPLAY "COLLPLAC - COLLMAST EXCEEDS THE 2000-"
006650             "PLACEMENT TABLE - RUN ABORTED"
006660         MOVE 16 TO RETURN-CODE
006670         STOP RUN
006680     END-IF.
006690     ADD 1 TO WS-COLL-COUNT.
006700     SET CT-IDX TO WS-COLL-COUNT.
006710     MOVE WS-LOOKUP-ID TO CT-POLICY-ID(CT-IDX).
006720     MOVE GT-AGENCY-ID(GT-IDX) TO CT-AGENCY-ID(CT-IDX).
006730     MOVE WS-RUN-CCYYMMDD TO CT-PLACED-DATE(CT-IDX).
006740     MOVE WS-BALANCE TO CT-PLACED-AMOUNT(CT-IDX).
006750     MOVE ZERO TO CT-RECOVERED-AMOUNT(CT-IDX).
006760     MOVE ZERO TO CT-FEE-AMOUNT(CT-IDX).
006770     MOVE "P" TO CT-STATUS(CT-IDX).
006780     ADD 1 TO GT-OPEN-COUNT(GT-IDX).
006790     ADD 1 TO GT-RUN-COUNT(GT-IDX).
006800     ADD WS-BALANCE TO GT-RUN-AMOUNT(GT-IDX).
006810     MOVE "DUN-LEVEL" TO AL-FIELD-NAME.
006820     MOVE HT-LAST-LEVEL(HT-IDX) TO AL-OLD-VALUE.
006830     MOVE 4 TO HT-LAST-LEVEL(HT-IDX).
006840     MOVE WS-RUN-CCYYMMDD TO HT-LAST-DATE(HT-IDX).
006850     MOVE HT-LAST-LEVEL(HT-IDX) TO AL-NEW-VALUE.
006860     MOVE WS-LOOKUP-ID TO AL-RECORD-KEY.
006870     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
006880     ADD 1 TO WS-PLACED-COUNT.
006890     ADD WS-BALANCE TO WS-PLACED-TOTAL.
006900     MOVE WS-LOOKUP-ID TO DL-POLICY-ID.
006910     MOVE GT-AGENCY-ID(GT-IDX) TO DL-AGENCY-ID.
006920     MOVE WS-BALANCE TO DL-BALANCE.
006930     MOVE WS-AGE-DAYS TO DL-AGE.
006940     WRITE COLLPRPT-REC FROM WS-DETAIL-LINE.
006950 2600-EXIT.
006960     EXIT.

006970 2800-WRITE-AUDIT.
006980     MOVE "WRITE" TO AL-ACTION.
006990     MOVE "COLLPLAC" TO AL-SOURCE-PROGRAM.
007000     MOVE SPACES TO AL-OPERATOR-ID.
007010     MOVE SPACES TO AL-TIMESTAMP.
007020     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
007030         INTO AL-TIMESTAMP.
007040     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007050 2800-EXIT.
007060     EXIT.

007070*----------------------------------------------------------------
007080* 3000-FINALIZE - REWRITE THE DUNNING HISTORY AND THE PLACEMENT
007090*                 MASTER IN FULL, THEN PRINT THE AGENCY TOTALS.
007100*----------------------------------------------------------------
007110 3000-FINALIZE.
007120     CLOSE NAMEMSTR.
007130     OPEN OUTPUT DUNHIST.
007140     PERFORM 3100-SAVE-HISTORY THRU 3100-EXIT
007150         VARYING WS-H FROM 1 BY 1
007160         UNTIL WS-H > WS-HIST-COUNT.
007170     CLOSE DUNHIST.
007180     OPEN OUTPUT COLLMAST.
007190     PERFORM 3200-SAVE-PLACEMENT THRU 3200-EXIT
007200         VARYING WS-A FROM 1 BY 1
007210         UNTIL WS-A > WS-COLL-COUNT.
007220     CLOSE COLLMAST.
007230     WRITE COLLPRPT-REC FROM WS-BLANK-LINE.
007240     PERFORM 3300-PRINT-AGENCY THRU 3300-EXIT
007250         VARYING WS-G FROM 1 BY 1
007260         UNTIL WS-G > WS-AGY-COUNT.
007270     WRITE COLLPRPT-REC FROM WS-BLANK-LINE.
007280     MOVE WS-PLACED-COUNT TO SL-PLACED-COUNT.
007290     MOVE WS-PLACED-TOTAL TO SL-PLACED-TOTAL.
007300     MOVE WS-FINAL-COUNT TO SL-FINAL-COUNT.
007310     MOVE WS-SMALL-COUNT TO SL-SMALL-COUNT.
007320     WRITE COLLPRPT-REC FROM WS-SUMMARY-LINE.
007330     IF WS-NO-AGENCY-COUNT > ZERO
007340         MOVE WS-NO-AGENCY-COUNT TO SL-NO-AGENCY-COUNT
007350         WRITE COLLPRPT-REC FROM WS-NO-AGENCY-LINE
007360     END-IF.
007370     CLOSE COLLPRPT
007380           COLLPOUT.
007390     MOVE "CLOSE" TO AL-ACTION.
007400     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007410 3000-EXIT.
007420     EXIT.

007430 3100-SAVE-HISTORY.
007440     SET HT-IDX TO WS-H.
007450     MOVE SPACES TO DUNHIST-REC.
007460     MOVE HT-POLICY-ID(HT-IDX) TO DH-POLICY-ID.
007470     MOVE HT-LAST-LEVEL(HT-IDX) TO DH-LAST-LEVEL.
007480     MOVE HT-LAST-DATE(HT-IDX) TO DH-LAST-DATE.
007490     WRITE DUNHIST-REC.
007500 3100-EXIT.
007510     EXIT.

007520 3200-SAVE-PLACEMENT.
007530     SET CT-IDX TO WS-A.
007540     MOVE SPACES TO COLLMAST-REC.
007550     MOVE CT-POLICY-ID(CT-IDX) TO CM-POLICY-ID.
007560     MOVE CT-AGENCY-ID(CT-IDX) TO CM-AGENCY-ID.
007570     MOVE CT-PLACED-DATE(CT-IDX) TO CM-PLACED-DATE.
007580     MOVE CT-PLACED-AMOUNT(CT-IDX) TO CM-PLACED-AMOUNT.
007590     MOVE CT-RECOVERED-AMOUNT(CT-IDX) TO CM-RECOVERED-AMOUNT.
007600     MOVE CT-FEE-AMOUNT(CT-IDX) TO CM-FEE-AMOUNT.
007610     MOVE CT-STATUS(CT-IDX) TO CM-STATUS.
007620     WRITE COLLMAST-REC.
007630 3200-EXIT.
007640     EXIT.

007650 3300-PRINT-AGENCY.
007660     SET GT-IDX TO WS-G.
007670     MOVE GT-AGENCY-ID(GT-IDX) TO AG-AGENCY-ID.
007680     MOVE GT-AGENCY-NAME(GT-IDX) TO AG-AGENCY-NAME.
007690     MOVE GT-RUN-COUNT(GT-IDX) TO AG-RUN-COUNT.
007700     MOVE GT-RUN-AMOUNT(GT-IDX) TO AG-RUN-AMOUNT.
007710     WRITE COLLPRPT-REC FROM WS-AGENCY-LINE.
007720 3300-EXIT.
007730     EXIT.
