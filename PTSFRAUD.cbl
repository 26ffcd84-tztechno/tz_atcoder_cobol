000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PTSFRAUD.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. LOYALTY PROGRAM BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. NIGHTLY LOYALTY FRAUD AND
000110*                  ABUSE DETECTION OVER THE POINTLDG LEDGER AND
000120*                  THE NAMEMSTR CUSTOMER MASTER. FOUR PATTERNS ARE
000130*                  FLAGGED: A DAY'S EARNINGS FAR ABOVE THE
000140*                  CUSTOMER'S OWN RECENT AVERAGE (SPIKE), MORE
000150*                  ACCOUNTS AT ONE ADDRESS THAN BIZPARM ALLOWS
000160*                  (ADDRESS), A REDEMPTION WITHIN DAYS OF A LARGE
000170*                  ACCRUAL (QUICKRED), AND REPEATED REVERSALS
000180*                  (REVERSAL). EACH FLAG OPENS A BLOCKED CASE ON
000190*                  THE PTSREVW REVIEW FILE, WHICH STOPS THE
000200*                  CUSTOMER'S REDEMPTIONS IN THE DAILY POINTS JOB
000210*                  AND TRANSFERS OUT IN PTSXFER. AN ANALYST CLEARS
000220*                  A CASE WITH A PTSCLEAR CARD, APPLIED BEFORE
000230*                  DETECTION. EVERY BLOCK AND CLEARANCE IS LOGGED
000240*                  THROUGH AUDITLOG, REFUSED CARDS GO TO FRDREJ IN
000250*                  THE SHARED REJECTREC LAYOUT, AND FRDRPT LISTS
000260*                  THE NIGHT'S CASES AND CLEARANCES. THE WEEKLY
000270*                  PTSCASE REPORT SHOWS THE POINTS AT RISK.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM.
000320 OBJECT-COMPUTER. IBM.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PTSCLEAR ASSIGN TO "PTSCLEAR"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CLR-STATUS.
000380     SELECT BIZPARM ASSIGN TO "BIZPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PARM-STATUS.
000410     SELECT PTSBAL ASSIGN TO "PTSBAL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-BAL-STATUS.
000440     SELECT POINTLDG ASSIGN TO "POINTLDG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-LDG-STATUS.
000470     SELECT NAMEMSTR ASSIGN TO "NAMEMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS NM-IN-KEY
000510         FILE STATUS IS WS-NAM-STATUS.
000520     SELECT PTSREVW ASSIGN TO "PTSREVW"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REVW-STATUS.
000550     SELECT FRDREJ ASSIGN TO "FRDREJ"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT FRDRPT ASSIGN TO "FRDRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PTSCLEAR
000620     RECORDING MODE IS F.
000630 01  PTSCLEAR-REC.
000640     05  CC-CUST-ID               PIC X(10).
000650     05  FILLER                   PIC X(01).
000660     05  CC-REASON                PIC X(08).
000670     05  FILLER                   PIC X(01).
000680     05  CC-ANALYST-ID            PIC X(08).
000690     05  FILLER                   PIC X(52).

000700 FD  BIZPARM
000710     RECORDING MODE IS F.
000720 01  BIZPARM-REC                  PIC X(80).

000730 FD  PTSBAL
000740     RECORDING MODE IS F.
000750 01  PTSBAL-REC.
000760     05  PB-CUST-ID               PIC X(10).
000770     05  FILLER                   PIC X(01).
000780     05  PB-BALANCE               PIC S9(09) SIGN LEADING
000790                                            SEPARATE.

000800 FD  POINTLDG
000810     RECORDING MODE IS F.
000820 01  POINTLDG-REC                 PIC X(80).

000830 FD  NAMEMSTR.
000840 01  NAMEMSTR-REC.
000850     05  NM-IN-KEY.
000860         10  NM-CUST-ID           PIC X(10).
000870         10  FILLER               PIC X(10).
000880     05  NM-NAME                  PIC X(30).
000890     05  NM-ADDRESS               PIC X(24).
000900     05  NM-POSTCODE              PIC X(06).

000910 FD  PTSREVW
000920     RECORDING MODE IS F.
000930 01  PTSREVW-REC                  PIC X(80).

000940 FD  FRDREJ
000950     RECORDING MODE IS F.
000960 01  FRDREJ-REC                   PIC X(80).

000970 FD  FRDRPT
000980     RECORDING MODE IS F.
000990 01  FRDRPT-REC                   PIC X(80).

001000 WORKING-STORAGE SECTION.
001010 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001020     88  WS-EOF                             VALUE "Y".
001030 77  WS-CLR-STATUS                PIC X(02) VALUE SPACES.
001040 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001050 77  WS-BAL-STATUS                PIC X(02) VALUE SPACES.
001060 77  WS-LDG-STATUS                PIC X(02) VALUE SPACES.
001070 77  WS-NAM-STATUS                PIC X(02) VALUE SPACES.
001080 77  WS-REVW-STATUS               PIC X(02) VALUE SPACES.
001090 77  WS-C                         PIC 9(05) COMP.
001100 77  WS-R                         PIC 9(05) COMP.
001110 77  WS-A                         PIC 9(05) COMP.
001120 77  WS-N                         PIC 9(05) COMP.
001130 77  WS-CU-IDX                    PIC 9(05) VALUE ZERO COMP.
001140 77  WS-RV-IDX                    PIC 9(05) VALUE ZERO COMP.
001150 77  WS-AD-IDX                    PIC 9(05) VALUE ZERO COMP.
001160 77  WS-SPIKE-MULT                PIC 9(03) VALUE 5.
001170 77  WS-SPIKE-MIN                 PIC 9(09) VALUE 1000.
001180 77  WS-HIST-DAYS                 PIC 9(05) VALUE 90.
001190 77  WS-ADDR-MAX                  PIC 9(05) VALUE 3.
001200 77  WS-REDEEM-DAYS               PIC 9(05) VALUE 7.
001210 77  WS-LARGE-EARN                PIC 9(09) VALUE 5000.
001220 77  WS-REV-DAYS                  PIC 9(05) VALUE 30.
001230 77  WS-REV-MAX                   PIC 9(05) VALUE 3.
001240 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001250 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001260 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001270 77  WS-RUN-DAY                   PIC 9(07) VALUE ZERO.
001280 77  WS-LINE-DAY                  PIC 9(07) VALUE ZERO.
001290 77  WS-AGE-DAYS                  PIC S9(07) VALUE ZERO.
001300 77  WS-LINE-AMOUNT               PIC S9(09) VALUE ZERO.
001310 77  WS-CUST-ID                   PIC X(10) VALUE SPACES.
001320 77  WS-ADDR-KEY                  PIC X(30) VALUE SPACES.
001330 77  WS-CASE-REASON               PIC X(08) VALUE SPACES.
001340 77  WS-TRIGGER                   PIC 9(09) VALUE ZERO.
001350 77  WS-MEASURE                   PIC 9(09) VALUE ZERO.
001360 77  WS-MEASURE-LABEL             PIC X(12) VALUE SPACES.
001370 77  WS-AVG-EARN                  PIC 9(09) VALUE ZERO.
001380 77  WS-REASON                    PIC X(40) VALUE SPACES.
001390 77  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001400 77  WS-CLEARED-SW                PIC X(01) VALUE "N".
001410     88  WS-CASE-CLEARED                    VALUE "Y".
001420 77  WS-CLEAR-COUNT               PIC 9(05) VALUE ZERO COMP.
001430 77  WS-REFUSE-COUNT              PIC 9(05) VALUE ZERO COMP.
001440 77  WS-NEW-COUNT                 PIC 9(05) VALUE ZERO COMP.
001450 77  WS-REOPEN-COUNT              PIC 9(05) VALUE ZERO COMP.
001460 77  WS-STILL-OPEN-COUNT          PIC 9(05) VALUE ZERO COMP.
001470 77  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO COMP.

001480 01  WS-LEDGER-LINE.
001490     05  LL-CUST-ID               PIC X(10).
001500     05  FILLER                   PIC X(01).
001510     05  LL-DATE                  PIC 9(08).
001520     05  FILLER                   PIC X(01).
001530     05  LL-TXN-TYPE              PIC X(01).
001540         88  LL-CREDIT                      VALUE "E" "B" "T"
001550                                                  "I" "H".
001560     05  FILLER                   PIC X(01).
001570     05  LL-AMOUNT                PIC X(09).
001580     05  FILLER                   PIC X(01).
001590     05  LL-BALANCE               PIC X(10).
001600     05  FILLER                   PIC X(01).
001610     05  LL-REF-ID                PIC X(10).
001620     05  FILLER                   PIC X(26).

001630*    ONE ENTRY PER CUSTOMER SEEN ON PTSBAL OR THE LEDGER, WITH THE
001640*    MEASURES EACH DETECTION RULE TESTS.
001650 01  WS-CUST-TABLE.
001660     05  WS-CUST-COUNT            PIC 9(05) VALUE ZERO COMP.
001670     05  CU-ENTRY OCCURS 5000 TIMES
001680                  INDEXED BY CU-IDX.
001690         10  CU-CUST-ID           PIC X(10).
001700         10  CU-BALANCE           PIC S9(09).
001710         10  CU-HIST-LINES        PIC 9(05) COMP.
001720         10  CU-HIST-POINTS       PIC 9(11).
001730         10  CU-DAY-POINTS        PIC 9(09).
001740         10  CU-DAY-REDEEM        PIC 9(09).
001750         10  CU-LARGE-DAY         PIC 9(07).
001760         10  CU-REV-COUNT         PIC 9(05) COMP.
001770         10  CU-REV-POINTS        PIC 9(09).
001780         10  CU-REV-TODAY-SW      PIC X(01).
001790             88  CU-REV-TODAY               VALUE "Y".

001800 01  WS-REVW-TABLE.
001810     05  WS-REVW-COUNT            PIC 9(05) VALUE ZERO COMP.
001820     05  RT-ENTRY OCCURS 5000 TIMES
001830                  INDEXED BY RT-IDX.
001840         10  RT-CUST-ID           PIC X(10).
001850         10  RT-REASON            PIC X(08).
001860         10  RT-BLOCK-FLAG        PIC X(01).
001870         10  RT-STATUS            PIC X(01).
001880             88  RT-OPEN                    VALUE "O".
001890             88  RT-CLEARED                 VALUE "C".
001900         10  RT-FLAG-DATE         PIC 9(08).
001910         10  RT-TRIGGER-POINTS    PIC 9(09).
001920         10  RT-CLEARED-DATE      PIC 9(08).
001930         10  RT-ANALYST-ID        PIC X(08).

001940 01  WS-ADDR-TABLE.
001950     05  WS-ADDR-COUNT            PIC 9(05) VALUE ZERO COMP.
001960     05  AD-ENTRY OCCURS 5000 TIMES
001970                  INDEXED BY AD-IDX.
001980         10  AD-ADDRESS           PIC X(30).
001990         10  AD-ACCOUNTS          PIC 9(05) COMP.

002000 01  WS-NAME-TABLE.
002010     05  WS-NAME-COUNT            PIC 9(05) VALUE ZERO COMP.
002020     05  NA-ENTRY OCCURS 5000 TIMES
002030                  INDEXED BY NA-IDX.
002040         10  NA-CUST-ID           PIC X(10).
002050         10  NA-ADDR-IDX          PIC 9(05) COMP.

002060 COPY PTSREVW.
002070 COPY PARMCTL.
002080 COPY REJECTREC.
002090 COPY AUDTLINK.
002100 COPY RPTHDR.
002110 COPY DATXLINK.

002120 01  WS-TITLE-LINE.
002130     05  FILLER                  PIC X(40) VALUE
002140         "LOYALTY FRAUD AND ABUSE DETECTION".
002150     05  FILLER                  PIC X(16) VALUE
002160         "DETECTION DATE: ".
002170     05  TL-RUN-DATE              PIC 9(08).
002180     05  FILLER                  PIC X(16) VALUE SPACES.

002190 01  WS-HEADING-LINE.
002200     05  FILLER                  PIC X(39) VALUE
002210         "ACTION   CUSTOMER   REASON     TRIGGER ".
002220     05  FILLER                  PIC X(41) VALUE "MEASURE".

002230 01  WS-DETAIL-LINE.
002240     05  DL-ACTION                PIC X(08).
002250     05  FILLER                  PIC X(01) VALUE SPACES.
002260     05  DL-CUST-ID               PIC X(10).
002270     05  FILLER                  PIC X(01) VALUE SPACES.
002280     05  DL-REASON                PIC X(08).
002290     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  DL-POINTS                PIC Z(08)9.
002310     05  FILLER                  PIC X(01) VALUE SPACES.
002320     05  DL-NOTE                  PIC X(41).
002330     05  DL-MEASURE-NOTE REDEFINES DL-NOTE.
002340         10  DL-MEASURE-LABEL     PIC X(12).
002350         10  DL-MEASURE           PIC Z(08)9.
002360         10  FILLER               PIC X(20).

002370 01  WS-SUMMARY-LINE-1.
002380     05  FILLER                  PIC X(09) VALUE "CLEARED: ".
002390     05  SL-CLEAR-COUNT           PIC ZZZZ9.
002400     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
002410     05  SL-REFUSE-COUNT          PIC ZZZZ9.
002420     05  FILLER                  PIC X(50) VALUE SPACES.

002430 01  WS-SUMMARY-LINE-2.
002440     05  FILLER                  PIC X(11) VALUE "NEW CASES: ".
002450     05  SL-NEW-COUNT             PIC ZZZZ9.
002460     05  FILLER                  PIC X(12) VALUE "  REOPENED: ".
002470     05  SL-REOPEN-COUNT          PIC ZZZZ9.
002480     05  FILLER                  PIC X(16) VALUE
002490         "  ALREADY OPEN: ".
002500     05  SL-STILL-OPEN-COUNT      PIC ZZZZ9.
002510     05  FILLER                  PIC X(26) VALUE SPACES.

002520 01  WS-SUMMARY-LINE-3.
002530     05  FILLER                  PIC X(30) VALUE
002540         "OPEN CASES AFTER THIS RUN: ".
002550     05  SL-OPEN-COUNT            PIC ZZZZ9.
002560     05  FILLER                  PIC X(45) VALUE SPACES.

002570 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002580 PROCEDURE DIVISION.
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 2000-APPLY-CLEARANCES THRU 2000-EXIT.
002620     PERFORM 3000-SCAN-LEDGER THRU 3000-EXIT.
002630     PERFORM 4000-CHECK-ADDRESSES THRU 4000-EXIT.
002640     PERFORM 5000-ASSESS-ONE-CUST THRU 5000-EXIT
002650         VARYING WS-C FROM 1 BY 1
002660         UNTIL WS-C > WS-CUST-COUNT.
002670     PERFORM 7000-FINALIZE THRU 7000-EXIT.
002680     STOP RUN.

002690*----------------------------------------------------------------
002700* 1000-INITIALIZE - THE DETECTION DAY IS THE RUN DATE, SO THIS
002710*                   RUNS AFTER THE DAILY POINTS JOB HAS POSTED
002720*                   THE DAY'S LEDGER LINES. LOAD THE THRESHOLDS,
002730*                   THE BALANCES AND THE REVIEW FILE.
002740*----------------------------------------------------------------
002750 1000-INITIALIZE.
002760     ACCEPT WS-RUN-DATE FROM DATE.
002770     MOVE "EXPND" TO DX-ACTION.
002780     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002790     CALL "DATEXPND" USING DATEXPND-PARMS.
002800     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002810     COMPUTE WS-RUN-DAY =
002820         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
002830     ACCEPT WS-RUN-TIME FROM TIME.
002840     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002850     OPEN INPUT PTSBAL.
002860     IF WS-BAL-STATUS = "00"
002870         PERFORM 1200-LOAD-ONE-BAL THRU 1200-EXIT
002880             UNTIL WS-EOF
002890         CLOSE PTSBAL
002900     END-IF.
002910     MOVE "N" TO WS-EOF-SW.
002920     OPEN INPUT PTSREVW.
002930     IF WS-REVW-STATUS = "00"
002940         PERFORM 1300-LOAD-ONE-CASE THRU 1300-EXIT
002950             UNTIL WS-EOF
002960         CLOSE PTSREVW
002970     END-IF.
002980     MOVE "N" TO WS-EOF-SW.
002990     OPEN OUTPUT FRDREJ
003000          OUTPUT FRDRPT.
003010     MOVE "PTSFRAUD" TO RH-PROGRAM-ID.
003020     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003030     MOVE WS-RUN-TIME TO RH-RUN-ID.
003040     MOVE 1 TO RH-PAGE-NUMBER.
003050     WRITE FRDRPT-REC FROM RH-REPORT-HEADER.
003060     MOVE WS-RUN-CCYYMMDD TO TL-RUN-DATE.
003070     WRITE FRDRPT-REC FROM WS-TITLE-LINE.
003080     WRITE FRDRPT-REC FROM WS-BLANK-LINE.
003090     WRITE FRDRPT-REC FROM WS-HEADING-LINE.
003100 1000-EXIT.
003110     EXIT.

003120 1100-SCAN-PARMS.
003130     OPEN INPUT BIZPARM.
003140     IF WS-PARM-STATUS NOT = "00"
003150         GO TO 1100-EXIT
003160     END-IF.
003170     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003180         UNTIL WS-EOF.
003190     CLOSE BIZPARM.
003200     MOVE "N" TO WS-EOF-SW.
003210 1100-EXIT.
003220     EXIT.

003230 1110-SCAN-ONE-PARM.
003240     READ BIZPARM
003250         AT END
003260             SET WS-EOF TO TRUE
003270             GO TO 1110-EXIT
003280     END-READ.
003290     MOVE BIZPARM-REC TO PC-PARM-RECORD.
003300     IF PC-PARM-VALUE NOT > ZERO
003310         GO TO 1110-EXIT
003320     END-IF.
003330     EVALUATE PC-PARM-NAME
003340         WHEN "FRDSPIKEMULT"
003350             MOVE PC-PARM-VALUE TO WS-SPIKE-MULT
003360         WHEN "FRDSPIKEMIN"
003370             MOVE PC-PARM-VALUE TO WS-SPIKE-MIN
003380         WHEN "FRDHISTDAYS"
003390             MOVE PC-PARM-VALUE TO WS-HIST-DAYS
003400         WHEN "FRDADDRMAX"
003410             MOVE PC-PARM-VALUE TO WS-ADDR-MAX
003420         WHEN "FRDREDEEMDAYS"
003430             MOVE PC-PARM-VALUE TO WS-REDEEM-DAYS
003440         WHEN "FRDLARGEEARN"
003450             MOVE PC-PARM-VALUE TO WS-LARGE-EARN
003460         WHEN "FRDREVDAYS"
003470             MOVE PC-PARM-VALUE TO WS-REV-DAYS
003480         WHEN "FRDREVMAX"
003490             MOVE PC-PARM-VALUE TO WS-REV-MAX
003500     END-EVALUATE.
003510 1110-EXIT.
003520     EXIT.

003530 1200-LOAD-ONE-BAL.
003540     READ PTSBAL
003550         AT END
003560             SET WS-EOF TO TRUE
003570         NOT AT END
003580             MOVE PB-CUST-ID TO WS-CUST-ID
003590             PERFORM 6000-FIND-CUST THRU 6000-EXIT
003600             SET CU-IDX TO WS-CU-IDX
003610             MOVE PB-BALANCE TO CU-BALANCE(CU-IDX)
003620     END-READ.
003630 1200-EXIT.
003640     EXIT.

003650 1300-LOAD-ONE-CASE.
003660     READ PTSREVW
003670         AT END
003680             SET WS-EOF TO TRUE
003690             GO TO 1300-EXIT
003700     END-READ.
003710     IF WS-REVW-COUNT >= 5000
003720*        A CASE LEFT OFF THE TABLE WOULD DROP ITS BLOCK ON REWRITE
003730         DISPLAY "PTSFRAUD - PTSREVW EXCEEDS THE 5000-CASE "
003740             "TABLE - RUN ABORTED"
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     MOVE PTSREVW-REC TO RV-REVIEW-RECORD.
003790     ADD 1 TO WS-REVW-COUNT.
003800     SET RT-IDX TO WS-REVW-COUNT.
003810     MOVE RV-CUST-ID TO RT-CUST-ID(RT-IDX).
003820     MOVE RV-REASON TO RT-REASON(RT-IDX).
003830     MOVE RV-BLOCK-FLAG TO RT-BLOCK-FLAG(RT-IDX).
003840     MOVE RV-STATUS TO RT-STATUS(RT-IDX).
003850     MOVE RV-FLAG-DATE TO RT-FLAG-DATE(RT-IDX).
003860     MOVE RV-TRIGGER-POINTS TO RT-TRIGGER-POINTS(RT-IDX).
003870     MOVE RV-CLEARED-DATE TO RT-CLEARED-DATE(RT-IDX).
003880     MOVE RV-ANALYST-ID TO RT-ANALYST-ID(RT-IDX).
003890 1300-EXIT.
003900     EXIT.

003910*----------------------------------------------------------------
003920* 2000-APPLY-CLEARANCES - EACH PTSCLEAR CARD CLEARS THE
003930*                         CUSTOMER'S OPEN CASE FOR ONE REASON,
003940*                         OR EVERY OPEN CASE WHEN THE REASON IS
003950*                         BLANK, AND LIFTS THE BLOCK. NO CARD
003960*                         FILE MEANS NOTHING WAS CLEARED TODAY.
003970*----------------------------------------------------------------
003980 2000-APPLY-CLEARANCES.
003990     OPEN INPUT PTSCLEAR.
004000     IF WS-CLR-STATUS NOT = "00"
004010         GO TO 2000-EXIT
004020     END-IF.
004030     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
004040         UNTIL WS-EOF.
004050     CLOSE PTSCLEAR.
004060     MOVE "N" TO WS-EOF-SW.
004070 2000-EXIT.
004080     EXIT.

004090 2100-APPLY-ONE-CARD.
004100     READ PTSCLEAR
004110         AT END
004120             SET WS-EOF TO TRUE
004130             GO TO 2100-EXIT
004140     END-READ.
004150     MOVE SPACES TO WS-REASON.
004160     MOVE "N" TO WS-CLEARED-SW.
004170     IF CC-ANALYST-ID = SPACES
004180         MOVE "ANALYST ID REQUIRED TO CLEAR A CASE" TO WS-REASON
004190     ELSE
004200         MOVE CC-ANALYST-ID TO WS-OPERATOR-ID
004210         PERFORM 2200-CLEAR-ONE-CASE THRU 2200-EXIT
004220             VARYING WS-R FROM 1 BY 1
004230             UNTIL WS-R > WS-REVW-COUNT
004240         IF NOT WS-CASE-CLEARED
004250             MOVE "NO OPEN CASE TO CLEAR" TO WS-REASON
004260         END-IF
004270     END-IF.
004280     IF WS-REASON = SPACES
004290         GO TO 2100-EXIT
004300     END-IF.
004310     ADD 1 TO WS-REFUSE-COUNT.
004320     MOVE "PTSFRAUD" TO RJ-SOURCE-PROGRAM.
004330     MOVE CC-CUST-ID TO RJ-RECORD-KEY.
004340     MOVE WS-REASON TO RJ-REASON-CODE.
004350     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
004360         INTO RJ-REJECT-TIMESTAMP.
004370     WRITE FRDREJ-REC FROM RJ-REJECT-RECORD.
004380     MOVE "REFUSED" TO DL-ACTION.
004390     MOVE CC-CUST-ID TO DL-CUST-ID.
004400     MOVE CC-REASON TO DL-REASON.
004410     MOVE ZERO TO DL-POINTS.
004420     MOVE WS-REASON TO DL-NOTE.
004430     WRITE FRDRPT-REC FROM WS-DETAIL-LINE.
004440 2100-EXIT.
004450     EXIT.

004460 2200-CLEAR-ONE-CASE.
004470     SET RT-IDX TO WS-R.
004480     IF RT-CUST-ID(RT-IDX) NOT = CC-CUST-ID
004490             OR NOT RT-OPEN(RT-IDX)
004500         GO TO 2200-EXIT
004510     END-IF.
004520     IF CC-REASON NOT = SPACES
004530             AND CC-REASON NOT = RT-REASON(RT-IDX)
004540         GO TO 2200-EXIT
004550     END-IF.
004560     MOVE "C" TO RT-STATUS(RT-IDX).
004570     MOVE RT-CUST-ID(RT-IDX) TO AL-RECORD-KEY.
004580     MOVE RT-BLOCK-FLAG(RT-IDX) TO AL-OLD-VALUE.
004590     MOVE "N" TO RT-BLOCK-FLAG(RT-IDX).
004600     MOVE "N" TO AL-NEW-VALUE.
004610     MOVE WS-RUN-CCYYMMDD TO RT-CLEARED-DATE(RT-IDX).
004620     MOVE CC-ANALYST-ID TO RT-ANALYST-ID(RT-IDX).
004630     PERFORM 6900-CALL-AUDIT THRU 6900-EXIT.
004640     MOVE "Y" TO WS-CLEARED-SW.
004650     ADD 1 TO WS-CLEAR-COUNT.
004660     MOVE "CLEARED" TO DL-ACTION.
004670     MOVE RT-CUST-ID(RT-IDX) TO DL-CUST-ID.
004680     MOVE RT-REASON(RT-IDX) TO DL-REASON.
004690     MOVE RT-TRIGGER-POINTS(RT-IDX) TO DL-POINTS.
004700     MOVE SPACES TO DL-NOTE.
004710     STRING "BY " CC-ANALYST-ID DELIMITED BY SIZE
004720         INTO DL-NOTE.
004730     WRITE FRDRPT-REC FROM WS-DETAIL-LINE.
004740 2200-EXIT.
004750     EXIT.

004760*----------------------------------------------------------------
004770* 3000-SCAN-LEDGER - BUILD EACH CUSTOMER'S MEASURES FROM THE
004780*                    LEDGER. LINES DATED AFTER THE DETECTION DAY
004790*                    ARE IGNORED; LINES ON IT ARE "TODAY".
004800*----------------------------------------------------------------
004810 3000-SCAN-LEDGER.
004820     OPEN INPUT POINTLDG.
004830     IF WS-LDG-STATUS NOT = "00"
004840         GO TO 3000-EXIT
004850     END-IF.
004860     PERFORM 3100-SCAN-ONE-LINE THRU 3100-EXIT
004870         UNTIL WS-EOF.
004880     CLOSE POINTLDG.
004890     MOVE "N" TO WS-EOF-SW.
004900 3000-EXIT.
004910     EXIT.

004920*----------------------------------------------------------------
004930* 3100-SCAN-ONE-LINE -
004940*     EARN HISTORY   - POSITIVE "E" LINES IN THE FRDHISTDAYS
004950*                      BEFORE TODAY, COUNTED AND SUMMED FOR THE
004960*                      CUSTOMER'S AVERAGE EARN.
004970*     TODAY'S EARN   - POSITIVE "E" LINES DATED TODAY.
004980*     LARGE ACCRUAL  - THE LATEST CREDIT (EARN, BONUS, TIER,
004990*                      TRANSFER OR POOL IN) OF AT LEAST
005000*                      FRDLARGEEARN IN THE FRDREDEEMDAYS TO TODAY.
005010*     TODAY'S REDEEM - "R" LINES DATED TODAY.
005020*     REVERSALS      - A NEGATIVE "E" (PENALTIES CLAWING BACK
005030*                      EARNINGS) OR A POSITIVE "R" (A REDEMPTION
005040*                      CREDITED BACK) IN THE FRDREVDAYS TO TODAY.
005050*----------------------------------------------------------------
005060 3100-SCAN-ONE-LINE.
005070     READ POINTLDG
005080         AT END
005090             SET WS-EOF TO TRUE
005100             GO TO 3100-EXIT
005110     END-READ.
005120     MOVE POINTLDG-REC TO WS-LEDGER-LINE.
005130     IF LL-DATE NOT NUMERIC
005140             OR LL-DATE > WS-RUN-CCYYMMDD
005150         GO TO 3100-EXIT
005160     END-IF.
005170     COMPUTE WS-LINE-DAY = FUNCTION INTEGER-OF-DATE(LL-DATE).
005180     COMPUTE WS-AGE-DAYS = WS-RUN-DAY - WS-LINE-DAY.
005190     COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL(LL-AMOUNT).
005200     MOVE LL-CUST-ID TO WS-CUST-ID.
005210     PERFORM 6000-FIND-CUST THRU 6000-EXIT.
005220     SET CU-IDX TO WS-CU-IDX.
005230     IF LL-TXN-TYPE = "E" AND WS-LINE-AMOUNT > ZERO
005240         IF WS-AGE-DAYS = ZERO
005250             ADD WS-LINE-AMOUNT TO CU-DAY-POINTS(CU-IDX)
005260         ELSE
005270             IF WS-AGE-DAYS NOT > WS-HIST-DAYS
005280                 ADD 1 TO CU-HIST-LINES(CU-IDX)
005290                 ADD WS-LINE-AMOUNT TO CU-HIST-POINTS(CU-IDX)
005300             END-IF
005310         END-IF
005320     END-IF.
005330     IF LL-CREDIT AND WS-LINE-AMOUNT NOT < WS-LARGE-EARN
005340             AND WS-AGE-DAYS NOT > WS-REDEEM-DAYS
005350             AND WS-LINE-DAY > CU-LARGE-DAY(CU-IDX)
005360         MOVE WS-LINE-DAY TO CU-LARGE-DAY(CU-IDX)
005370     END-IF.
005380     IF LL-TXN-TYPE = "R" AND WS-LINE-AMOUNT < ZERO
005390             AND WS-AGE-DAYS = ZERO
005400         SUBTRACT WS-LINE-AMOUNT FROM CU-DAY-REDEEM(CU-IDX)
005410     END-IF.
005420     IF WS-AGE-DAYS > WS-REV-DAYS
005430         GO TO 3100-EXIT
005440     END-IF.
005450     IF (LL-TXN-TYPE = "E" AND WS-LINE-AMOUNT < ZERO)
005460             OR (LL-TXN-TYPE = "R" AND WS-LINE-AMOUNT > ZERO)
005470         ADD 1 TO CU-REV-COUNT(CU-IDX)
005480         IF WS-LINE-AMOUNT < ZERO
005490             SUBTRACT WS-LINE-AMOUNT FROM CU-REV-POINTS(CU-IDX)
005500         ELSE
005510             ADD WS-LINE-AMOUNT TO CU-REV-POINTS(CU-IDX)
005520         END-IF
005530         IF WS-AGE-DAYS = ZERO
005540             MOVE "Y" TO CU-REV-TODAY-SW(CU-IDX)
005550         END-IF
005560     END-IF.
005570 3100-EXIT.
005580     EXIT.

005590*----------------------------------------------------------------
005600* 4000-CHECK-ADDRESSES - COUNT NAMEMSTR ACCOUNTS BY ADDRESS AND
005610*                        POSTCODE, THEN FLAG EVERY ACCOUNT AT AN
005620*                        ADDRESS SHARED BY MORE THAN FRDADDRMAX.
005630*                        ACCOUNTS WITH NO ADDRESS ARE NOT COUNTED.
005640*----------------------------------------------------------------
005650 4000-CHECK-ADDRESSES.
005660     OPEN INPUT NAMEMSTR.
005670     IF WS-NAM-STATUS NOT = "00"
005680         DISPLAY "PTSFRAUD - NAMEMSTR NOT AVAILABLE - ADDRESS "
005690             "CHECK SKIPPED"
005700         GO TO 4000-EXIT
005710     END-IF.
005720     PERFORM 4100-COUNT-ONE-NAME THRU 4100-EXIT
005730         UNTIL WS-EOF.
005740     CLOSE NAMEMSTR.
005750     MOVE "N" TO WS-EOF-SW.
005760     PERFORM 4300-TEST-ONE-NAME THRU 4300-EXIT
005770         VARYING WS-N FROM 1 BY 1
005780         UNTIL WS-N > WS-NAME-COUNT.
005790 4000-EXIT.
005800     EXIT.

005810 4100-COUNT-ONE-NAME.
005820     READ NAMEMSTR NEXT RECORD
005830         AT END
005840             SET WS-EOF TO TRUE
005850             GO TO 4100-EXIT
005860     END-READ.
005870     IF NM-ADDRESS = SPACES
005880         GO TO 4100-EXIT
005890     END-IF.
005900     IF WS-NAME-COUNT >= 5000
005910         DISPLAY "PTSFRAUD - NAMEMSTR EXCEEDS THE 5000-ACCOUNT "
005920             "TABLE - RUN ABORTED"
005930         MOVE 16 TO RETURN-CODE
005940         STOP RUN
005950     END-IF.
005960     MOVE NM-ADDRESS TO WS-ADDR-KEY.
005970     MOVE NM-POSTCODE TO WS-ADDR-KEY(25:6).
005980     MOVE ZERO TO WS-AD-IDX.
005990     PERFORM 4110-MATCH-ADDRESS THRU 4110-EXIT
006000         VARYING WS-A FROM 1 BY 1
006010         UNTIL WS-A > WS-ADDR-COUNT OR WS-AD-IDX > ZERO.
006020     IF WS-AD-IDX = ZERO
006030         ADD 1 TO WS-ADDR-COUNT
006040         MOVE WS-ADDR-COUNT TO WS-AD-IDX
006050         SET AD-IDX TO WS-AD-IDX
006060         MOVE WS-ADDR-KEY TO AD-ADDRESS(AD-IDX)
006070         MOVE ZERO TO AD-ACCOUNTS(AD-IDX)
006080     END-IF.
006090     SET AD-IDX TO WS-AD-IDX.
006100     ADD 1 TO AD-ACCOUNTS(AD-IDX).
006110     ADD 1 TO WS-NAME-COUNT.
006120     SET NA-IDX TO WS-NAME-COUNT.
006130     MOVE NM-CUST-ID TO NA-CUST-ID(NA-IDX).
006140     MOVE WS-AD-IDX TO NA-ADDR-IDX(NA-IDX).
006150 4100-EXIT.
006160     EXIT.

006170 4110-MATCH-ADDRESS.
006180     IF AD-ADDRESS(WS-A) = WS-ADDR-KEY
006190         MOVE WS-A TO WS-AD-IDX
006200     END-IF.
006210 4110-EXIT.
006220     EXIT.

006230*    AN ADDRESS CASE CARRIES THE ACCOUNT'S BALANCE WHEN FLAGGED.
006240 4300-TEST-ONE-NAME.
006250     SET NA-IDX TO WS-N.
006260     SET AD-IDX TO NA-ADDR-IDX(NA-IDX).
006270     IF AD-ACCOUNTS(AD-IDX) NOT > WS-ADDR-MAX
006280         GO TO 4300-EXIT
006290     END-IF.
006300     MOVE NA-CUST-ID(NA-IDX) TO WS-CUST-ID.
006310     PERFORM 6000-FIND-CUST THRU 6000-EXIT.
006320     SET CU-IDX TO WS-CU-IDX.
006330     MOVE ZERO TO WS-TRIGGER.
006340     IF CU-BALANCE(CU-IDX) > ZERO
006350         MOVE CU-BALANCE(CU-IDX) TO WS-TRIGGER
006360     END-IF.
006370     MOVE "ADDRESS" TO WS-CASE-REASON.
006380     MOVE "ACCOUNTS" TO WS-MEASURE-LABEL.
006390     MOVE AD-ACCOUNTS(AD-IDX) TO WS-MEASURE.
006400     PERFORM 6500-RAISE-CASE THRU 6500-EXIT.
006410 4300-EXIT.
006420     EXIT.

006430*----------------------------------------------------------------
006440* 5000-ASSESS-ONE-CUST - APPLY THE THREE LEDGER RULES TO ONE
006450*                        CUSTOMER. A SPIKE NEEDS SOME EARN
006460*                        HISTORY TO MEASURE AGAINST; A NEW
006470*                        CUSTOMER'S FIRST EARN IS NOT A SPIKE.
006480*----------------------------------------------------------------
006490 5000-ASSESS-ONE-CUST.
006500     SET CU-IDX TO WS-C.
006510     MOVE CU-CUST-ID(CU-IDX) TO WS-CUST-ID.
006520     IF CU-DAY-POINTS(CU-IDX) NOT < WS-SPIKE-MIN
006530             AND CU-HIST-LINES(CU-IDX) > ZERO
006540         COMPUTE WS-AVG-EARN ROUNDED =
006550             CU-HIST-POINTS(CU-IDX) / CU-HIST-LINES(CU-IDX)
006560         IF CU-DAY-POINTS(CU-IDX) > WS-SPIKE-MULT * WS-AVG-EARN
006570             MOVE "SPIKE" TO WS-CASE-REASON
006580             MOVE CU-DAY-POINTS(CU-IDX) TO WS-TRIGGER
006590             MOVE "AVG EARN" TO WS-MEASURE-LABEL
006600             MOVE WS-AVG-EARN TO WS-MEASURE
006610             PERFORM 6500-RAISE-CASE THRU 6500-EXIT
006620         END-IF
006630     END-IF.
006640     SET CU-IDX TO WS-C.
006650     IF CU-DAY-REDEEM(CU-IDX) > ZERO
006660             AND CU-LARGE-DAY(CU-IDX) > ZERO
006670         MOVE "QUICKRED" TO WS-CASE-REASON
006680         MOVE CU-DAY-REDEEM(CU-IDX) TO WS-TRIGGER
006690         MOVE "DAYS AFTER" TO WS-MEASURE-LABEL
006700         COMPUTE WS-MEASURE = WS-RUN-DAY - CU-LARGE-DAY(CU-IDX)
006710         PERFORM 6500-RAISE-CASE THRU 6500-EXIT
006720     END-IF.
006730     SET CU-IDX TO WS-C.
006740     IF CU-REV-TODAY(CU-IDX)
006750             AND CU-REV-COUNT(CU-IDX) NOT < WS-REV-MAX
006760         MOVE "REVERSAL" TO WS-CASE-REASON
006770         MOVE CU-REV-POINTS(CU-IDX) TO WS-TRIGGER
006780         MOVE "REVERSALS" TO WS-MEASURE-LABEL
006790         MOVE CU-REV-COUNT(CU-IDX) TO WS-MEASURE
006800         PERFORM 6500-RAISE-CASE THRU 6500-EXIT
006810     END-IF.
006820 5000-EXIT.
006830     EXIT.

006840*----------------------------------------------------------------
006850* 6000-FIND-CUST - LEAVE WS-CU-IDX ON WS-CUST-ID'S ENTRY, ADDING
006860*                  AN EMPTY ONE THE FIRST TIME A CUSTOMER IS SEEN.
006870*----------------------------------------------------------------
006880 6000-FIND-CUST.
006890     MOVE ZERO TO WS-CU-IDX.
006900     PERFORM 6010-MATCH-CUST THRU 6010-EXIT
006910         VARYING WS-A FROM 1 BY 1
006920         UNTIL WS-A > WS-CUST-COUNT OR WS-CU-IDX > ZERO.
006930     IF WS-CU-IDX > ZERO
006940         GO TO 6000-EXIT
006950     END-IF.
006960     IF WS-CUST-COUNT >= 5000
006970         DISPLAY "PTSFRAUD - CUSTOMERS EXCEED THE 5000-ENTRY "
006980             "TABLE - RUN ABORTED"
006990         MOVE 16 TO RETURN-CODE
007000         STOP RUN
007010     END-IF.
007020     ADD 1 TO WS-CUST-COUNT.
007030     MOVE WS-CUST-COUNT TO WS-CU-IDX.
007040     SET CU-IDX TO WS-CU-IDX.
007050     MOVE WS-CUST-ID TO CU-CUST-ID(CU-IDX).
007060     MOVE ZERO TO CU-BALANCE(CU-IDX)
007070                  CU-HIST-LINES(CU-IDX)
007080                  CU-HIST-POINTS(CU-IDX)
007090                  CU-DAY-POINTS(CU-IDX)
007100                  CU-DAY-REDEEM(CU-IDX)
007110                  CU-LARGE-DAY(CU-IDX)
007120                  CU-REV-COUNT(CU-IDX)
007130                  CU-REV-POINTS(CU-IDX).
007140     MOVE "N" TO CU-REV-TODAY-SW(CU-IDX).
007150 6000-EXIT.
007160     EXIT.

007170 6010-MATCH-CUST.
007180     IF CU-CUST-ID(WS-A) = WS-CUST-ID
007190         MOVE WS-A TO WS-CU-IDX
007200     END-IF.
007210 6010-EXIT.
007220     EXIT.

007230 6100-FIND-CASE.
007240     MOVE ZERO TO WS-RV-IDX.
007250     PERFORM 6110-MATCH-CASE THRU 6110-EXIT
007260         VARYING WS-R FROM 1 BY 1
007270         UNTIL WS-R > WS-REVW-COUNT OR WS-RV-IDX > ZERO.
007280 6100-EXIT.
007290     EXIT.

007300 6110-MATCH-CASE.
007310     IF RT-CUST-ID(WS-R) = WS-CUST-ID
007320             AND RT-REASON(WS-R) = WS-CASE-REASON
007330         MOVE WS-R TO WS-RV-IDX
007340     END-IF.
007350 6110-EXIT.
007360     EXIT.

007370*----------------------------------------------------------------
007380* 6500-RAISE-CASE - ONE CASE PER CUSTOMER AND REASON. AN OPEN
007390*                   CASE STAYS AS IT IS. A CLEARED CASE REOPENS
007400*                   ON A FRESH FLAG, EXCEPT ON THE DAY IT WAS
007410*                   RAISED AND FOR A SHARED ADDRESS - AN ANALYST
007420*                   WHO CLEARED AN ADDRESS HAS ACCEPTED IT.
007430*----------------------------------------------------------------
007440 6500-RAISE-CASE.
007450     PERFORM 6100-FIND-CASE THRU 6100-EXIT.
007460     IF WS-RV-IDX = ZERO
007470         IF WS-REVW-COUNT >= 5000
007480             DISPLAY "PTSFRAUD - CASES EXCEED THE 5000-CASE "
007490                 "TABLE - RUN ABORTED"
007500             MOVE 16 TO RETURN-CODE
007510             STOP RUN
007520         END-IF
007530         ADD 1 TO WS-REVW-COUNT
007540         MOVE WS-REVW-COUNT TO WS-RV-IDX
007550         SET RT-IDX TO WS-RV-IDX
007560         MOVE WS-CUST-ID TO RT-CUST-ID(RT-IDX)
007570         MOVE WS-CASE-REASON TO RT-REASON(RT-IDX)
007580         MOVE "N" TO RT-BLOCK-FLAG(RT-IDX)
007590         MOVE "NEW" TO DL-ACTION
007600         ADD 1 TO WS-NEW-COUNT
007610     ELSE
007620         SET RT-IDX TO WS-RV-IDX
007630         IF RT-OPEN(RT-IDX)
007640             ADD 1 TO WS-STILL-OPEN-COUNT
007650             GO TO 6500-EXIT
007660         END-IF
007670         IF RT-FLAG-DATE(RT-IDX) = WS-RUN-CCYYMMDD
007680                 OR RT-REASON(RT-IDX) = "ADDRESS"
007690             GO TO 6500-EXIT
007700         END-IF
007710         MOVE "REOPENED" TO DL-ACTION
007720         ADD 1 TO WS-REOPEN-COUNT
007730     END-IF.
007740     MOVE "O" TO RT-STATUS(RT-IDX).
007750     MOVE WS-RUN-CCYYMMDD TO RT-FLAG-DATE(RT-IDX).
007760     MOVE WS-TRIGGER TO RT-TRIGGER-POINTS(RT-IDX).
007770     MOVE ZERO TO RT-CLEARED-DATE(RT-IDX).
007780     MOVE SPACES TO RT-ANALYST-ID(RT-IDX).
007790     MOVE WS-CUST-ID TO AL-RECORD-KEY.
007800     MOVE RT-BLOCK-FLAG(RT-IDX) TO AL-OLD-VALUE.
007810     MOVE "Y" TO RT-BLOCK-FLAG(RT-IDX).
007820     MOVE "Y" TO AL-NEW-VALUE.
007830     MOVE "PTSFRAUD" TO WS-OPERATOR-ID.
007840     PERFORM 6900-CALL-AUDIT THRU 6900-EXIT.
007850     MOVE WS-CUST-ID TO DL-CUST-ID.
007860     MOVE WS-CASE-REASON TO DL-REASON.
007870     MOVE WS-TRIGGER TO DL-POINTS.
007880     MOVE SPACES TO DL-NOTE.
007890     MOVE WS-MEASURE-LABEL TO DL-MEASURE-LABEL.
007900     MOVE WS-MEASURE TO DL-MEASURE.
007910     WRITE FRDRPT-REC FROM WS-DETAIL-LINE.
007920 6500-EXIT.
007930     EXIT.

007940 6900-CALL-AUDIT.
007950     MOVE "WRITE" TO AL-ACTION.
007960     MOVE "PTSFRAUD" TO AL-SOURCE-PROGRAM.
007970     MOVE "REVIEW BLOCK" TO AL-FIELD-NAME.
007980     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
007990     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
008000         INTO AL-TIMESTAMP.
008010     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
008020 6900-EXIT.
008030     EXIT.

008040*----------------------------------------------------------------
008050* 7000-FINALIZE - WRITE THE REVIEW FILE BACK, CLEARED CASES
008060*                 INCLUDED SO A CASE IS NOT RAISED AFRESH, AND
008070*                 PRINT THE RUN TOTALS.
008080*----------------------------------------------------------------
008090 7000-FINALIZE.
008100     OPEN OUTPUT PTSREVW.
008110     PERFORM 7100-SAVE-ONE-CASE THRU 7100-EXIT
008120         VARYING WS-R FROM 1 BY 1
008130         UNTIL WS-R > WS-REVW-COUNT.
008140     CLOSE PTSREVW.
008150     WRITE FRDRPT-REC FROM WS-BLANK-LINE.
008160     MOVE WS-CLEAR-COUNT TO SL-CLEAR-COUNT.
008170     MOVE WS-REFUSE-COUNT TO SL-REFUSE-COUNT.
008180     WRITE FRDRPT-REC FROM WS-SUMMARY-LINE-1.
008190     MOVE WS-NEW-COUNT TO SL-NEW-COUNT.
008200     MOVE WS-REOPEN-COUNT TO SL-REOPEN-COUNT.
008210     MOVE WS-STILL-OPEN-COUNT TO SL-STILL-OPEN-COUNT.
008220     WRITE FRDRPT-REC FROM WS-SUMMARY-LINE-2.
008230     MOVE WS-OPEN-COUNT TO SL-OPEN-COUNT.
008240     WRITE FRDRPT-REC FROM WS-SUMMARY-LINE-3.
008250     MOVE "CLOSE" TO AL-ACTION.
008260     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
008270     CLOSE FRDREJ
008280           FRDRPT.
008290 7000-EXIT.
008300     EXIT.

008310 7100-SAVE-ONE-CASE.
008320     SET RT-IDX TO WS-R.
008330     MOVE RT-CUST-ID(RT-IDX) TO RV-CUST-ID.
008340     MOVE RT-REASON(RT-IDX) TO RV-REASON.
008350     MOVE RT-BLOCK-FLAG(RT-IDX) TO RV-BLOCK-FLAG.
008360     MOVE RT-STATUS(RT-IDX) TO RV-STATUS.
008370     MOVE RT-FLAG-DATE(RT-IDX) TO RV-FLAG-DATE.
008380     MOVE RT-TRIGGER-POINTS(RT-IDX) TO RV-TRIGGER-POINTS.
008390     MOVE RT-CLEARED-DATE(RT-IDX) TO RV-CLEARED-DATE.
008400     MOVE RT-ANALYST-ID(RT-IDX) TO RV-ANALYST-ID.
008410     WRITE PTSREVW-REC FROM RV-REVIEW-RECORD.
008420     IF RT-OPEN(RT-IDX)
008430         ADD 1 TO WS-OPEN-COUNT
008440     END-IF.
008450 7100-EXIT.
008460     EXIT.
