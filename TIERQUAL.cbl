000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TIERQUAL.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. LOYALTY PROGRAM BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. ANNUAL LOYALTY-TIER
000110*                  REQUALIFICATION. EVERY CUSTOMER ON PTSBAL, ON
000120*                  THE PRIOR PTSTIER MEMBERSHIP FILE, OR IN THE
000130*                  POINTLDG LEDGER IS QUALIFIED ON THE BASE POINTS
000140*                  THEY EARNED (TYPE-"E" LINES - CAMPAIGN AND TIER
000150*                  BONUSES DO NOT COUNT) IN THE ROLLING WINDOW
000160*                  ENDING ON THE RUN DATE, 12 MONTHS UNLESS
000170*                  BIZPARM SETS TIERQUALMONTHS. THE CUSTOMER TAKES
000180*                  THE HIGHEST LOYTIER TIER WHOSE MINIMUM THEY
000190*                  MEET. PTSTIER IS REWRITTEN WITH EVERY
000200*                  CUSTOMER'S NEW TIER FOR THE DAILY POINTS JOB
000210*                  AND THE STATEMENTS, EACH MOVE UP OR DOWN GOES
000220*                  TO THE TIERNOTE NOTICE EXTRACT FOR THE MAILER,
000230*                  AND TIERRPT LISTS THE CHANGES AND THE TIER
000240*                  DISTRIBUTION. A RERUN ON THE SAME LEDGER FINDS
000250*                  EVERY CUSTOMER ALREADY IN PLACE AND SENDS NO
000260*                  NOTICE TWICE.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM.
000310 OBJECT-COMPUTER. IBM.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LOYTIER ASSIGN TO "LOYTIER"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TIER-STATUS.
000370     SELECT BIZPARM ASSIGN TO "BIZPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PARM-STATUS.
000400     SELECT PTSBAL ASSIGN TO "PTSBAL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BAL-STATUS.
000430     SELECT PTSTIER ASSIGN TO "PTSTIER"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-MBR-STATUS.
000460     SELECT POINTLDG ASSIGN TO "POINTLDG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-LDG-STATUS.
000490     SELECT TIERNOTE ASSIGN TO "TIERNOTE"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT TIERRPT ASSIGN TO "TIERRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  LOYTIER
000560     RECORDING MODE IS F.
000570 01  LOYTIER-REC                  PIC X(80).

000580 FD  BIZPARM
000590     RECORDING MODE IS F.
000600 01  BIZPARM-REC                  PIC X(80).

000610 FD  PTSBAL
000620     RECORDING MODE IS F.
000630 01  PTSBAL-REC.
000640     05  PB-CUST-ID               PIC X(10).
000650     05  FILLER                   PIC X(01).
000660     05  PB-BALANCE               PIC S9(09) SIGN LEADING
000670                                            SEPARATE.

000680 FD  PTSTIER
000690     RECORDING MODE IS F.
000700 01  PTSTIER-REC.
000710     05  PT-CUST-ID               PIC X(10).
000720     05  FILLER                   PIC X(01).
000730     05  PT-TIER-CODE             PIC X(06).
000740     05  FILLER                   PIC X(01).
000750     05  PT-QUAL-POINTS           PIC 9(09).
000760     05  FILLER                   PIC X(01).
000770     05  PT-EFF-DATE              PIC 9(08).
000780     05  FILLER                   PIC X(44).

000790 FD  POINTLDG
000800     RECORDING MODE IS F.
000810 01  POINTLDG-REC                 PIC X(80).

000820 FD  TIERNOTE
000830     RECORDING MODE IS F.
000840 01  TIERNOTE-REC.
000850     05  TN-CUST-ID               PIC X(10).
000860     05  FILLER                   PIC X(01).
000870     05  TN-OLD-TIER              PIC X(06).
000880     05  FILLER                   PIC X(01).
000890     05  TN-NEW-TIER              PIC X(06).
000900     05  FILLER                   PIC X(01).
000910     05  TN-DIRECTION             PIC X(04).
000920     05  FILLER                   PIC X(01).
000930     05  TN-QUAL-POINTS           PIC 9(09).
000940     05  FILLER                   PIC X(01).
000950     05  TN-EFF-DATE              PIC 9(08).
000960     05  FILLER                   PIC X(01).
000970     05  TN-MULTIPLIER            PIC 9(01)V9(02).
000980     05  FILLER                   PIC X(28).

000990 FD  TIERRPT
001000     RECORDING MODE IS F.
001010 01  TIERRPT-REC                  PIC X(80).

001020 WORKING-STORAGE SECTION.
001030 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001040     88  WS-EOF                             VALUE "Y".
001050 77  WS-TIER-STATUS               PIC X(02) VALUE SPACES.
001060 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001070 77  WS-BAL-STATUS                PIC X(02) VALUE SPACES.
001080 77  WS-MBR-STATUS                PIC X(02) VALUE SPACES.
001090 77  WS-LDG-STATUS                PIC X(02) VALUE SPACES.
001100 77  WS-C                         PIC 9(05) COMP.
001110 77  WS-T                         PIC 9(02) COMP.
001120 77  WS-CUST-IDX                  PIC 9(05) VALUE ZERO COMP.
001130 77  WS-OLD-RANK                  PIC 9(02) VALUE ZERO COMP.
001140 77  WS-NEW-RANK                  PIC 9(02) VALUE ZERO COMP.
001150 77  WS-QUAL-MONTHS               PIC 9(05) VALUE 12.
001160 77  WS-MONTH-WORK                PIC 9(05) VALUE ZERO.
001170 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001180 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001190 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001200 77  WS-CUST-ID                   PIC X(10) VALUE SPACES.
001210 77  WS-OLD-TIER                  PIC X(06) VALUE SPACES.
001220 77  WS-LINE-AMOUNT               PIC S9(09) VALUE ZERO.
001230 77  WS-QUAL-POINTS               PIC 9(09) VALUE ZERO.
001240 77  WS-PRIOR-MIN                 PIC 9(09) VALUE ZERO.
001250 77  WS-MEMBER-TOTAL              PIC 9(05) VALUE ZERO COMP.
001260 77  WS-UP-TOTAL                  PIC 9(05) VALUE ZERO COMP.
001270 77  WS-DOWN-TOTAL                PIC 9(05) VALUE ZERO COMP.
001280 77  WS-QUAL-TOTAL                PIC 9(11) VALUE ZERO.

001290 01  WS-WINDOW-DATE.
001300     05  WS-WIN-CCYY              PIC 9(04).
001310     05  WS-WIN-MM                PIC 9(02).
001320     05  WS-WIN-DD                PIC 9(02).
001330 01  WS-WINDOW-NUM REDEFINES WS-WINDOW-DATE
001340                                  PIC 9(08).

001350 01  WS-LEDGER-LINE.
001360     05  LL-CUST-ID               PIC X(10).
001370     05  FILLER                   PIC X(01).
001380     05  LL-DATE                  PIC 9(08).
001390     05  FILLER                   PIC X(01).
001400     05  LL-TXN-TYPE              PIC X(01).
001410     05  FILLER                   PIC X(01).
001420     05  LL-AMOUNT                PIC X(09).
001430     05  FILLER                   PIC X(49).

001440 01  WS-TIER-TABLE.
001450     05  WS-TIER-COUNT            PIC 9(02) VALUE ZERO COMP.
001460     05  TR-ENTRY OCCURS 10 TIMES
001470                  INDEXED BY TR-IDX.
001480         10  TR-TIER-CODE         PIC X(06).
001490         10  TR-MIN-POINTS        PIC 9(09).
001500         10  TR-MULTIPLIER        PIC 9(01)V9(02).
001510         10  TR-MEMBERS           PIC 9(05) COMP.
001520         10  TR-UPGRADES          PIC 9(05) COMP.
001530         10  TR-DOWNGRADES        PIC 9(05) COMP.
001540         10  TR-QUAL-TOTAL        PIC 9(11).

001550 01  WS-CUST-TABLE.
001560     05  WS-CUST-COUNT            PIC 9(05) VALUE ZERO COMP.
001570     05  CU-ENTRY OCCURS 5000 TIMES
001580                  INDEXED BY CU-IDX.
001590         10  CU-CUST-ID           PIC X(10).
001600         10  CU-OLD-TIER          PIC X(06).
001610         10  CU-EARNED            PIC S9(09).

001620 COPY LOYTIER.
001630 COPY PARMCTL.
001640 COPY RPTHDR.
001650 COPY DATXLINK.

001660 01  WS-TITLE-LINE.
001670     05  FILLER                  PIC X(40) VALUE
001680         "LOYALTY TIER ANNUAL REQUALIFICATION".
001690     05  FILLER                  PIC X(40) VALUE SPACES.

001700 01  WS-WINDOW-LINE.
001710     05  FILLER                  PIC X(19) VALUE
001720         "QUALIFYING WINDOW: ".
001730     05  WL-FROM-DATE             PIC 9(08).
001740     05  FILLER                  PIC X(06) VALUE " THRU ".
001750     05  WL-THRU-DATE             PIC 9(08).
001760     05  FILLER                  PIC X(39) VALUE SPACES.

001770 01  WS-CHANGE-HEAD-LINE.
001780     05  FILLER                  PIC X(40) VALUE
001790         "TIER CHANGES".
001800     05  FILLER                  PIC X(40) VALUE SPACES.

001810 01  WS-CHANGE-LINE.
001820     05  FILLER                  PIC X(10) VALUE "CUSTOMER  ".
001830     05  CH-CUST-ID               PIC X(10).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  CH-OLD-TIER              PIC X(06).
001860     05  FILLER                  PIC X(04) VALUE " TO ".
001870     05  CH-NEW-TIER              PIC X(06).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  CH-DIRECTION             PIC X(04).
001900     05  FILLER                  PIC X(14) VALUE "  QUALIFYING: ".
001910     05  CH-QUAL-POINTS           PIC Z(08)9.
001920     05  FILLER                  PIC X(13) VALUE SPACES.

001930 01  WS-DIST-HEAD-LINE.
001940     05  FILLER                  PIC X(40) VALUE
001950         "TIER DISTRIBUTION".
001960     05  FILLER                  PIC X(40) VALUE SPACES.

001970 01  WS-DIST-HEAD-1.
001980     05  FILLER                  PIC X(40) VALUE
001990         "TIER      MINIMUM  EARN           PCT OF".
002000     05  FILLER                  PIC X(40) VALUE
002010         "                      QUALIFYING".

002020 01  WS-DIST-HEAD-2.
002030     05  FILLER                  PIC X(40) VALUE
002040         "CODE       POINTS  MULT  MEMBERS MEMBERS".
002050     05  FILLER                  PIC X(40) VALUE
002060         " UPGRADES DOWNGRDS        POINTS".

002070 01  WS-DIST-LINE.
002080     05  DT-TIER-CODE             PIC X(06).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  DT-MIN-POINTS            PIC Z(08)9.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  DT-MULTIPLIER            PIC 9.99.
002130     05  FILLER                  PIC X(04) VALUE SPACES.
002140     05  DT-MEMBERS               PIC ZZZZ9.
002150     05  FILLER                  PIC X(03) VALUE SPACES.
002160     05  DT-PCT                   PIC ZZ9.9.
002170     05  FILLER                  PIC X(04) VALUE SPACES.
002180     05  DT-UPGRADES              PIC ZZZZ9.
002190     05  FILLER                  PIC X(04) VALUE SPACES.
002200     05  DT-DOWNGRADES            PIC ZZZZ9.
002210     05  FILLER                  PIC X(03) VALUE SPACES.
002220     05  DT-QUAL-TOTAL            PIC Z(10)9.
002230     05  FILLER                  PIC X(08) VALUE SPACES.

002240 01  WS-DIST-TOTAL-LINE.
002250     05  FILLER                  PIC X(27) VALUE "TOTAL".
002260     05  DX-MEMBERS               PIC ZZZZ9.
002270     05  FILLER                  PIC X(12) VALUE SPACES.
002280     05  DX-UPGRADES              PIC ZZZZ9.
002290     05  FILLER                  PIC X(04) VALUE SPACES.
002300     05  DX-DOWNGRADES            PIC ZZZZ9.
002310     05  FILLER                  PIC X(03) VALUE SPACES.
002320     05  DX-QUAL-TOTAL            PIC Z(10)9.
002330     05  FILLER                  PIC X(08) VALUE SPACES.

002340 01  WS-SUMMARY-LINE.
002350     05  FILLER                  PIC X(11) VALUE "CUSTOMERS: ".
002360     05  SL-CUST-COUNT            PIC ZZZZ9.
002370     05  FILLER                  PIC X(12) VALUE "  UPGRADES: ".
002380     05  SL-UP-COUNT              PIC ZZZZ9.
002390     05  FILLER                  PIC X(14) VALUE "  DOWNGRADES: ".
002400     05  SL-DOWN-COUNT            PIC ZZZZ9.
002410     05  FILLER                  PIC X(28) VALUE SPACES.

002420 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002430 PROCEDURE DIVISION.
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     PERFORM 2000-ACCUMULATE THRU 2000-EXIT.
002470     PERFORM 3000-REQUALIFY THRU 3000-EXIT.
002480     PERFORM 4000-DISTRIBUTION THRU 4000-EXIT.
002490     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002500     STOP RUN.

002510*----------------------------------------------------------------
002520* 1000-INITIALIZE - PICK UP THE TIER TABLE AND THE WINDOW POLICY,
002530*                   WORK OUT WHERE THE QUALIFYING WINDOW OPENS,
002540*                   AND BUILD THE CUSTOMER TABLE FROM THE BALANCE
002550*                   MASTER AND THE PRIOR MEMBERSHIP FILE.
002560*----------------------------------------------------------------
002570 1000-INITIALIZE.
002580     ACCEPT WS-RUN-DATE FROM DATE.
002590     MOVE "EXPND" TO DX-ACTION.
002600     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002610     CALL "DATEXPND" USING DATEXPND-PARMS.
002620     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002630     ACCEPT WS-RUN-TIME FROM TIME.
002640     PERFORM 1100-LOAD-TIERS THRU 1100-EXIT.
002650     OPEN OUTPUT TIERRPT
002660          OUTPUT TIERNOTE.
002670     MOVE "TIERQUAL" TO RH-PROGRAM-ID.
002680     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002690     MOVE WS-RUN-TIME TO RH-RUN-ID.
002700     MOVE 1 TO RH-PAGE-NUMBER.
002710     WRITE TIERRPT-REC FROM RH-REPORT-HEADER.
002720     WRITE TIERRPT-REC FROM WS-TITLE-LINE.
002730     PERFORM 1200-SCAN-PARMS THRU 1200-EXIT.
002740     PERFORM 1300-SET-WINDOW THRU 1300-EXIT.
002750     MOVE WS-WINDOW-NUM TO WL-FROM-DATE.
002760     MOVE WS-RUN-CCYYMMDD TO WL-THRU-DATE.
002770     WRITE TIERRPT-REC FROM WS-WINDOW-LINE.
002780     WRITE TIERRPT-REC FROM WS-BLANK-LINE.
002790     OPEN INPUT PTSBAL.
002800     IF WS-BAL-STATUS = "00"
002810         PERFORM 1400-LOAD-BALANCE THRU 1400-EXIT
002820             UNTIL WS-EOF
002830         CLOSE PTSBAL
002840     END-IF.
002850     MOVE "N" TO WS-EOF-SW.
002860     OPEN INPUT PTSTIER.
002870     IF WS-MBR-STATUS = "00"
002880         PERFORM 1500-LOAD-MEMBER THRU 1500-EXIT
002890             UNTIL WS-EOF
002900         CLOSE PTSTIER
002910     END-IF.
002920     MOVE "N" TO WS-EOF-SW.
002930 1000-EXIT.
002940     EXIT.

002950*----------------------------------------------------------------
002960* 1100-LOAD-TIERS - THE TIER TABLE IS THE WHOLE POINT OF THE RUN,
002970*                   SO A MISSING OR EMPTY LOYTIER, MORE THAN 10
002980*                   TIERS, OR TIERS OUT OF ASCENDING MINIMUM
002990*                   ORDER STOPS THE JOB BEFORE PTSTIER IS TOUCHED.
003000*----------------------------------------------------------------
003010 1100-LOAD-TIERS.
003020     OPEN INPUT LOYTIER.
003030     IF WS-TIER-STATUS NOT = "00"
003040         DISPLAY "TIERQUAL - LOYTIER NOT FOUND - RUN ABORTED"
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     PERFORM 1110-LOAD-ONE-TIER THRU 1110-EXIT
003090         UNTIL WS-EOF.
003100     CLOSE LOYTIER.
003110     MOVE "N" TO WS-EOF-SW.
003120     IF WS-TIER-COUNT = ZERO
003130         DISPLAY "TIERQUAL - LOYTIER IS EMPTY - RUN ABORTED"
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170 1100-EXIT.
003180     EXIT.

003190 1110-LOAD-ONE-TIER.
003200     READ LOYTIER
003210         AT END
003220             SET WS-EOF TO TRUE
003230             GO TO 1110-EXIT
003240     END-READ.
003250     IF WS-TIER-COUNT >= 10
003260         DISPLAY "TIERQUAL - LOYTIER EXCEEDS THE 10-TIER TABLE "
003270             "- RUN ABORTED"
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     MOVE LOYTIER-REC TO LY-TIER-RECORD.
003320     IF WS-TIER-COUNT > ZERO
003330             AND LY-MIN-POINTS NOT > WS-PRIOR-MIN
003340         DISPLAY "TIERQUAL - LOYTIER NOT IN ASCENDING MINIMUM-"
003350             "POINTS ORDER - RUN ABORTED"
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     MOVE LY-MIN-POINTS TO WS-PRIOR-MIN.
003400     ADD 1 TO WS-TIER-COUNT.
003410     SET TR-IDX TO WS-TIER-COUNT.
003420     MOVE LY-TIER-CODE TO TR-TIER-CODE(TR-IDX).
003430     MOVE LY-MIN-POINTS TO TR-MIN-POINTS(TR-IDX).
003440     MOVE LY-MULTIPLIER TO TR-MULTIPLIER(TR-IDX).
003450     MOVE ZERO TO TR-MEMBERS(TR-IDX)
003460                  TR-UPGRADES(TR-IDX)
003470                  TR-DOWNGRADES(TR-IDX)
003480                  TR-QUAL-TOTAL(TR-IDX).
003490 1110-EXIT.
003500     EXIT.

003510 1200-SCAN-PARMS.
003520     OPEN INPUT BIZPARM.
003530     IF WS-PARM-STATUS NOT = "00"
003540         GO TO 1200-EXIT
003550     END-IF.
003560     PERFORM 1210-SCAN-ONE-PARM THRU 1210-EXIT
003570         UNTIL WS-EOF.
003580     CLOSE BIZPARM.
003590     MOVE "N" TO WS-EOF-SW.
003600 1200-EXIT.
003610     EXIT.

003620 1210-SCAN-ONE-PARM.
003630     READ BIZPARM
003640         AT END
003650             SET WS-EOF TO TRUE
003660         NOT AT END
003670             MOVE BIZPARM-REC TO PC-PARM-RECORD
003680             IF PC-PARM-NAME = "TIERQUALMONTHS"
003690                     AND PC-PARM-VALUE > ZERO
003700                 MOVE PC-PARM-VALUE TO WS-QUAL-MONTHS
003710             END-IF
003720     END-READ.
003730 1210-EXIT.
003740     EXIT.

003750*----------------------------------------------------------------
003760* 1300-SET-WINDOW - THE WINDOW OPENS THE POLICY MONTHS BEFORE THE
003770*                   RUN DATE, DAY CAPPED AT 28 THE SAME WAY THE
003780*                   EXPIRY RUN SETS ITS CUTOFF, AND CLOSES ON THE
003790*                   RUN DATE ITSELF.
003800*----------------------------------------------------------------
003810 1300-SET-WINDOW.
003820     MOVE WS-RUN-CCYYMMDD TO WS-WINDOW-NUM.
003830     IF WS-WIN-DD > 28
003840         MOVE 28 TO WS-WIN-DD
003850     END-IF.
003860     MOVE WS-QUAL-MONTHS TO WS-MONTH-WORK.
003870     PERFORM 1310-BACK-ONE-MONTH THRU 1310-EXIT
003880         UNTIL WS-MONTH-WORK = ZERO.
003890 1300-EXIT.
003900     EXIT.

003910 1310-BACK-ONE-MONTH.
003920     IF WS-WIN-MM = 1
003930         MOVE 12 TO WS-WIN-MM
003940         SUBTRACT 1 FROM WS-WIN-CCYY
003950     ELSE
003960         SUBTRACT 1 FROM WS-WIN-MM
003970     END-IF.
003980     SUBTRACT 1 FROM WS-MONTH-WORK.
003990 1310-EXIT.
004000     EXIT.

004010 1400-LOAD-BALANCE.
004020     READ PTSBAL
004030         AT END
004040             SET WS-EOF TO TRUE
004050             GO TO 1400-EXIT
004060     END-READ.
004070     MOVE PB-CUST-ID TO WS-CUST-ID.
004080     PERFORM 2500-FIND-CUSTOMER THRU 2500-EXIT.
004090 1400-EXIT.
004100     EXIT.

004110 1500-LOAD-MEMBER.
004120     READ PTSTIER
004130         AT END
004140             SET WS-EOF TO TRUE
004150             GO TO 1500-EXIT
004160     END-READ.
004170     MOVE PT-CUST-ID TO WS-CUST-ID.
004180     PERFORM 2500-FIND-CUSTOMER THRU 2500-EXIT.
004190     MOVE PT-TIER-CODE TO CU-OLD-TIER(WS-CUST-IDX).
004200 1500-EXIT.
004210     EXIT.

004220*----------------------------------------------------------------
004230* 2000-ACCUMULATE - ADD UP EACH CUSTOMER'S BASE EARNINGS INSIDE
004240*                   THE WINDOW. ONLY TYPE-"E" LINES QUALIFY, SO A
004250*                   TIER'S OWN BONUS CANNOT KEEP A CUSTOMER IN IT.
004260*----------------------------------------------------------------
004270 2000-ACCUMULATE.
004280     OPEN INPUT POINTLDG.
004290     IF WS-LDG-STATUS NOT = "00"
004300         GO TO 2000-EXIT
004310     END-IF.
004320     PERFORM 2100-ACCUMULATE-ONE THRU 2100-EXIT
004330         UNTIL WS-EOF.
004340     CLOSE POINTLDG.
004350     MOVE "N" TO WS-EOF-SW.
004360 2000-EXIT.
004370     EXIT.

004380 2100-ACCUMULATE-ONE.
004390     READ POINTLDG
004400         AT END
004410             SET WS-EOF TO TRUE
004420             GO TO 2100-EXIT
004430     END-READ.
004440     MOVE POINTLDG-REC TO WS-LEDGER-LINE.
004450     IF LL-TXN-TYPE NOT = "E"
004460             OR LL-DATE < WS-WINDOW-NUM
004470             OR LL-DATE > WS-RUN-CCYYMMDD
004480         GO TO 2100-EXIT
004490     END-IF.
004500     COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL(LL-AMOUNT).
004510     MOVE LL-CUST-ID TO WS-CUST-ID.
004520     PERFORM 2500-FIND-CUSTOMER THRU 2500-EXIT.
004530     ADD WS-LINE-AMOUNT TO CU-EARNED(WS-CUST-IDX).
004540 2100-EXIT.
004550     EXIT.

004560*----------------------------------------------------------------
004570* 2500-FIND-CUSTOMER - LEAVE WS-CUST-IDX ON WS-CUST-ID'S ENTRY,
004580*                      ADDING ONE THE FIRST TIME THE CUSTOMER IS
004590*                      SEEN. A CUSTOMER LEFT OFF THE TABLE WOULD
004600*                      DROP OUT OF PTSTIER, SO A FULL TABLE STOPS
004610*                      THE JOB.
004620*----------------------------------------------------------------
004630 2500-FIND-CUSTOMER.
004640     MOVE ZERO TO WS-CUST-IDX.
004650     PERFORM 2510-MATCH-CUSTOMER THRU 2510-EXIT
004660         VARYING WS-C FROM 1 BY 1
004670         UNTIL WS-C > WS-CUST-COUNT OR WS-CUST-IDX > ZERO.
004680     IF WS-CUST-IDX > ZERO
004690         GO TO 2500-EXIT
004700     END-IF.
004710     IF WS-CUST-COUNT >= 5000
004720         DISPLAY "TIERQUAL - CUSTOMERS EXCEED THE 5000-ENTRY "
004730             "TABLE - RUN ABORTED"
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770     ADD 1 TO WS-CUST-COUNT.
004780     MOVE WS-CUST-COUNT TO WS-CUST-IDX.
004790     SET CU-IDX TO WS-CUST-IDX.
004800     MOVE WS-CUST-ID TO CU-CUST-ID(CU-IDX).
004810     MOVE SPACES TO CU-OLD-TIER(CU-IDX).
004820     MOVE ZERO TO CU-EARNED(CU-IDX).
004830 2500-EXIT.
004840     EXIT.

004850 2510-MATCH-CUSTOMER.
004860     IF CU-CUST-ID(WS-C) = WS-CUST-ID
004870         MOVE WS-C TO WS-CUST-IDX
004880     END-IF.
004890 2510-EXIT.
004900     EXIT.

004910*----------------------------------------------------------------
004920* 3000-REQUALIFY - PLACE EVERY CUSTOMER, REWRITE PTSTIER, AND
004930*                  SEND A NOTICE FOR EVERY CHANGE OF TIER.
004940*----------------------------------------------------------------
004950 3000-REQUALIFY.
004960     WRITE TIERRPT-REC FROM WS-CHANGE-HEAD-LINE.
004970     OPEN OUTPUT PTSTIER.
004980     PERFORM 3100-PLACE-CUSTOMER THRU 3100-EXIT
004990         VARYING WS-C FROM 1 BY 1
005000         UNTIL WS-C > WS-CUST-COUNT.
005010     CLOSE PTSTIER.
005020     WRITE TIERRPT-REC FROM WS-BLANK-LINE.
005030 3000-EXIT.
005040     EXIT.

005050*----------------------------------------------------------------
005060* 3100-PLACE-CUSTOMER - THE NEW TIER IS THE HIGHEST WHOSE MINIMUM
005070*                       THE WINDOW'S EARNINGS MEET. A CUSTOMER
005080*                       NEVER QUALIFIED BEFORE, OR HOLDING A TIER
005090*                       SINCE DROPPED FROM LOYTIER, IS COMPARED AS
005100*                       IF IN THE BASE TIER.
005110*----------------------------------------------------------------
005120 3100-PLACE-CUSTOMER.
005130     SET CU-IDX TO WS-C.
005140     IF CU-EARNED(CU-IDX) > ZERO
005150         MOVE CU-EARNED(CU-IDX) TO WS-QUAL-POINTS
005160     ELSE
005170         MOVE ZERO TO WS-QUAL-POINTS
005180     END-IF.
005190     MOVE 1 TO WS-NEW-RANK.
005200     PERFORM 3110-TEST-TIER THRU 3110-EXIT
005210         VARYING WS-T FROM 2 BY 1
005220         UNTIL WS-T > WS-TIER-COUNT.
005230     MOVE CU-OLD-TIER(CU-IDX) TO WS-OLD-TIER.
005240     MOVE 1 TO WS-OLD-RANK.
005250     PERFORM 3120-MATCH-OLD-TIER THRU 3120-EXIT
005260         VARYING WS-T FROM 1 BY 1
005270         UNTIL WS-T > WS-TIER-COUNT.
005280     SET TR-IDX TO WS-NEW-RANK.
005290     ADD 1 TO TR-MEMBERS(TR-IDX).
005300     ADD WS-QUAL-POINTS TO TR-QUAL-TOTAL(TR-IDX).
005310     MOVE SPACES TO PTSTIER-REC.
005320     MOVE CU-CUST-ID(CU-IDX) TO PT-CUST-ID.
005330     MOVE TR-TIER-CODE(TR-IDX) TO PT-TIER-CODE.
005340     MOVE WS-QUAL-POINTS TO PT-QUAL-POINTS.
005350     MOVE WS-RUN-CCYYMMDD TO PT-EFF-DATE.
005360     WRITE PTSTIER-REC.
005370     IF WS-OLD-TIER = SPACES
005380         MOVE TR-TIER-CODE(1) TO WS-OLD-TIER
005390     END-IF.
005400     IF WS-OLD-TIER = TR-TIER-CODE(TR-IDX)
005410         GO TO 3100-EXIT
005420     END-IF.
005430     PERFORM 3200-WRITE-NOTICE THRU 3200-EXIT.
005440 3100-EXIT.
005450     EXIT.

005460 3110-TEST-TIER.
005470     IF WS-QUAL-POINTS >= TR-MIN-POINTS(WS-T)
005480         MOVE WS-T TO WS-NEW-RANK
005490     END-IF.
005500 3110-EXIT.
005510     EXIT.

005520 3120-MATCH-OLD-TIER.
005530     IF TR-TIER-CODE(WS-T) = WS-OLD-TIER
005540         MOVE WS-T TO WS-OLD-RANK
005550     END-IF.
005560 3120-EXIT.
005570     EXIT.

005580*----------------------------------------------------------------
005590* 3200-WRITE-NOTICE - ONE TIERNOTE RECORD FOR THE MAILER AND ONE
005600*                     CHANGE LINE ON THE REPORT. A MOVE TO A
005610*                     HIGHER-RANKED TIER IS AN UPGRADE; ANYTHING
005620*                     ELSE IS A DOWNGRADE.
005630*----------------------------------------------------------------
005640 3200-WRITE-NOTICE.
005650     MOVE SPACES TO TIERNOTE-REC.
005660     MOVE CU-CUST-ID(CU-IDX) TO TN-CUST-ID.
005670     MOVE WS-OLD-TIER TO TN-OLD-TIER.
005680     MOVE TR-TIER-CODE(TR-IDX) TO TN-NEW-TIER.
005690     IF WS-NEW-RANK > WS-OLD-RANK
005700         MOVE "UP" TO TN-DIRECTION
005710         ADD 1 TO TR-UPGRADES(TR-IDX)
005720         ADD 1 TO WS-UP-TOTAL
005730     ELSE
005740         MOVE "DOWN" TO TN-DIRECTION
005750         ADD 1 TO TR-DOWNGRADES(TR-IDX)
005760         ADD 1 TO WS-DOWN-TOTAL
005770     END-IF.
005780     MOVE WS-QUAL-POINTS TO TN-QUAL-POINTS.
005790     MOVE WS-RUN-CCYYMMDD TO TN-EFF-DATE.
005800     MOVE TR-MULTIPLIER(TR-IDX) TO TN-MULTIPLIER.
005810     WRITE TIERNOTE-REC.
005820     MOVE CU-CUST-ID(CU-IDX) TO CH-CUST-ID.
005830     MOVE WS-OLD-TIER TO CH-OLD-TIER.
005840     MOVE TR-TIER-CODE(TR-IDX) TO CH-NEW-TIER.
005850     MOVE TN-DIRECTION TO CH-DIRECTION.
005860     MOVE WS-QUAL-POINTS TO CH-QUAL-POINTS.
005870     WRITE TIERRPT-REC FROM WS-CHANGE-LINE.
005880 3200-EXIT.
005890     EXIT.

005900*----------------------------------------------------------------
005910* 4000-DISTRIBUTION - ONE LINE PER TIER: ITS THRESHOLD AND EARN
005920*                     RATE, HOW MANY CUSTOMERS NOW HOLD IT AND
005930*                     WHAT SHARE OF THE MEMBERSHIP THAT IS, HOW
005940*                     MANY MOVED INTO IT EACH WAY, AND THEIR
005950*                     QUALIFYING POINTS - THEN A TOTAL LINE.
005960*----------------------------------------------------------------
005970 4000-DISTRIBUTION.
005980     WRITE TIERRPT-REC FROM WS-DIST-HEAD-LINE.
005990     WRITE TIERRPT-REC FROM WS-DIST-HEAD-1.
006000     WRITE TIERRPT-REC FROM WS-DIST-HEAD-2.
006010     MOVE WS-CUST-COUNT TO WS-MEMBER-TOTAL.
006020     PERFORM 4100-DIST-ONE-TIER THRU 4100-EXIT
006030         VARYING WS-T FROM 1 BY 1
006040         UNTIL WS-T > WS-TIER-COUNT.
006050     MOVE WS-MEMBER-TOTAL TO DX-MEMBERS.
006060     MOVE WS-UP-TOTAL TO DX-UPGRADES.
006070     MOVE WS-DOWN-TOTAL TO DX-DOWNGRADES.
006080     MOVE WS-QUAL-TOTAL TO DX-QUAL-TOTAL.
006090     WRITE TIERRPT-REC FROM WS-DIST-TOTAL-LINE.
006100     WRITE TIERRPT-REC FROM WS-BLANK-LINE.
006110 4000-EXIT.
006120     EXIT.

006130 4100-DIST-ONE-TIER.
006140     SET TR-IDX TO WS-T.
006150     MOVE TR-TIER-CODE(TR-IDX) TO DT-TIER-CODE.
006160     MOVE TR-MIN-POINTS(TR-IDX) TO DT-MIN-POINTS.
006170     MOVE TR-MULTIPLIER(TR-IDX) TO DT-MULTIPLIER.
006180     MOVE TR-MEMBERS(TR-IDX) TO DT-MEMBERS.
006190     IF WS-MEMBER-TOTAL > ZERO
006200         COMPUTE DT-PCT ROUNDED =
006210             TR-MEMBERS(TR-IDX) * 100 / WS-MEMBER-TOTAL
006220     ELSE
006230         MOVE ZERO TO DT-PCT
006240     END-IF.
006250     MOVE TR-UPGRADES(TR-IDX) TO DT-UPGRADES.
006260     MOVE TR-DOWNGRADES(TR-IDX) TO DT-DOWNGRADES.
006270     MOVE TR-QUAL-TOTAL(TR-IDX) TO DT-QUAL-TOTAL.
006280     ADD TR-QUAL-TOTAL(TR-IDX) TO WS-QUAL-TOTAL.
006290     WRITE TIERRPT-REC FROM WS-DIST-LINE.
006300 4100-EXIT.
006310     EXIT.

006320 5000-FINALIZE.
006330     MOVE WS-CUST-COUNT TO SL-CUST-COUNT.
006340     MOVE WS-UP-TOTAL TO SL-UP-COUNT.
006350     MOVE WS-DOWN-TOTAL TO SL-DOWN-COUNT.
006360     WRITE TIERRPT-REC FROM WS-SUMMARY-LINE.
006370     CLOSE TIERRPT
006380           TIERNOTE.
006390 5000-EXIT.
006400     EXIT.
