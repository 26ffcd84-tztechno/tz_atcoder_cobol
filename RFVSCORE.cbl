000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RFVSCORE.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. LOYALTY PROGRAM BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. RECENCY / FREQUENCY / VALUE
000110*                  CUSTOMER SEGMENTATION FOR TARGETED MAILINGS.
000120*                  EVERY CUSTOMER ON THE CUSTFILE MAILING LIST, IN
000130*                  THE POINTLDG LEDGER, IN THE CURRENT CUSTACT
000140*                  CYCLE OR ON THE PRIOR CUSTSEG FILE IS SCORED ON
000150*                  DAYS SINCE THEIR LAST EARN OR REDEEM, THE
000160*                  NUMBER OF EARNS AND REDEEMS IN THE SCORING
000170*                  WINDOW (365 DAYS UNLESS BIZPARM SETS
000180*                  SEGWINDOWDAYS), AND THE BASE POINTS EARNED IN
000190*                  IT, AND PLACED IN THE FIRST SEGRULE SEGMENT
000200*                  WHOSE THRESHOLDS THEY MEET. CUSTSEG IS
000210*                  REWRITTEN FOR THE HOLIDAY MAILER AND THE
000220*                  CAMPMSTR CAMPAIGN ENGINE TO SELECT ON, AND
000230*                  SEGRPT LISTS EVERY CUSTOMER WHO CHANGED SEGMENT
000240*                  SINCE THE LAST RUN WITH A MIGRATION SUMMARY AND
000250*                  SEGMENT COUNTS.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM.
000300 OBJECT-COMPUTER. IBM.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SEGRULE ASSIGN TO "SEGRULE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RULE-STATUS.
000360     SELECT BIZPARM ASSIGN TO "BIZPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PARM-STATUS.
000390     SELECT CUSTACT ASSIGN TO "CUSTACT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT CUSTFILE ASSIGN TO "CUSTFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CUST-STATUS.
000440     SELECT POINTLDG ASSIGN TO "POINTLDG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-LDG-STATUS.
000470     SELECT CUSTSEG ASSIGN TO "CUSTSEG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SEG-STATUS.
000500     SELECT SEGRPT ASSIGN TO "SEGRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SEGRULE
000550     RECORDING MODE IS F.
000560 01  SEGRULE-REC                  PIC X(80).

000570 FD  BIZPARM
000580     RECORDING MODE IS F.
000590 01  BIZPARM-REC                  PIC X(80).

000600 FD  CUSTACT
000610     RECORDING MODE IS F.
000620 01  CUSTACT-REC                  PIC X(80).

000630 FD  CUSTFILE
000640     RECORDING MODE IS F.
000650 01  CUSTFILE-REC                 PIC X(80).

000660 FD  POINTLDG
000670     RECORDING MODE IS F.
000680 01  POINTLDG-REC                 PIC X(80).

000690 FD  CUSTSEG
000700     RECORDING MODE IS F.
000710 01  CUSTSEG-REC.
000720     05  SG-CUST-ID               PIC X(10).
000730     05  FILLER                   PIC X(01).
000740     05  SG-SEGMENT-CODE          PIC X(08).
000750     05  FILLER                   PIC X(01).
000760     05  SG-RECENCY               PIC 9(05).
000770     05  FILLER                   PIC X(01).
000780     05  SG-FREQUENCY             PIC 9(05).
000790     05  FILLER                   PIC X(01).
000800     05  SG-VALUE                 PIC 9(09).
000810     05  FILLER                   PIC X(01).
000820     05  SG-ASSIGN-DATE           PIC 9(08).
000830     05  FILLER                   PIC X(30).

000840 FD  SEGRPT
000850     RECORDING MODE IS F.
000860 01  SEGRPT-REC                   PIC X(80).

000870 WORKING-STORAGE SECTION.
000880 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000890     88  WS-EOF                             VALUE "Y".
000900 77  WS-FOUND-SW                  PIC X(01) VALUE "N".
000910     88  WS-FOUND                           VALUE "Y".
000920 77  WS-RULE-STATUS               PIC X(02) VALUE SPACES.
000930 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000940 77  WS-CUST-STATUS               PIC X(02) VALUE SPACES.
000950 77  WS-LDG-STATUS                PIC X(02) VALUE SPACES.
000960 77  WS-SEG-STATUS                PIC X(02) VALUE SPACES.
000970 77  WS-C                         PIC 9(05) COMP.
000980 77  WS-R                         PIC 9(02) COMP.
000990 77  WS-S                         PIC 9(02) COMP.
001000 77  WS-G                         PIC 9(04) COMP.
001010 77  WS-CUST-IDX                  PIC 9(05) VALUE ZERO COMP.
001020 77  WS-STAT-IDX                  PIC 9(02) VALUE ZERO COMP.
001030 77  WS-WINDOW-DAYS               PIC 9(05) VALUE 365.
001040 77  WS-CYCLE-DATE                PIC 9(08) VALUE ZERO.
001050 77  WS-CYCLE-DAY                 PIC 9(07) VALUE ZERO.
001060 77  WS-WINDOW-DAY                PIC S9(07) VALUE ZERO.
001070 77  WS-LINE-DAY                  PIC 9(07) VALUE ZERO.
001080 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001090 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001100 77  WS-CUST-ID                   PIC X(10) VALUE SPACES.
001110 77  WS-TXN-TYPE                  PIC X(01) VALUE SPACES.
001120 77  WS-ACTIVITY-SCORE            PIC S9(08) VALUE ZERO.
001130 77  WS-PENALTY-POINTS            PIC S9(08) VALUE ZERO.
001140 77  WS-LINE-AMOUNT               PIC S9(09) VALUE ZERO.
001150 77  WS-RECENCY                   PIC 9(05) VALUE ZERO.
001160 77  WS-FREQUENCY                 PIC 9(05) VALUE ZERO.
001170 77  WS-VALUE                     PIC 9(09) VALUE ZERO.
001180 77  WS-SEG-CODE                  PIC X(08) VALUE SPACES.
001190 77  WS-OLD-SEG                   PIC X(08) VALUE SPACES.
001200 77  WS-NEW-SEG                   PIC X(08) VALUE SPACES.
001210 77  WS-DEFAULT-SEG               PIC X(08) VALUE "OTHER".
001220 77  WS-NEW-CUST-SEG              PIC X(08) VALUE "NEW".
001230 77  WS-MOVED-TOTAL               PIC 9(05) VALUE ZERO COMP.
001240 77  WS-NEW-TOTAL                 PIC 9(05) VALUE ZERO COMP.
001250 77  WS-PRIOR-TOTAL               PIC 9(05) VALUE ZERO COMP.

001260 01  WS-LEDGER-LINE.
001270     05  LL-CUST-ID               PIC X(10).
001280     05  FILLER                   PIC X(01).
001290     05  LL-DATE                  PIC 9(08).
001300     05  FILLER                   PIC X(01).
001310     05  LL-TXN-TYPE              PIC X(01).
001320     05  FILLER                   PIC X(01).
001330     05  LL-AMOUNT                PIC X(09).
001340     05  FILLER                   PIC X(49).

001350 01  WS-RULE-TABLE.
001360     05  WS-RULE-COUNT            PIC 9(02) VALUE ZERO COMP.
001370     05  RL-ENTRY OCCURS 20 TIMES
001380                  INDEXED BY RL-IDX.
001390         10  RL-SEGMENT-CODE      PIC X(08).
001400         10  RL-MAX-RECENCY       PIC 9(05).
001410         10  RL-MIN-FREQUENCY     PIC 9(05).
001420         10  RL-MIN-VALUE         PIC 9(09).

001430 01  WS-STAT-TABLE.
001440     05  WS-STAT-COUNT            PIC 9(02) VALUE ZERO COMP.
001450     05  ST-ENTRY OCCURS 30 TIMES
001460                  INDEXED BY ST-IDX.
001470         10  ST-SEGMENT-CODE      PIC X(08).
001480         10  ST-PRIOR             PIC 9(05) COMP.
001490         10  ST-NOW               PIC 9(05) COMP.
001500         10  ST-MOVED-IN          PIC 9(05) COMP.
001510         10  ST-MOVED-OUT         PIC 9(05) COMP.

001520 01  WS-MIGRATION-TABLE.
001530     05  WS-MIG-COUNT             PIC 9(04) VALUE ZERO COMP.
001540     05  MG-ENTRY OCCURS 1000 TIMES
001550                  INDEXED BY MG-IDX.
001560         10  MG-FROM-SEG          PIC X(08).
001570         10  MG-TO-SEG            PIC X(08).
001580         10  MG-COUNT             PIC 9(05) COMP.

001590 01  WS-CUST-TABLE.
001600     05  WS-CUST-COUNT            PIC 9(05) VALUE ZERO COMP.
001610     05  CU-ENTRY OCCURS 5000 TIMES
001620                  INDEXED BY CU-IDX.
001630         10  CU-CUST-ID           PIC X(10).
001640         10  CU-OLD-SEG           PIC X(08).
001650         10  CU-LAST-DATE         PIC 9(08).
001660         10  CU-FREQUENCY         PIC 9(05) COMP.
001670         10  CU-VALUE             PIC S9(11).

001680 COPY SEGRULE.
001690 COPY PARMCTL.
001700 COPY RPTHDR.
001710 COPY FCTLLINK.

001720 01  WS-TITLE-LINE.
001730     05  FILLER                  PIC X(40) VALUE
001740         "CUSTOMER SEGMENTATION AND MIGRATION".
001750     05  FILLER                  PIC X(40) VALUE SPACES.

001760 01  WS-WINDOW-LINE.
001770     05  FILLER                  PIC X(13) VALUE "CYCLE DATE: ".
001780     05  WL-CYCLE-DATE            PIC 9(08).
001790     05  FILLER                  PIC X(19) VALUE
001800         "  SCORING WINDOW: ".
001810     05  WL-WINDOW-DAYS           PIC ZZZZ9.
001820     05  FILLER                  PIC X(35) VALUE " DAYS".

001830 01  WS-CHANGE-HEAD-LINE.
001840     05  FILLER                  PIC X(40) VALUE
001850         "SEGMENT CHANGES SINCE THE LAST RUN".
001860     05  FILLER                  PIC X(40) VALUE SPACES.

001870 01  WS-CHANGE-HEAD-1.
001880     05  FILLER                  PIC X(40) VALUE
001890         "CUSTOMER    PRIOR     NOW        RECENCY".
001900     05  FILLER                  PIC X(40) VALUE
001910         "   FREQ      VALUE".

001920 01  WS-CHANGE-LINE.
001930     05  CH-CUST-ID               PIC X(10).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  CH-OLD-SEG               PIC X(08).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  CH-NEW-SEG               PIC X(08).
001980     05  FILLER                  PIC X(05) VALUE SPACES.
001990     05  CH-RECENCY               PIC ZZZZ9.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  CH-FREQUENCY             PIC ZZZZ9.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  CH-VALUE                 PIC Z(08)9.
002040     05  FILLER                  PIC X(22) VALUE SPACES.

002050 01  WS-MIG-HEAD-LINE.
002060     05  FILLER                  PIC X(40) VALUE
002070         "MIGRATION SUMMARY".
002080     05  FILLER                  PIC X(40) VALUE SPACES.

002090 01  WS-MIG-HEAD-1.
002100     05  FILLER                  PIC X(40) VALUE
002110         "FROM      TO        CUSTOMERS".
002120     05  FILLER                  PIC X(40) VALUE SPACES.

002130 01  WS-MIG-LINE.
002140     05  MS-FROM-SEG              PIC X(08).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  MS-TO-SEG                PIC X(08).
002170     05  FILLER                  PIC X(06) VALUE SPACES.
002180     05  MS-COUNT                 PIC ZZZZ9.
002190     05  FILLER                  PIC X(51) VALUE SPACES.

002200 01  WS-STAT-HEAD-LINE.
002210     05  FILLER                  PIC X(40) VALUE
002220         "SEGMENT COUNTS".
002230     05  FILLER                  PIC X(40) VALUE SPACES.

002240 01  WS-STAT-HEAD-1.
002250     05  FILLER                  PIC X(40) VALUE
002260         "SEGMENT    PRIOR    NOW  MOVED IN  MOVED".
002270     05  FILLER                  PIC X(40) VALUE
002280         " OUT".

002290 01  WS-STAT-LINE.
002300     05  SS-SEGMENT-CODE          PIC X(08).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  SS-PRIOR                 PIC ZZZZ9.
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  SS-NOW                   PIC ZZZZ9.
002350     05  FILLER                  PIC X(05) VALUE SPACES.
002360     05  SS-MOVED-IN              PIC ZZZZ9.
002370     05  FILLER                  PIC X(05) VALUE SPACES.
002380     05  SS-MOVED-OUT             PIC ZZZZ9.
002390     05  FILLER                  PIC X(38) VALUE SPACES.

002400 01  WS-SUMMARY-LINE.
002410     05  FILLER                  PIC X(11) VALUE "CUSTOMERS: ".
002420     05  SL-CUST-COUNT            PIC ZZZZ9.
002430     05  FILLER                  PIC X(17) VALUE
002440         "  NEW CUSTOMERS: ".
002450     05  SL-NEW-COUNT             PIC ZZZZ9.
002460     05  FILLER                  PIC X(19) VALUE
002470         "  CHANGED SEGMENT: ".
002480     05  SL-MOVED-COUNT           PIC ZZZZ9.
002490     05  FILLER                  PIC X(18) VALUE SPACES.

002500 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002510 PROCEDURE DIVISION.
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT.
002550     PERFORM 2500-SCAN-ACTIVITY THRU 2500-EXIT.
002560     PERFORM 3000-ASSIGN-SEGMENTS THRU 3000-EXIT.
002570     PERFORM 4000-MIGRATION THRU 4000-EXIT.
002580     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002590     STOP RUN.

002600*----------------------------------------------------------------
002610* 1000-INITIALIZE - PROVE THE CUSTACT CYCLE AND TAKE ITS BUSINESS
002620*                   DATE AS THE DAY SCORES ARE STRUCK, PICK UP THE
002630*                   SEGMENT RULES AND THE WINDOW POLICY, AND BUILD
002640*                   THE CUSTOMER TABLE FROM THE PRIOR SEGMENT FILE
002650*                   AND THE MAILING LIST.
002660*----------------------------------------------------------------
002670 1000-INITIALIZE.
002680     PERFORM 7000-VERIFY-CONTROL THRU 7000-EXIT.
002690     MOVE FC-FILE-DATE TO WS-CYCLE-DATE.
002700     COMPUTE WS-CYCLE-DAY =
002710         FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE).
002720     ACCEPT WS-RUN-DATE FROM DATE.
002730     ACCEPT WS-RUN-TIME FROM TIME.
002740     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
002750     PERFORM 1200-SCAN-PARMS THRU 1200-EXIT.
002760     COMPUTE WS-WINDOW-DAY = WS-CYCLE-DAY - WS-WINDOW-DAYS.
002770     OPEN OUTPUT SEGRPT.
002780     MOVE "RFVSCORE" TO RH-PROGRAM-ID.
002790     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002800     MOVE WS-RUN-TIME TO RH-RUN-ID.
002810     MOVE 1 TO RH-PAGE-NUMBER.
002820     WRITE SEGRPT-REC FROM RH-REPORT-HEADER.
002830     WRITE SEGRPT-REC FROM WS-TITLE-LINE.
002840     MOVE WS-CYCLE-DATE TO WL-CYCLE-DATE.
002850     MOVE WS-WINDOW-DAYS TO WL-WINDOW-DAYS.
002860     WRITE SEGRPT-REC FROM WS-WINDOW-LINE.
002870     WRITE SEGRPT-REC FROM WS-BLANK-LINE.
002880     OPEN INPUT CUSTSEG.
002890     IF WS-SEG-STATUS = "00"
002900         PERFORM 1300-LOAD-PRIOR THRU 1300-EXIT
002910             UNTIL WS-EOF
002920         CLOSE CUSTSEG
002930     END-IF.
002940     MOVE "N" TO WS-EOF-SW.
002950     OPEN INPUT CUSTFILE.
002960     IF WS-CUST-STATUS = "00"
002970         PERFORM 1400-LOAD-MAILING THRU 1400-EXIT
002980             UNTIL WS-EOF
002990         CLOSE CUSTFILE
003000     END-IF.
003010     MOVE "N" TO WS-EOF-SW.
003020 1000-EXIT.
003030     EXIT.

003040*----------------------------------------------------------------
003050* 1100-LOAD-RULES - THE RULES ARE THE WHOLE POINT OF THE RUN, SO
003060*                   A MISSING OR EMPTY SEGRULE, OR MORE THAN 20
003070*                   SEGMENTS, STOPS THE JOB BEFORE CUSTSEG IS
003080*                   TOUCHED. EVERY RULE'S SEGMENT, AND THE
003090*                   CATCH-ALL, STARTS A LINE IN THE COUNTS.
003100*----------------------------------------------------------------
003110 1100-LOAD-RULES.
003120     OPEN INPUT SEGRULE.
003130     IF WS-RULE-STATUS NOT = "00"
003140         DISPLAY "RFVSCORE - SEGRULE NOT FOUND - RUN ABORTED"
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
003190         UNTIL WS-EOF.
003200     CLOSE SEGRULE.
003210     MOVE "N" TO WS-EOF-SW.
003220     IF WS-RULE-COUNT = ZERO
003230         DISPLAY "RFVSCORE - SEGRULE IS EMPTY - RUN ABORTED"
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270     MOVE WS-DEFAULT-SEG TO WS-SEG-CODE.
003280     PERFORM 6100-FIND-STAT THRU 6100-EXIT.
003290 1100-EXIT.
003300     EXIT.

003310 1110-LOAD-ONE-RULE.
003320     READ SEGRULE
003330         AT END
003340             SET WS-EOF TO TRUE
003350             GO TO 1110-EXIT
003360     END-READ.
003370     IF WS-RULE-COUNT >= 20
003380         DISPLAY "RFVSCORE - SEGRULE EXCEEDS THE 20-SEGMENT "
003390             "TABLE - RUN ABORTED"
003400         MOVE 16 TO RETURN-CODE
003410         STOP RUN
003420     END-IF.
003430     MOVE SEGRULE-REC TO SR-RULE-RECORD.
003440     ADD 1 TO WS-RULE-COUNT.
003450     SET RL-IDX TO WS-RULE-COUNT.
003460     MOVE SR-SEGMENT-CODE TO RL-SEGMENT-CODE(RL-IDX).
003470     MOVE SR-MAX-RECENCY TO RL-MAX-RECENCY(RL-IDX).
003480     MOVE SR-MIN-FREQUENCY TO RL-MIN-FREQUENCY(RL-IDX).
003490     MOVE SR-MIN-VALUE TO RL-MIN-VALUE(RL-IDX).
003500     MOVE SR-SEGMENT-CODE TO WS-SEG-CODE.
003510     PERFORM 6100-FIND-STAT THRU 6100-EXIT.
003520 1110-EXIT.
003530     EXIT.

003540 1200-SCAN-PARMS.
003550     OPEN INPUT BIZPARM.
003560     IF WS-PARM-STATUS NOT = "00"
003570         GO TO 1200-EXIT
003580     END-IF.
003590     PERFORM 1210-SCAN-ONE-PARM THRU 1210-EXIT
003600         UNTIL WS-EOF.
003610     CLOSE BIZPARM.
003620     MOVE "N" TO WS-EOF-SW.
003630 1200-EXIT.
003640     EXIT.

003650 1210-SCAN-ONE-PARM.
003660     READ BIZPARM
003670         AT END
003680             SET WS-EOF TO TRUE
003690         NOT AT END
003700             MOVE BIZPARM-REC TO PC-PARM-RECORD
003710             IF PC-PARM-NAME = "SEGWINDOWDAYS"
003720                     AND PC-PARM-VALUE > ZERO
003730                     AND PC-PARM-VALUE < 100000
003740                 MOVE PC-PARM-VALUE TO WS-WINDOW-DAYS
003750             END-IF
003760     END-READ.
003770 1210-EXIT.
003780     EXIT.

003790*----------------------------------------------------------------
003800* 1300-LOAD-PRIOR - LAST RUN'S SEGMENT FOR EACH CUSTOMER, THE
003810*                   STARTING POINT FOR THE MIGRATION REPORT.
003820*----------------------------------------------------------------
003830 1300-LOAD-PRIOR.
003840     READ CUSTSEG
003850         AT END
003860             SET WS-EOF TO TRUE
003870             GO TO 1300-EXIT
003880     END-READ.
003890     MOVE SG-CUST-ID TO WS-CUST-ID.
003900     PERFORM 6000-FIND-CUSTOMER THRU 6000-EXIT.
003910     MOVE SG-SEGMENT-CODE TO CU-OLD-SEG(WS-CUST-IDX).
003920     MOVE SG-SEGMENT-CODE TO WS-SEG-CODE.
003930     PERFORM 6100-FIND-STAT THRU 6100-EXIT.
003940     ADD 1 TO ST-PRIOR(WS-STAT-IDX).
003950     ADD 1 TO WS-PRIOR-TOTAL.
003960 1300-EXIT.
003970     EXIT.

003980*----------------------------------------------------------------
003990* 1400-LOAD-MAILING - EVERY CUSTOMER THE HOLIDAY MAILER WRITES TO
004000*                     GETS A SEGMENT, EVEN ONE WHO HAS NEVER
004010*                     EARNED A POINT.
004020*----------------------------------------------------------------
004030 1400-LOAD-MAILING.
004040     READ CUSTFILE
004050         AT END
004060             SET WS-EOF TO TRUE
004070             GO TO 1400-EXIT
004080     END-READ.
004090     MOVE SPACES TO WS-CUST-ID.
004100     UNSTRING CUSTFILE-REC DELIMITED BY SPACE
004110         INTO WS-CUST-ID.
004120     IF WS-CUST-ID = SPACES
004130         GO TO 1400-EXIT
004140     END-IF.
004150     PERFORM 6000-FIND-CUSTOMER THRU 6000-EXIT.
004160 1400-EXIT.
004170     EXIT.

004180*----------------------------------------------------------------
004190* 2000-SCAN-LEDGER - THE HISTORY BEFORE THE CURRENT CYCLE. EVERY
004200*                    EARN OR REDEEM LINE MOVES THE CUSTOMER'S LAST
004210*                    ACTIVITY DATE; THOSE INSIDE THE WINDOW ALSO
004220*                    COUNT TOWARD FREQUENCY, AND AN EARN'S BASE
004230*                    POINTS TOWARD VALUE. BONUS, TRANSFER, POOL
004240*                    AND EXPIRY LINES ARE NOT THE CUSTOMER'S OWN
004250*                    ACTIVITY.
004260*                    LINES DATED ON OR AFTER THE CYCLE DATE ARE
004270*                    THE CYCLE ITSELF ALREADY POSTED AND ARE TAKEN
004280*                    FROM CUSTACT INSTEAD, SO THE SCORES COME OUT
004290*                    THE SAME WHETHER THIS RUNS BEFORE OR AFTER
004300*                    THE DAILY POINTS JOB.
004310*----------------------------------------------------------------
004320 2000-SCAN-LEDGER.
004330     OPEN INPUT POINTLDG.
004340     IF WS-LDG-STATUS NOT = "00"
004350         GO TO 2000-EXIT
004360     END-IF.
004370     PERFORM 2100-SCAN-ONE-LINE THRU 2100-EXIT
004380         UNTIL WS-EOF.
004390     CLOSE POINTLDG.
004400     MOVE "N" TO WS-EOF-SW.
004410 2000-EXIT.
004420     EXIT.

004430 2100-SCAN-ONE-LINE.
004440     READ POINTLDG
004450         AT END
004460             SET WS-EOF TO TRUE
004470             GO TO 2100-EXIT
004480     END-READ.
004490     MOVE POINTLDG-REC TO WS-LEDGER-LINE.
004500     IF LL-TXN-TYPE NOT = "E" AND LL-TXN-TYPE NOT = "R"
004510         GO TO 2100-EXIT
004520     END-IF.
004530     IF LL-DATE NOT NUMERIC OR LL-DATE = ZERO
004540             OR LL-DATE NOT < WS-CYCLE-DATE
004550         GO TO 2100-EXIT
004560     END-IF.
004570     MOVE LL-CUST-ID TO WS-CUST-ID.
004580     PERFORM 6000-FIND-CUSTOMER THRU 6000-EXIT.
004590     SET CU-IDX TO WS-CUST-IDX.
004600     IF LL-DATE > CU-LAST-DATE(CU-IDX)
004610         MOVE LL-DATE TO CU-LAST-DATE(CU-IDX)
004620     END-IF.
004630     COMPUTE WS-LINE-DAY = FUNCTION INTEGER-OF-DATE(LL-DATE).
004640     IF WS-LINE-DAY NOT > WS-WINDOW-DAY
004650         GO TO 2100-EXIT
004660     END-IF.
004670     ADD 1 TO CU-FREQUENCY(CU-IDX).
004680     IF LL-TXN-TYPE = "E"
004690         COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL(LL-AMOUNT)
004700         ADD WS-LINE-AMOUNT TO CU-VALUE(CU-IDX)
004710     END-IF.
004720 2100-EXIT.
004730     EXIT.

004740*----------------------------------------------------------------
004750* 2500-SCAN-ACTIVITY - THE CURRENT CYCLE. EACH CUSTACT EARN OR
004760*                      REDEEM IS ONE MORE TRANSACTION ON THE CYCLE
004770*                      DATE, AND AN EARN IS VALUED AT THE BASE
004780*                      POINTS THE DAILY POINTS JOB POSTS FOR IT
004790*                      (TWICE THE ACTIVITY SCORE PLUS 100, LESS
004800*                      PENALTY POINTS).
004810*----------------------------------------------------------------
004820 2500-SCAN-ACTIVITY.
004830     OPEN INPUT CUSTACT.
004840     PERFORM 8000-READ-CUSTACT THRU 8000-EXIT.
004850     PERFORM 2600-SCORE-ONE-TXN THRU 2600-EXIT
004860         UNTIL WS-EOF.
004870     CLOSE CUSTACT.
004880     MOVE "N" TO WS-EOF-SW.
004890 2500-EXIT.
004900     EXIT.

004910 2600-SCORE-ONE-TXN.
004920     MOVE ZERO TO WS-ACTIVITY-SCORE WS-PENALTY-POINTS.
004930     MOVE SPACES TO WS-CUST-ID WS-TXN-TYPE.
004940     UNSTRING CUSTACT-REC DELIMITED BY SPACE
004950         INTO WS-CUST-ID WS-TXN-TYPE
004960              WS-ACTIVITY-SCORE WS-PENALTY-POINTS.
004970     IF WS-TXN-TYPE NOT = "E" AND WS-TXN-TYPE NOT = "R"
004980         GO TO 2600-READ-NEXT
004990     END-IF.
005000     PERFORM 6000-FIND-CUSTOMER THRU 6000-EXIT.
005010     SET CU-IDX TO WS-CUST-IDX.
005020     MOVE WS-CYCLE-DATE TO CU-LAST-DATE(CU-IDX).
005030     ADD 1 TO CU-FREQUENCY(CU-IDX).
005040     IF WS-TXN-TYPE = "E"
005050         COMPUTE CU-VALUE(CU-IDX) = CU-VALUE(CU-IDX)
005060             + 2 * WS-ACTIVITY-SCORE + 100 - WS-PENALTY-POINTS
005070     END-IF.
005080 2600-READ-NEXT.
005090     PERFORM 8000-READ-CUSTACT THRU 8000-EXIT.
005100 2600-EXIT.
005110     EXIT.

005120*----------------------------------------------------------------
005130* 3000-ASSIGN-SEGMENTS - SCORE AND PLACE EVERY CUSTOMER, REWRITE
005140*                        CUSTSEG, AND LIST EVERY CHANGE.
005150*----------------------------------------------------------------
005160 3000-ASSIGN-SEGMENTS.
005170     WRITE SEGRPT-REC FROM WS-CHANGE-HEAD-LINE.
005180     WRITE SEGRPT-REC FROM WS-CHANGE-HEAD-1.
005190     OPEN OUTPUT CUSTSEG.
005200     PERFORM 3100-PLACE-CUSTOMER THRU 3100-EXIT
005210         VARYING WS-C FROM 1 BY 1
005220         UNTIL WS-C > WS-CUST-COUNT.
005230     CLOSE CUSTSEG.
005240     WRITE SEGRPT-REC FROM WS-BLANK-LINE.
005250 3000-EXIT.
005260     EXIT.

005270*----------------------------------------------------------------
005280* 3100-PLACE-CUSTOMER - RECENCY IS DAYS FROM THE LAST EARN OR
005290*                       REDEEM TO THE CYCLE DATE (99999 FOR NONE),
005300*                       VALUE BELOW ZERO COUNTS AS ZERO, AND THE
005310*                       CUSTOMER TAKES THE FIRST RULE WHOSE
005320*                       THRESHOLDS THEY MEET - THE CATCH-ALL IF
005330*                       NONE.
005340*----------------------------------------------------------------
005350 3100-PLACE-CUSTOMER.
005360     SET CU-IDX TO WS-C.
005370     IF CU-LAST-DATE(CU-IDX) = ZERO
005380         MOVE 99999 TO WS-RECENCY
005390     ELSE
005400         COMPUTE WS-LINE-DAY =
005410             FUNCTION INTEGER-OF-DATE(CU-LAST-DATE(CU-IDX))
005420         IF WS-CYCLE-DAY - WS-LINE-DAY > 99999
005430             MOVE 99999 TO WS-RECENCY
005440         ELSE
005450             COMPUTE WS-RECENCY = WS-CYCLE-DAY - WS-LINE-DAY
005460         END-IF
005470     END-IF.
005480     MOVE CU-FREQUENCY(CU-IDX) TO WS-FREQUENCY.
005490     IF CU-VALUE(CU-IDX) > 999999999
005500         MOVE 999999999 TO WS-VALUE
005510     ELSE
005520         IF CU-VALUE(CU-IDX) > ZERO
005530             MOVE CU-VALUE(CU-IDX) TO WS-VALUE
005540         ELSE
005550             MOVE ZERO TO WS-VALUE
005560         END-IF
005570     END-IF.
005580     MOVE SPACES TO WS-NEW-SEG.
005590     PERFORM 3110-TEST-RULE THRU 3110-EXIT
005600         VARYING WS-R FROM 1 BY 1
005610         UNTIL WS-R > WS-RULE-COUNT OR WS-NEW-SEG NOT = SPACES.
005620     IF WS-NEW-SEG = SPACES
005630         MOVE WS-DEFAULT-SEG TO WS-NEW-SEG
005640     END-IF.
005650     MOVE SPACES TO CUSTSEG-REC.
005660     MOVE CU-CUST-ID(CU-IDX) TO SG-CUST-ID.
005670     MOVE WS-NEW-SEG TO SG-SEGMENT-CODE.
005680     MOVE WS-RECENCY TO SG-RECENCY.
005690     MOVE WS-FREQUENCY TO SG-FREQUENCY.
005700     MOVE WS-VALUE TO SG-VALUE.
005710     MOVE WS-CYCLE-DATE TO SG-ASSIGN-DATE.
005720     WRITE CUSTSEG-REC.
005730     MOVE WS-NEW-SEG TO WS-SEG-CODE.
005740     PERFORM 6100-FIND-STAT THRU 6100-EXIT.
005750     ADD 1 TO ST-NOW(WS-STAT-IDX).
005760     MOVE CU-OLD-SEG(CU-IDX) TO WS-OLD-SEG.
005770     IF WS-OLD-SEG = WS-NEW-SEG
005780         GO TO 3100-EXIT
005790     END-IF.
005800     PERFORM 3200-RECORD-CHANGE THRU 3200-EXIT.
005810 3100-EXIT.
005820     EXIT.

005830 3110-TEST-RULE.
005840     SET RL-IDX TO WS-R.
005850     IF WS-RECENCY NOT > RL-MAX-RECENCY(RL-IDX)
005860             AND WS-FREQUENCY NOT < RL-MIN-FREQUENCY(RL-IDX)
005870             AND WS-VALUE NOT < RL-MIN-VALUE(RL-IDX)
005880         MOVE RL-SEGMENT-CODE(RL-IDX) TO WS-NEW-SEG
005890     END-IF.
005900 3110-EXIT.
005910     EXIT.

005920*----------------------------------------------------------------
005930* 3200-RECORD-CHANGE - A CUSTOMER NOT ON THE PRIOR FILE COMES IN
005940*                      FROM "NEW"; ANYONE ELSE MOVES OUT OF THEIR
005950*                      OLD SEGMENT. EITHER WAY THE MOVE IS LISTED
005960*                      AND COUNTED FOR THE SUMMARY.
005970*----------------------------------------------------------------
005980 3200-RECORD-CHANGE.
005990     ADD 1 TO ST-MOVED-IN(WS-STAT-IDX).
006000     IF WS-OLD-SEG = SPACES
006010         MOVE WS-NEW-CUST-SEG TO WS-OLD-SEG
006020         ADD 1 TO WS-NEW-TOTAL
006030     ELSE
006040         ADD 1 TO WS-MOVED-TOTAL
006050         MOVE WS-OLD-SEG TO WS-SEG-CODE
006060         PERFORM 6100-FIND-STAT THRU 6100-EXIT
006070         ADD 1 TO ST-MOVED-OUT(WS-STAT-IDX)
006080     END-IF.
006090     PERFORM 6200-COUNT-MIGRATION THRU 6200-EXIT.
006100     MOVE CU-CUST-ID(CU-IDX) TO CH-CUST-ID.
006110     MOVE WS-OLD-SEG TO CH-OLD-SEG.
006120     MOVE WS-NEW-SEG TO CH-NEW-SEG.
006130     MOVE WS-RECENCY TO CH-RECENCY.
006140     MOVE WS-FREQUENCY TO CH-FREQUENCY.
006150     MOVE WS-VALUE TO CH-VALUE.
006160     WRITE SEGRPT-REC FROM WS-CHANGE-LINE.
006170 3200-EXIT.
006180     EXIT.

006190*----------------------------------------------------------------
006200* 4000-MIGRATION - EACH FROM/TO PAIR SEEN AND HOW MANY CUSTOMERS
006210*                  MADE THAT MOVE, THEN ONE LINE PER SEGMENT WITH
006220*                  ITS HEAD COUNT LAST RUN AND NOW.
006230*----------------------------------------------------------------
006240 4000-MIGRATION.
006250     WRITE SEGRPT-REC FROM WS-MIG-HEAD-LINE.
006260     WRITE SEGRPT-REC FROM WS-MIG-HEAD-1.
006270     PERFORM 4100-MIG-ONE-PAIR THRU 4100-EXIT
006280         VARYING WS-G FROM 1 BY 1
006290         UNTIL WS-G > WS-MIG-COUNT.
006300     WRITE SEGRPT-REC FROM WS-BLANK-LINE.
006310     WRITE SEGRPT-REC FROM WS-STAT-HEAD-LINE.
006320     WRITE SEGRPT-REC FROM WS-STAT-HEAD-1.
006330     PERFORM 4200-STAT-ONE-SEGMENT THRU 4200-EXIT
006340         VARYING WS-S FROM 1 BY 1
006350         UNTIL WS-S > WS-STAT-COUNT.
006360     WRITE SEGRPT-REC FROM WS-BLANK-LINE.
006370 4000-EXIT.
006380     EXIT.

006390 4100-MIG-ONE-PAIR.
006400     SET MG-IDX TO WS-G.
006410     MOVE MG-FROM-SEG(MG-IDX) TO MS-FROM-SEG.
006420     MOVE MG-TO-SEG(MG-IDX) TO MS-TO-SEG.
006430     MOVE MG-COUNT(MG-IDX) TO MS-COUNT.
006440     WRITE SEGRPT-REC FROM WS-MIG-LINE.
006450 4100-EXIT.
006460     EXIT.

006470 4200-STAT-ONE-SEGMENT.
006480     SET ST-IDX TO WS-S.
006490     MOVE ST-SEGMENT-CODE(ST-IDX) TO SS-SEGMENT-CODE.
006500     MOVE ST-PRIOR(ST-IDX) TO SS-PRIOR.
006510     MOVE ST-NOW(ST-IDX) TO SS-NOW.
006520     MOVE ST-MOVED-IN(ST-IDX) TO SS-MOVED-IN.
006530     MOVE ST-MOVED-OUT(ST-IDX) TO SS-MOVED-OUT.
006540     WRITE SEGRPT-REC FROM WS-STAT-LINE.
006550 4200-EXIT.
006560     EXIT.

006570 5000-FINALIZE.
006580     MOVE WS-CUST-COUNT TO SL-CUST-COUNT.
006590     MOVE WS-NEW-TOTAL TO SL-NEW-COUNT.
006600     MOVE WS-MOVED-TOTAL TO SL-MOVED-COUNT.
006610     WRITE SEGRPT-REC FROM WS-SUMMARY-LINE.
006620     CLOSE SEGRPT.
006630 5000-EXIT.
006640     EXIT.

006650*----------------------------------------------------------------
006660* 6000-FIND-CUSTOMER - LEAVE WS-CUST-IDX ON WS-CUST-ID'S ENTRY,
006670*                      ADDING ONE THE FIRST TIME THE CUSTOMER IS
006680*                      SEEN. A CUSTOMER LEFT OFF THE TABLE WOULD
006690*                      DROP OUT OF CUSTSEG, SO A FULL TABLE STOPS
006700*                      THE JOB.
006710*----------------------------------------------------------------
006720 6000-FIND-CUSTOMER.
006730     MOVE ZERO TO WS-CUST-IDX.
006740     PERFORM 6010-MATCH-CUSTOMER THRU 6010-EXIT
006750         VARYING WS-C FROM 1 BY 1
006760         UNTIL WS-C > WS-CUST-COUNT OR WS-CUST-IDX > ZERO.
006770     IF WS-CUST-IDX > ZERO
006780         GO TO 6000-EXIT
006790     END-IF.
006800     IF WS-CUST-COUNT >= 5000
006810         DISPLAY "RFVSCORE - CUSTOMERS EXCEED THE 5000-ENTRY "
006820             "TABLE - RUN ABORTED"
006830         MOVE 16 TO RETURN-CODE
006840         STOP RUN
006850     END-IF.
006860     ADD 1 TO WS-CUST-COUNT.
006870     MOVE WS-CUST-COUNT TO WS-CUST-IDX.
006880     SET CU-IDX TO WS-CUST-IDX.
006890     MOVE WS-CUST-ID TO CU-CUST-ID(CU-IDX).
006900     MOVE SPACES TO CU-OLD-SEG(CU-IDX).
006910     MOVE ZERO TO CU-LAST-DATE(CU-IDX)
006920                  CU-FREQUENCY(CU-IDX)
006930                  CU-VALUE(CU-IDX).
006940 6000-EXIT.
006950     EXIT.

006960 6010-MATCH-CUSTOMER.
006970     IF CU-CUST-ID(WS-C) = WS-CUST-ID
006980         MOVE WS-C TO WS-CUST-IDX
006990     END-IF.
007000 6010-EXIT.
007010     EXIT.

007020*----------------------------------------------------------------
007030* 6100-FIND-STAT - LEAVE WS-STAT-IDX ON WS-SEG-CODE'S LINE IN THE
007040*                  SEGMENT COUNTS, ADDING ONE FOR A SEGMENT SEEN
007050*                  FOR THE FIRST TIME (A PRIOR SEGMENT SINCE
007060*                  DROPPED FROM SEGRULE STILL GETS ITS LINE).
007070*----------------------------------------------------------------
007080 6100-FIND-STAT.
007090     MOVE ZERO TO WS-STAT-IDX.
007100     PERFORM 6110-MATCH-STAT THRU 6110-EXIT
007110         VARYING WS-S FROM 1 BY 1
007120         UNTIL WS-S > WS-STAT-COUNT OR WS-STAT-IDX > ZERO.
007130     IF WS-STAT-IDX > ZERO
007140         GO TO 6100-EXIT
007150     END-IF.
007160     IF WS-STAT-COUNT >= 30
007170         DISPLAY "RFVSCORE - SEGMENTS EXCEED THE 30-ENTRY "
007180             "TABLE - RUN ABORTED"
007190         MOVE 16 TO RETURN-CODE
007200         STOP RUN
007210     END-IF.
007220     ADD 1 TO WS-STAT-COUNT.
007230     MOVE WS-STAT-COUNT TO WS-STAT-IDX.
007240     SET ST-IDX TO WS-STAT-IDX.
007250     MOVE WS-SEG-CODE TO ST-SEGMENT-CODE(ST-IDX).
007260     MOVE ZERO TO ST-PRIOR(ST-IDX)
007270                  ST-NOW(ST-IDX)
007280                  ST-MOVED-IN(ST-IDX)
007290                  ST-MOVED-OUT(ST-IDX).
007300 6100-EXIT.
007310     EXIT.

007320 6110-MATCH-STAT.
007330     IF ST-SEGMENT-CODE(WS-S) = WS-SEG-CODE
007340         MOVE WS-S TO WS-STAT-IDX
007350     END-IF.
007360 6110-EXIT.
007370     EXIT.

007380*----------------------------------------------------------------
007390* 6200-COUNT-MIGRATION - ADD ONE TO THE WS-OLD-SEG / WS-NEW-SEG
007400*                        PAIR, STARTING THE PAIR IF NOT YET SEEN.
007410*----------------------------------------------------------------
007420 6200-COUNT-MIGRATION.
007430     MOVE "N" TO WS-FOUND-SW.
007440     PERFORM 6210-MATCH-PAIR THRU 6210-EXIT
007450         VARYING WS-G FROM 1 BY 1
007460         UNTIL WS-G > WS-MIG-COUNT OR WS-FOUND.
007470     IF WS-FOUND
007480         GO TO 6200-EXIT
007490     END-IF.
007500     IF WS-MIG-COUNT >= 1000
007510         DISPLAY "RFVSCORE - MIGRATIONS EXCEED THE 1000-PAIR "
007520             "TABLE - RUN ABORTED"
007530         MOVE 16 TO RETURN-CODE
007540         STOP RUN
007550     END-IF.
007560     ADD 1 TO WS-MIG-COUNT.
007570     SET MG-IDX TO WS-MIG-COUNT.
007580     MOVE WS-OLD-SEG TO MG-FROM-SEG(MG-IDX).
007590     MOVE WS-NEW-SEG TO MG-TO-SEG(MG-IDX).
007600     MOVE 1 TO MG-COUNT(MG-IDX).
007610 6200-EXIT.
007620     EXIT.

007630 6210-MATCH-PAIR.
007640     IF MG-FROM-SEG(WS-G) = WS-OLD-SEG
007650             AND MG-TO-SEG(WS-G) = WS-NEW-SEG
007660         ADD 1 TO MG-COUNT(WS-G)
007670         SET WS-FOUND TO TRUE
007680     END-IF.
007690 6210-EXIT.
007700     EXIT.

007710*----------------------------------------------------------------
007720* 7000-VERIFY-CONTROL - PROVE THE CUSTACT HEADER AND TRAILER
007730*                       THROUGH THE SHARED FILECTL SUBPROGRAM
007740*                       BEFORE ANY CUSTOMER IS SCORED.
007750*----------------------------------------------------------------
007760 7000-VERIFY-CONTROL.
007770     MOVE "CHECK" TO FC-ACTION.
007780     MOVE "RFVSCORE" TO FC-CALLER.
007790     MOVE "CUSTACT" TO FC-FILE-NAME.
007800     MOVE 0 TO FC-AMT-POS.
007810     MOVE 0 TO FC-AMT-LEN.
007820     CALL "FILECTL" USING FILECTL-PARMS.
007830     IF FC-RETURN-CODE NOT = ZERO
007840         DISPLAY "RFVSCORE - CUSTACT FAILED ITS CONTROL "
007850             "CHECK - RUN ABORTED"
007860         MOVE 16 TO RETURN-CODE
007870         STOP RUN
007880     END-IF.
007890 7000-EXIT.
007900     EXIT.

007910 8000-READ-CUSTACT.
007920     READ CUSTACT
007930         AT END
007940             SET WS-EOF TO TRUE
007950     END-READ.
007960     IF NOT WS-EOF
007970         IF CUSTACT-REC (1:3) = "HDR"
007980                 OR CUSTACT-REC (1:3) = "TRL"
007990             GO TO 8000-READ-CUSTACT
008000         END-IF
008010     END-IF.
008020 8000-EXIT.
008030     EXIT.
