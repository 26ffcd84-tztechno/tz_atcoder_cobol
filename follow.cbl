0002K1* 09/02/2026  MF   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002K4* 10/15/2026  RO   MEMBERSHIP TIERS. THE LOYTIER CONTROL FILE
0002K5*                  (TIER, QUALIFYING POINTS, EARN MULTIPLIER) AND
0002K6*                  THE PTSTIER MEMBERSHIP FILE THE ANNUAL TIERQUAL
0002K7*                  RUN MAINTAINS ARE LOADED AT START-UP. AN EARN
0002K8*                  BY A CUSTOMER WHOSE TIER MULTIPLIES ABOVE 1.00
0002K9*                  POSTS AN EXTRA TYPE-"T" LEDGER LINE OF BASE
0002KA*                  POINTS TIMES (MULTIPLIER - 1), TAGGED WITH THE
0002KB*                  TIER, AND TOPEARN CLOSES WITH POINTS GRANTED
0002KC*                  PER TIER. A CUSTOMER NOT YET ON PTSTIER EARNS
0002KD*                  AT THE BASE (FIRST) TIER'S RATE.
0002KE* 10/15/2026  RO   HOUSEHOLD POOLING. THE PTSPOOL FILE PTSXFER
0002KF*                  MAINTAINS (MEMBER, HEAD ACCOUNT) IS LOADED AT
0002KG*                  START-UP. WHATEVER A POOLED MEMBER EARNS ON AN
0002KH*                  EARN TRANSACTION, BONUSES INCLUDED, IS SWEPT
0002KI*                  TO THE HEAD AS A MATCHED TYPE-"P" (POOL OUT)
0002KJ*                  AND TYPE-"H" (POOL IN) PAIR OF LEDGER LINES,
0002KK*                  EACH NAMING THE OTHER CUSTOMER. THE LEDGER TAG
0002KL*                  AFTER THE BALANCE WIDENED TO TEN CHARACTERS TO
0002KM*                  HOLD A CUSTOMER ID; CAMPAIGN AND TIER TAGS SIT
0002KN*                  IN ITS FIRST EIGHT AS BEFORE.
0002KO* 10/15/2026  RO   SEGMENT-TARGETED CAMPAIGNS. A CAMPMSTR RECORD
0002KP*                  MAY NAME A CUSTOMER SEGMENT AFTER ITS
0002KQ*                  MULTIPLIER; SUCH A CAMPAIGN GRANTS ONLY TO
0002KR*                  CUSTOMERS THE RFVSCORE RUN PLACED IN THAT
0002KS*                  SEGMENT ON CUSTSEG, WHICH IS LOADED AT
0002KT*                  START-UP. A BLANK SEGMENT STILL MEANS EVERY
0002KU*                  CUSTOMER, AND TOPEARN SHOWS EACH CAMPAIGN'S
0002KV*                  SEGMENT.
0002KW* 10/15/2026  RO   FRAUD REVIEW BLOCKS. THE PTSREVW REVIEW FILE
0002KX*                  THE NIGHTLY PTSFRAUD RUN MAINTAINS IS LOADED
0002KY*                  AT START-UP, AND A REDEEM BY A CUSTOMER WITH
0002KZ*                  AN OPEN, BLOCKED CASE IS REJECTED UNTIL AN
0002L0*                  ANALYST CLEARS IT. EARNINGS STILL POST.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
00040A     SELECT CAMPMSTR ASSIGN TO "CAMPMSTR"
00040B         ORGANIZATION IS LINE SEQUENTIAL
00040C         FILE STATUS IS WS-CAMP-STATUS.
00040D     SELECT LOYTIER ASSIGN TO "LOYTIER"
00040E         ORGANIZATION IS LINE SEQUENTIAL
00040F         FILE STATUS IS WS-TIER-STATUS.
00040G     SELECT PTSTIER ASSIGN TO "PTSTIER"
00040H         ORGANIZATION IS LINE SEQUENTIAL
00040I         FILE STATUS IS WS-MBR-STATUS.
00040J     SELECT PTSPOOL ASSIGN TO "PTSPOOL"
00040K         ORGANIZATION IS LINE SEQUENTIAL
00040L         FILE STATUS IS WS-POOL-STATUS.
00040M     SELECT CUSTSEG ASSIGN TO "CUSTSEG"
00040N         ORGANIZATION IS LINE SEQUENTIAL
00040O         FILE STATUS IS WS-SEG-STATUS.
00040P     SELECT PTSREVW ASSIGN TO "PTSREVW"
00040Q         ORGANIZATION IS LINE SEQUENTIAL
00040R         FILE STATUS IS WS-REVW-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
00055J     05  CA-MIN-ACTIVITY          PIC 9(08).
00055K     05  FILLER                   PIC X(01).
00055L     05  CA-MULTIPLIER            PIC 9(02).
00055M     05  FILLER                   PIC X(01).
0055M1     05  CA-SEGMENT-CODE          PIC X(08).
0055M2     05  FILLER                   PIC X(37).

00055N FD  LOYTIER
00055O     RECORDING MODE IS F.
00055P 01  LOYTIER-REC                  PIC X(80).

00055Q FD  PTSTIER
00055R     RECORDING MODE IS F.
00055S 01  PTSTIER-REC.
00055T     05  PT-CUST-ID               PIC X(10).
00055U     05  FILLER                   PIC X(01).
00055V     05  PT-TIER-CODE             PIC X(06).
00055W     05  FILLER                   PIC X(63).

00055X FD  PTSPOOL
00055Y     RECORDING MODE IS F.
00055Z 01  PTSPOOL-REC.
0055Z1     05  PP-MEMBER-ID             PIC X(10).
0055Z2     05  FILLER                   PIC X(01).
0055Z3     05  PP-HEAD-ID               PIC X(10).
0055Z4     05  FILLER                   PIC X(59).

0055Z5 FD  CUSTSEG
0055Z6     RECORDING MODE IS F.
0055Z7 01  CUSTSEG-REC.
0055Z8     05  SG-CUST-ID               PIC X(10).
0055Z9     05  FILLER                   PIC X(01).
0055ZA     05  SG-SEGMENT-CODE          PIC X(08).
0055ZB     05  FILLER                   PIC X(61).

0055ZC FD  PTSREVW
0055ZD     RECORDING MODE IS F.
0055ZE 01  PTSREVW-REC.
0055ZF     05  RV-CUST-ID               PIC X(10).
0055ZG     05  FILLER                   PIC X(10).
0055ZH     05  RV-BLOCK-FLAG            PIC X(01).
0055ZI     05  FILLER                   PIC X(01).
0055ZJ     05  RV-STATUS                PIC X(01).
0055ZK     05  FILLER                   PIC X(57).

000560 WORKING-STORAGE SECTION.
000570 77  WS-EOF-SW                    PIC X(01) VALUE "N".
00068L 77  WS-CP                        PIC 9(03) COMP.
00068M 77  WS-BASE-POINTS               PIC S9(09) VALUE ZERO.
00068N 77  WS-BONUS-POINTS              PIC S9(09) VALUE ZERO.
0068N1 77  WS-TIER-STATUS               PIC X(02) VALUE SPACES.
0068N2 77  WS-MBR-STATUS                PIC X(02) VALUE SPACES.
0068N3 77  WS-TR                        PIC 9(02) COMP.
0068N4 77  WS-M                         PIC 9(05) COMP.
0068N5 77  WS-TIER-IDX                  PIC 9(02) VALUE ZERO COMP.
0068N6 77  WS-TIER-CODE                 PIC X(06) VALUE SPACES.
0068N7 77  WS-TIER-POINTS               PIC S9(09) VALUE ZERO.
0068N8 77  WS-POOL-STATUS               PIC X(02) VALUE SPACES.
0068N9 77  WS-PL                        PIC 9(05) COMP.
0068NA 77  WS-HEAD-ID                   PIC X(10) VALUE SPACES.
0068NB 77  WS-MEMBER-ID                 PIC X(10) VALUE SPACES.
0068NC 77  WS-MEMBER-BAL-IDX            PIC 9(05) VALUE ZERO COMP.
0068ND 77  WS-HEAD-BAL-IDX              PIC 9(05) VALUE ZERO COMP.
0068NE 77  WS-POOL-POINTS               PIC S9(09) VALUE ZERO.
0068NF 77  WS-POOL-SWEEPS               PIC 9(05) VALUE ZERO COMP.
0068NG 77  WS-POOL-SWEPT                PIC S9(11) VALUE ZERO.
0068NH 77  WS-SEG-STATUS                PIC X(02) VALUE SPACES.
0068NI 77  WS-SG                        PIC 9(05) COMP.
0068NJ 77  WS-SEG-CODE                  PIC X(08) VALUE SPACES.
0068NK 77  WS-REVW-STATUS               PIC X(02) VALUE SPACES.
0068NL 77  WS-BK                        PIC 9(05) COMP.
0068NM 77  WS-BLOCKED-SW                PIC X(01) VALUE "N".
0068NN     88  WS-BLOCKED                         VALUE "Y".

0068NO 01  WS-TIER-TABLE.
0068NP     05  WS-TIER-COUNT            PIC 9(02) VALUE ZERO COMP.
0068NQ     05  TR-ENTRY OCCURS 10 TIMES
0068NR                  INDEXED BY TR-IDX.
0068NS         10  TR-TIER-CODE         PIC X(06).
0068NT         10  TR-MULTIPLIER        PIC 9(01)V9(02).
0068NU         10  TR-GRANTED           PIC S9(11).

0068NV 01  WS-MBR-TABLE.
0068NW     05  WS-MBR-COUNT             PIC 9(05) VALUE ZERO COMP.
0068NX     05  MB-ENTRY OCCURS 5000 TIMES
0068NY                  INDEXED BY MB-IDX.
0068NZ         10  MB-CUST-ID           PIC X(10).
068NZ1         10  MB-TIER-CODE         PIC X(06).

068NZ2 01  WS-POOL-TABLE.
068NZ3     05  WS-POOL-COUNT            PIC 9(05) VALUE ZERO COMP.
068NZ4     05  PL-ENTRY OCCURS 2000 TIMES
068NZ5                  INDEXED BY PL-IDX.
068NZ6         10  PL-MEMBER-ID         PIC X(10).
068NZ7         10  PL-HEAD-ID           PIC X(10).

068NZ8 01  WS-SEG-TABLE.
068NZ9     05  WS-SEG-COUNT             PIC 9(05) VALUE ZERO COMP.
068NZA     05  CS-ENTRY OCCURS 5000 TIMES
068NZB                  INDEXED BY CS-IDX.
068NZC         10  CS-CUST-ID           PIC X(10).
068NZD         10  CS-SEGMENT-CODE      PIC X(08).

068NZE 01  WS-BLOCK-TABLE.
068NZF     05  WS-BLOCK-COUNT           PIC 9(05) VALUE ZERO COMP.
068NZG     05  BK-ENTRY OCCURS 5000 TIMES
068NZH                  INDEXED BY BK-IDX.
068NZI         10  BK-CUST-ID           PIC X(10).

00068O 01  WS-CAMP-TABLE.
00068P     05  WS-CAMP-COUNT            PIC 9(03) VALUE ZERO COMP.
00068V         10  CP-MIN-ACTIVITY      PIC S9(08).
00068W         10  CP-MULTIPLIER        PIC 9(02).
00068X         10  CP-GRANTED           PIC S9(11).
00068Y         10  CP-SEGMENT-CODE      PIC X(08).

000700 01  WS-CUST-TABLE.
000710     05  CT-ENTRY OCCURS 1 TO 5000 TIMES
000865     05  FILLER                  PIC X(01) VALUE SPACES.
000870     05  DL-BALANCE               PIC -(9)9.
000871     05  FILLER                  PIC X(01) VALUE SPACES.
000872     05  DL-REF-ID                PIC X(10) VALUE SPACES.
000873     05  DL-CAMPAIGN-ID REDEFINES DL-REF-ID
000874                                  PIC X(08).
000875     05  FILLER                  PIC X(26) VALUE SPACES.

000890 01  WS-TOP-LINE.
000900     05  FILLER                  PIC X(07) VALUE "RANK ".
001017     05  FILLER                  PIC X(17) VALUE
001018         "  POINTS GRANTED:".
001019     05  CL-GRANTED               PIC -(10)9.
00101A     05  FILLER                  PIC X(11) VALUE "  SEGMENT: ".
0101A1     05  CL-SEGMENT-CODE          PIC X(08).
0101A2     05  FILLER                  PIC X(16) VALUE SPACES.

00101B 01  WS-TIER-LINE.
00101C     05  FILLER                  PIC X(09) VALUE "TIER     ".
00101D     05  TB-TIER-CODE             PIC X(06).
00101E     05  FILLER                  PIC X(02) VALUE SPACES.
00101F     05  FILLER                  PIC X(17) VALUE
00101G         "  POINTS GRANTED:".
00101H     05  TB-GRANTED               PIC -(10)9.
00101I     05  FILLER                  PIC X(35) VALUE SPACES.

00101J 01  WS-POOL-LINE.
00101K     05  FILLER                  PIC X(25) VALUE
00101L         "POOLED TO HEAD ACCOUNTS: ".
00101M     05  PS-SWEEPS                PIC ZZZZ9.
00101N     05  FILLER                  PIC X(09) VALUE "  POINTS:".
00101O     05  PS-SWEPT                 PIC -(10)9.
00101P     05  FILLER                  PIC X(30) VALUE SPACES.

001020 COPY RPTHDR.
001022 COPY REJECTREC.
001024 COPY FCTLLINK.
001025 COPY HRTBLINK.
001026 COPY DATXLINK.
001027 COPY LOYTIER.

001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
00118G     END-IF.
00118H     PERFORM 1100-LOAD-BALANCES THRU 1100-EXIT.
00118I     PERFORM 1500-LOAD-CAMPAIGNS THRU 1500-EXIT.
00118J     PERFORM 1600-LOAD-TIERS THRU 1600-EXIT.
00118K     PERFORM 1700-LOAD-MEMBERS THRU 1700-EXIT.
00118L     PERFORM 1800-LOAD-POOLS THRU 1800-EXIT.
00118M     PERFORM 1900-LOAD-SEGMENTS THRU 1900-EXIT.
00118N     PERFORM 1950-LOAD-BLOCKS THRU 1950-EXIT.
001183     ACCEPT WS-RUN-DATE FROM DATE.
001184     MOVE "EXPND" TO DX-ACTION.
001185     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001331             MOVE CA-MIN-ACTIVITY TO CP-MIN-ACTIVITY(CP-IDX)
001332             MOVE CA-MULTIPLIER TO CP-MULTIPLIER(CP-IDX)
001333             MOVE ZERO TO CP-GRANTED(CP-IDX)
013331             MOVE CA-SEGMENT-CODE TO CP-SEGMENT-CODE(CP-IDX)
001334     END-READ.
001335 1510-EXIT.
001336     EXIT.

001337*----------------------------------------------------------------
001338* 1600-LOAD-TIERS - BRING THE MEMBERSHIP-TIER TABLE IN. NO FILE
001339*                   (STATUS 35) MEANS NO TIER EARNS ABOVE THE
00133A*                   BASE RATE. ENTRIES PAST THE 10 THE TABLE
00133B*                   HOLDS ARE IGNORED.
00133C*----------------------------------------------------------------
00133D 1600-LOAD-TIERS.
00133E     OPEN INPUT LOYTIER.
00133F     IF WS-TIER-STATUS NOT = "00"
00133G         GO TO 1600-EXIT
00133H     END-IF.
00133I     PERFORM 1610-LOAD-ONE-TIER THRU 1610-EXIT
00133J         UNTIL WS-EOF.
00133K     CLOSE LOYTIER.
00133L     MOVE "N" TO WS-EOF-SW.
00133M 1600-EXIT.
00133N     EXIT.

00133O 1610-LOAD-ONE-TIER.
00133P     IF WS-TIER-COUNT >= 10
00133Q         SET WS-EOF TO TRUE
00133R         GO TO 1610-EXIT
00133S     END-IF.
00133T     READ LOYTIER
00133U         AT END
00133V             SET WS-EOF TO TRUE
00133W         NOT AT END
00133X             MOVE LOYTIER-REC TO LY-TIER-RECORD
00133Y             ADD 1 TO WS-TIER-COUNT
00133Z             SET TR-IDX TO WS-TIER-COUNT
0133Z1             MOVE LY-TIER-CODE TO TR-TIER-CODE(TR-IDX)
0133Z2             MOVE LY-MULTIPLIER TO TR-MULTIPLIER(TR-IDX)
0133Z3             MOVE ZERO TO TR-GRANTED(TR-IDX)
0133Z4     END-READ.
0133Z5 1610-EXIT.
0133Z6     EXIT.

0133Z7*----------------------------------------------------------------
0133Z8* 1700-LOAD-MEMBERS - EACH CUSTOMER'S CURRENT TIER FROM THE
0133Z9*                     PTSTIER MEMBERSHIP FILE. NO FILE YET
0133ZA*                     (STATUS 35) MEANS NO REQUALIFICATION HAS
0133ZB*                     RUN AND EVERY CUSTOMER IS IN THE BASE TIER.
0133ZC*----------------------------------------------------------------
0133ZD 1700-LOAD-MEMBERS.
0133ZE     OPEN INPUT PTSTIER.
0133ZF     IF WS-MBR-STATUS NOT = "00"
0133ZG         GO TO 1700-EXIT
0133ZH     END-IF.
0133ZI     PERFORM 1710-LOAD-ONE-MEMBER THRU 1710-EXIT
0133ZJ         UNTIL WS-EOF.
0133ZK     CLOSE PTSTIER.
0133ZL     MOVE "N" TO WS-EOF-SW.
0133ZM 1700-EXIT.
0133ZN     EXIT.

0133ZO 1710-LOAD-ONE-MEMBER.
0133ZP     READ PTSTIER
0133ZQ         AT END
0133ZR             SET WS-EOF TO TRUE
0133ZS         NOT AT END
0133ZT             IF WS-MBR-COUNT >= 5000
0133ZU*                A MEMBER LEFT OFF THE TABLE WOULD SILENTLY EARN
0133ZV*                AT THE BASE RATE - STOP BEFORE ANYTHING POSTS
0133ZW                 DISPLAY "FOLLOW - PTSTIER EXCEEDS THE 5000-"
0133ZX                     "MEMBER TIER TABLE - RUN ABORTED"
0133ZY                 MOVE 16 TO RETURN-CODE
0133ZZ                 STOP RUN
013400             END-IF
013401             ADD 1 TO WS-MBR-COUNT
013402             SET MB-IDX TO WS-MBR-COUNT
013403             MOVE PT-CUST-ID TO MB-CUST-ID(MB-IDX)
013404             MOVE PT-TIER-CODE TO MB-TIER-CODE(MB-IDX)
013405     END-READ.
013406 1710-EXIT.
013407     EXIT.

013408*----------------------------------------------------------------
013409* 1800-LOAD-POOLS - EACH POOLED MEMBER AND ITS HEAD ACCOUNT FROM
01340A*                   PTSPOOL. NO FILE (STATUS 35) MEANS NOBODY
01340B*                   POOLS.
01340C*----------------------------------------------------------------
01340D 1800-LOAD-POOLS.
01340E     OPEN INPUT PTSPOOL.
01340F     IF WS-POOL-STATUS NOT = "00"
01340G         GO TO 1800-EXIT
01340H     END-IF.
01340I     PERFORM 1810-LOAD-ONE-POOL THRU 1810-EXIT
01340J         UNTIL WS-EOF.
01340K     CLOSE PTSPOOL.
01340L     MOVE "N" TO WS-EOF-SW.
01340M 1800-EXIT.
01340N     EXIT.

01340O 1810-LOAD-ONE-POOL.
01340P     READ PTSPOOL
01340Q         AT END
01340R             SET WS-EOF TO TRUE
01340S         NOT AT END
01340T             IF WS-POOL-COUNT >= 2000
01340U*                A MEMBER LEFT OFF THE TABLE WOULD KEEP EARNINGS
01340V*                MEANT FOR THE HEAD - STOP BEFORE ANYTHING POSTS
01340W                 DISPLAY "FOLLOW - PTSPOOL EXCEEDS THE 2000-"
01340X                     "MEMBER POOL TABLE - RUN ABORTED"
01340Y                 MOVE 16 TO RETURN-CODE
01340Z                 STOP RUN
013410             END-IF
013411             ADD 1 TO WS-POOL-COUNT
013412             SET PL-IDX TO WS-POOL-COUNT
013413             MOVE PP-MEMBER-ID TO PL-MEMBER-ID(PL-IDX)
013414             MOVE PP-HEAD-ID TO PL-HEAD-ID(PL-IDX)
013415     END-READ.
013416 1810-EXIT.
013417     EXIT.

013418*----------------------------------------------------------------
013419* 1900-LOAD-SEGMENTS - EACH CUSTOMER'S MARKETING SEGMENT FROM
01341A*                      THE LAST RFVSCORE RUN, FOR CAMPAIGNS
01341B*                      TARGETED AT ONE SEGMENT. NO FILE (STATUS
01341C*                      35) MEANS ONLY UNTARGETED CAMPAIGNS CAN
01341D*                      GRANT.
01341E*----------------------------------------------------------------
01341F 1900-LOAD-SEGMENTS.
01341G     OPEN INPUT CUSTSEG.
01341H     IF WS-SEG-STATUS NOT = "00"
01341I         GO TO 1900-EXIT
01341J     END-IF.
01341K     PERFORM 1910-LOAD-ONE-SEGMENT THRU 1910-EXIT
01341L         UNTIL WS-EOF.
01341M     CLOSE CUSTSEG.
01341N     MOVE "N" TO WS-EOF-SW.
01341O 1900-EXIT.
01341P     EXIT.

01341Q 1910-LOAD-ONE-SEGMENT.
01341R     READ CUSTSEG
01341S         AT END
01341T             SET WS-EOF TO TRUE
01341U         NOT AT END
01341V             IF WS-SEG-COUNT >= 5000
01341W*                A CUSTOMER LEFT OFF THE TABLE WOULD MISS A
01341X*                TARGETED BONUS THEY ARE DUE - STOP FIRST
01341Y                 DISPLAY "FOLLOW - CUSTSEG EXCEEDS THE 5000-"
01341Z                     "CUSTOMER SEGMENT TABLE - RUN ABORTED"
013420                 MOVE 16 TO RETURN-CODE
013421                 STOP RUN
013422             END-IF
013423             ADD 1 TO WS-SEG-COUNT
013424             SET CS-IDX TO WS-SEG-COUNT
013425             MOVE SG-CUST-ID TO CS-CUST-ID(CS-IDX)
013426             MOVE SG-SEGMENT-CODE TO CS-SEGMENT-CODE(CS-IDX)
013427     END-READ.
013428 1910-EXIT.
013429     EXIT.

01342A*----------------------------------------------------------------
01342B* 1950-LOAD-BLOCKS - CUSTOMERS WHOSE REDEMPTIONS ARE STOPPED: AN
01342C*                    OPEN PTSREVW CASE CARRYING THE BLOCK FLAG.
01342D*                    NO FILE (STATUS 35) MEANS NO ONE IS UNDER
01342E*                    REVIEW.
01342F*----------------------------------------------------------------
01342G 1950-LOAD-BLOCKS.
01342H     OPEN INPUT PTSREVW.
01342I     IF WS-REVW-STATUS NOT = "00"
01342J         GO TO 1950-EXIT
01342K     END-IF.
01342L     PERFORM 1960-LOAD-ONE-BLOCK THRU 1960-EXIT
01342M         UNTIL WS-EOF.
01342N     CLOSE PTSREVW.
01342O     MOVE "N" TO WS-EOF-SW.
01342P 1950-EXIT.
01342Q     EXIT.

01342R 1960-LOAD-ONE-BLOCK.
01342S     READ PTSREVW
01342T         AT END
01342U             SET WS-EOF TO TRUE
01342V             GO TO 1960-EXIT
01342W     END-READ.
01342X     IF RV-BLOCK-FLAG NOT = "Y" OR RV-STATUS NOT = "O"
01342Y         GO TO 1960-EXIT
01342Z     END-IF.
013430     IF WS-BLOCK-COUNT >= 5000
013431*        A BLOCKED CUSTOMER LEFT OFF THE TABLE COULD REDEEM -
013432*        STOP FIRST
013433         DISPLAY "FOLLOW - PTSREVW EXCEEDS THE 5000-CUSTOMER "
013434             "BLOCK TABLE - RUN ABORTED"
013435         MOVE 16 TO RETURN-CODE
013436         STOP RUN
013437     END-IF.
013438     ADD 1 TO WS-BLOCK-COUNT.
013439     SET BK-IDX TO WS-BLOCK-COUNT.
01343A     MOVE RV-CUST-ID TO BK-CUST-ID(BK-IDX).
01343B 1960-EXIT.
01343C     EXIT.
      
001330*----------------------------------------------------------------
001340* 2000-POST-POINTS - THE LOYALTY-POINTS FORMULA ITSELF: A BASE
001460     MOVE WS-LOYALTY-POINTS TO DL-AMOUNT.
001470     PERFORM 2800-WRITE-LEDGER THRU 2800-EXIT.
001475     MOVE WS-LOYALTY-POINTS TO WS-BASE-POINTS.
001476     PERFORM 2600-APPLY-TIER THRU 2600-EXIT.
001477     PERFORM 2650-FIND-SEGMENT THRU 2650-EXIT.
001480     PERFORM 2700-APPLY-CAMPAIGNS THRU 2700-EXIT
001485         VARYING WS-CP FROM 1 BY 1
001486         UNTIL WS-CP > WS-CAMP-COUNT.
001487     PERFORM 2750-POOL-SWEEP THRU 2750-EXIT.
001490 2000-EXIT.
001500     EXIT.

015001*---------------------------------------------------------------
015002* 2600-APPLY-TIER - A CUSTOMER WHOSE MEMBERSHIP TIER MULTIPLIES
015003*                   ABOVE 1.00 EARNS BASE POINTS TIMES
015004*                   (MULTIPLIER - 1) MORE, POSTED AS A SEPARATE
015005*                   TYPE-"T" LEDGER LINE TAGGED WITH THE TIER.
015006*---------------------------------------------------------------
015007 2600-APPLY-TIER.
015008     IF WS-TIER-COUNT = ZERO OR WS-BASE-POINTS <= ZERO
015009         GO TO 2600-EXIT
01500A     END-IF.
01500B     PERFORM 2610-FIND-TIER THRU 2610-EXIT.
01500C     IF TR-MULTIPLIER(WS-TIER-IDX) NOT > 1
01500D         GO TO 2600-EXIT
01500E     END-IF.
01500F     COMPUTE WS-TIER-POINTS ROUNDED =
01500G         WS-BASE-POINTS * (TR-MULTIPLIER(WS-TIER-IDX) - 1).
01500H     IF WS-TIER-POINTS <= ZERO
01500I         GO TO 2600-EXIT
01500J     END-IF.
01500K     ADD WS-TIER-POINTS TO BL-BALANCE (WS-BAL-IDX).
01500L     ADD WS-TIER-POINTS TO TR-GRANTED(WS-TIER-IDX).
01500M     ADD WS-TIER-POINTS TO WS-LOYALTY-POINTS.
01500N     MOVE "T" TO DL-TXN-TYPE.
01500O     MOVE TR-TIER-CODE(WS-TIER-IDX) TO DL-CAMPAIGN-ID.
01500P     MOVE WS-TIER-POINTS TO DL-AMOUNT.
01500Q     PERFORM 2800-WRITE-LEDGER THRU 2800-EXIT.
01500R     MOVE SPACES TO DL-CAMPAIGN-ID.
01500S 2600-EXIT.
01500T     EXIT.

01500U*---------------------------------------------------------------
01500V* 2610-FIND-TIER - LEAVE WS-TIER-IDX ON THE CUSTOMER'S TIER. A
01500W*                  CUSTOMER NOT ON PTSTIER, OR HOLDING A TIER
01500X*                  NO LONGER IN LOYTIER, GETS THE BASE TIER.
01500Y*---------------------------------------------------------------
01500Z 2610-FIND-TIER.
015011     MOVE 1 TO WS-TIER-IDX.
015012     MOVE SPACES TO WS-TIER-CODE.
015013     PERFORM 2620-MATCH-MEMBER THRU 2620-EXIT
015014         VARYING WS-M FROM 1 BY 1
015015         UNTIL WS-M > WS-MBR-COUNT OR WS-TIER-CODE NOT = SPACES.
015016     IF WS-TIER-CODE = SPACES
015017         GO TO 2610-EXIT
015018     END-IF.
015019     PERFORM 2630-MATCH-TIER THRU 2630-EXIT
01501A         VARYING WS-TR FROM 1 BY 1
01501B         UNTIL WS-TR > WS-TIER-COUNT.
01501C 2610-EXIT.
01501D     EXIT.

01501E 2620-MATCH-MEMBER.
01501F     IF MB-CUST-ID(WS-M) = WS-CUST-ID
01501G         MOVE MB-TIER-CODE(WS-M) TO WS-TIER-CODE
01501H     END-IF.
01501I 2620-EXIT.
01501J     EXIT.

01501K 2630-MATCH-TIER.
01501L     IF TR-TIER-CODE(WS-TR) = WS-TIER-CODE
01501M         MOVE WS-TR TO WS-TIER-IDX
01501N     END-IF.
01501O 2630-EXIT.
01501P     EXIT.

01501Q*---------------------------------------------------------------
01501R* 2650-FIND-SEGMENT - LEAVE WS-SEG-CODE ON THE CUSTOMER'S
01501S*                     MARKETING SEGMENT, SPACES IF CUSTSEG
01501T*                     DOES NOT CARRY THEM.
01501U*---------------------------------------------------------------
01501V 2650-FIND-SEGMENT.
01501W     MOVE SPACES TO WS-SEG-CODE.
01501X     PERFORM 2660-MATCH-SEGMENT THRU 2660-EXIT
01501Y         VARYING WS-SG FROM 1 BY 1
01501Z         UNTIL WS-SG > WS-SEG-COUNT OR WS-SEG-CODE NOT = SPACES.
015021 2650-EXIT.
015022     EXIT.

015023 2660-MATCH-SEGMENT.
015024     IF CS-CUST-ID(WS-SG) = WS-CUST-ID
015025         MOVE CS-SEGMENT-CODE(WS-SG) TO WS-SEG-CODE
015026     END-IF.
015027 2660-EXIT.
015028     EXIT.

0150A0*---------------------------------------------------------------
0150A1* 2700-APPLY-CAMPAIGNS - ONE ACTIVE, QUALIFYING CAMPAIGN GRANTS
0150A2*                        BASE POINTS TIMES (MULTIPLIER - 1) AS
0150AB             OR WS-RUN-DATE > CP-END-DATE(CP-IDX)
0150AC             OR WS-ACTIVITY-SCORE < CP-MIN-ACTIVITY(CP-IDX)
0150AD             OR CP-MULTIPLIER(CP-IDX) < 2
150AD1             OR (CP-SEGMENT-CODE(CP-IDX) NOT = SPACES
150AD2                 AND CP-SEGMENT-CODE(CP-IDX) NOT = WS-SEG-CODE)
0150AE         GO TO 2700-EXIT
0150AF     END-IF.
0150AG     COMPUTE WS-BONUS-POINTS =
0150AT 2700-EXIT.
0150AU     EXIT.

0150AV*---------------------------------------------------------------
0150AW* 2750-POOL-SWEEP - A POOLED MEMBER'S EARNINGS ON THIS
0150AX*                   TRANSACTION MOVE TO THE HEAD ACCOUNT: A
0150AY*                   TYPE-"P" LINE DEBITS THE MEMBER AND A
0150AZ*                   TYPE-"H" LINE CREDITS THE HEAD, EACH TAGGED
0150B0*                   WITH THE OTHER CUSTOMER. IF THE HEAD CANNOT
0150B1*                   BE GIVEN A BALANCE SLOT THE POINTS STAY
0150B2*                   WITH THE MEMBER.
0150B3*---------------------------------------------------------------
0150B4 2750-POOL-SWEEP.
0150B5     IF WS-POOL-COUNT = ZERO OR WS-LOYALTY-POINTS <= ZERO
0150B6         GO TO 2750-EXIT
0150B7     END-IF.
0150B8     MOVE SPACES TO WS-HEAD-ID.
0150B9     PERFORM 2760-MATCH-POOL THRU 2760-EXIT
0150BA         VARYING WS-PL FROM 1 BY 1
0150BB         UNTIL WS-PL > WS-POOL-COUNT OR WS-HEAD-ID NOT = SPACES.
0150BC     IF WS-HEAD-ID = SPACES OR WS-HEAD-ID = WS-CUST-ID
0150BD         GO TO 2750-EXIT
0150BE     END-IF.
0150BF     MOVE WS-LOYALTY-POINTS TO WS-POOL-POINTS.
0150BG     MOVE WS-CUST-ID TO WS-MEMBER-ID.
0150BH     MOVE WS-BAL-IDX TO WS-MEMBER-BAL-IDX.
0150BI     MOVE WS-HEAD-ID TO WS-CUST-ID.
0150BJ     PERFORM 2500-FIND-BALANCE THRU 2500-EXIT.
0150BK     MOVE WS-BAL-IDX TO WS-HEAD-BAL-IDX.
0150BL     MOVE WS-MEMBER-ID TO WS-CUST-ID.
0150BM     MOVE WS-MEMBER-BAL-IDX TO WS-BAL-IDX.
0150BN     IF WS-HEAD-BAL-IDX = ZERO
0150BO         GO TO 2750-EXIT
0150BP     END-IF.
0150BQ     SUBTRACT WS-POOL-POINTS FROM BL-BALANCE (WS-BAL-IDX).
0150BR     MOVE "P" TO DL-TXN-TYPE.
0150BS     MOVE WS-HEAD-ID TO DL-REF-ID.
0150BT     COMPUTE DL-AMOUNT = ZERO - WS-POOL-POINTS.
0150BU     PERFORM 2800-WRITE-LEDGER THRU 2800-EXIT.
0150BV     MOVE WS-HEAD-ID TO WS-CUST-ID.
0150BW     MOVE WS-HEAD-BAL-IDX TO WS-BAL-IDX.
0150BX     ADD WS-POOL-POINTS TO BL-BALANCE (WS-BAL-IDX).
0150BY     MOVE "H" TO DL-TXN-TYPE.
0150BZ     MOVE WS-MEMBER-ID TO DL-REF-ID.
0150C0     MOVE WS-POOL-POINTS TO DL-AMOUNT.
0150C1     PERFORM 2800-WRITE-LEDGER THRU 2800-EXIT.
0150C2     MOVE WS-MEMBER-ID TO WS-CUST-ID.
0150C3     MOVE WS-MEMBER-BAL-IDX TO WS-BAL-IDX.
0150C4     MOVE SPACES TO DL-REF-ID.
0150C5     ADD 1 TO WS-POOL-SWEEPS.
0150C6     ADD WS-POOL-POINTS TO WS-POOL-SWEPT.
0150C7 2750-EXIT.
0150C8     EXIT.

0150C9 2760-MATCH-POOL.
0150CA     IF PL-MEMBER-ID(WS-PL) = WS-CUST-ID
0150CB         MOVE PL-HEAD-ID(WS-PL) TO WS-HEAD-ID
0150CC     END-IF.
0150CD 2760-EXIT.
0150CE     EXIT.

00150A*----------------------------------------------------------------
00150B* 2100-POST-REDEMPTION - A REDEEM DRAWS DOWN THE CUSTOMER'S NET
00150C*                        BALANCE. A CUSTOMER TRYING TO REDEEM
00150D*                        MORE POINTS THAN THEY HOLD IS REJECTED
00150E*                        AND NOTHING POSTS - THE LEDGER MUST
00150F*                        NEVER SHOW A NEGATIVE NET BALANCE.
0150F1*                        A CUSTOMER UNDER FRAUD REVIEW CANNOT
0150F2*                        REDEEM UNTIL AN ANALYST CLEARS THEM.
00150G*----------------------------------------------------------------
00150H 2100-POST-REDEMPTION.
0150H1     MOVE "N" TO WS-BLOCKED-SW.
0150H2     PERFORM 2150-MATCH-BLOCK THRU 2150-EXIT
0150H3         VARYING WS-BK FROM 1 BY 1
0150H4         UNTIL WS-BK > WS-BLOCK-COUNT OR WS-BLOCKED.
0150H5     IF WS-BLOCKED
0150H6         MOVE "ACCOUNT BLOCKED FOR FRAUD REVIEW"
0150H7             TO RJ-REASON-CODE
0150H8         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
0150H9         GO TO 2100-EXIT
0150HA     END-IF.
00150I     PERFORM 2500-FIND-BALANCE THRU 2500-EXIT.
0150I1     IF WS-BAL-IDX = ZERO
0150I2         MOVE "BALANCE TABLE FULL" TO RJ-REASON-CODE
00150U 2100-EXIT.
00150V     EXIT.

0150V1 2150-MATCH-BLOCK.
0150V2     IF BK-CUST-ID(WS-BK) = WS-CUST-ID
0150V3         MOVE "Y" TO WS-BLOCKED-SW
0150V4     END-IF.
0150V5 2150-EXIT.
0150V6     EXIT.

00150W*----------------------------------------------------------------
00150X* 2500-FIND-BALANCE - LOOK THE CUSTOMER UP IN THE BALANCE TABLE,
00150Y*                     ADDING A ZERO-BALANCE ENTRY THE FIRST TIME
001631     PERFORM 3600-REPORT-CAMPAIGNS THRU 3600-EXIT
00163A         VARYING WS-CP FROM 1 BY 1
00163B         UNTIL WS-CP > WS-CAMP-COUNT.
00163C     PERFORM 3700-REPORT-TIERS THRU 3700-EXIT
00163D         VARYING WS-TR FROM 1 BY 1
00163E         UNTIL WS-TR > WS-TIER-COUNT.
00163F     IF WS-POOL-COUNT > ZERO
00163G         MOVE WS-POOL-SWEEPS TO PS-SWEEPS
00163H         MOVE WS-POOL-SWEPT TO PS-SWEPT
00163I         WRITE TOPEARN-REC FROM WS-POOL-LINE
00163J     END-IF.
001632     PERFORM 3500-SAVE-BALANCES THRU 3500-EXIT.
001640     CLOSE POINTLDG
001645           PTSREJ
00167Y 3600-REPORT-CAMPAIGNS.
00167Z     SET CP-IDX TO WS-CP.
001681     MOVE CP-CAMPAIGN-ID(CP-IDX) TO CL-CAMPAIGN-ID.
016811     MOVE CP-SEGMENT-CODE(CP-IDX) TO CL-SEGMENT-CODE.
001682     MOVE CP-GRANTED(CP-IDX) TO CL-GRANTED.
001683     WRITE TOPEARN-REC FROM WS-CAMP-LINE.
001684 3600-EXIT.
001685     EXIT.

001686*----------------------------------------------------------------
001687* 3700-REPORT-TIERS - ONE LINE PER MEMBERSHIP TIER WITH THE
001688*                     EXTRA POINTS ITS MULTIPLIER GRANTED THIS
001689*                     RUN.
00168A*----------------------------------------------------------------
00168B 3700-REPORT-TIERS.
00168C     MOVE TR-TIER-CODE(WS-TR) TO TB-TIER-CODE.
00168D     MOVE TR-GRANTED(WS-TR) TO TB-GRANTED.
00168E     WRITE TOPEARN-REC FROM WS-TIER-LINE.
00168F 3700-EXIT.
00168G     EXIT.

00167N 3510-SAVE-ONE-BALANCE.
0167N1     MOVE SPACES TO PTSBAL-REC.
00167O     MOVE BL-CUST-ID (WS-B) TO PB-CUST-ID.
