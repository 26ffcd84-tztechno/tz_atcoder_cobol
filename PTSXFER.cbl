000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PTSXFER.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. LOYALTY PROGRAM BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. LOYALTY-POINT TRANSFERS AND
000110*                  HOUSEHOLD POOLING BETWEEN CUSTOMERS OF THE SAME
000120*                  HOUSEHOLD - TWO CUSTOMERS LINKED TO THE SAME
000130*                  POLICY ON THE CUSTPOLX CROSS-REFERENCE HHSTMT
000140*                  USES. PTSXFRT CARDS ARE APPLIED IN ORDER. A "T"
000150*                  CARD MOVES POINTS FROM ONE PTSBAL CUSTOMER TO
000160*                  ANOTHER AS A MATCHED TYPE-"O" (OUT) AND
000170*                  TYPE-"I" (IN) PAIR OF POINTLDG LINES, EACH
000180*                  NAMING THE OTHER CUSTOMER; THE GIVER MUST HOLD
000190*                  THE POINTS AND MAY NOT SEND MORE IN A CALENDAR
000200*                  YEAR THAN THE BIZPARM PTSXFERCAP (DEFAULT
000210*                  50000). A "P" CARD POOLS A MEMBER'S FUTURE
000220*                  EARNINGS INTO A NOMINATED HEAD ACCOUNT ON
000230*                  PTSPOOL, WHICH THE DAILY POINTS JOB SWEEPS; A
000240*                  "U" CARD ENDS THE POOLING. EVERY BALANCE AND
000250*                  POOL CHANGE IS LOGGED THROUGH AUDITLOG, REFUSED
000260*                  CARDS GO TO PTSXFREJ IN THE SHARED REJECTREC
000270*                  LAYOUT, AND PTSXFRPT LISTS EVERY CARD AND ITS
000280*                  OUTCOME.
000281* 10/15/2026  RO   FRAUD REVIEW BLOCKS. A CUSTOMER WITH AN OPEN,
000282*                  BLOCKED CASE ON THE PTSREVW REVIEW FILE MAY
000283*                  NOT TRANSFER POINTS OUT OR JOIN A POOL UNTIL
000284*                  AN ANALYST CLEARS THE CASE.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM.
000330 OBJECT-COMPUTER. IBM.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PTSXFRT ASSIGN TO "PTSXFRT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TXN-STATUS.
000390     SELECT CUSTPOLX ASSIGN TO "CUSTPOLX"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-XREF-STATUS.
000420     SELECT BIZPARM ASSIGN TO "BIZPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARM-STATUS.
000450     SELECT PTSBAL ASSIGN TO "PTSBAL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BAL-STATUS.
000480     SELECT PTSPOOL ASSIGN TO "PTSPOOL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-POOL-STATUS.
000510     SELECT POINTLDG ASSIGN TO "POINTLDG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-LDG-STATUS.
000540     SELECT PTSXFREJ ASSIGN TO "PTSXFREJ"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT PTSXFRPT ASSIGN TO "PTSXFRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000571     SELECT PTSREVW ASSIGN TO "PTSREVW"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS WS-REVW-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PTSXFRT
000610     RECORDING MODE IS F.
000620 01  PTSXFRT-REC.
000630     05  TX-ACTION                PIC X(01).
000640         88  TX-TRANSFER                    VALUE "T".
000650         88  TX-POOL-JOIN                   VALUE "P".
000660         88  TX-POOL-LEAVE                  VALUE "U".
000670     05  FILLER                   PIC X(01).
000680     05  TX-FROM-ID               PIC X(10).
000690     05  FILLER                   PIC X(01).
000700     05  TX-TO-ID                 PIC X(10).
000710     05  FILLER                   PIC X(01).
000720     05  TX-POINTS                PIC 9(09).
000730     05  FILLER                   PIC X(01).
000740     05  TX-OPERATOR-ID           PIC X(08).
000750     05  FILLER                   PIC X(38).

000760 FD  CUSTPOLX
000770     RECORDING MODE IS F.
000780 01  CUSTPOLX-REC.
000790     05  XR-POLICY-ID             PIC X(10).
000800     05  FILLER                   PIC X(01).
000810     05  XR-CUST-ID               PIC X(10).
000820     05  FILLER                   PIC X(59).

000830 FD  BIZPARM
000840     RECORDING MODE IS F.
000850 01  BIZPARM-REC                  PIC X(80).

000860 FD  PTSBAL
000870     RECORDING MODE IS F.
000880 01  PTSBAL-REC.
000890     05  PB-CUST-ID               PIC X(10).
000900     05  FILLER                   PIC X(01).
000910     05  PB-BALANCE               PIC S9(09) SIGN LEADING
000920                                            SEPARATE.

000930 FD  PTSPOOL
000940     RECORDING MODE IS F.
000950 01  PTSPOOL-REC.
000960     05  PP-MEMBER-ID             PIC X(10).
000970     05  FILLER                   PIC X(01).
000980     05  PP-HEAD-ID               PIC X(10).
000990     05  FILLER                   PIC X(01).
001000     05  PP-START-DATE            PIC 9(08).
001010     05  FILLER                   PIC X(50).

001020 FD  POINTLDG
001030     RECORDING MODE IS F.
001040 01  POINTLDG-REC                 PIC X(80).

001050 FD  PTSXFREJ
001060     RECORDING MODE IS F.
001070 01  PTSXFREJ-REC                 PIC X(80).

001080 FD  PTSXFRPT
001090     RECORDING MODE IS F.
001100 01  PTSXFRPT-REC                 PIC X(132).

001101 FD  PTSREVW
001102     RECORDING MODE IS F.
001103 01  PTSREVW-REC.
001104     05  RV-CUST-ID               PIC X(10).
001105     05  FILLER                   PIC X(10).
001106     05  RV-BLOCK-FLAG            PIC X(01).
001107     05  FILLER                   PIC X(01).
001108     05  RV-STATUS                PIC X(01).
001109     05  FILLER                   PIC X(57).

001110 WORKING-STORAGE SECTION.
001120 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001130     88  WS-EOF                             VALUE "Y".
001140 77  WS-TXN-STATUS                PIC X(02) VALUE SPACES.
001150 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
001160 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001170 77  WS-BAL-STATUS                PIC X(02) VALUE SPACES.
001180 77  WS-POOL-STATUS               PIC X(02) VALUE SPACES.
001190 77  WS-LDG-STATUS                PIC X(02) VALUE SPACES.
001200 77  WS-B                         PIC 9(05) COMP.
001210 77  WS-P                         PIC 9(05) COMP.
001220 77  WS-X                         PIC 9(05) COMP.
001230 77  WS-Y                         PIC 9(05) COMP.
001240 77  WS-BAL-IDX                   PIC 9(05) VALUE ZERO COMP.
001250 77  WS-FROM-IDX                  PIC 9(05) VALUE ZERO COMP.
001260 77  WS-TO-IDX                    PIC 9(05) VALUE ZERO COMP.
001270 77  WS-POOL-IDX                  PIC 9(05) VALUE ZERO COMP.
001280 77  WS-HEAD-COUNT                PIC 9(05) VALUE ZERO COMP.
001290 77  WS-XFER-CAP                  PIC 9(09) VALUE 50000.
001300 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001310 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001320 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001330 77  WS-CUST-ID                   PIC X(10) VALUE SPACES.
001340 77  WS-SAME-HOUSE-SW             PIC X(01) VALUE "N".
001350     88  WS-SAME-HOUSE                      VALUE "Y".
001360 77  WS-REASON                    PIC X(40) VALUE SPACES.
001370 77  WS-LINE-AMOUNT               PIC S9(09) VALUE ZERO.
001380 77  WS-AUDIT-AMOUNT              PIC -(10)9.
001390 77  WS-CARD-COUNT                PIC 9(05) VALUE ZERO COMP.
001400 77  WS-XFER-COUNT                PIC 9(05) VALUE ZERO COMP.
001410 77  WS-XFER-POINTS               PIC 9(11) VALUE ZERO.
001420 77  WS-JOIN-COUNT                PIC 9(05) VALUE ZERO COMP.
001430 77  WS-LEAVE-COUNT               PIC 9(05) VALUE ZERO COMP.
001440 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001441 77  WS-REVW-STATUS               PIC X(02) VALUE SPACES.
001442 77  WS-K                         PIC 9(05) COMP.
001443 77  WS-BLOCKED-SW                PIC X(01) VALUE "N".
001444     88  WS-BLOCKED                         VALUE "Y".

001450 01  WS-RUN-PARTS.
001460     05  WS-RUN-CCYY              PIC 9(04).
001470     05  FILLER                   PIC 9(04).

001480 01  WS-LEDGER-LINE.
001490     05  LL-CUST-ID               PIC X(10).
001500     05  FILLER                   PIC X(01).
001510     05  LL-DATE                  PIC 9(08).
001520     05  LL-DATE-PARTS REDEFINES LL-DATE.
001530         10  LL-DATE-CCYY         PIC 9(04).
001540         10  FILLER               PIC 9(04).
001550     05  FILLER                   PIC X(01).
001560     05  LL-TXN-TYPE              PIC X(01).
001570     05  FILLER                   PIC X(01).
001580     05  LL-AMOUNT                PIC X(09).
001590     05  LL-AMOUNT-OUT REDEFINES LL-AMOUNT
001600                                  PIC -(8)9.
001610     05  FILLER                   PIC X(01).
001620     05  LL-BALANCE               PIC -(9)9.
001630     05  FILLER                   PIC X(01).
001640     05  LL-REF-ID                PIC X(10).
001650     05  FILLER                   PIC X(26).

001660 01  WS-XREF-TABLE.
001670     05  WS-XREF-COUNT            PIC 9(05) VALUE ZERO COMP.
001680     05  XT-ENTRY OCCURS 2000 TIMES
001690                  INDEXED BY XT-IDX.
001700         10  XT-POLICY-ID         PIC X(10).
001710         10  XT-CUST-ID           PIC X(10).

001720 01  WS-BAL-TABLE.
001730     05  WS-BAL-COUNT             PIC 9(05) VALUE ZERO COMP.
001740     05  BL-ENTRY OCCURS 5000 TIMES
001750                  INDEXED BY BL-IDX.
001760         10  BL-CUST-ID           PIC X(10).
001770         10  BL-BALANCE           PIC S9(09).
001780         10  BL-YTD-OUT           PIC 9(09).

001790 01  WS-POOL-TABLE.
001800     05  WS-POOL-COUNT            PIC 9(05) VALUE ZERO COMP.
001810     05  PL-ENTRY OCCURS 2000 TIMES
001820                  INDEXED BY PL-IDX.
001830         10  PL-MEMBER-ID         PIC X(10).
001840         10  PL-HEAD-ID           PIC X(10).
001850         10  PL-START-DATE        PIC 9(08).
001860         10  PL-ACTIVE-SW         PIC X(01).
001870             88  PL-ACTIVE                  VALUE "Y".

001871 01  WS-BLOCK-TABLE.
001872     05  WS-BLOCK-COUNT           PIC 9(05) VALUE ZERO COMP.
001873     05  BK-ENTRY OCCURS 5000 TIMES
001874                  INDEXED BY BK-IDX.
001875         10  BK-CUST-ID           PIC X(10).

001880 COPY PARMCTL.
001890 COPY REJECTREC.
001900 COPY AUDTLINK.
001910 COPY RPTHDR.
001920 COPY DATXLINK.

001930 01  WS-TITLE-LINE.
001940     05  FILLER                  PIC X(40) VALUE
001950         "LOYALTY POINT TRANSFERS AND POOLING".
001960     05  FILLER                  PIC X(40) VALUE SPACES.

001970 01  WS-DETAIL-LINE.
001980     05  DL-ACTION                PIC X(08).
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  DL-FROM-ID               PIC X(10).
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  DL-TO-ID                 PIC X(10).
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  DL-POINTS                PIC Z(08)9.
002050     05  FILLER                  PIC X(01) VALUE SPACES.
002060     05  DL-RESULT                PIC X(08).
002070     05  FILLER                  PIC X(01) VALUE SPACES.
002080     05  DL-REASON                PIC X(40).
002085     05  FILLER                  PIC X(42) VALUE SPACES.

002090 01  WS-SUMMARY-LINE-1.
002100     05  FILLER                  PIC X(11) VALUE "TRANSFERS: ".
002110     05  SL-XFER-COUNT            PIC ZZZZ9.
002120     05  FILLER                  PIC X(10) VALUE "  POINTS: ".
002130     05  SL-XFER-POINTS           PIC Z(10)9.
002140     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
002150     05  SL-REJECT-COUNT          PIC ZZZZ9.
002160     05  FILLER                  PIC X(27) VALUE SPACES.

002170 01  WS-SUMMARY-LINE-2.
002180     05  FILLER                  PIC X(13) VALUE "POOL JOINED: ".
002190     05  SL-JOIN-COUNT            PIC ZZZZ9.
002200     05  FILLER                  PIC X(10) VALUE "  ENDED: ".
002210     05  SL-LEAVE-COUNT           PIC ZZZZ9.
002220     05  FILLER                  PIC X(47) VALUE SPACES.

002230 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

002240 PROCEDURE DIVISION.
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
002280         UNTIL WS-EOF.
002290     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002300     STOP RUN.

002310*----------------------------------------------------------------
002320* 1000-INITIALIZE - THE CAP, THE HOUSEHOLD LINKS, THE BALANCES,
002330*                   THE POOLS, AND EACH CUSTOMER'S TRANSFERS OUT
002340*                   SO FAR THIS CALENDAR YEAR FROM THE LEDGER.
002350*----------------------------------------------------------------
002360 1000-INITIALIZE.
002370     ACCEPT WS-RUN-DATE FROM DATE.
002380     MOVE "EXPND" TO DX-ACTION.
002390     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002400     CALL "DATEXPND" USING DATEXPND-PARMS.
002410     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002420     MOVE WS-RUN-CCYYMMDD TO WS-RUN-PARTS.
002430     ACCEPT WS-RUN-TIME FROM TIME.
002440     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002450     OPEN INPUT CUSTPOLX.
002460     IF WS-XREF-STATUS NOT = "00"
002470         DISPLAY "PTSXFER - CUSTPOLX NOT FOUND - RUN ABORTED"
002480         MOVE 16 TO RETURN-CODE
002490         STOP RUN
002500     END-IF.
002510     PERFORM 1200-LOAD-ONE-XREF THRU 1200-EXIT
002520         UNTIL WS-EOF.
002530     CLOSE CUSTPOLX.
002540     MOVE "N" TO WS-EOF-SW.
002550     OPEN INPUT PTSBAL.
002560     IF WS-BAL-STATUS = "00"
002570         PERFORM 1300-LOAD-ONE-BAL THRU 1300-EXIT
002580             UNTIL WS-EOF
002590         CLOSE PTSBAL
002600     END-IF.
002610     MOVE "N" TO WS-EOF-SW.
002620     OPEN INPUT PTSPOOL.
002630     IF WS-POOL-STATUS = "00"
002640         PERFORM 1400-LOAD-ONE-POOL THRU 1400-EXIT
002650             UNTIL WS-EOF
002660         CLOSE PTSPOOL
002670     END-IF.
002680     MOVE "N" TO WS-EOF-SW.
002690     OPEN INPUT POINTLDG.
002700     IF WS-LDG-STATUS = "00"
002710         PERFORM 1500-SCAN-ONE-LINE THRU 1500-EXIT
002720             UNTIL WS-EOF
002730         CLOSE POINTLDG
002740     END-IF.
002750     MOVE "N" TO WS-EOF-SW.
002751     OPEN INPUT PTSREVW.
002752     IF WS-REVW-STATUS = "00"
002753         PERFORM 1600-LOAD-ONE-BLOCK THRU 1600-EXIT
002754             UNTIL WS-EOF
002755         CLOSE PTSREVW
002756     END-IF.
002757     MOVE "N" TO WS-EOF-SW.
002760     MOVE SPACES TO WS-LEDGER-LINE.
002770     OPEN INPUT PTSXFRT.
002780     IF WS-TXN-STATUS NOT = "00"
002790         DISPLAY "PTSXFER - PTSXFRT NOT FOUND - RUN ABORTED"
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830*    POINTLDG IS A LEDGER - EXTEND IT, WITH THE SAME STATUS-35
002840*    FIRST-EVER-WRITE FALLBACK THE DAILY POINTS JOB USES.
002850     OPEN EXTEND POINTLDG.
002860     IF WS-LDG-STATUS = "35"
002870         OPEN OUTPUT POINTLDG
002880     END-IF.
002890     OPEN OUTPUT PTSXFREJ
002900          OUTPUT PTSXFRPT.
002910     MOVE "PTSXFER" TO RH-PROGRAM-ID.
002920     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002930     MOVE WS-RUN-TIME TO RH-RUN-ID.
002940     MOVE 1 TO RH-PAGE-NUMBER.
002950     WRITE PTSXFRPT-REC FROM RH-REPORT-HEADER.
002960     WRITE PTSXFRPT-REC FROM WS-TITLE-LINE.
002970     WRITE PTSXFRPT-REC FROM WS-BLANK-LINE.
002980     PERFORM 8000-READ-CARD THRU 8000-EXIT.
002990 1000-EXIT.
003000     EXIT.

003010 1100-SCAN-PARMS.
003020     OPEN INPUT BIZPARM.
003030     IF WS-PARM-STATUS NOT = "00"
003040         GO TO 1100-EXIT
003050     END-IF.
003060     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003070         UNTIL WS-EOF.
003080     CLOSE BIZPARM.
003090     MOVE "N" TO WS-EOF-SW.
003100 1100-EXIT.
003110     EXIT.

003120 1110-SCAN-ONE-PARM.
003130     READ BIZPARM
003140         AT END
003150             SET WS-EOF TO TRUE
003160         NOT AT END
003170             MOVE BIZPARM-REC TO PC-PARM-RECORD
003180             IF PC-PARM-NAME = "PTSXFERCAP"
003190                     AND PC-PARM-VALUE > ZERO
003200                 MOVE PC-PARM-VALUE TO WS-XFER-CAP
003210             END-IF
003220     END-READ.
003230 1110-EXIT.
003240     EXIT.

003250 1200-LOAD-ONE-XREF.
003260     READ CUSTPOLX
003270         AT END
003280             SET WS-EOF TO TRUE
003290         NOT AT END
003300             IF WS-XREF-COUNT >= 2000
003310                 DISPLAY "PTSXFER - CUSTPOLX EXCEEDS THE 2000-"
003320                     "ROW TABLE - RUN ABORTED"
003330                 MOVE 16 TO RETURN-CODE
003340                 STOP RUN
003350             END-IF
003360             ADD 1 TO WS-XREF-COUNT
003370             SET XT-IDX TO WS-XREF-COUNT
003380             MOVE XR-POLICY-ID TO XT-POLICY-ID(XT-IDX)
003390             MOVE XR-CUST-ID TO XT-CUST-ID(XT-IDX)
003400     END-READ.
003410 1200-EXIT.
003420     EXIT.

003430 1300-LOAD-ONE-BAL.
003440     READ PTSBAL
003450         AT END
003460             SET WS-EOF TO TRUE
003470         NOT AT END
003480             IF WS-BAL-COUNT >= 5000
003490*                A PARTIAL TABLE WOULD REWRITE A PARTIAL MASTER
003500                 DISPLAY "PTSXFER - PTSBAL EXCEEDS THE 5000-"
003510                     "CUSTOMER TABLE - RUN ABORTED"
003520                 MOVE 16 TO RETURN-CODE
003530                 STOP RUN
003540             END-IF
003550             ADD 1 TO WS-BAL-COUNT
003560             SET BL-IDX TO WS-BAL-COUNT
003570             MOVE PB-CUST-ID TO BL-CUST-ID(BL-IDX)
003580             MOVE PB-BALANCE TO BL-BALANCE(BL-IDX)
003590             MOVE ZERO TO BL-YTD-OUT(BL-IDX)
003600     END-READ.
003610 1300-EXIT.
003620     EXIT.

003630 1400-LOAD-ONE-POOL.
003640     READ PTSPOOL
003650         AT END
003660             SET WS-EOF TO TRUE
003670         NOT AT END
003680             IF WS-POOL-COUNT >= 2000
003690                 DISPLAY "PTSXFER - PTSPOOL EXCEEDS THE 2000-"
003700                     "MEMBER TABLE - RUN ABORTED"
003710                 MOVE 16 TO RETURN-CODE
003720                 STOP RUN
003730             END-IF
003740             ADD 1 TO WS-POOL-COUNT
003750             SET PL-IDX TO WS-POOL-COUNT
003760             MOVE PP-MEMBER-ID TO PL-MEMBER-ID(PL-IDX)
003770             MOVE PP-HEAD-ID TO PL-HEAD-ID(PL-IDX)
003780             MOVE PP-START-DATE TO PL-START-DATE(PL-IDX)
003790             MOVE "Y" TO PL-ACTIVE-SW(PL-IDX)
003800     END-READ.
003810 1400-EXIT.
003820     EXIT.

003821*----------------------------------------------------------------
003822* 1600-LOAD-ONE-BLOCK - A CUSTOMER WITH AN OPEN PTSREVW CASE
003823*                       CARRYING THE BLOCK FLAG IS UNDER FRAUD
003824*                       REVIEW.
003825*----------------------------------------------------------------
003826 1600-LOAD-ONE-BLOCK.
003827     READ PTSREVW
003828         AT END
003829             SET WS-EOF TO TRUE
00382A             GO TO 1600-EXIT
00382B     END-READ.
00382C     IF RV-BLOCK-FLAG NOT = "Y" OR RV-STATUS NOT = "O"
00382D         GO TO 1600-EXIT
00382E     END-IF.
00382F     IF WS-BLOCK-COUNT >= 5000
00382G         DISPLAY "PTSXFER - PTSREVW EXCEEDS THE 5000-CUSTOMER "
00382H             "BLOCK TABLE - RUN ABORTED"
00382I         MOVE 16 TO RETURN-CODE
00382J         STOP RUN
00382K     END-IF.
00382L     ADD 1 TO WS-BLOCK-COUNT.
00382M     SET BK-IDX TO WS-BLOCK-COUNT.
00382N     MOVE RV-CUST-ID TO BK-CUST-ID(BK-IDX).
00382O 1600-EXIT.
00382P     EXIT.

003830*----------------------------------------------------------------
003840* 1500-SCAN-ONE-LINE - A TYPE-"O" LINE DATED IN THE RUN'S
003850*                      CALENDAR YEAR COUNTS AGAINST ITS
003860*                      CUSTOMER'S ANNUAL TRANSFER CAP.
003870*----------------------------------------------------------------
003880 1500-SCAN-ONE-LINE.
003890     READ POINTLDG
003900         AT END
003910             SET WS-EOF TO TRUE
003920             GO TO 1500-EXIT
003930     END-READ.
003940     MOVE POINTLDG-REC TO WS-LEDGER-LINE.
003950     IF LL-TXN-TYPE NOT = "O"
003960             OR LL-DATE-CCYY NOT = WS-RUN-CCYY
003970         GO TO 1500-EXIT
003980     END-IF.
003990     COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL(LL-AMOUNT).
004000     MOVE LL-CUST-ID TO WS-CUST-ID.
004010     PERFORM 2500-FIND-BALANCE THRU 2500-EXIT.
004020     SET BL-IDX TO WS-BAL-IDX.
004030     SUBTRACT WS-LINE-AMOUNT FROM BL-YTD-OUT(BL-IDX).
004040 1500-EXIT.
004050     EXIT.

004060*----------------------------------------------------------------
004070* 2000-APPLY-ONE-CARD - ROUTE THE CARD BY ACTION. EACH ROUTINE
004080*                       LEAVES WS-REASON SET WHEN IT REFUSES THE
004090*                       CARD AND CHANGES NOTHING IN THAT CASE.
004100*----------------------------------------------------------------
004110 2000-APPLY-ONE-CARD.
004120     ADD 1 TO WS-CARD-COUNT.
004130     MOVE SPACES TO WS-REASON.
004140     EVALUATE TRUE
004150         WHEN TX-TRANSFER
004160             MOVE "TRANSFER" TO DL-ACTION
004170             PERFORM 2100-TRANSFER THRU 2100-EXIT
004180         WHEN TX-POOL-JOIN
004190             MOVE "POOL" TO DL-ACTION
004200             PERFORM 2200-POOL-JOIN THRU 2200-EXIT
004210         WHEN TX-POOL-LEAVE
004220             MOVE "UNPOOL" TO DL-ACTION
004230             PERFORM 2300-POOL-LEAVE THRU 2300-EXIT
004240         WHEN OTHER
004250             MOVE TX-ACTION TO DL-ACTION
004260             MOVE "UNKNOWN ACTION" TO WS-REASON
004270     END-EVALUATE.
004280     MOVE TX-FROM-ID TO DL-FROM-ID.
004290     MOVE TX-TO-ID TO DL-TO-ID.
004300     IF TX-POINTS NUMERIC
004310         MOVE TX-POINTS TO DL-POINTS
004320     ELSE
004330         MOVE ZERO TO DL-POINTS
004340     END-IF.
004350     IF WS-REASON = SPACES
004360         MOVE "APPLIED" TO DL-RESULT
004370     ELSE
004380         MOVE "REFUSED" TO DL-RESULT
004390         PERFORM 2950-WRITE-REJECT THRU 2950-EXIT
004400     END-IF.
004410     MOVE WS-REASON TO DL-REASON.
004420     WRITE PTSXFRPT-REC FROM WS-DETAIL-LINE.
004430     PERFORM 8000-READ-CARD THRU 8000-EXIT.
004440 2000-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470* 2100-TRANSFER - BOTH CUSTOMERS IN ONE HOUSEHOLD, THE GIVER
004480*                 HOLDING THE POINTS, AND THE YEAR'S TRANSFERS
004490*                 OUT STAYING WITHIN THE CAP. THE GIVER'S "O" AND
004500*                 THE RECEIVER'S "I" LINE POST TOGETHER OR NOT AT
004510*                 ALL. A GIVER UNDER FRAUD REVIEW IS REFUSED.
004520*----------------------------------------------------------------
004530 2100-TRANSFER.
004540     IF TX-POINTS NOT NUMERIC OR TX-POINTS = ZERO
004550         MOVE "TRANSFER POINTS MISSING OR ZERO" TO WS-REASON
004560         GO TO 2100-EXIT
004570     END-IF.
004580     IF TX-FROM-ID = TX-TO-ID
004590         MOVE "CANNOT TRANSFER TO THE SAME CUSTOMER"
004600             TO WS-REASON
004610         GO TO 2100-EXIT
004620     END-IF.
004621     PERFORM 4500-CHECK-BLOCK THRU 4500-EXIT.
004622     IF WS-BLOCKED
004623         MOVE "ACCOUNT BLOCKED FOR FRAUD REVIEW" TO WS-REASON
004624         GO TO 2100-EXIT
004625     END-IF.
004630     PERFORM 4000-CHECK-HOUSEHOLD THRU 4000-EXIT.
004640     IF NOT WS-SAME-HOUSE
004650         MOVE "CUSTOMERS NOT IN THE SAME HOUSEHOLD" TO WS-REASON
004660         GO TO 2100-EXIT
004670     END-IF.
004680     MOVE TX-FROM-ID TO WS-CUST-ID.
004690     PERFORM 2500-FIND-BALANCE THRU 2500-EXIT.
004700     MOVE WS-BAL-IDX TO WS-FROM-IDX.
004710     SET BL-IDX TO WS-FROM-IDX.
004720     IF TX-POINTS > BL-BALANCE(BL-IDX)
004730         MOVE "TRANSFER EXCEEDS BALANCE" TO WS-REASON
004740         GO TO 2100-EXIT
004750     END-IF.
004760     IF BL-YTD-OUT(BL-IDX) + TX-POINTS > WS-XFER-CAP
004770         MOVE "ANNUAL TRANSFER CAP EXCEEDED" TO WS-REASON
004780         GO TO 2100-EXIT
004790     END-IF.
004800     MOVE TX-TO-ID TO WS-CUST-ID.
004810     PERFORM 2500-FIND-BALANCE THRU 2500-EXIT.
004820     MOVE WS-BAL-IDX TO WS-TO-IDX.
004830     MOVE TX-FROM-ID TO WS-CUST-ID.
004840     MOVE WS-FROM-IDX TO WS-BAL-IDX.
004850     SET BL-IDX TO WS-FROM-IDX.
004860     MOVE BL-BALANCE(BL-IDX) TO WS-AUDIT-AMOUNT.
004870     MOVE WS-AUDIT-AMOUNT TO AL-OLD-VALUE.
004880     SUBTRACT TX-POINTS FROM BL-BALANCE(BL-IDX).
004890     ADD TX-POINTS TO BL-YTD-OUT(BL-IDX).
004900     MOVE "O" TO LL-TXN-TYPE.
004910     COMPUTE WS-LINE-AMOUNT = ZERO - TX-POINTS.
004920     MOVE TX-TO-ID TO LL-REF-ID.
004930     PERFORM 2800-WRITE-LEDGER THRU 2800-EXIT.
004940     PERFORM 2900-AUDIT-BALANCE THRU 2900-EXIT.
004950     MOVE TX-TO-ID TO WS-CUST-ID.
004960     MOVE WS-TO-IDX TO WS-BAL-IDX.
004970     SET BL-IDX TO WS-TO-IDX.
004980     MOVE BL-BALANCE(BL-IDX) TO WS-AUDIT-AMOUNT.
004990     MOVE WS-AUDIT-AMOUNT TO AL-OLD-VALUE.
005000     ADD TX-POINTS TO BL-BALANCE(BL-IDX).
005010     MOVE "I" TO LL-TXN-TYPE.
005020     MOVE TX-POINTS TO WS-LINE-AMOUNT.
005030     MOVE TX-FROM-ID TO LL-REF-ID.
005040     PERFORM 2800-WRITE-LEDGER THRU 2800-EXIT.
005050     PERFORM 2900-AUDIT-BALANCE THRU 2900-EXIT.
005060     ADD 1 TO WS-XFER-COUNT.
005070     ADD TX-POINTS TO WS-XFER-POINTS.
005080 2100-EXIT.
005090     EXIT.

005100*----------------------------------------------------------------
005110* 2200-POOL-JOIN - THE FROM CUSTOMER POOLS INTO THE TO CUSTOMER.
005120*                  POOLS ARE ONE LEVEL DEEP: THE MEMBER MAY NOT
005130*                  ALREADY BE POOLED OR BE SOMEONE ELSE'S HEAD,
005140*                  AND THE HEAD MAY NOT ITSELF BE POOLED. A
005141*                  MEMBER UNDER FRAUD REVIEW IS REFUSED.
005150*----------------------------------------------------------------
005160 2200-POOL-JOIN.
005170     IF TX-FROM-ID = TX-TO-ID
005180         MOVE "CANNOT POOL A CUSTOMER INTO ITSELF" TO WS-REASON
005190         GO TO 2200-EXIT
005200     END-IF.
005201     PERFORM 4500-CHECK-BLOCK THRU 4500-EXIT.
005202     IF WS-BLOCKED
005203         MOVE "ACCOUNT BLOCKED FOR FRAUD REVIEW" TO WS-REASON
005204         GO TO 2200-EXIT
005205     END-IF.
005210     PERFORM 4000-CHECK-HOUSEHOLD THRU 4000-EXIT.
005220     IF NOT WS-SAME-HOUSE
005230         MOVE "CUSTOMERS NOT IN THE SAME HOUSEHOLD" TO WS-REASON
005240         GO TO 2200-EXIT
005250     END-IF.
005260     MOVE TX-FROM-ID TO WS-CUST-ID.
005270     PERFORM 2600-FIND-MEMBER THRU 2600-EXIT.
005280     IF WS-POOL-IDX > ZERO
005290         MOVE "MEMBER IS ALREADY POOLED" TO WS-REASON
005300         GO TO 2200-EXIT
005310     END-IF.
005320     PERFORM 2700-COUNT-HEADED THRU 2700-EXIT.
005330     IF WS-HEAD-COUNT > ZERO
005340         MOVE "MEMBER IS ITSELF A POOL HEAD" TO WS-REASON
005350         GO TO 2200-EXIT
005360     END-IF.
005370     MOVE TX-TO-ID TO WS-CUST-ID.
005380     PERFORM 2600-FIND-MEMBER THRU 2600-EXIT.
005390     IF WS-POOL-IDX > ZERO
005400         MOVE "HEAD IS ITSELF POOLED" TO WS-REASON
005410         GO TO 2200-EXIT
005420     END-IF.
005430     IF WS-POOL-COUNT >= 2000
005440         MOVE "POOL TABLE FULL" TO WS-REASON
005450         GO TO 2200-EXIT
005460     END-IF.
005470     ADD 1 TO WS-POOL-COUNT.
005480     SET PL-IDX TO WS-POOL-COUNT.
005490     MOVE TX-FROM-ID TO PL-MEMBER-ID(PL-IDX).
005500     MOVE TX-TO-ID TO PL-HEAD-ID(PL-IDX).
005510     MOVE WS-RUN-CCYYMMDD TO PL-START-DATE(PL-IDX).
005520     MOVE "Y" TO PL-ACTIVE-SW(PL-IDX).
005530     MOVE TX-FROM-ID TO AL-RECORD-KEY.
005540     MOVE SPACES TO AL-OLD-VALUE.
005550     MOVE TX-TO-ID TO AL-NEW-VALUE.
005560     PERFORM 2910-AUDIT-POOL THRU 2910-EXIT.
005570     ADD 1 TO WS-JOIN-COUNT.
005580 2200-EXIT.
005590     EXIT.

005600 2300-POOL-LEAVE.
005610     MOVE TX-FROM-ID TO WS-CUST-ID.
005620     PERFORM 2600-FIND-MEMBER THRU 2600-EXIT.
005630     IF WS-POOL-IDX = ZERO
005640         MOVE "MEMBER IS NOT POOLED" TO WS-REASON
005650         GO TO 2300-EXIT
005660     END-IF.
005670     SET PL-IDX TO WS-POOL-IDX.
005680     MOVE "N" TO PL-ACTIVE-SW(PL-IDX).
005690     MOVE TX-FROM-ID TO AL-RECORD-KEY.
005700     MOVE PL-HEAD-ID(PL-IDX) TO AL-OLD-VALUE.
005710     MOVE SPACES TO AL-NEW-VALUE.
005720     PERFORM 2910-AUDIT-POOL THRU 2910-EXIT.
005730     ADD 1 TO WS-LEAVE-COUNT.
005740 2300-EXIT.
005750     EXIT.

005760*----------------------------------------------------------------
005770* 2500-FIND-BALANCE - LEAVE WS-BAL-IDX ON WS-CUST-ID'S BALANCE,
005780*                     ADDING A ZERO-BALANCE ENTRY THE FIRST TIME
005790*                     A CUSTOMER IS SEEN.
005800*----------------------------------------------------------------
005810 2500-FIND-BALANCE.
005820     MOVE ZERO TO WS-BAL-IDX.
005830     PERFORM 2510-MATCH-BALANCE THRU 2510-EXIT
005840         VARYING WS-B FROM 1 BY 1
005850         UNTIL WS-B > WS-BAL-COUNT OR WS-BAL-IDX > ZERO.
005860     IF WS-BAL-IDX > ZERO
005870         GO TO 2500-EXIT
005880     END-IF.
005890     IF WS-BAL-COUNT >= 5000
005900         DISPLAY "PTSXFER - CUSTOMERS EXCEED THE 5000-ENTRY "
005910             "BALANCE TABLE - RUN ABORTED"
005920         MOVE 16 TO RETURN-CODE
005930         STOP RUN
005940     END-IF.
005950     ADD 1 TO WS-BAL-COUNT.
005960     MOVE WS-BAL-COUNT TO WS-BAL-IDX.
005970     SET BL-IDX TO WS-BAL-IDX.
005980     MOVE WS-CUST-ID TO BL-CUST-ID(BL-IDX).
005990     MOVE ZERO TO BL-BALANCE(BL-IDX)
006000                  BL-YTD-OUT(BL-IDX).
006010 2500-EXIT.
006020     EXIT.

006030 2510-MATCH-BALANCE.
006040     IF BL-CUST-ID(WS-B) = WS-CUST-ID
006050         MOVE WS-B TO WS-BAL-IDX
006060     END-IF.
006070 2510-EXIT.
006080     EXIT.

006090 2600-FIND-MEMBER.
006100     MOVE ZERO TO WS-POOL-IDX.
006110     PERFORM 2610-MATCH-MEMBER THRU 2610-EXIT
006120         VARYING WS-P FROM 1 BY 1
006130         UNTIL WS-P > WS-POOL-COUNT OR WS-POOL-IDX > ZERO.
006140 2600-EXIT.
006150     EXIT.

006160 2610-MATCH-MEMBER.
006170     IF PL-MEMBER-ID(WS-P) = WS-CUST-ID AND PL-ACTIVE(WS-P)
006180         MOVE WS-P TO WS-POOL-IDX
006190     END-IF.
006200 2610-EXIT.
006210     EXIT.

006220 2700-COUNT-HEADED.
006230     MOVE ZERO TO WS-HEAD-COUNT.
006240     PERFORM 2710-MATCH-HEAD THRU 2710-EXIT
006250         VARYING WS-P FROM 1 BY 1
006260         UNTIL WS-P > WS-POOL-COUNT.
006270 2700-EXIT.
006280     EXIT.

006290 2710-MATCH-HEAD.
006300     IF PL-HEAD-ID(WS-P) = WS-CUST-ID AND PL-ACTIVE(WS-P)
006310         ADD 1 TO WS-HEAD-COUNT
006320     END-IF.
006330 2710-EXIT.
006340     EXIT.

006350*----------------------------------------------------------------
006360* 2800-WRITE-LEDGER - ONE LEDGER LINE FOR WS-CUST-ID IN THE
006370*                     POINTLDG LAYOUT, TYPE AND COUNTERPARTY SET
006380*                     BY THE CALLER, BALANCE AFTER THE POSTING.
006390*----------------------------------------------------------------
006400 2800-WRITE-LEDGER.
006410     MOVE WS-CUST-ID TO LL-CUST-ID.
006420     MOVE WS-RUN-CCYYMMDD TO LL-DATE.
006430     MOVE WS-LINE-AMOUNT TO LL-AMOUNT-OUT.
006440     SET BL-IDX TO WS-BAL-IDX.
006450     MOVE BL-BALANCE(BL-IDX) TO LL-BALANCE.
006460     WRITE POINTLDG-REC FROM WS-LEDGER-LINE.
006470 2800-EXIT.
006480     EXIT.

006490 2900-AUDIT-BALANCE.
006500     MOVE WS-CUST-ID TO AL-RECORD-KEY.
006510     MOVE BL-BALANCE(BL-IDX) TO WS-AUDIT-AMOUNT.
006520     MOVE WS-AUDIT-AMOUNT TO AL-NEW-VALUE.
006530     MOVE "PTS BALANCE" TO AL-FIELD-NAME.
006540     PERFORM 2990-CALL-AUDIT THRU 2990-EXIT.
006550 2900-EXIT.
006560     EXIT.

006570 2910-AUDIT-POOL.
006580     MOVE "POOL HEAD" TO AL-FIELD-NAME.
006590     PERFORM 2990-CALL-AUDIT THRU 2990-EXIT.
006600 2910-EXIT.
006610     EXIT.

006620 2950-WRITE-REJECT.
006630     ADD 1 TO WS-REJECT-COUNT.
006640     MOVE "PTSXFER" TO RJ-SOURCE-PROGRAM.
006650     MOVE TX-FROM-ID TO RJ-RECORD-KEY.
006660     MOVE WS-REASON TO RJ-REASON-CODE.
006670     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006680         INTO RJ-REJECT-TIMESTAMP.
006690     WRITE PTSXFREJ-REC FROM RJ-REJECT-RECORD.
006700 2950-EXIT.
006710     EXIT.

006720 2990-CALL-AUDIT.
006730     MOVE "WRITE" TO AL-ACTION.
006740     MOVE "PTSXFER" TO AL-SOURCE-PROGRAM.
006750     MOVE TX-OPERATOR-ID TO AL-OPERATOR-ID.
006760     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006770         INTO AL-TIMESTAMP.
006780     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006790 2990-EXIT.
006800     EXIT.

006810*----------------------------------------------------------------
006820* 3000-FINALIZE - WRITE THE BALANCE MASTER AND THE POOL FILE
006830*                 BACK (ENDED POOLS DROP OFF), CLOSE THE LEDGER,
006840*                 AND PRINT THE RUN TOTALS.
006850*----------------------------------------------------------------
006860 3000-FINALIZE.
006870     OPEN OUTPUT PTSBAL.
006880     PERFORM 3100-SAVE-ONE-BAL THRU 3100-EXIT
006890         VARYING WS-B FROM 1 BY 1
006900         UNTIL WS-B > WS-BAL-COUNT.
006910     CLOSE PTSBAL.
006920     OPEN OUTPUT PTSPOOL.
006930     PERFORM 3200-SAVE-ONE-POOL THRU 3200-EXIT
006940         VARYING WS-P FROM 1 BY 1
006950         UNTIL WS-P > WS-POOL-COUNT.
006960     CLOSE PTSPOOL.
006970     WRITE PTSXFRPT-REC FROM WS-BLANK-LINE.
006980     MOVE WS-XFER-COUNT TO SL-XFER-COUNT.
006990     MOVE WS-XFER-POINTS TO SL-XFER-POINTS.
007000     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
007010     WRITE PTSXFRPT-REC FROM WS-SUMMARY-LINE-1.
007020     MOVE WS-JOIN-COUNT TO SL-JOIN-COUNT.
007030     MOVE WS-LEAVE-COUNT TO SL-LEAVE-COUNT.
007040     WRITE PTSXFRPT-REC FROM WS-SUMMARY-LINE-2.
007050     MOVE "CLOSE" TO AL-ACTION.
007060     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007070     CLOSE PTSXFRT
007080           POINTLDG
007090           PTSXFREJ
007100           PTSXFRPT.
007110 3000-EXIT.
007120     EXIT.

007130 3100-SAVE-ONE-BAL.
007140     MOVE SPACES TO PTSBAL-REC.
007150     MOVE BL-CUST-ID(WS-B) TO PB-CUST-ID.
007160     MOVE BL-BALANCE(WS-B) TO PB-BALANCE.
007170     WRITE PTSBAL-REC.
007180 3100-EXIT.
007190     EXIT.

007200 3200-SAVE-ONE-POOL.
007210     IF NOT PL-ACTIVE(WS-P)
007220         GO TO 3200-EXIT
007230     END-IF.
007240     MOVE SPACES TO PTSPOOL-REC.
007250     MOVE PL-MEMBER-ID(WS-P) TO PP-MEMBER-ID.
007260     MOVE PL-HEAD-ID(WS-P) TO PP-HEAD-ID.
007270     MOVE PL-START-DATE(WS-P) TO PP-START-DATE.
007280     WRITE PTSPOOL-REC.
007290 3200-EXIT.
007300     EXIT.

007310*----------------------------------------------------------------
007320* 4000-CHECK-HOUSEHOLD - TWO CUSTOMERS SHARE A HOUSEHOLD WHEN
007330*                        CUSTPOLX LINKS THEM BOTH TO ONE POLICY.
007340*----------------------------------------------------------------
007350 4000-CHECK-HOUSEHOLD.
007360     MOVE "N" TO WS-SAME-HOUSE-SW.
007370     PERFORM 4100-TRY-FROM-ROW THRU 4100-EXIT
007380         VARYING WS-X FROM 1 BY 1
007390         UNTIL WS-X > WS-XREF-COUNT OR WS-SAME-HOUSE.
007400 4000-EXIT.
007410     EXIT.

007420 4100-TRY-FROM-ROW.
007430     IF XT-CUST-ID(WS-X) NOT = TX-FROM-ID
007440         GO TO 4100-EXIT
007450     END-IF.
007460     PERFORM 4110-TRY-TO-ROW THRU 4110-EXIT
007470         VARYING WS-Y FROM 1 BY 1
007480         UNTIL WS-Y > WS-XREF-COUNT OR WS-SAME-HOUSE.
007490 4100-EXIT.
007500     EXIT.

007510 4110-TRY-TO-ROW.
007520     IF XT-CUST-ID(WS-Y) = TX-TO-ID
007530             AND XT-POLICY-ID(WS-Y) = XT-POLICY-ID(WS-X)
007540         MOVE "Y" TO WS-SAME-HOUSE-SW
007550     END-IF.
007560 4110-EXIT.
007570     EXIT.

007571*----------------------------------------------------------------
007572* 4500-CHECK-BLOCK - IS THE FROM CUSTOMER UNDER FRAUD REVIEW.
007573*----------------------------------------------------------------
007574 4500-CHECK-BLOCK.
007575     MOVE "N" TO WS-BLOCKED-SW.
007576     PERFORM 4510-MATCH-BLOCK THRU 4510-EXIT
007577         VARYING WS-K FROM 1 BY 1
007578         UNTIL WS-K > WS-BLOCK-COUNT OR WS-BLOCKED.
007579 4500-EXIT.
00757A     EXIT.

00757B 4510-MATCH-BLOCK.
00757C     IF BK-CUST-ID(WS-K) = TX-FROM-ID
00757D         MOVE "Y" TO WS-BLOCKED-SW
00757E     END-IF.
00757F 4510-EXIT.
00757G     EXIT.

007580 8000-READ-CARD.
007590     READ PTSXFRT
007600         AT END
007610             SET WS-EOF TO TRUE
007620     END-READ.
007630 8000-EXIT.
007640     EXIT.
