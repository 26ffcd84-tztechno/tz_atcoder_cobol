000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. UWAPPLY.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. UNDERWRITING DECISION APPLY
000110*                  AND REFERRAL AGING. POLINTAK QUEUES ON UWREFER
000120*                  EVERY APPLICATION OUTSIDE ITS AUTO-ACCEPT
000130*                  LIMITS. UWDECIS CARRIES THE UNDERWRITERS'
000140*                  DECISIONS, ONE PER REFERRAL: A = ACCEPT, D =
000150*                  DECLINE, L = ACCEPT WITH A LOADING PERCENT OF
000160*                  THE RATING ADDED TO THE BASE RATE. AN ACCEPTED
000170*                  APPLICATION IS LOADED EXACTLY AS POLINTAK LOADS
000180*                  A CLEAN ONE - NEXT ID OFF THE IDNEW POOL,
000190*                  NAMEMSTR, POLMAST (EFFECTIVE THE DECISION DATE)
000200*                  AND CUSTPOLX - AFTER THE AGENT PASSES AGTLICCK
000210*                  AGAIN. EVERY DECISION IS AUDIT-LOGGED UNDER THE
000220*                  UNDERWRITER'S ID, WHO MUST HOLD THE "UWDECIDE"
000230*                  FUNCTION ON OPERAUTH. A DECISION THAT CANNOT
000240*                  BE APPLIED REJECTS TO UWAPREJ AND ITS REFERRAL
000250*                  STAYS QUEUED. UWREFER IS REWRITTEN WITH THE
000260*                  UNDECIDED REFERRALS, EACH PRINTED WITH ITS AGE
000270*                  IN DAYS; ONE OLDER THAN THE BIZPARM UWREFERAGE
000280*                  LIMIT (DEFAULT 10 DAYS) IS ALSO WRITTEN TO
000290*                  UWAPREJ SO IT SHOWS ON THE DAYEXCP MORNING
000300*                  EXCEPTIONS REPORT.
000302* 10/15/2026  RO   EACH ACCEPTED REFERRAL IS QUEUED ON DECQUEUE SO
000304*                  DECPRINT PRINTS ITS NEW BUSINESS DECLARATIONS.
000306* 10/15/2026  RO   EACH ACCEPTED POLICY NOW CARRIES ITS TERM
000307*                  PREMIUM ON POLMAST (CARVED FROM FILLER),
000308*                  CAPTURED FROM THE LOADED RATES AT INCEPTION.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM.
000350 OBJECT-COMPUTER. IBM.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT UWDECIS ASSIGN TO "UWDECIS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DEC-STATUS.
000410     SELECT UWREFER ASSIGN TO "UWREFER"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-UWR-STATUS.
000440     SELECT IDNEW ASSIGN TO "IDNEW"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-IDNEW-STATUS.
000470     SELECT BIZPARM ASSIGN TO "BIZPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000500     SELECT OPERAUTH ASSIGN TO "OPERAUTH"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUTH-STATUS.
000530     SELECT POLMAST ASSIGN TO "POLMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS PM-POLICY-ID
000570         FILE STATUS IS WS-POL-STATUS.
000580     SELECT NAMEMSTR ASSIGN TO "NAMEMSTR"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS NM-IN-KEY
000620         FILE STATUS IS WS-NAM-STATUS.
000630     SELECT CUSTPOLX ASSIGN TO "CUSTPOLX"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-XREF-STATUS.
000660     SELECT UWAPREJ ASSIGN TO "UWAPREJ"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT UWAPRPT ASSIGN TO "UWAPRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000692     SELECT DECQUEUE ASSIGN TO "DECQUEUE"
000694         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS WS-DQ-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  UWDECIS
000730     RECORDING MODE IS F.
000740 01  UWDECIS-REC.
000750     05  UD-REFER-NO              PIC X(10).
000760     05  FILLER                   PIC X(01).
000770     05  UD-DECISION              PIC X(01).
000780         88  UD-ACCEPT                      VALUE "A".
000790         88  UD-DECLINE                     VALUE "D".
000800         88  UD-ACCEPT-LOADED               VALUE "L".
000810     05  FILLER                   PIC X(01).
000820     05  UD-LOADING-PCT           PIC 9(03).
000830     05  FILLER                   PIC X(01).
000840     05  UD-UNDERWRITER           PIC X(08).
000850     05  FILLER                   PIC X(55).

000860 FD  UWREFER
000870     RECORDING MODE IS F.
000880 01  UWREFER-REC.
000890     05  UR-REFER-NO              PIC X(10).
000900     05  FILLER                   PIC X(01).
000910     05  UR-REFER-DATE            PIC 9(06).
000920     05  FILLER                   PIC X(01).
000930     05  UR-REASON                PIC X(20).
000940     05  FILLER                   PIC X(01).
000950     05  UR-APPLICATION           PIC X(80).

000960 FD  IDNEW
000970     RECORDING MODE IS F.
000980 01  IDNEW-REC                    PIC X(40).

000990 FD  BIZPARM
001000     RECORDING MODE IS F.
001010 01  BIZPARM-REC                  PIC X(80).

001020 FD  OPERAUTH
001030     RECORDING MODE IS F.
001040 01  OPERAUTH-REC.
001050     05  OA-OPERATOR-ID           PIC X(08).
001060     05  FILLER                   PIC X(01).
001070     05  OA-FUNCTION              PIC X(08).
001080     05  FILLER                   PIC X(63).

001090 FD  POLMAST.
001100 01  POLMAST-REC.
001110     05  PM-POLICY-ID             PIC X(10).
001120     05  FILLER                   PIC X(01).
001130     05  PM-BASE-RATE             PIC 9(04).
001140     05  FILLER                   PIC X(01).
001150     05  PM-RISK-FACTOR-1         PIC 9(04).
001160     05  FILLER                   PIC X(01).
001170     05  PM-RISK-FACTOR-2         PIC 9(04).
001180     05  FILLER                   PIC X(01).
001190     05  PM-STATUS                PIC X(01).
001200     05  FILLER                   PIC X(01).
001210     05  PM-LAPSE-DATE            PIC X(06).
001220     05  FILLER                   PIC X(01).
001230     05  PM-PAY-PLAN              PIC X(01).
001240     05  FILLER                   PIC X(01).
001250     05  PM-DEBIT-AUTH            PIC X(01).
001260     05  FILLER                   PIC X(01).
001270     05  PM-AGENT-ID              PIC X(06).
001280     05  FILLER                   PIC X(01).
001290     05  PM-EFF-DATE              PIC X(06).
001300     05  FILLER                   PIC X(01).
00130A     05  PM-TERM-PREMIUM          PIC 9(05).
00130B     05  FILLER                   PIC X(22).

001310 FD  NAMEMSTR.
001320 01  NAMEMSTR-REC.
001330     05  NM-IN-KEY                PIC X(20).
001340     05  NM-NAME-DATA             PIC X(60).

001350 FD  CUSTPOLX
001360     RECORDING MODE IS F.
001370 01  CUSTPOLX-REC.
001380     05  XR-POLICY-ID             PIC X(10).
001390     05  FILLER                   PIC X(01).
001400     05  XR-CUST-ID               PIC X(10).
001410     05  FILLER                   PIC X(59).

001420 FD  UWAPREJ
001430     RECORDING MODE IS F.
001440 01  UWAPREJ-REC                  PIC X(80).

001450 FD  UWAPRPT
001460     RECORDING MODE IS F.
001470 01  UWAPRPT-REC                  PIC X(80).

001471 FD  DECQUEUE
001472     RECORDING MODE IS F.
001473 01  DECQUEUE-REC.
001474     05  DQ-POLICY-ID             PIC X(10).
001475     05  FILLER                   PIC X(01).
001476     05  DQ-DOC-TYPE              PIC X(01).
001477     05  FILLER                   PIC X(01).
001478     05  DQ-QUEUE-DATE            PIC 9(06).
001479     05  FILLER                   PIC X(61).

001480 WORKING-STORAGE SECTION.
001490 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001500     88  WS-EOF                             VALUE "Y".
001510 77  WS-DEC-STATUS                PIC X(02) VALUE SPACES.
001520 77  WS-UWR-STATUS                PIC X(02) VALUE SPACES.
001530 77  WS-IDNEW-STATUS              PIC X(02) VALUE SPACES.
001540 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001550 77  WS-AUTH-STATUS               PIC X(02) VALUE SPACES.
001560 77  WS-POL-STATUS                PIC X(02) VALUE SPACES.
001570 77  WS-NAM-STATUS                PIC X(02) VALUE SPACES.
001580 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
001585 77  WS-DQ-STATUS                 PIC X(02) VALUE SPACES.
001590 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001600 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001610 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001620 77  WS-RUN-INT                   PIC 9(07) VALUE ZERO.
001630 77  WS-AGE-LIMIT                 PIC 9(04) VALUE 10.
001640 77  WS-AGE-DAYS                  PIC 9(05) VALUE ZERO.
001650 77  WS-I                         PIC 9(05) COMP.
001660 77  WS-AU                        PIC 9(03) COMP.
001670 77  WS-AUTHORIZED-SW             PIC X(01) VALUE "N".
001680     88  WS-AUTHORIZED                      VALUE "Y".
001690 77  WS-REFER-IDX                 PIC 9(05) VALUE ZERO COMP.
001700 77  WS-NEXT-ID                   PIC 9(05) VALUE ZERO COMP.
001710 77  WS-RATING                    PIC 9(05) VALUE ZERO.
001720 77  WS-LOADED-BASE               PIC 9(06) VALUE ZERO.
001730 77  WS-NEW-VALUE                 PIC X(12) VALUE SPACES.
001740 77  WS-DECISION-COUNT            PIC 9(05) VALUE ZERO COMP.
001750 77  WS-ACCEPT-COUNT              PIC 9(05) VALUE ZERO COMP.
001760 77  WS-DECLINE-COUNT             PIC 9(05) VALUE ZERO COMP.
001770 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001780 77  WS-PENDING-COUNT             PIC 9(05) VALUE ZERO COMP.
001790 77  WS-OVERDUE-COUNT             PIC 9(05) VALUE ZERO COMP.

001800 01  WS-APPL-WORK.
001810     05  AP-NAME                  PIC X(30).
001820     05  FILLER                   PIC X(01).
001830     05  AP-BASE-RATE             PIC X(04).
001840     05  FILLER                   PIC X(01).
001850     05  AP-RISK-FACTOR-1         PIC X(04).
001860     05  FILLER                   PIC X(01).
001870     05  AP-RISK-FACTOR-2         PIC X(04).
001880     05  FILLER                   PIC X(01).
001890     05  AP-AGENT-ID              PIC X(06).
001900     05  FILLER                   PIC X(28).

001910 01  WS-REFER-TABLE.
001920     05  WS-REFER-COUNT           PIC 9(05) VALUE ZERO COMP.
001930     05  RQ-ENTRY OCCURS 500 TIMES
001940                  INDEXED BY RQ-IDX.
001950         10  RQ-REFER-NO          PIC X(10).
001960         10  RQ-REFER-DATE        PIC 9(06).
001970         10  RQ-REASON            PIC X(20).
001980         10  RQ-APPLICATION       PIC X(80).
001990         10  RQ-DECIDED-SW        PIC X(01).
002000             88  RQ-DECIDED                 VALUE "Y".

002010 01  WS-ID-POOL.
002020     05  WS-ID-COUNT              PIC 9(05) VALUE ZERO COMP.
002030     05  ID-ENTRY OCCURS 2000 TIMES
002040                  INDEXED BY ID-IDX.
002050         10  ID-VALUE             PIC X(40).

002060 01  WS-AUTH-TABLE.
002070     05  WS-AUTH-COUNT            PIC 9(03) VALUE ZERO COMP.
002080     05  AU-ENTRY OCCURS 200 TIMES
002090                  INDEXED BY AU-IDX.
002100         10  AU-OPERATOR-ID       PIC X(08).
002110         10  AU-FUNCTION          PIC X(08).

002120 COPY AUDTLINK.
002130 COPY REJECTREC.
002140 COPY RPTHDR.
002150 COPY AGTLLINK.
002160 COPY DATXLINK.
002170 COPY PARMCTL.

002180 01  WS-TITLE-LINE.
002190     05  FILLER                  PIC X(36) VALUE
002200         "UNDERWRITING DECISIONS AND REFERRALS".
002210     05  FILLER                  PIC X(44) VALUE SPACES.

002220 01  WS-DECISION-HDG-LINE.
002230     05  FILLER                  PIC X(25) VALUE
002240         "DECISIONS APPLIED".
002250     05  FILLER                  PIC X(55) VALUE SPACES.

002260 01  WS-DETAIL-LINE.
002270     05  DL-REFER-NO              PIC X(10).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  DL-NAME                  PIC X(30).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  DL-VERDICT               PIC X(12).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  DL-POLICY-ID             PIC X(10).
002340     05  FILLER                  PIC X(12) VALUE SPACES.

002350 01  WS-PENDING-HDG-LINE.
002360     05  FILLER                  PIC X(25) VALUE
002370         "REFERRALS PENDING".
002380     05  FILLER                  PIC X(55) VALUE SPACES.

002390 01  WS-PENDING-COL-LINE.
002400     05  FILLER                  PIC X(44) VALUE
002410         "REFERRAL   REFERRED APPLICANT".
002420     05  FILLER                  PIC X(36) VALUE
002430         " REASON                AGE".

002440 01  WS-PENDING-LINE.
002450     05  PL-REFER-NO              PIC X(10).
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  PL-REFER-DATE            PIC 9(06).
002480     05  FILLER                  PIC X(03) VALUE SPACES.
002490     05  PL-NAME                  PIC X(24).
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  PL-REASON                PIC X(20).
002520     05  FILLER                  PIC X(01) VALUE SPACES.
002530     05  PL-AGE                   PIC ZZZ9.
002540     05  FILLER                  PIC X(01) VALUE SPACES.
002550     05  PL-FLAG                  PIC X(07).
002560     05  FILLER                  PIC X(02) VALUE SPACES.

002570 01  WS-SUMMARY-LINE.
002580     05  FILLER                  PIC X(11) VALUE "DECISIONS: ".
002590     05  SL-DECISION-COUNT        PIC ZZZZ9.
002600     05  FILLER                  PIC X(12) VALUE "  ACCEPTED: ".
002610     05  SL-ACCEPT-COUNT          PIC ZZZZ9.
002620     05  FILLER                  PIC X(12) VALUE "  DECLINED: ".
002630     05  SL-DECLINE-COUNT         PIC ZZZZ9.
002640     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
002650     05  SL-REJECT-COUNT          PIC ZZZZ9.
002660     05  FILLER                  PIC X(13) VALUE SPACES.

002670 01  WS-PENDING-SUMMARY-LINE.
002680     05  FILLER                  PIC X(11) VALUE "PENDING:   ".
002690     05  SL-PENDING-COUNT         PIC ZZZZ9.
002700     05  FILLER                  PIC X(12) VALUE "  OVERDUE:  ".
002710     05  SL-OVERDUE-COUNT         PIC ZZZZ9.
002720     05  FILLER                  PIC X(14) VALUE "  AGE LIMIT: ".
002730     05  SL-AGE-LIMIT             PIC ZZZ9.
002740     05  FILLER                  PIC X(29) VALUE " DAYS".

002750 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002760 PROCEDURE DIVISION.
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     PERFORM 2000-APPLY-ONE THRU 2000-EXIT
002800         UNTIL WS-EOF.
002810     PERFORM 3000-PRINT-PENDING THRU 3000-EXIT.
002820     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002830     STOP RUN.

002840*----------------------------------------------------------------
002850* 1000-INITIALIZE - LOAD THE AGE LIMIT, THE UNDERWRITING
002860*                   AUTHORITY, THE ID POOL AND THE REFERRAL
002870*                   QUEUE, AND OPEN THE MASTERS FOR UPDATE THE
002880*                   WAY POLINTAK DOES. NO UWDECIS MEANS NO
002890*                   DECISIONS TODAY - THE QUEUE IS STILL AGED
002900*                   AND REPORTED.
002910*----------------------------------------------------------------
002920 1000-INITIALIZE.
002930     ACCEPT WS-RUN-DATE FROM DATE.
002940     ACCEPT WS-RUN-TIME FROM TIME.
002950     MOVE "EXPND" TO DX-ACTION.
002960     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002970     CALL "DATEXPND" USING DATEXPND-PARMS.
002980     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002990     COMPUTE WS-RUN-INT =
003000         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
003010     OPEN OUTPUT UWAPRPT
003020          OUTPUT UWAPREJ.
003030     MOVE "UWAPPLY" TO RH-PROGRAM-ID.
003040     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003050     MOVE WS-RUN-TIME TO RH-RUN-ID.
003060     MOVE 1 TO RH-PAGE-NUMBER.
003070     WRITE UWAPRPT-REC FROM RH-REPORT-HEADER.
003080     WRITE UWAPRPT-REC FROM WS-TITLE-LINE.
003090     WRITE UWAPRPT-REC FROM WS-BLANK-LINE.
003100     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
003110     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
003120     PERFORM 1300-LOAD-ID-POOL THRU 1300-EXIT.
003130     PERFORM 1400-LOAD-REFERRALS THRU 1400-EXIT.
003140     OPEN I-O POLMAST.
003150     IF WS-POL-STATUS = "35"
003160         OPEN OUTPUT POLMAST
003170         CLOSE POLMAST
003180         OPEN I-O POLMAST
003190     END-IF.
003200     IF WS-POL-STATUS NOT = "00"
003210         DISPLAY "UWAPPLY - POLMAST OPEN FAILED, STATUS "
003220             WS-POL-STATUS " - RUN ABORTED"
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     OPEN I-O NAMEMSTR.
003270     IF WS-NAM-STATUS = "35"
003280         OPEN OUTPUT NAMEMSTR
003290         CLOSE NAMEMSTR
003300         OPEN I-O NAMEMSTR
003310     END-IF.
003320     IF WS-NAM-STATUS NOT = "00"
003330         DISPLAY "UWAPPLY - NAMEMSTR OPEN FAILED, STATUS "
003340             WS-NAM-STATUS " - RUN ABORTED"
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     OPEN EXTEND CUSTPOLX.
003390     IF WS-XREF-STATUS = "35"
003400         OPEN OUTPUT CUSTPOLX
003410     END-IF.
003412     OPEN EXTEND DECQUEUE.
003414     IF WS-DQ-STATUS = "35"
003416         OPEN OUTPUT DECQUEUE
003418     END-IF.
003420     WRITE UWAPRPT-REC FROM WS-DECISION-HDG-LINE.
003430     OPEN INPUT UWDECIS.
003440     IF WS-DEC-STATUS NOT = "00"
003450         SET WS-EOF TO TRUE
003460     END-IF.
003470 1000-EXIT.
003480     EXIT.

003490*----------------------------------------------------------------
003500* 1100-SCAN-PARMS - THE NUMBER OF DAYS A REFERRAL MAY WAIT FOR A
003510*                   DECISION BEFORE IT IS AN EXCEPTION. NO
003520*                   BIZPARM OR NO UWREFERAGE CARD KEEPS THE
003530*                   DEFAULT OF 10.
003540*----------------------------------------------------------------
003550 1100-SCAN-PARMS.
003560     OPEN INPUT BIZPARM.
003570     IF WS-PARM-STATUS NOT = "00"
003580         GO TO 1100-EXIT
003590     END-IF.
003600     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003610         UNTIL WS-EOF.
003620     CLOSE BIZPARM.
003630     MOVE "N" TO WS-EOF-SW.
003640 1100-EXIT.
003650     EXIT.

003660 1110-SCAN-ONE-PARM.
003670     READ BIZPARM
003680         AT END
003690             SET WS-EOF TO TRUE
003700         NOT AT END
003710             MOVE BIZPARM-REC TO PC-PARM-RECORD
003720             IF PC-PARM-NAME = "UWREFERAGE"
003730                     AND PC-PARM-VALUE > ZERO
003740                 MOVE PC-PARM-VALUE TO WS-AGE-LIMIT
003750             END-IF
003760     END-READ.
003770 1110-EXIT.
003780     EXIT.

003790*----------------------------------------------------------------
003800* 1200-LOAD-AUTHORITY - THE OPERATOR-AUTHORITY FILE. ONLY AN
003810*                       UNDERWRITER HOLDING "UWDECIDE" MAY DECIDE
003820*                       A REFERRAL. NO FILE MEANS NOBODY IS
003830*                       AUTHORIZED AND EVERY DECISION REJECTS.
003840*----------------------------------------------------------------
003850 1200-LOAD-AUTHORITY.
003860     OPEN INPUT OPERAUTH.
003870     IF WS-AUTH-STATUS NOT = "00"
003880         GO TO 1200-EXIT
003890     END-IF.
003900     PERFORM 1210-LOAD-ONE-AUTHORITY THRU 1210-EXIT
003910         UNTIL WS-EOF.
003920     CLOSE OPERAUTH.
003930     MOVE "N" TO WS-EOF-SW.
003940 1200-EXIT.
003950     EXIT.

003960 1210-LOAD-ONE-AUTHORITY.
003970     READ OPERAUTH
003980         AT END
003990             SET WS-EOF TO TRUE
004000         NOT AT END
004010             IF WS-AUTH-COUNT < 200
004020                 ADD 1 TO WS-AUTH-COUNT
004030                 SET AU-IDX TO WS-AUTH-COUNT
004040                 MOVE OA-OPERATOR-ID
004050                     TO AU-OPERATOR-ID(AU-IDX)
004060                 MOVE OA-FUNCTION TO AU-FUNCTION(AU-IDX)
004070             END-IF
004080     END-READ.
004090 1210-EXIT.
004100     EXIT.

004110 1300-LOAD-ID-POOL.
004120     OPEN INPUT IDNEW.
004130     IF WS-IDNEW-STATUS NOT = "00"
004140         GO TO 1300-EXIT
004150     END-IF.
004160     PERFORM 1310-LOAD-ONE-ID THRU 1310-EXIT
004170         UNTIL WS-EOF.
004180     CLOSE IDNEW.
004190     MOVE "N" TO WS-EOF-SW.
004200 1300-EXIT.
004210     EXIT.

004220 1310-LOAD-ONE-ID.
004230     READ IDNEW
004240         AT END
004250             SET WS-EOF TO TRUE
004260         NOT AT END
004270             IF WS-ID-COUNT < 2000
004280                 ADD 1 TO WS-ID-COUNT
004290                 SET ID-IDX TO WS-ID-COUNT
004300                 MOVE IDNEW-REC TO ID-VALUE(ID-IDX)
004310             END-IF
004320     END-READ.
004330 1310-EXIT.
004340     EXIT.

004350*----------------------------------------------------------------
004360* 1400-LOAD-REFERRALS - THE WHOLE QUEUE IS HELD IN STORAGE AND
004370*                       WRITTEN BACK WITHOUT THE DECIDED ONES AT
004380*                       FINALIZE. A QUEUE TOO BIG FOR THE TABLE
004390*                       STOPS THE RUN RATHER THAN LOSE REFERRALS.
004400*----------------------------------------------------------------
004410 1400-LOAD-REFERRALS.
004420     OPEN INPUT UWREFER.
004430     IF WS-UWR-STATUS NOT = "00"
004440         GO TO 1400-EXIT
004450     END-IF.
004460     PERFORM 1410-LOAD-ONE-REFERRAL THRU 1410-EXIT
004470         UNTIL WS-EOF.
004480     CLOSE UWREFER.
004490     MOVE "N" TO WS-EOF-SW.
004500 1400-EXIT.
004510     EXIT.

004520 1410-LOAD-ONE-REFERRAL.
004530     READ UWREFER
004540         AT END
004550             SET WS-EOF TO TRUE
004560             GO TO 1410-EXIT
004570     END-READ.
004580     IF WS-REFER-COUNT >= 500
004590         DISPLAY "UWAPPLY - UWREFER EXCEEDS THE 500-"
004600             "REFERRAL TABLE - RUN ABORTED"
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640     ADD 1 TO WS-REFER-COUNT.
004650     SET RQ-IDX TO WS-REFER-COUNT.
004660     MOVE UR-REFER-NO TO RQ-REFER-NO(RQ-IDX).
004670     MOVE UR-REFER-DATE TO RQ-REFER-DATE(RQ-IDX).
004680     MOVE UR-REASON TO RQ-REASON(RQ-IDX).
004690     MOVE UR-APPLICATION TO RQ-APPLICATION(RQ-IDX).
004700     MOVE "N" TO RQ-DECIDED-SW(RQ-IDX).
004710 1410-EXIT.
004720     EXIT.

004730*----------------------------------------------------------------
004740* 2000-APPLY-ONE - CHECK THE UNDERWRITER'S AUTHORITY, FIND THE
004750*                  REFERRAL STILL OPEN ON THE QUEUE, AND APPLY
004760*                  THE DECISION. ANYTHING THAT CANNOT BE APPLIED
004770*                  REJECTS AND LEAVES THE REFERRAL QUEUED.
004780*----------------------------------------------------------------
004790 2000-APPLY-ONE.
004800     READ UWDECIS
004810         AT END
004820             SET WS-EOF TO TRUE
004830             GO TO 2000-EXIT
004840     END-READ.
004850     ADD 1 TO WS-DECISION-COUNT.
004860     MOVE SPACES TO WS-APPL-WORK.
004870     MOVE SPACES TO DL-POLICY-ID.
004880     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
004890     IF NOT WS-AUTHORIZED
004900         MOVE "UNDERWRITER NOT AUTHORIZED FOR UWDECIDE"
004910             TO RJ-REASON-CODE
004920         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004930         GO TO 2000-EXIT
004940     END-IF.
004950     MOVE ZERO TO WS-REFER-IDX.
004960     PERFORM 2200-MATCH-REFERRAL THRU 2200-EXIT
004970         VARYING WS-I FROM 1 BY 1
004980         UNTIL WS-I > WS-REFER-COUNT OR WS-REFER-IDX > ZERO.
004990     IF WS-REFER-IDX = ZERO
005000         MOVE "REFERRAL NOT PENDING ON UWREFER"
005010             TO RJ-REASON-CODE
005020         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005030         GO TO 2000-EXIT
005040     END-IF.
005050     SET RQ-IDX TO WS-REFER-IDX.
005060     MOVE RQ-APPLICATION(RQ-IDX) TO WS-APPL-WORK.
005070     IF UD-DECLINE
005080         PERFORM 2400-DECLINE THRU 2400-EXIT
005090         GO TO 2000-EXIT
005100     END-IF.
005110     IF UD-ACCEPT-LOADED
005120         IF UD-LOADING-PCT IS NOT NUMERIC
005130                 OR UD-LOADING-PCT = ZERO
005140             MOVE "LOADING PERCENT MISSING" TO RJ-REASON-CODE
005150             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005160             GO TO 2000-EXIT
005170         END-IF
005180     END-IF.
005190     IF UD-ACCEPT OR UD-ACCEPT-LOADED
005200         PERFORM 2300-ACCEPT THRU 2300-EXIT
005210         GO TO 2000-EXIT
005220     END-IF.
005230     MOVE "UNRECOGNIZED DECISION CODE" TO RJ-REASON-CODE.
005240     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
005250 2000-EXIT.
005260     EXIT.

005270 2100-CHECK-AUTHORITY.
005280     MOVE "N" TO WS-AUTHORIZED-SW.
005290     PERFORM 2110-MATCH-AUTHORITY THRU 2110-EXIT
005300         VARYING WS-AU FROM 1 BY 1
005310         UNTIL WS-AU > WS-AUTH-COUNT OR WS-AUTHORIZED.
005320 2100-EXIT.
005330     EXIT.

005340 2110-MATCH-AUTHORITY.
005350     IF AU-OPERATOR-ID(WS-AU) = UD-UNDERWRITER
005360             AND AU-FUNCTION(WS-AU) = "UWDECIDE"
005370         SET WS-AUTHORIZED TO TRUE
005380     END-IF.
005390 2110-EXIT.
005400     EXIT.

005410 2200-MATCH-REFERRAL.
005420     SET RQ-IDX TO WS-I.
005430     IF RQ-REFER-NO(RQ-IDX) = UD-REFER-NO
005440             AND NOT RQ-DECIDED(RQ-IDX)
005450         MOVE WS-I TO WS-REFER-IDX
005460     END-IF.
005470 2200-EXIT.
005480     EXIT.

005490*----------------------------------------------------------------
005500* 2300-ACCEPT - LOAD THE APPLICATION THE WAY POLINTAK LOADS A
005510*               CLEAN ONE. WITH A LOADING, THE LOADING PERCENT OF
005520*               THE COMBINED RATING IS ADDED TO THE BASE RATE SO
005530*               THE EXTRA PREMIUM FLOWS THROUGH EVERY JOB THAT
005540*               RATES FROM POLMAST. THE AGENT IS RE-CHECKED AS OF
005550*               TODAY - A LICENSE CAN LAPSE IN THE QUEUE.
005560*----------------------------------------------------------------
005570 2300-ACCEPT.
005580     COMPUTE WS-RATING =
005590         FUNCTION NUMVAL(AP-BASE-RATE)
005600         + FUNCTION NUMVAL(AP-RISK-FACTOR-1)
005610         + FUNCTION NUMVAL(AP-RISK-FACTOR-2).
005620     MOVE FUNCTION NUMVAL(AP-BASE-RATE) TO WS-LOADED-BASE.
005630     IF UD-ACCEPT-LOADED
005640         COMPUTE WS-LOADED-BASE ROUNDED = WS-LOADED-BASE
005650             + WS-RATING * UD-LOADING-PCT / 100
005660     END-IF.
005670     IF WS-LOADED-BASE > 9999
005680         MOVE "LOADED BASE RATE TOO LARGE" TO RJ-REASON-CODE
005690         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005700         GO TO 2300-EXIT
005710     END-IF.
005720     IF AP-AGENT-ID NOT = SPACES
005730         MOVE "CHECK" TO LC-ACTION
005740         MOVE AP-AGENT-ID TO LC-AGENT-ID
005750         MOVE WS-RUN-CCYYMMDD TO LC-AS-OF-DATE
005760         CALL "AGTLICCK" USING AGTLICCK-PARMS
005770         IF NOT LC-AGENT-LICENSED
005780             MOVE LC-REASON TO RJ-REASON-CODE
005790             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005800             GO TO 2300-EXIT
005810         END-IF
005820     END-IF.
005830     IF WS-NEXT-ID >= WS-ID-COUNT
005840         MOVE "NO ISSUED ID AVAILABLE" TO RJ-REASON-CODE
005850         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005860         GO TO 2300-EXIT
005870     END-IF.
005880     ADD 1 TO WS-NEXT-ID.
005890     SET ID-IDX TO WS-NEXT-ID.
005900     MOVE SPACES TO NAMEMSTR-REC.
005910     MOVE ID-VALUE(ID-IDX) (1:10) TO NM-IN-KEY (1:10).
005920     MOVE AP-NAME TO NM-NAME-DATA (1:30).
005930     WRITE NAMEMSTR-REC
005940         INVALID KEY
005950             MOVE "ISSUED ID ALREADY ON NAMEMSTR"
005960                 TO RJ-REASON-CODE
005970             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005980             GO TO 2300-EXIT
005990     END-WRITE.
006000     MOVE SPACES TO POLMAST-REC.
006010     MOVE ID-VALUE(ID-IDX) (1:10) TO PM-POLICY-ID.
006020     MOVE WS-LOADED-BASE TO PM-BASE-RATE.
006030     MOVE FUNCTION NUMVAL(AP-RISK-FACTOR-1)
006040         TO PM-RISK-FACTOR-1.
006050     MOVE FUNCTION NUMVAL(AP-RISK-FACTOR-2)
006060         TO PM-RISK-FACTOR-2.
006070     MOVE WS-RUN-DATE TO PM-EFF-DATE.
006080     MOVE AP-AGENT-ID TO PM-AGENT-ID.
00608A     COMPUTE PM-TERM-PREMIUM = PM-BASE-RATE + PM-RISK-FACTOR-1
00608B         + PM-RISK-FACTOR-2.
006090     WRITE POLMAST-REC
006100         INVALID KEY
006110             MOVE "ISSUED ID ALREADY ON POLMAST"
006120                 TO RJ-REASON-CODE
006130             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
006140             GO TO 2300-EXIT
006150     END-WRITE.
006160     MOVE SPACES TO CUSTPOLX-REC.
006170     MOVE PM-POLICY-ID TO XR-POLICY-ID.
006180     MOVE PM-POLICY-ID TO XR-CUST-ID.
006190     WRITE CUSTPOLX-REC.
006192     MOVE SPACES TO DECQUEUE-REC.
006194     MOVE PM-POLICY-ID TO DQ-POLICY-ID.
006196     MOVE "N" TO DQ-DOC-TYPE.
006197     MOVE WS-RUN-DATE TO DQ-QUEUE-DATE.
006198     WRITE DECQUEUE-REC.
006200     MOVE PM-POLICY-ID TO AL-RECORD-KEY.
006210     MOVE "POLICY" TO AL-FIELD-NAME.
006220     MOVE SPACES TO AL-OLD-VALUE.
006230     MOVE "LOADED" TO AL-NEW-VALUE.
006240     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
006250     IF UD-ACCEPT-LOADED
006260         MOVE PM-POLICY-ID TO AL-RECORD-KEY
006270         MOVE "BASE-RATE" TO AL-FIELD-NAME
006280         MOVE AP-BASE-RATE TO AL-OLD-VALUE
006290         MOVE PM-BASE-RATE TO AL-NEW-VALUE
006300         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
006310         MOVE "ACCEPT+LOAD" TO WS-NEW-VALUE
006320     ELSE
006330         MOVE "ACCEPTED" TO WS-NEW-VALUE
006340     END-IF.
006350     MOVE PM-POLICY-ID TO DL-POLICY-ID.
006360     PERFORM 2500-CLOSE-REFERRAL THRU 2500-EXIT.
006370     ADD 1 TO WS-ACCEPT-COUNT.
006380 2300-EXIT.
006390     EXIT.

006400 2400-DECLINE.
006410     MOVE "DECLINED" TO WS-NEW-VALUE.
006420     PERFORM 2500-CLOSE-REFERRAL THRU 2500-EXIT.
006430     ADD 1 TO WS-DECLINE-COUNT.
006440 2400-EXIT.
006450     EXIT.

006460*----------------------------------------------------------------
006470* 2500-CLOSE-REFERRAL - TAKE THE REFERRAL OFF THE QUEUE, LOG THE
006480*                       DECISION AGAINST THE REFERRAL NUMBER AND
006490*                       PRINT IT.
006500*----------------------------------------------------------------
006510 2500-CLOSE-REFERRAL.
006520     MOVE "Y" TO RQ-DECIDED-SW(RQ-IDX).
006530     MOVE UD-REFER-NO TO AL-RECORD-KEY.
006540     MOVE "UW-DECISION" TO AL-FIELD-NAME.
006550     MOVE "REFERRED" TO AL-OLD-VALUE.
006560     MOVE WS-NEW-VALUE TO AL-NEW-VALUE.
006570     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
006580     MOVE UD-REFER-NO TO DL-REFER-NO.
006590     MOVE AP-NAME TO DL-NAME.
006600     MOVE WS-NEW-VALUE TO DL-VERDICT.
006610     WRITE UWAPRPT-REC FROM WS-DETAIL-LINE.
006620 2500-EXIT.
006630     EXIT.

006640 2800-WRITE-AUDIT.
006650     MOVE "WRITE" TO AL-ACTION.
006660     MOVE "UWAPPLY" TO AL-SOURCE-PROGRAM.
006670     MOVE UD-UNDERWRITER TO AL-OPERATOR-ID.
006680     MOVE SPACES TO AL-TIMESTAMP.
006690     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006700         INTO AL-TIMESTAMP.
006710     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006720 2800-EXIT.
006730     EXIT.

006740 2900-WRITE-REJECT.
006750     ADD 1 TO WS-REJECT-COUNT.
006760     MOVE "UWAPPLY" TO RJ-SOURCE-PROGRAM.
006770     MOVE UD-REFER-NO TO RJ-RECORD-KEY.
006780     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006790         INTO RJ-REJECT-TIMESTAMP.
006800     WRITE UWAPREJ-REC FROM RJ-REJECT-RECORD.
006810     MOVE UD-REFER-NO TO DL-REFER-NO.
006820     MOVE AP-NAME TO DL-NAME.
006830     MOVE "REJECTED" TO DL-VERDICT.
006840     MOVE SPACES TO DL-POLICY-ID.
006850     WRITE UWAPRPT-REC FROM WS-DETAIL-LINE.
006860 2900-EXIT.
006870     EXIT.

006880*----------------------------------------------------------------
006890* 3000-PRINT-PENDING - EVERY REFERRAL STILL UNDECIDED, WITH ITS
006900*                      AGE IN DAYS. ONE OLDER THAN THE UWREFERAGE
006910*                      LIMIT IS FLAGGED AND WRITTEN TO UWAPREJ FOR
006920*                      THE MORNING EXCEPTIONS REPORT.
006930*----------------------------------------------------------------
006940 3000-PRINT-PENDING.
006950     WRITE UWAPRPT-REC FROM WS-BLANK-LINE.
006960     WRITE UWAPRPT-REC FROM WS-PENDING-HDG-LINE.
006970     WRITE UWAPRPT-REC FROM WS-PENDING-COL-LINE.
006980     PERFORM 3100-PRINT-ONE-PENDING THRU 3100-EXIT
006990         VARYING WS-I FROM 1 BY 1
007000         UNTIL WS-I > WS-REFER-COUNT.
007010 3000-EXIT.
007020     EXIT.

007030 3100-PRINT-ONE-PENDING.
007040     SET RQ-IDX TO WS-I.
007050     IF RQ-DECIDED(RQ-IDX)
007060         GO TO 3100-EXIT
007070     END-IF.
007080     ADD 1 TO WS-PENDING-COUNT.
007090     MOVE RQ-APPLICATION(RQ-IDX) TO WS-APPL-WORK.
007100     MOVE "EXPND" TO DX-ACTION.
007110     MOVE RQ-REFER-DATE(RQ-IDX) TO DX-DATE-YYMMDD.
007120     CALL "DATEXPND" USING DATEXPND-PARMS.
007130     COMPUTE WS-AGE-DAYS = WS-RUN-INT
007140         - FUNCTION INTEGER-OF-DATE(DX-DATE-CCYYMMDD).
007150     MOVE RQ-REFER-NO(RQ-IDX) TO PL-REFER-NO.
007160     MOVE RQ-REFER-DATE(RQ-IDX) TO PL-REFER-DATE.
007170     MOVE AP-NAME TO PL-NAME.
007180     MOVE RQ-REASON(RQ-IDX) TO PL-REASON.
007190     MOVE WS-AGE-DAYS TO PL-AGE.
007200     MOVE SPACES TO PL-FLAG.
007210     IF WS-AGE-DAYS > WS-AGE-LIMIT
007220         MOVE "OVERDUE" TO PL-FLAG
007230         ADD 1 TO WS-OVERDUE-COUNT
007240         MOVE "UWAPPLY" TO RJ-SOURCE-PROGRAM
007250         MOVE RQ-REFER-NO(RQ-IDX) TO RJ-RECORD-KEY
007260         MOVE "REFERRAL UNDECIDED PAST AGE LIMIT"
007270             TO RJ-REASON-CODE
007280         STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
007290             INTO RJ-REJECT-TIMESTAMP
007300         WRITE UWAPREJ-REC FROM RJ-REJECT-RECORD
007310     END-IF.
007320     WRITE UWAPRPT-REC FROM WS-PENDING-LINE.
007330 3100-EXIT.
007340     EXIT.

007350*----------------------------------------------------------------
007360* 4000-FINALIZE - WRITE BACK THE QUEUE WITHOUT THE DECIDED
007370*                 REFERRALS AND THE ID POOL WITHOUT THE IDS USED,
007380*                 PRINT THE RUN TOTALS, AND FLUSH THE AUDIT LOG.
007390*----------------------------------------------------------------
007400 4000-FINALIZE.
007410     IF WS-DEC-STATUS = "00"
007420         CLOSE UWDECIS
007430     END-IF.
007440     CLOSE POLMAST
007450           NAMEMSTR
007460           CUSTPOLX
007465           DECQUEUE.
007470     OPEN OUTPUT UWREFER.
007480     PERFORM 4100-SAVE-ONE-REFERRAL THRU 4100-EXIT
007490         VARYING WS-I FROM 1 BY 1
007500         UNTIL WS-I > WS-REFER-COUNT.
007510     CLOSE UWREFER.
007520     OPEN OUTPUT IDNEW.
007530     PERFORM 4200-SAVE-ONE-ID THRU 4200-EXIT
007540         VARYING WS-I FROM 1 BY 1
007550         UNTIL WS-I > WS-ID-COUNT.
007560     CLOSE IDNEW.
007570     WRITE UWAPRPT-REC FROM WS-BLANK-LINE.
007580     MOVE WS-DECISION-COUNT TO SL-DECISION-COUNT.
007590     MOVE WS-ACCEPT-COUNT TO SL-ACCEPT-COUNT.
007600     MOVE WS-DECLINE-COUNT TO SL-DECLINE-COUNT.
007610     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
007620     WRITE UWAPRPT-REC FROM WS-SUMMARY-LINE.
007630     MOVE WS-PENDING-COUNT TO SL-PENDING-COUNT.
007640     MOVE WS-OVERDUE-COUNT TO SL-OVERDUE-COUNT.
007650     MOVE WS-AGE-LIMIT TO SL-AGE-LIMIT.
007660     WRITE UWAPRPT-REC FROM WS-PENDING-SUMMARY-LINE.
007670     CLOSE UWAPRPT
007680           UWAPREJ.
007690     MOVE "CLOSE" TO AL-ACTION.
007700     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007710 4000-EXIT.
007720     EXIT.

007730 4100-SAVE-ONE-REFERRAL.
007740     SET RQ-IDX TO WS-I.
007750     IF RQ-DECIDED(RQ-IDX)
007760         GO TO 4100-EXIT
007770     END-IF.
007780     MOVE SPACES TO UWREFER-REC.
007790     MOVE RQ-REFER-NO(RQ-IDX) TO UR-REFER-NO.
007800     MOVE RQ-REFER-DATE(RQ-IDX) TO UR-REFER-DATE.
007810     MOVE RQ-REASON(RQ-IDX) TO UR-REASON.
007820     MOVE RQ-APPLICATION(RQ-IDX) TO UR-APPLICATION.
007830     WRITE UWREFER-REC.
007840 4100-EXIT.
007850     EXIT.

007860 4200-SAVE-ONE-ID.
007870     IF WS-I <= WS-NEXT-ID
007880         GO TO 4200-EXIT
007890     END-IF.
007900     SET ID-IDX TO WS-I.
007910     MOVE ID-VALUE(ID-IDX) TO IDNEW-REC.
007920     WRITE IDNEW-REC.
007930 4200-EXIT.
007940     EXIT.
