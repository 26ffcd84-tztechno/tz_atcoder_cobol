000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTERAS.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. DATA QUALITY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CUSTOMER DATA ERASURE. EACH
000110*                  ERASREQ CARD ASKS FOR ONE CUSTOMER'S PERSONAL
000120*                  DATA TO BE ERASED, EITHER AT THE CUSTOMER'S
000130*                  REQUEST OR UNDER OUR OWN RETENTION RULE FOR
000140*                  CLOSED CUSTOMERS. THE JOB FINDS EVERYTHING TIED
000150*                  TO THE CUSTOMER THROUGH NAMEMSTR, CUSTPOLX,
000160*                  POLMAST, POINTLDG, MAILHIST AND CUSTFILE. A
000170*                  CUSTOMER WITH AN ACTIVE POLICY OR AN OPEN
000180*                  ARMAST BALANCE IS REFUSED, AS IS A RETENTION
000190*                  CARD FOR A CUSTOMER WITH LEDGER ACTIVITY INSIDE
000200*                  BIZPARM ERASRETYEARS (DEFAULT 7). AN ACCEPTED
000210*                  CARD BLANKS THE NAME, ADDRESS AND POSTCODE ON
000220*                  EVERY NAMEMSTR RECORD FOR THE CUSTOMER, REMOVES
000230*                  THE MAILHIST MAILING HISTORY AND OPTS THE
000240*                  CUSTFILE ENTRY OUT OF MAILINGS. THE CUSTOMER ID
000250*                  STAYS, SO THE POLICIES, AR AND POINTS LEDGER
000260*                  ARE LEFT WHOLE AND BALANCED. THE OPERATOR MUST
000270*                  HOLD THE OPERAUTH "ERASE" FUNCTION. REFUSALS GO
000280*                  TO ERASREJ IN THE SHARED REJECTREC LAYOUT,
000290*                  EVERY CHANGE IS LOGGED THROUGH AUDITLOG WITH
000300*                  THE ERASED VALUES WITHHELD, AND ERASCERT PRINTS
000310*                  ONE CERTIFICATE PER CARD.
00031A* 10/15/2026  RO   AN ERASED CUSTOMER'S CONTPREF CONTACT
00031B*                  PREFERENCE (EMAIL ADDRESS AND PHONE NUMBER) IS
00031C*                  REMOVED, AND THE CERTIFICATE COUNTS IT.
00031D* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
00031E*                  AMOUNT ("F" = LATE FEE); THE RECORD IS READ AT
00031F*                  ITS FULL LENGTH.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM.
000360 OBJECT-COMPUTER. IBM.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ERASREQ ASSIGN TO "ERASREQ"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REQ-STATUS.
000420     SELECT BIZPARM ASSIGN TO "BIZPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARM-STATUS.
000450     SELECT OPERAUTH ASSIGN TO "OPERAUTH"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUTH-STATUS.
000480     SELECT CUSTPOLX ASSIGN TO "CUSTPOLX"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-XREF-STATUS.
000510     SELECT ARMAST ASSIGN TO "ARMAST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AR-STATUS.
000540     SELECT POLMAST ASSIGN TO "POLMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS PM-POLICY-ID
000580         FILE STATUS IS WS-POL-STATUS.
000590     SELECT POINTLDG ASSIGN TO "POINTLDG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-LDG-STATUS.
000620     SELECT NAMEMSTR ASSIGN TO "NAMEMSTR"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS NM-IN-KEY
000660         FILE STATUS IS WS-NAM-STATUS.
000670     SELECT MAILHIST ASSIGN TO "MAILHIST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-MAIL-STATUS.
000700     SELECT CUSTFILE ASSIGN TO "CUSTFILE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CUST-STATUS.
0007A1     SELECT CONTPREF ASSIGN TO "CONTPREF"
0007A2         ORGANIZATION IS LINE SEQUENTIAL
0007A3         FILE STATUS IS WS-PREF-STATUS.
000730     SELECT ERASREJ ASSIGN TO "ERASREJ"
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT ERASCERT ASSIGN TO "ERASCERT"
000760         ORGANIZATION IS LINE SEQUENTIAL.

000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ERASREQ
000800     RECORDING MODE IS F.
000810 01  ERASREQ-REC.
000820     05  ER-REQUEST-ID            PIC X(10).
000830     05  FILLER                   PIC X(01).
000840     05  ER-CUST-ID               PIC X(10).
000850     05  FILLER                   PIC X(01).
000860     05  ER-BASIS                 PIC X(08).
000870     05  FILLER                   PIC X(01).
000880     05  ER-OPERATOR-ID           PIC X(08).
000890     05  FILLER                   PIC X(41).

000900 FD  BIZPARM
000910     RECORDING MODE IS F.
000920 01  BIZPARM-REC                  PIC X(80).

000930 FD  OPERAUTH
000940     RECORDING MODE IS F.
000950 01  OPERAUTH-REC.
000960     05  OA-OPERATOR-ID           PIC X(08).
000970     05  FILLER                   PIC X(01).
000980     05  OA-FUNCTION              PIC X(08).
000990     05  FILLER                   PIC X(63).

001000 FD  CUSTPOLX
001010     RECORDING MODE IS F.
001020 01  CUSTPOLX-REC.
001030     05  XR-POLICY-ID             PIC X(10).
001040     05  FILLER                   PIC X(01).
001050     05  XR-CUST-ID               PIC X(10).
001060     05  FILLER                   PIC X(59).

001070 FD  ARMAST
001080     RECORDING MODE IS F.
001090 01  ARMAST-REC.
001100     05  AR-POLICY-ID             PIC X(10).
001110     05  FILLER                   PIC X(01).
001120     05  AR-BILL-DATE             PIC 9(08).
001130     05  FILLER                   PIC X(01).
001140     05  AR-BILLED-AMOUNT         PIC 9(09).
001150     05  FILLER                   PIC X(01).
001160     05  AR-PAID-AMOUNT           PIC 9(09).
00116A     05  FILLER                   PIC X(01).
00116B     05  AR-ITEM-TYPE             PIC X(01).
00116C         88  AR-FEE-ITEM                    VALUE "F".

001170 FD  POLMAST.
001180 01  POLMAST-REC.
001190     05  PM-POLICY-ID             PIC X(10).
001200     05  FILLER                   PIC X(01).
001210     05  PM-BASE-RATE             PIC 9(04).
001220     05  FILLER                   PIC X(01).
001230     05  PM-RISK-FACTOR-1         PIC 9(04).
001240     05  FILLER                   PIC X(01).
001250     05  PM-RISK-FACTOR-2         PIC 9(04).
001260     05  FILLER                   PIC X(01).
001270     05  PM-STATUS                PIC X(01).
001280         88  PM-LAPSED                      VALUE "L".
001290     05  FILLER                   PIC X(53).

001300 FD  POINTLDG
001310     RECORDING MODE IS F.
001320 01  POINTLDG-REC                 PIC X(80).

001330 FD  NAMEMSTR.
001340 01  NAMEMSTR-REC.
001350     05  NM-IN-KEY.
001360         10  NM-CUST-ID           PIC X(10).
001370         10  FILLER               PIC X(10).
001380     05  NM-NAME                  PIC X(30).
001390     05  NM-ADDRESS               PIC X(24).
001400     05  NM-POSTCODE              PIC X(06).

001410 FD  MAILHIST
001420     RECORDING MODE IS F.
001430 01  MAILHIST-REC.
001440     05  MH-CUST-ID               PIC X(10).
001450     05  FILLER                   PIC X(01).
001460     05  MH-HOLIDAY-NAME          PIC X(20).
001470     05  FILLER                   PIC X(01).
001480     05  MH-SEND-DATE             PIC 9(06).

001490 FD  CUSTFILE
001500     RECORDING MODE IS F.
001510 01  CUSTFILE-REC                 PIC X(80).

0015A1 FD  CONTPREF
0015A2     RECORDING MODE IS F.
0015A3 01  CONTPREF-REC.
0015A4     05  PF-CUST-ID               PIC X(10).
0015A5     05  FILLER                   PIC X(140).

001520 FD  ERASREJ
001530     RECORDING MODE IS F.
001540 01  ERASREJ-REC                  PIC X(80).

001550 FD  ERASCERT
001560     RECORDING MODE IS F.
001570 01  ERASCERT-REC                 PIC X(80).

001580 WORKING-STORAGE SECTION.
001590 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001600     88  WS-EOF                             VALUE "Y".
001610 77  WS-REQ-STATUS                PIC X(02) VALUE SPACES.
001620 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001630 77  WS-AUTH-STATUS               PIC X(02) VALUE SPACES.
001640 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
001650 77  WS-AR-STATUS                 PIC X(02) VALUE SPACES.
001660 77  WS-POL-STATUS                PIC X(02) VALUE SPACES.
001670 77  WS-LDG-STATUS                PIC X(02) VALUE SPACES.
001680 77  WS-NAM-STATUS                PIC X(02) VALUE SPACES.
001690 77  WS-MAIL-STATUS               PIC X(02) VALUE SPACES.
001700 77  WS-CUST-STATUS               PIC X(02) VALUE SPACES.
0017A1 77  WS-PREF-STATUS               PIC X(02) VALUE SPACES.
001710 77  WS-Q                         PIC 9(05) COMP.
001720 77  WS-X                         PIC 9(05) COMP.
001730 77  WS-R                         PIC 9(05) COMP.
001740 77  WS-AU                        PIC 9(03) COMP.
001750 77  WS-RQ-IDX                    PIC 9(05) VALUE ZERO COMP.
001760 77  WS-RETAIN-YEARS              PIC 9(03) VALUE 7.
001770 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001780 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001790 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001800 77  WS-RETAIN-CUTOFF             PIC 9(08) VALUE ZERO.
001810 77  WS-CUST-ID                   PIC X(10) VALUE SPACES.
001820 77  WS-POLICY-ID                 PIC X(10) VALUE SPACES.
001830 77  WS-REASON                    PIC X(40) VALUE SPACES.
001840 77  WS-ERASED-NAME               PIC X(30) VALUE "ERASED".
001850 77  WS-CF-DAY                    PIC X(10) VALUE SPACES.
001860 77  WS-CF-OPTOUT                 PIC X(01) VALUE SPACES.
001870 77  WS-AUTHORIZED-SW             PIC X(01) VALUE "N".
001880     88  WS-AUTHORIZED                      VALUE "Y".
001890 77  WS-LIVE-NAME-SW              PIC X(01) VALUE "N".
001900     88  WS-LIVE-NAME-FOUND                 VALUE "Y".
001910 77  WS-ERASED-COUNT              PIC 9(05) VALUE ZERO COMP.
001920 77  WS-REFUSED-COUNT             PIC 9(05) VALUE ZERO COMP.

001930 01  WS-LEDGER-LINE.
001940     05  LL-CUST-ID               PIC X(10).
001950     05  FILLER                   PIC X(01).
001960     05  LL-DATE                  PIC 9(08).
001970     05  FILLER                   PIC X(69).

001980*    ONE ENTRY PER ERASREQ CARD. THE COUNTS ARE WHAT WAS FOUND FOR
001990*    THE CUSTOMER, AND FOR AN ACCEPTED CARD WHAT WAS CHANGED.
002000 01  WS-REQUEST-TABLE.
002010     05  WS-REQ-COUNT             PIC 9(05) VALUE ZERO COMP.
002020     05  RQ-ENTRY OCCURS 500 TIMES
002030                  INDEXED BY RQ-IDX.
002040         10  RQ-REQUEST-ID        PIC X(10).
002050         10  RQ-CUST-ID           PIC X(10).
002060         10  RQ-BASIS             PIC X(08).
002070             88  RQ-CUSTOMER-BASIS          VALUE "CUSTOMER".
002080             88  RQ-RETENTION-BASIS         VALUE "RETENTN".
002090         10  RQ-OPERATOR-ID       PIC X(08).
002100         10  RQ-STATUS            PIC X(01).
002110             88  RQ-ACCEPTED                VALUE "A".
002120             88  RQ-REFUSED                 VALUE "R".
002130         10  RQ-REASON            PIC X(40).
002140         10  RQ-OPEN-POLICY       PIC X(10).
002150         10  RQ-ACTIVE-POLICY     PIC X(10).
002160         10  RQ-LAST-LDG-DATE     PIC 9(08).
002170         10  RQ-NAME-COUNT        PIC 9(05) COMP.
002180         10  RQ-XREF-COUNT        PIC 9(05) COMP.
002190         10  RQ-POL-COUNT         PIC 9(05) COMP.
002200         10  RQ-LDG-COUNT         PIC 9(05) COMP.
002210         10  RQ-MAIL-COUNT        PIC 9(05) COMP.
002220         10  RQ-CUSTF-COUNT       PIC 9(05) COMP.
0022A1         10  RQ-PREF-COUNT        PIC 9(05) COMP.

002230*    THE CUSTPOLX ROWS BELONGING TO A REQUESTED CUSTOMER.
002240 01  WS-XREF-TABLE.
002250     05  WS-XREF-COUNT            PIC 9(05) VALUE ZERO COMP.
002260     05  XT-ENTRY OCCURS 2000 TIMES
002270                  INDEXED BY XT-IDX.
002280         10  XT-POLICY-ID         PIC X(10).
002290         10  XT-RQ-IDX            PIC 9(05) COMP.

002300 01  WS-AUTH-TABLE.
002310     05  WS-AUTH-COUNT            PIC 9(03) VALUE ZERO COMP.
002320     05  AU-ENTRY OCCURS 200 TIMES
002330                  INDEXED BY AU-IDX.
002340         10  AU-OPERATOR-ID       PIC X(08).
002350         10  AU-FUNCTION          PIC X(08).

002360 01  WS-RECORD-BUFFER.
002370     05  WS-BUF-COUNT             PIC 9(05) VALUE ZERO COMP.
002380     05  BF-ENTRY OCCURS 1 TO 5000 TIMES
002390                  DEPENDING ON WS-BUF-COUNT
002400                  INDEXED BY BF-IDX.
0024A1         10  BF-RECORD            PIC X(150).
002420         10  BF-DROP-SW           PIC X(01).
002430             88  BF-DROPPED                 VALUE "Y".

002440 COPY PARMCTL.
002450 COPY REJECTREC.
002460 COPY AUDTLINK.
002470 COPY RPTHDR.
002480 COPY DATXLINK.

002490 01  WS-TITLE-LINE.
002500     05  FILLER                  PIC X(40) VALUE
002510         "CUSTOMER DATA ERASURE CERTIFICATES".
002520     05  FILLER                  PIC X(40) VALUE SPACES.

002530 01  WS-RULE-LINE.
002540     05  FILLER                  PIC X(80) VALUE ALL "-".

002550 01  WS-CERT-LINE-1.
002560     05  FILLER                  PIC X(24) VALUE
002570         "CERTIFICATE FOR REQUEST ".
002580     05  CL-REQUEST-ID            PIC X(10).
002590     05  FILLER                  PIC X(12) VALUE "  CUSTOMER: ".
002600     05  CL-CUST-ID               PIC X(10).
002610     05  FILLER                  PIC X(24) VALUE SPACES.

002620 01  WS-CERT-LINE-2.
002630     05  FILLER                  PIC X(07) VALUE "BASIS: ".
002640     05  CL-BASIS                 PIC X(16).
002650     05  FILLER                  PIC X(12) VALUE "  OPERATOR: ".
002660     05  CL-OPERATOR-ID           PIC X(08).
002670     05  FILLER                  PIC X(08) VALUE "  DATE: ".
002680     05  CL-RUN-DATE              PIC 9(08).
002690     05  FILLER                  PIC X(21) VALUE SPACES.

002700 01  WS-CERT-LINE-3.
002710     05  FILLER                  PIC X(09) VALUE "OUTCOME: ".
002720     05  CL-OUTCOME               PIC X(71).

002730 01  WS-NOTE-LINE.
002740     05  FILLER                  PIC X(04) VALUE SPACES.
002750     05  NL-NOTE                  PIC X(76).

002760 01  WS-FILE-LINE.
002770     05  FILLER                  PIC X(04) VALUE SPACES.
002780     05  FL-FILE-NAME             PIC X(10).
002790     05  FL-COUNT                 PIC ZZZZ9.
002800     05  FILLER                  PIC X(09) VALUE " RECORDS ".
002810     05  FL-ACTION                PIC X(52).

002820 01  WS-SUMMARY-LINE.
002830     05  FILLER                  PIC X(10) VALUE "REQUESTS: ".
002840     05  SL-REQ-COUNT             PIC ZZZZ9.
002850     05  FILLER                  PIC X(10) VALUE "  ERASED: ".
002860     05  SL-ERASED-COUNT          PIC ZZZZ9.
002870     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
002880     05  SL-REFUSED-COUNT         PIC ZZZZ9.
002890     05  FILLER                  PIC X(34) VALUE SPACES.

002900 PROCEDURE DIVISION.
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002930     PERFORM 2000-GATHER-LINKS THRU 2000-EXIT.
002940     PERFORM 3000-DECIDE-REQUESTS THRU 3000-EXIT.
002950     PERFORM 4000-ANONYMIZE-NAMES THRU 4000-EXIT.
002960     PERFORM 5000-PURGE-MAILHIST THRU 5000-EXIT.
002970     PERFORM 5500-OPTOUT-CUSTFILE THRU 5500-EXIT.
0029A1     PERFORM 5800-PURGE-CONTPREF THRU 5800-EXIT.
002980     PERFORM 6000-PRINT-CERTIFICATES THRU 6000-EXIT.
002990     PERFORM 7000-FINALIZE THRU 7000-EXIT.
003000     STOP RUN.

003010*----------------------------------------------------------------
003020* 1000-INITIALIZE - THE RETENTION PERIOD, THE OPERATOR AUTHORITY
003030*                   AND THE ERASURE CARDS. NO CARDS MEANS NOTHING
003040*                   TO ERASE AND THE RUN ENDS BEFORE TOUCHING ANY
003050*                   FILE.
003060*----------------------------------------------------------------
003070 1000-INITIALIZE.
003080     ACCEPT WS-RUN-DATE FROM DATE.
003090     MOVE "EXPND" TO DX-ACTION.
003100     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
003110     CALL "DATEXPND" USING DATEXPND-PARMS.
003120     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
003130     ACCEPT WS-RUN-TIME FROM TIME.
003140     OPEN OUTPUT ERASCERT.
003150     MOVE "CUSTERAS" TO RH-PROGRAM-ID.
003160     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003170     MOVE WS-RUN-TIME TO RH-RUN-ID.
003180     MOVE 1 TO RH-PAGE-NUMBER.
003190     WRITE ERASCERT-REC FROM RH-REPORT-HEADER.
003200     WRITE ERASCERT-REC FROM WS-TITLE-LINE.
003210     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
003220     COMPUTE WS-RETAIN-CUTOFF =
003230         WS-RUN-CCYYMMDD - WS-RETAIN-YEARS * 10000.
003240     PERFORM 1300-LOAD-AUTHORITY THRU 1300-EXIT.
003250     OPEN INPUT ERASREQ.
003260     IF WS-REQ-STATUS NOT = "00"
003270         DISPLAY "CUSTERAS - ERASREQ NOT FOUND - RUN ABORTED"
003280         MOVE 16 TO RETURN-CODE
003290         CLOSE ERASCERT
003300         STOP RUN
003310     END-IF.
003320     OPEN OUTPUT ERASREJ.
003330     PERFORM 1200-LOAD-ONE-REQUEST THRU 1200-EXIT
003340         UNTIL WS-EOF.
003350     CLOSE ERASREQ.
003360     MOVE "N" TO WS-EOF-SW.
003370 1000-EXIT.
003380     EXIT.

003390 1100-SCAN-PARMS.
003400     OPEN INPUT BIZPARM.
003410     IF WS-PARM-STATUS NOT = "00"
003420         GO TO 1100-EXIT
003430     END-IF.
003440     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003450         UNTIL WS-EOF.
003460     CLOSE BIZPARM.
003470     MOVE "N" TO WS-EOF-SW.
003480 1100-EXIT.
003490     EXIT.

003500 1110-SCAN-ONE-PARM.
003510     READ BIZPARM
003520         AT END
003530             SET WS-EOF TO TRUE
003540         NOT AT END
003550             MOVE BIZPARM-REC TO PC-PARM-RECORD
003560             IF PC-PARM-NAME = "ERASRETYEARS"
003570                     AND PC-PARM-VALUE > ZERO
003580                     AND PC-PARM-VALUE < 100
003590                 MOVE PC-PARM-VALUE TO WS-RETAIN-YEARS
003600             END-IF
003610     END-READ.
003620 1110-EXIT.
003630     EXIT.

003640*----------------------------------------------------------------
003650* 1200-LOAD-ONE-REQUEST - ONE ERASREQ CARD INTO THE REQUEST TABLE.
003660*                         A BLANK BASIS IS THE CUSTOMER'S OWN
003670*                         REQUEST. THE CARD-LEVEL CHECKS - BASIS,
003680*                         AUTHORITY, A SECOND CARD FOR THE SAME
003690*                         CUSTOMER - ARE MADE HERE.
003700*----------------------------------------------------------------
003710 1200-LOAD-ONE-REQUEST.
003720     READ ERASREQ
003730         AT END
003740             SET WS-EOF TO TRUE
003750             GO TO 1200-EXIT
003760     END-READ.
003770     IF ER-CUST-ID = SPACES
003780         GO TO 1200-EXIT
003790     END-IF.
003800     IF WS-REQ-COUNT >= 500
003810         DISPLAY "CUSTERAS - ERASREQ EXCEEDS THE 500-CARD "
003820             "TABLE - RUN ABORTED"
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     MOVE ER-CUST-ID TO WS-CUST-ID.
003870     PERFORM 1210-FIND-REQUEST THRU 1210-EXIT.
003880     ADD 1 TO WS-REQ-COUNT.
003890     SET RQ-IDX TO WS-REQ-COUNT.
003900     MOVE ER-REQUEST-ID TO RQ-REQUEST-ID(RQ-IDX).
003910     MOVE ER-CUST-ID TO RQ-CUST-ID(RQ-IDX).
003920     MOVE ER-BASIS TO RQ-BASIS(RQ-IDX).
003930     IF ER-BASIS = SPACES
003940         MOVE "CUSTOMER" TO RQ-BASIS(RQ-IDX)
003950     END-IF.
003960     MOVE ER-OPERATOR-ID TO RQ-OPERATOR-ID(RQ-IDX).
003970     MOVE "A" TO RQ-STATUS(RQ-IDX).
003980     MOVE SPACES TO RQ-REASON(RQ-IDX)
003990                    RQ-OPEN-POLICY(RQ-IDX)
004000                    RQ-ACTIVE-POLICY(RQ-IDX).
004010     MOVE ZERO TO RQ-LAST-LDG-DATE(RQ-IDX)
004020                  RQ-NAME-COUNT(RQ-IDX)
004030                  RQ-XREF-COUNT(RQ-IDX)
004040                  RQ-POL-COUNT(RQ-IDX)
004050                  RQ-LDG-COUNT(RQ-IDX)
004060                  RQ-MAIL-COUNT(RQ-IDX)
0040A1                  RQ-CUSTF-COUNT(RQ-IDX)
0040A2                  RQ-PREF-COUNT(RQ-IDX).
004080     IF WS-RQ-IDX > ZERO
004090         MOVE "DUPLICATE CARD FOR THE CUSTOMER"
004100             TO WS-REASON
004110         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
004120         GO TO 1200-EXIT
004130     END-IF.
004140     IF NOT RQ-CUSTOMER-BASIS(RQ-IDX)
004150             AND NOT RQ-RETENTION-BASIS(RQ-IDX)
004160         MOVE "BASIS NOT CUSTOMER OR RETENTN" TO WS-REASON
004170         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
004180         GO TO 1200-EXIT
004190     END-IF.
004200     PERFORM 1320-CHECK-AUTHORITY THRU 1320-EXIT.
004210     IF NOT WS-AUTHORIZED
004220         MOVE "OPERATOR NOT AUTHORIZED FOR ERASE"
004230             TO WS-REASON
004240         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
004250     END-IF.
004260 1200-EXIT.
004270     EXIT.

004280*----------------------------------------------------------------
004290* 1210-FIND-REQUEST - LEAVE WS-RQ-IDX ON THE FIRST CARD FOR
004300*                     WS-CUST-ID, OR ZERO IF THERE IS NONE. A
004310*                     SECOND CARD FOR A CUSTOMER IS REFUSED, SO
004320*                     THE FIRST IS THE ONLY ONE THE LINKS ATTACH
004330*                     TO.
004340*----------------------------------------------------------------
004350 1210-FIND-REQUEST.
004360     MOVE ZERO TO WS-RQ-IDX.
004370     PERFORM 1220-MATCH-REQUEST THRU 1220-EXIT
004380         VARYING WS-Q FROM 1 BY 1
004390         UNTIL WS-Q > WS-REQ-COUNT OR WS-RQ-IDX > ZERO.
004400 1210-EXIT.
004410     EXIT.

004420 1220-MATCH-REQUEST.
004430     IF RQ-CUST-ID(WS-Q) = WS-CUST-ID
004440         MOVE WS-Q TO WS-RQ-IDX
004450     END-IF.
004460 1220-EXIT.
004470     EXIT.

004480*----------------------------------------------------------------
004490* 1300-LOAD-AUTHORITY - THE OPERATOR-AUTHORITY FILE. NO FILE
004500*                       MEANS NOBODY IS AUTHORIZED AND EVERY CARD
004510*                       IS REFUSED - AUTHORITY IS GRANTED, NEVER
004520*                       ASSUMED.
004530*----------------------------------------------------------------
004540 1300-LOAD-AUTHORITY.
004550     OPEN INPUT OPERAUTH.
004560     IF WS-AUTH-STATUS NOT = "00"
004570         GO TO 1300-EXIT
004580     END-IF.
004590     PERFORM 1310-LOAD-ONE-AUTHORITY THRU 1310-EXIT
004600         UNTIL WS-EOF.
004610     CLOSE OPERAUTH.
004620     MOVE "N" TO WS-EOF-SW.
004630 1300-EXIT.
004640     EXIT.

004650 1310-LOAD-ONE-AUTHORITY.
004660     READ OPERAUTH
004670         AT END
004680             SET WS-EOF TO TRUE
004690         NOT AT END
004700             IF WS-AUTH-COUNT < 200
004710                 ADD 1 TO WS-AUTH-COUNT
004720                 SET AU-IDX TO WS-AUTH-COUNT
004730                 MOVE OA-OPERATOR-ID
004740                     TO AU-OPERATOR-ID(AU-IDX)
004750                 MOVE OA-FUNCTION TO AU-FUNCTION(AU-IDX)
004760             END-IF
004770     END-READ.
004780 1310-EXIT.
004790     EXIT.

004800 1320-CHECK-AUTHORITY.
004810     MOVE "N" TO WS-AUTHORIZED-SW.
004820     PERFORM 1330-MATCH-AUTHORITY THRU 1330-EXIT
004830         VARYING WS-AU FROM 1 BY 1
004840         UNTIL WS-AU > WS-AUTH-COUNT OR WS-AUTHORIZED.
004850 1320-EXIT.
004860     EXIT.

004870 1330-MATCH-AUTHORITY.
004880     IF AU-OPERATOR-ID(WS-AU) = RQ-OPERATOR-ID(RQ-IDX)
004890             AND AU-FUNCTION(WS-AU) = "ERASE"
004900         SET WS-AUTHORIZED TO TRUE
004910     END-IF.
004920 1330-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------
004950* 2000-GATHER-LINKS - EVERYTHING THE ERASURE DECISION TURNS ON:
004960*                     THE CUSTOMER'S POLICIES FROM CUSTPOLX, ANY
004970*                     OPEN AMOUNT ON THEM IN ARMAST, WHICH OF THEM
004980*                     ARE STILL IN FORCE ON POLMAST, AND THE
004990*                     CUSTOMER'S POINTLDG ENTRIES.
005000*----------------------------------------------------------------
005010 2000-GATHER-LINKS.
005020     OPEN INPUT CUSTPOLX.
005030     IF WS-XREF-STATUS NOT = "00"
005040         DISPLAY "CUSTERAS - CUSTPOLX NOT FOUND - RUN ABORTED"
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     PERFORM 2100-LOAD-ONE-XREF THRU 2100-EXIT
005090         UNTIL WS-EOF.
005100     CLOSE CUSTPOLX.
005110     MOVE "N" TO WS-EOF-SW.
005120     OPEN INPUT ARMAST.
005130     IF WS-AR-STATUS NOT = "00"
005140         DISPLAY "CUSTERAS - ARMAST NOT FOUND - RUN ABORTED"
005150         MOVE 16 TO RETURN-CODE
005160         STOP RUN
005170     END-IF.
005180     PERFORM 2200-SCAN-ONE-AR THRU 2200-EXIT
005190         UNTIL WS-EOF.
005200     CLOSE ARMAST.
005210     MOVE "N" TO WS-EOF-SW.
005220     OPEN INPUT POLMAST.
005230     IF WS-POL-STATUS NOT = "00"
005240         DISPLAY "CUSTERAS - POLMAST OPEN FAILED, STATUS "
005250             WS-POL-STATUS " - RUN ABORTED"
005260         MOVE 16 TO RETURN-CODE
005270         STOP RUN
005280     END-IF.
005290     PERFORM 2300-CHECK-ONE-POLICY THRU 2300-EXIT
005300         VARYING WS-X FROM 1 BY 1
005310         UNTIL WS-X > WS-XREF-COUNT.
005320     CLOSE POLMAST.
005330     OPEN INPUT POINTLDG.
005340     IF WS-LDG-STATUS NOT = "00"
005350         GO TO 2000-EXIT
005360     END-IF.
005370     PERFORM 2400-SCAN-ONE-LEDGER THRU 2400-EXIT
005380         UNTIL WS-EOF.
005390     CLOSE POINTLDG.
005400     MOVE "N" TO WS-EOF-SW.
005410 2000-EXIT.
005420     EXIT.

005430 2100-LOAD-ONE-XREF.
005440     READ CUSTPOLX
005450         AT END
005460             SET WS-EOF TO TRUE
005470             GO TO 2100-EXIT
005480     END-READ.
005490     MOVE XR-CUST-ID TO WS-CUST-ID.
005500     PERFORM 1210-FIND-REQUEST THRU 1210-EXIT.
005510     IF WS-RQ-IDX = ZERO
005520         GO TO 2100-EXIT
005530     END-IF.
005540     IF WS-XREF-COUNT >= 2000
005550         DISPLAY "CUSTERAS - CUSTPOLX EXCEEDS THE 2000-ROW "
005560             "TABLE - RUN ABORTED"
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600     ADD 1 TO WS-XREF-COUNT.
005610     SET XT-IDX TO WS-XREF-COUNT.
005620     MOVE XR-POLICY-ID TO XT-POLICY-ID(XT-IDX).
005630     MOVE WS-RQ-IDX TO XT-RQ-IDX(XT-IDX).
005640     SET RQ-IDX TO WS-RQ-IDX.
005650     ADD 1 TO RQ-XREF-COUNT(RQ-IDX).
005660 2100-EXIT.
005670     EXIT.

005680*----------------------------------------------------------------
005690* 2200-SCAN-ONE-AR - AN ARMAST ROW BILLED BEYOND WHAT WAS PAID ON
005700*                    ONE OF A REQUESTED CUSTOMER'S POLICIES IS AN
005710*                    OPEN BALANCE. THE FIRST SUCH POLICY IS NOTED
005720*                    FOR THE REFUSAL.
005730*----------------------------------------------------------------
005740 2200-SCAN-ONE-AR.
005750     READ ARMAST
005760         AT END
005770             SET WS-EOF TO TRUE
005780             GO TO 2200-EXIT
005790     END-READ.
005800     IF AR-BILLED-AMOUNT NOT > AR-PAID-AMOUNT
005810         GO TO 2200-EXIT
005820     END-IF.
005830     MOVE AR-POLICY-ID TO WS-POLICY-ID.
005840     PERFORM 2210-MARK-OPEN-POLICY THRU 2210-EXIT
005850         VARYING WS-X FROM 1 BY 1
005860         UNTIL WS-X > WS-XREF-COUNT.
005870 2200-EXIT.
005880     EXIT.

005890 2210-MARK-OPEN-POLICY.
005900     IF XT-POLICY-ID(WS-X) NOT = WS-POLICY-ID
005910         GO TO 2210-EXIT
005920     END-IF.
005930     SET RQ-IDX TO XT-RQ-IDX(WS-X).
005940     IF RQ-OPEN-POLICY(RQ-IDX) = SPACES
005950         MOVE WS-POLICY-ID TO RQ-OPEN-POLICY(RQ-IDX)
005960     END-IF.
005970 2210-EXIT.
005980     EXIT.

005990 2300-CHECK-ONE-POLICY.
006000     SET XT-IDX TO WS-X.
006010     SET RQ-IDX TO XT-RQ-IDX(XT-IDX).
006020     MOVE XT-POLICY-ID(XT-IDX) TO PM-POLICY-ID.
006030     READ POLMAST
006040         INVALID KEY
006050             GO TO 2300-EXIT
006060     END-READ.
006070     ADD 1 TO RQ-POL-COUNT(RQ-IDX).
006080     IF NOT PM-LAPSED
006090             AND RQ-ACTIVE-POLICY(RQ-IDX) = SPACES
006100         MOVE PM-POLICY-ID TO RQ-ACTIVE-POLICY(RQ-IDX)
006110     END-IF.
006120 2300-EXIT.
006130     EXIT.

006140 2400-SCAN-ONE-LEDGER.
006150     READ POINTLDG
006160         AT END
006170             SET WS-EOF TO TRUE
006180             GO TO 2400-EXIT
006190     END-READ.
006200     MOVE POINTLDG-REC TO WS-LEDGER-LINE.
006210     MOVE LL-CUST-ID TO WS-CUST-ID.
006220     PERFORM 1210-FIND-REQUEST THRU 1210-EXIT.
006230     IF WS-RQ-IDX = ZERO
006240         GO TO 2400-EXIT
006250     END-IF.
006260     SET RQ-IDX TO WS-RQ-IDX.
006270     ADD 1 TO RQ-LDG-COUNT(RQ-IDX).
006280     IF LL-DATE NUMERIC
006290             AND LL-DATE > RQ-LAST-LDG-DATE(RQ-IDX)
006300         MOVE LL-DATE TO RQ-LAST-LDG-DATE(RQ-IDX)
006310     END-IF.
006320 2400-EXIT.
006330     EXIT.

006340*----------------------------------------------------------------
006350* 3000-DECIDE-REQUESTS - REFUSE ANY CARD WHOSE CUSTOMER IS NOT ON
006360*                        NAMEMSTR, IS ALREADY ERASED, STILL OWES
006370*                        ON ARMAST, STILL HOLDS A POLICY IN FORCE,
006380*                        OR - ON A RETENTION CARD - HAS POINTS
006390*                        ACTIVITY INSIDE THE RETENTION PERIOD.
006400*----------------------------------------------------------------
006410 3000-DECIDE-REQUESTS.
006420     OPEN I-O NAMEMSTR.
006430     IF WS-NAM-STATUS NOT = "00"
006440         DISPLAY "CUSTERAS - NAMEMSTR OPEN FAILED, STATUS "
006450             WS-NAM-STATUS " - RUN ABORTED"
006460         MOVE 16 TO RETURN-CODE
006470         STOP RUN
006480     END-IF.
006490     PERFORM 3100-DECIDE-ONE THRU 3100-EXIT
006500         VARYING WS-Q FROM 1 BY 1
006510         UNTIL WS-Q > WS-REQ-COUNT.
006520 3000-EXIT.
006530     EXIT.

006540 3100-DECIDE-ONE.
006550     SET RQ-IDX TO WS-Q.
006560     IF RQ-REFUSED(RQ-IDX)
006570         GO TO 3100-EXIT
006580     END-IF.
006590     PERFORM 3200-COUNT-NAMES THRU 3200-EXIT.
006600     MOVE SPACES TO WS-REASON.
006610     EVALUATE TRUE
006620         WHEN RQ-NAME-COUNT(RQ-IDX) = ZERO
006630             MOVE "CUSTOMER NOT ON NAMEMSTR" TO WS-REASON
006640         WHEN NOT WS-LIVE-NAME-FOUND
006650             MOVE "CUSTOMER ALREADY ERASED" TO WS-REASON
006660         WHEN RQ-OPEN-POLICY(RQ-IDX) NOT = SPACES
006670             STRING "OPEN ARMAST BALANCE ON POLICY "
006680                        DELIMITED BY SIZE
006690                    RQ-OPEN-POLICY(RQ-IDX) DELIMITED BY SIZE
006700                 INTO WS-REASON
006710         WHEN RQ-ACTIVE-POLICY(RQ-IDX) NOT = SPACES
006720             STRING "POLICY IN FORCE "
006730                        DELIMITED BY SIZE
006740                    RQ-ACTIVE-POLICY(RQ-IDX) DELIMITED BY SIZE
006750                 INTO WS-REASON
006760         WHEN RQ-RETENTION-BASIS(RQ-IDX)
006770                 AND RQ-LAST-LDG-DATE(RQ-IDX) > WS-RETAIN-CUTOFF
006780             MOVE "POINTS ACTIVITY INSIDE RETENTION PERIOD"
006790                 TO WS-REASON
006800     END-EVALUATE.
006810     IF WS-REASON NOT = SPACES
006820         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
006830     END-IF.
006840 3100-EXIT.
006850     EXIT.

006860*----------------------------------------------------------------
006870* 3200-COUNT-NAMES - HOW MANY NAMEMSTR RECORDS CARRY THE CUSTOMER
006880*                    ID IN THE FIRST TEN BYTES OF THE KEY, AND
006890*                    WHETHER ANY STILL HOLDS PERSONAL DATA.
006900*----------------------------------------------------------------
006910 3200-COUNT-NAMES.
006920     MOVE ZERO TO RQ-NAME-COUNT(RQ-IDX).
006930     MOVE "N" TO WS-LIVE-NAME-SW.
006940     PERFORM 8100-START-CUSTOMER THRU 8100-EXIT.
006950     PERFORM 3210-COUNT-ONE-NAME THRU 3210-EXIT
006960         UNTIL WS-EOF.
006970     MOVE "N" TO WS-EOF-SW.
006980 3200-EXIT.
006990     EXIT.

007000 3210-COUNT-ONE-NAME.
007010     ADD 1 TO RQ-NAME-COUNT(RQ-IDX).
007020     IF NM-NAME NOT = WS-ERASED-NAME
007030             OR NM-ADDRESS NOT = SPACES
007040             OR NM-POSTCODE NOT = SPACES
007050         SET WS-LIVE-NAME-FOUND TO TRUE
007060     END-IF.
007070     PERFORM 8200-READ-NEXT-NAME THRU 8200-EXIT.
007080 3210-EXIT.
007090     EXIT.

007100*----------------------------------------------------------------
007110* 3900-REFUSE-REQUEST - THE CARD AT RQ-IDX IS REFUSED FOR
007120*                       WS-REASON. NOTHING OF THE CUSTOMER'S IS
007130*                       TOUCHED AND THE CARD GOES TO ERASREJ.
007140*----------------------------------------------------------------
007150 3900-REFUSE-REQUEST.
007160     MOVE "R" TO RQ-STATUS(RQ-IDX).
007170     MOVE WS-REASON TO RQ-REASON(RQ-IDX).
007180     MOVE "CUSTERAS" TO RJ-SOURCE-PROGRAM.
007190     MOVE RQ-REQUEST-ID(RQ-IDX) TO RJ-RECORD-KEY.
007200     MOVE WS-REASON TO RJ-REASON-CODE.
007210     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
007220         INTO RJ-REJECT-TIMESTAMP.
007230     WRITE ERASREJ-REC FROM RJ-REJECT-RECORD.
007240 3900-EXIT.
007250     EXIT.

007260*----------------------------------------------------------------
007270* 4000-ANONYMIZE-NAMES - FOR EVERY ACCEPTED CARD, BLANK THE NAME,
007280*                        ADDRESS AND POSTCODE ON EACH OF THE
007290*                        CUSTOMER'S NAMEMSTR RECORDS. THE KEY IS
007300*                        KEPT SO THE FINANCIAL FILES STILL TIE UP.
007310*----------------------------------------------------------------
007320 4000-ANONYMIZE-NAMES.
007330     PERFORM 4100-ANONYMIZE-ONE THRU 4100-EXIT
007340         VARYING WS-Q FROM 1 BY 1
007350         UNTIL WS-Q > WS-REQ-COUNT.
007360     CLOSE NAMEMSTR.
007370 4000-EXIT.
007380     EXIT.

007390 4100-ANONYMIZE-ONE.
007400     SET RQ-IDX TO WS-Q.
007410     IF RQ-REFUSED(RQ-IDX)
007420         GO TO 4100-EXIT
007430     END-IF.
007440     ADD 1 TO WS-ERASED-COUNT.
007450     PERFORM 8100-START-CUSTOMER THRU 8100-EXIT.
007460     PERFORM 4110-ANONYMIZE-ONE-NAME THRU 4110-EXIT
007470         UNTIL WS-EOF.
007480     MOVE "N" TO WS-EOF-SW.
007490 4100-EXIT.
007500     EXIT.

007510 4110-ANONYMIZE-ONE-NAME.
007520     MOVE WS-ERASED-NAME TO NM-NAME.
007530     MOVE SPACES TO NM-ADDRESS
007540                    NM-POSTCODE.
007550     REWRITE NAMEMSTR-REC
007560         INVALID KEY
007570             DISPLAY "CUSTERAS - NAMEMSTR REWRITE FAILED, "
007580                 "STATUS " WS-NAM-STATUS " - RUN ABORTED"
007590             MOVE 16 TO RETURN-CODE
007600             STOP RUN
007610     END-REWRITE.
007620     MOVE NM-IN-KEY (1:10) TO AL-RECORD-KEY.
007630     MOVE "NM-NAME" TO AL-FIELD-NAME.
007640     MOVE WS-ERASED-NAME TO AL-NEW-VALUE.
007650     PERFORM 4900-AUDIT-ERASURE THRU 4900-EXIT.
007660     MOVE "NM-ADDRESS" TO AL-FIELD-NAME.
007670     MOVE SPACES TO AL-NEW-VALUE.
007680     PERFORM 4900-AUDIT-ERASURE THRU 4900-EXIT.
007690     MOVE "NM-POSTCODE" TO AL-FIELD-NAME.
007700     PERFORM 4900-AUDIT-ERASURE THRU 4900-EXIT.
007710     PERFORM 8200-READ-NEXT-NAME THRU 8200-EXIT.
007720 4110-EXIT.
007730     EXIT.

007740*----------------------------------------------------------------
007750* 4900-AUDIT-ERASURE - ONE AUDITLOG ENTRY FOR AN ERASED FIELD. THE
007760*                      OLD VALUE IS WITHHELD - REPEATING IT IN THE
007770*                      LOG WOULD UNDO THE ERASURE.
007780*----------------------------------------------------------------
007790 4900-AUDIT-ERASURE.
007800     MOVE "WRITE" TO AL-ACTION.
007810     MOVE RQ-OPERATOR-ID(RQ-IDX) TO AL-OPERATOR-ID.
007820     MOVE "CUSTERAS" TO AL-SOURCE-PROGRAM.
007830     MOVE "*WITHHELD*" TO AL-OLD-VALUE.
007840     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
007850         INTO AL-TIMESTAMP.
007860     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007870 4900-EXIT.
007880     EXIT.

007890*----------------------------------------------------------------
007900* 5000-PURGE-MAILHIST - DROP THE MAILING HISTORY OF EVERY ERASED
007910*                       CUSTOMER. IT IS CONTACT HISTORY, NOT
007920*                       FINANCIAL HISTORY, SO NOTHING OF IT IS
007930*                       KEPT.
007940*----------------------------------------------------------------
007950 5000-PURGE-MAILHIST.
007960     IF WS-ERASED-COUNT = ZERO
007970         GO TO 5000-EXIT
007980     END-IF.
007990     OPEN INPUT MAILHIST.
008000     IF WS-MAIL-STATUS NOT = "00"
008010         GO TO 5000-EXIT
008020     END-IF.
008030     MOVE ZERO TO WS-BUF-COUNT.
008040     PERFORM 5100-LOAD-ONE-MAIL THRU 5100-EXIT
008050         UNTIL WS-EOF.
008060     CLOSE MAILHIST.
008070     MOVE "N" TO WS-EOF-SW.
008080     OPEN OUTPUT MAILHIST.
008090     PERFORM 5200-WRITE-ONE-MAIL THRU 5200-EXIT
008100         VARYING WS-R FROM 1 BY 1
008110         UNTIL WS-R > WS-BUF-COUNT.
008120     CLOSE MAILHIST.
008130     PERFORM 5300-AUDIT-MAIL THRU 5300-EXIT
008140         VARYING WS-Q FROM 1 BY 1
008150         UNTIL WS-Q > WS-REQ-COUNT.
008160 5000-EXIT.
008170     EXIT.

008180 5100-LOAD-ONE-MAIL.
008190     READ MAILHIST
008200         AT END
008210             SET WS-EOF TO TRUE
008220             GO TO 5100-EXIT
008230     END-READ.
008240     PERFORM 8300-BUFFER-RECORD THRU 8300-EXIT.
008250     MOVE MAILHIST-REC TO BF-RECORD(BF-IDX).
008260     MOVE MH-CUST-ID TO WS-CUST-ID.
008270     PERFORM 1210-FIND-REQUEST THRU 1210-EXIT.
008280     IF WS-RQ-IDX = ZERO
008290         GO TO 5100-EXIT
008300     END-IF.
008310     SET RQ-IDX TO WS-RQ-IDX.
008320     IF RQ-ACCEPTED(RQ-IDX)
008330         MOVE "Y" TO BF-DROP-SW(BF-IDX)
008340         ADD 1 TO RQ-MAIL-COUNT(RQ-IDX)
008350     END-IF.
008360 5100-EXIT.
008370     EXIT.

008380 5200-WRITE-ONE-MAIL.
008390     SET BF-IDX TO WS-R.
008400     IF NOT BF-DROPPED(BF-IDX)
008410         WRITE MAILHIST-REC FROM BF-RECORD(BF-IDX)
008420     END-IF.
008430 5200-EXIT.
008440     EXIT.

008450 5300-AUDIT-MAIL.
008460     SET RQ-IDX TO WS-Q.
008470     IF RQ-REFUSED(RQ-IDX) OR RQ-MAIL-COUNT(RQ-IDX) = ZERO
008480         GO TO 5300-EXIT
008490     END-IF.
008500     MOVE RQ-CUST-ID(RQ-IDX) TO AL-RECORD-KEY.
008510     MOVE "MAILHIST" TO AL-FIELD-NAME.
008520     MOVE "REMOVED" TO AL-NEW-VALUE.
008530     PERFORM 4900-AUDIT-ERASURE THRU 4900-EXIT.
008540 5300-EXIT.
008550     EXIT.

008560*----------------------------------------------------------------
008570* 5500-OPTOUT-CUSTFILE - AN ERASED CUSTOMER'S CUSTFILE ENTRY IS
008580*                        OPTED OUT, SO NO MAILER WRITES TO THEM
008590*                        AGAIN. THE ENTRY ITSELF STAYS.
008600*----------------------------------------------------------------
008610 5500-OPTOUT-CUSTFILE.
008620     IF WS-ERASED-COUNT = ZERO
008630         GO TO 5500-EXIT
008640     END-IF.
008650     OPEN INPUT CUSTFILE.
008660     IF WS-CUST-STATUS NOT = "00"
008670         GO TO 5500-EXIT
008680     END-IF.
008690     MOVE ZERO TO WS-BUF-COUNT.
008700     PERFORM 5600-LOAD-ONE-CUST THRU 5600-EXIT
008710         UNTIL WS-EOF.
008720     CLOSE CUSTFILE.
008730     MOVE "N" TO WS-EOF-SW.
008740     OPEN OUTPUT CUSTFILE.
008750     PERFORM 5700-WRITE-ONE-CUST THRU 5700-EXIT
008760         VARYING WS-R FROM 1 BY 1
008770         UNTIL WS-R > WS-BUF-COUNT.
008780     CLOSE CUSTFILE.
008790 5500-EXIT.
008800     EXIT.

008810 5600-LOAD-ONE-CUST.
008820     READ CUSTFILE
008830         AT END
008840             SET WS-EOF TO TRUE
008850             GO TO 5600-EXIT
008860     END-READ.
008870     PERFORM 8300-BUFFER-RECORD THRU 8300-EXIT.
008880     MOVE CUSTFILE-REC TO BF-RECORD(BF-IDX).
008890     MOVE SPACES TO WS-CUST-ID WS-CF-DAY WS-CF-OPTOUT.
008900     UNSTRING CUSTFILE-REC DELIMITED BY ALL SPACE
008910         INTO WS-CUST-ID WS-CF-DAY WS-CF-OPTOUT.
008920     PERFORM 1210-FIND-REQUEST THRU 1210-EXIT.
008930     IF WS-RQ-IDX = ZERO
008940         GO TO 5600-EXIT
008950     END-IF.
008960     SET RQ-IDX TO WS-RQ-IDX.
008970     IF RQ-REFUSED(RQ-IDX) OR WS-CF-OPTOUT = "Y"
008980         GO TO 5600-EXIT
008990     END-IF.
009000     MOVE SPACES TO BF-RECORD(BF-IDX).
009010     STRING WS-CUST-ID DELIMITED BY SPACE
009020            " " DELIMITED BY SIZE
009030            WS-CF-DAY DELIMITED BY SPACE
009040            " Y" DELIMITED BY SIZE
009050         INTO BF-RECORD(BF-IDX).
009060     ADD 1 TO RQ-CUSTF-COUNT(RQ-IDX).
009070     MOVE RQ-CUST-ID(RQ-IDX) TO AL-RECORD-KEY.
009080     MOVE "CF-OPT-OUT" TO AL-FIELD-NAME.
009090     MOVE "Y" TO AL-NEW-VALUE.
009100     PERFORM 4900-AUDIT-ERASURE THRU 4900-EXIT.
009110 5600-EXIT.
009120     EXIT.

009130 5700-WRITE-ONE-CUST.
009140     SET BF-IDX TO WS-R.
009150     WRITE CUSTFILE-REC FROM BF-RECORD(BF-IDX).
009160 5700-EXIT.
009170     EXIT.

009180*----------------------------------------------------------------
0091A1* 5800-PURGE-CONTPREF - DROP THE CONTACT PREFERENCE OF EACH
0091A2*                       ERASED CUSTOMER. IT HOLDS THEIR EMAIL
0091A3*                       ADDRESS AND PHONE NUMBER, SO NONE OF IT
0091A4*                       IS KEPT.
0091A5*----------------------------------------------------------------
0091A6 5800-PURGE-CONTPREF.
0091A7     IF WS-ERASED-COUNT = ZERO
0091A8         GO TO 5800-EXIT
0091A9     END-IF.
0091AA     OPEN INPUT CONTPREF.
0091AB     IF WS-PREF-STATUS NOT = "00"
0091AC         GO TO 5800-EXIT
0091AD     END-IF.
0091AE     MOVE ZERO TO WS-BUF-COUNT.
0091AF     PERFORM 5810-LOAD-ONE-PREF THRU 5810-EXIT
0091AG         UNTIL WS-EOF.
0091AH     CLOSE CONTPREF.
0091AI     MOVE "N" TO WS-EOF-SW.
0091AJ     OPEN OUTPUT CONTPREF.
0091AK     PERFORM 5820-WRITE-ONE-PREF THRU 5820-EXIT
0091AL         VARYING WS-R FROM 1 BY 1
0091AM         UNTIL WS-R > WS-BUF-COUNT.
0091AN     CLOSE CONTPREF.
0091AO     PERFORM 5830-AUDIT-PREF THRU 5830-EXIT
0091AP         VARYING WS-Q FROM 1 BY 1
0091AQ         UNTIL WS-Q > WS-REQ-COUNT.
0091AR 5800-EXIT.
0091AS     EXIT.

0091AT 5810-LOAD-ONE-PREF.
0091AU     READ CONTPREF
0091AV         AT END
0091AW             SET WS-EOF TO TRUE
0091AX             GO TO 5810-EXIT
0091AY     END-READ.
0091AZ     PERFORM 8300-BUFFER-RECORD THRU 8300-EXIT.
0091B1     MOVE CONTPREF-REC TO BF-RECORD(BF-IDX).
0091B2     MOVE PF-CUST-ID TO WS-CUST-ID.
0091B3     PERFORM 1210-FIND-REQUEST THRU 1210-EXIT.
0091B4     IF WS-RQ-IDX = ZERO
0091B5         GO TO 5810-EXIT
0091B6     END-IF.
0091B7     SET RQ-IDX TO WS-RQ-IDX.
0091B8     IF RQ-ACCEPTED(RQ-IDX)
0091B9         MOVE "Y" TO BF-DROP-SW(BF-IDX)
0091BA         ADD 1 TO RQ-PREF-COUNT(RQ-IDX)
0091BB     END-IF.
0091BC 5810-EXIT.
0091BD     EXIT.

0091BE 5820-WRITE-ONE-PREF.
0091BF     SET BF-IDX TO WS-R.
0091BG     IF NOT BF-DROPPED(BF-IDX)
0091BH         WRITE CONTPREF-REC FROM BF-RECORD(BF-IDX)
0091BI     END-IF.
0091BJ 5820-EXIT.
0091BK     EXIT.

0091BL 5830-AUDIT-PREF.
0091BM     SET RQ-IDX TO WS-Q.
0091BN     IF RQ-REFUSED(RQ-IDX) OR RQ-PREF-COUNT(RQ-IDX) = ZERO
0091BO         GO TO 5830-EXIT
0091BP     END-IF.
0091BQ     MOVE RQ-CUST-ID(RQ-IDX) TO AL-RECORD-KEY.
0091BR     MOVE "CONTPREF" TO AL-FIELD-NAME.
0091BS     MOVE "REMOVED" TO AL-NEW-VALUE.
0091BT     PERFORM 4900-AUDIT-ERASURE THRU 4900-EXIT.
0091BU 5830-EXIT.
0091BV     EXIT.

0091BW*----------------------------------------------------------------
009190* 6000-PRINT-CERTIFICATES - ONE CERTIFICATE PER ERASREQ CARD: THE
009200*                           OUTCOME AND, FOR AN ERASURE, WHAT WAS
009210*                           DONE IN EACH LINKED FILE. NO ERASED
009220*                           VALUE IS PRINTED.
009230*----------------------------------------------------------------
009240 6000-PRINT-CERTIFICATES.
009250     PERFORM 6100-PRINT-ONE THRU 6100-EXIT
009260         VARYING WS-Q FROM 1 BY 1
009270         UNTIL WS-Q > WS-REQ-COUNT.
009280 6000-EXIT.
009290     EXIT.

009300 6100-PRINT-ONE.
009310     SET RQ-IDX TO WS-Q.
009320     WRITE ERASCERT-REC FROM WS-RULE-LINE.
009330     MOVE RQ-REQUEST-ID(RQ-IDX) TO CL-REQUEST-ID.
009340     MOVE RQ-CUST-ID(RQ-IDX) TO CL-CUST-ID.
009350     WRITE ERASCERT-REC FROM WS-CERT-LINE-1.
009360     IF RQ-RETENTION-BASIS(RQ-IDX)
009370         MOVE "RETENTION RULE" TO CL-BASIS
009380     ELSE
009390         MOVE "CUSTOMER REQUEST" TO CL-BASIS
009400     END-IF.
009410     MOVE RQ-OPERATOR-ID(RQ-IDX) TO CL-OPERATOR-ID.
009420     MOVE WS-RUN-CCYYMMDD TO CL-RUN-DATE.
009430     WRITE ERASCERT-REC FROM WS-CERT-LINE-2.
009440     IF RQ-REFUSED(RQ-IDX)
009450         MOVE SPACES TO CL-OUTCOME
009460         STRING "REFUSED - " DELIMITED BY SIZE
009470                RQ-REASON(RQ-IDX) DELIMITED BY SIZE
009480             INTO CL-OUTCOME
009490         WRITE ERASCERT-REC FROM WS-CERT-LINE-3
009500         MOVE "NO RECORD OF THE CUSTOMER WAS CHANGED"
009510             TO NL-NOTE
009520         WRITE ERASCERT-REC FROM WS-NOTE-LINE
009530         ADD 1 TO WS-REFUSED-COUNT
009540         GO TO 6100-EXIT
009550     END-IF.
009560     MOVE "ERASED - PERSONAL DATA ANONYMIZED"
009570         TO CL-OUTCOME.
009580     WRITE ERASCERT-REC FROM WS-CERT-LINE-3.
009590     MOVE "NAMEMSTR" TO FL-FILE-NAME.
009600     MOVE RQ-NAME-COUNT(RQ-IDX) TO FL-COUNT.
009610     MOVE "ANONYMIZED - NAME, ADDRESS, POSTCODE"
009620         TO FL-ACTION.
009630     WRITE ERASCERT-REC FROM WS-FILE-LINE.
009640     MOVE "MAILHIST" TO FL-FILE-NAME.
009650     MOVE RQ-MAIL-COUNT(RQ-IDX) TO FL-COUNT.
009660     MOVE "REMOVED - MAILING HISTORY" TO FL-ACTION.
009670     WRITE ERASCERT-REC FROM WS-FILE-LINE.
009680     MOVE "CUSTFILE" TO FL-FILE-NAME.
009690     MOVE RQ-CUSTF-COUNT(RQ-IDX) TO FL-COUNT.
009700     MOVE "OPTED OUT OF MAILINGS" TO FL-ACTION.
009710     WRITE ERASCERT-REC FROM WS-FILE-LINE.
0097A1     MOVE "CONTPREF" TO FL-FILE-NAME.
0097A2     MOVE RQ-PREF-COUNT(RQ-IDX) TO FL-COUNT.
0097A3     MOVE "REMOVED - CONTACT PREFERENCES" TO FL-ACTION.
0097A4     WRITE ERASCERT-REC FROM WS-FILE-LINE.
009720     MOVE "CUSTPOLX" TO FL-FILE-NAME.
009730     MOVE RQ-XREF-COUNT(RQ-IDX) TO FL-COUNT.
009740     MOVE "RETAINED - FINANCIAL HISTORY" TO FL-ACTION.
009750     WRITE ERASCERT-REC FROM WS-FILE-LINE.
009760     MOVE "POLMAST" TO FL-FILE-NAME.
009770     MOVE RQ-POL-COUNT(RQ-IDX) TO FL-COUNT.
009780     WRITE ERASCERT-REC FROM WS-FILE-LINE.
009790     MOVE "POINTLDG" TO FL-FILE-NAME.
009800     MOVE RQ-LDG-COUNT(RQ-IDX) TO FL-COUNT.
009810     WRITE ERASCERT-REC FROM WS-FILE-LINE.
009820 6100-EXIT.
009830     EXIT.

009840 7000-FINALIZE.
009850     WRITE ERASCERT-REC FROM WS-RULE-LINE.
009860     MOVE WS-REQ-COUNT TO SL-REQ-COUNT.
009870     MOVE WS-ERASED-COUNT TO SL-ERASED-COUNT.
009880     MOVE WS-REFUSED-COUNT TO SL-REFUSED-COUNT.
009890     WRITE ERASCERT-REC FROM WS-SUMMARY-LINE.
009900     MOVE "CLOSE" TO AL-ACTION.
009910     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
009920     CLOSE ERASCERT
009930           ERASREJ.
009940 7000-EXIT.
009950     EXIT.

009960*----------------------------------------------------------------
009970* 8100-START-CUSTOMER - POSITION NAMEMSTR ON THE FIRST RECORD FOR
009980*                       THE CARD'S CUSTOMER AND READ IT. WS-EOF IS
009990*                       SET IF THERE IS NONE.
010000*----------------------------------------------------------------
010010 8100-START-CUSTOMER.
010020     MOVE "N" TO WS-EOF-SW.
010030     MOVE LOW-VALUES TO NM-IN-KEY.
010040     MOVE RQ-CUST-ID(RQ-IDX) TO NM-CUST-ID.
010050     START NAMEMSTR KEY >= NM-IN-KEY
010060         INVALID KEY
010070             SET WS-EOF TO TRUE
010080             GO TO 8100-EXIT
010090     END-START.
010100     PERFORM 8200-READ-NEXT-NAME THRU 8200-EXIT.
010110 8100-EXIT.
010120     EXIT.

010130 8200-READ-NEXT-NAME.
010140     READ NAMEMSTR NEXT
010150         AT END
010160             SET WS-EOF TO TRUE
010170             GO TO 8200-EXIT
010180     END-READ.
010190     IF NM-CUST-ID NOT = RQ-CUST-ID(RQ-IDX)
010200         SET WS-EOF TO TRUE
010210     END-IF.
010220 8200-EXIT.
010230     EXIT.

010240 8300-BUFFER-RECORD.
010250     IF WS-BUF-COUNT >= 5000
010260*        A PARTIAL BUFFER WOULD REWRITE A TRUNCATED FILE - STOP
010270*        BEFORE A RECORD IS LOST
010280         DISPLAY "CUSTERAS - MAILHIST OR CUSTFILE EXCEEDS THE "
010290             "5000-RECORD BUFFER - RUN ABORTED"
010300         MOVE 16 TO RETURN-CODE
010310         STOP RUN
010320     END-IF.
010330     ADD 1 TO WS-BUF-COUNT.
010340     SET BF-IDX TO WS-BUF-COUNT.
010350     MOVE "N" TO BF-DROP-SW(BF-IDX).
010360 8300-EXIT.
010370     EXIT.
