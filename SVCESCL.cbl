000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SVCESCL.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. CUSTOMER SERVICE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. DAILY SERVICE-CASE
000110*                  ESCALATION. EVERY OPEN SVCCASE CASE STILL OPEN
000120*                  AFTER ITS SLA DUE DATE IS ESCALATED: ITS LEVEL
000130*                  GOES UP BY ONE AND IT PASSES TO ITS CATEGORY'S
000140*                  SVCCAT ESCALATION OWNER. IT IS ESCALATED AGAIN
000150*                  EACH TIME ANOTHER SLA'S WORTH OF BUSINESS DAYS
000160*                  (FROM BIZDAY) PASSES WITHOUT IT BEING CLOSED.
000170*                  A CASE ALREADY ESCALATED TODAY IS NOT TOUCHED,
000180*                  SO A RERUN CHANGES NOTHING. EVERY CHANGE IS
000190*                  LOGGED THROUGH AUDITLOG AND EVERY ESCALATION IS
000200*                  LISTED ON SVCERPT FOR THE NEW OWNER.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM.
000250 OBJECT-COMPUTER. IBM.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SVCCASE ASSIGN TO "SVCCASE"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-CASE-STATUS.
000310     SELECT SVCCAT ASSIGN TO "SVCCAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CAT-STATUS.
000340     SELECT SVCERPT ASSIGN TO "SVCERPT"
000350         ORGANIZATION IS LINE SEQUENTIAL.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  SVCCASE
000390     RECORDING MODE IS F.
000400 01  SVCCASE-REC                  PIC X(100).

000410 FD  SVCCAT
000420     RECORDING MODE IS F.
000430 01  SVCCAT-REC                   PIC X(80).

000440 FD  SVCERPT
000450     RECORDING MODE IS F.
000460 01  SVCERPT-REC                  PIC X(80).

000470 WORKING-STORAGE SECTION.
000480 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000490     88  WS-EOF                             VALUE "Y".
000500 77  WS-CASE-STATUS               PIC X(02) VALUE SPACES.
000510 77  WS-CAT-STATUS                PIC X(02) VALUE SPACES.
000520 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000530 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000540 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000550 77  WS-K                         PIC 9(05) COMP.
000560 77  WS-C                         PIC 9(05) COMP.
000570 77  WS-CAT-IDX                   PIC 9(03) VALUE ZERO COMP.
000580 77  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO COMP.
000590 77  WS-LATE-COUNT                PIC 9(05) VALUE ZERO COMP.
000600 77  WS-ESC-COUNT                 PIC 9(05) VALUE ZERO COMP.
000610 77  WS-ESC-POINT                 PIC 9(08) VALUE ZERO.
000620 77  WS-NEW-OWNER                 PIC X(08) VALUE SPACES.
000630 77  WS-CASE-KEY                  PIC X(10) VALUE SPACES.
000640 77  WS-TODAY-INT                 PIC 9(07) VALUE ZERO.
000650 77  WS-DUE-INT                   PIC 9(07) VALUE ZERO.
000660 77  WS-DAYS-LATE                 PIC 9(05) VALUE ZERO.
000670 77  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
000680 77  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
000690 77  WS-BUS-DAYS                  PIC 9(03) VALUE ZERO.
000700 77  WS-DAYS-LEFT                 PIC 9(03) VALUE ZERO.
000710 77  WS-DAY-INT                   PIC 9(07) VALUE ZERO.

000720 01  WS-CASE-TABLE.
000730     05  WS-CASE-COUNT            PIC 9(05) VALUE ZERO COMP.
000740     05  CS-ENTRY OCCURS 5000 TIMES
000750                  INDEXED BY CS-IDX.
000760         10  CS-RECORD            PIC X(100).

000770 01  WS-CAT-TABLE.
000780     05  WS-CAT-COUNT             PIC 9(03) VALUE ZERO COMP.
000790     05  CT-ENTRY OCCURS 50 TIMES
000800                  INDEXED BY CT-IDX.
000810         10  CT-CATEGORY          PIC X(04).
000820         10  CT-SLA-DAYS          PIC 9(03).
000830         10  CT-ESC-OWNER         PIC X(08).

000840 COPY SVCCASE.
000850 COPY SVCCATG.
000860 COPY RPTHDR.
000870 COPY BDATLINK.
000880 COPY BIZDLINK.
000890 COPY AUDTLINK.

000900 01  WS-TITLE-LINE.
000910     05  FILLER                  PIC X(38) VALUE
000920         "SERVICE CASES ESCALATED PAST SLA".
000930     05  FILLER                  PIC X(42) VALUE SPACES.

000940 01  WS-COLUMN-LINE.
000950     05  FILLER                  PIC X(40) VALUE
000960         "CASE    CUSTOMER    CATG  SLA DUE   DAYS".
000970     05  FILLER                  PIC X(40) VALUE
000980         "  LVL  FROM      TO        LINK".

000990 01  WS-DETAIL-LINE.
001000     05  DL-CASE-NO               PIC 9(06).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  DL-CUST-ID               PIC X(10).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  DL-CATEGORY              PIC X(04).
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DL-SLA-DUE               PIC 9(08).
001070     05  FILLER                  PIC X(01) VALUE SPACES.
001080     05  DL-DAYS-LATE             PIC ZZZZ9.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DL-ESC-LEVEL             PIC 9(01).
001110     05  FILLER                  PIC X(04) VALUE SPACES.
001120     05  DL-OLD-OWNER             PIC X(08).
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DL-NEW-OWNER             PIC X(08).
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  DL-LINK-TYPE             PIC X(01).
001170     05  FILLER                  PIC X(01) VALUE SPACES.
001180     05  DL-LINK-REF              PIC X(10).
001190     05  FILLER                  PIC X(01) VALUE SPACES.

001200 01  WS-SUMMARY-LINE.
001210     05  FILLER                  PIC X(12) VALUE "OPEN CASES: ".
001220     05  SL-OPEN-COUNT            PIC ZZZZ9.
001230     05  FILLER                  PIC X(12) VALUE "  PAST SLA: ".
001240     05  SL-LATE-COUNT            PIC ZZZZ9.
001250     05  FILLER                  PIC X(21) VALUE
001260         "  ESCALATED TODAY:   ".
001270     05  SL-ESC-COUNT             PIC ZZZZ9.
001280     05  FILLER                  PIC X(20) VALUE SPACES.

001290 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     PERFORM 2000-CHECK-ONE-CASE THRU 2000-EXIT
001340         VARYING WS-C FROM 1 BY 1
001350         UNTIL WS-C > WS-CASE-COUNT.
001360     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001370     STOP RUN.

001380 1000-INITIALIZE.
001390     MOVE "GET" TO BU-ACTION.
001400     CALL "BUSDATE" USING BUSDATE-PARMS.
001410     MOVE BU-BUS-DATE TO WS-RUN-CCYYMMDD.
001420     MOVE BU-BUS-DATE TO WS-RUN-DATE.
001430     ACCEPT WS-RUN-TIME FROM TIME.
001440     COMPUTE WS-TODAY-INT =
001450         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
001460     OPEN OUTPUT SVCERPT.
001470     MOVE "SVCESCL" TO RH-PROGRAM-ID.
001480     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001490     MOVE WS-RUN-TIME TO RH-RUN-ID.
001500     MOVE 1 TO RH-PAGE-NUMBER.
001510     WRITE SVCERPT-REC FROM RH-REPORT-HEADER.
001520     WRITE SVCERPT-REC FROM WS-TITLE-LINE.
001530     WRITE SVCERPT-REC FROM WS-BLANK-LINE.
001540     WRITE SVCERPT-REC FROM WS-COLUMN-LINE.
001550     PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
001560     PERFORM 1200-LOAD-CASES THRU 1200-EXIT.
001570 1000-EXIT.
001580     EXIT.

001590*----------------------------------------------------------------
001600* 1100-LOAD-CATEGORIES - THE SVCCAT CONTROL FILE. WITHOUT IT NO
001610*                        SLA CAN BE COUNTED, SO THE RUN STOPS.
001620*----------------------------------------------------------------
001630 1100-LOAD-CATEGORIES.
001640     OPEN INPUT SVCCAT.
001650     IF WS-CAT-STATUS NOT = "00"
001660         DISPLAY "SVCESCL - SVCCAT NOT FOUND - RUN ABORTED"
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700     PERFORM 1110-LOAD-ONE-CATEGORY THRU 1110-EXIT
001710         UNTIL WS-EOF.
001720     CLOSE SVCCAT.
001730     MOVE "N" TO WS-EOF-SW.
001740 1100-EXIT.
001750     EXIT.

001760 1110-LOAD-ONE-CATEGORY.
001770     READ SVCCAT
001780         AT END
001790             SET WS-EOF TO TRUE
001800             GO TO 1110-EXIT
001810     END-READ.
001820     IF WS-CAT-COUNT >= 50
001830         DISPLAY "SVCESCL - SVCCAT EXCEEDS THE 50-CATEGORY "
001840             "TABLE - RUN ABORTED"
001850         MOVE 16 TO RETURN-CODE
001860         STOP RUN
001870     END-IF.
001880     MOVE SVCCAT-REC TO SK-CATEGORY-RECORD.
001890     ADD 1 TO WS-CAT-COUNT.
001900     SET CT-IDX TO WS-CAT-COUNT.
001910     MOVE SK-CATEGORY TO CT-CATEGORY(CT-IDX).
001920     MOVE SK-SLA-DAYS TO CT-SLA-DAYS(CT-IDX).
001930     MOVE SK-ESC-OWNER TO CT-ESC-OWNER(CT-IDX).
001940 1110-EXIT.
001950     EXIT.

001960*----------------------------------------------------------------
001970* 1200-LOAD-CASES - THE WHOLE CASE FILE, HELD AS RECORD IMAGES
001980*                   AND REWRITTEN IF ANY CASE IS ESCALATED. NO
001990*                   FILE MEANS NO CASE HAS BEEN OPENED YET.
002000*----------------------------------------------------------------
002010 1200-LOAD-CASES.
002020     OPEN INPUT SVCCASE.
002030     IF WS-CASE-STATUS NOT = "00"
002040         GO TO 1200-EXIT
002050     END-IF.
002060     PERFORM 1210-LOAD-ONE-CASE THRU 1210-EXIT
002070         UNTIL WS-EOF.
002080     CLOSE SVCCASE.
002090 1200-EXIT.
002100     EXIT.

002110 1210-LOAD-ONE-CASE.
002120     READ SVCCASE
002130         AT END
002140             SET WS-EOF TO TRUE
002150             GO TO 1210-EXIT
002160     END-READ.
002170     IF WS-CASE-COUNT >= 5000
002180*        A PARTIAL TABLE WOULD REWRITE A TRUNCATED SVCCASE AT
002190*        END OF RUN - STOP BEFORE A CASE IS LOST
002200         DISPLAY "SVCESCL - SVCCASE EXCEEDS THE 5000-CASE "
002210             "TABLE - RUN ABORTED"
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     ADD 1 TO WS-CASE-COUNT.
002260     SET CS-IDX TO WS-CASE-COUNT.
002270     MOVE SVCCASE-REC TO CS-RECORD(CS-IDX).
002280 1210-EXIT.
002290     EXIT.

002300*----------------------------------------------------------------
002310* 2000-CHECK-ONE-CASE - AN OPEN CASE IS DUE FOR ESCALATION ONCE
002320*                       THE RUN DATE IS PAST ITS SLA DUE DATE
002330*                       OR, IF ALREADY ESCALATED, PAST ANOTHER
002340*                       SLA'S WORTH OF BUSINESS DAYS FROM THE
002350*                       LAST ESCALATION. A CATEGORY NO LONGER ON
002360*                       SVCCAT KEEPS THE ORIGINAL SLA AND OWNER.
002370*----------------------------------------------------------------
002380 2000-CHECK-ONE-CASE.
002390     SET CS-IDX TO WS-C.
002400     MOVE CS-RECORD(CS-IDX) TO SC-CASE-RECORD.
002410     IF NOT SC-OPEN
002420         GO TO 2000-EXIT
002430     END-IF.
002440     ADD 1 TO WS-OPEN-COUNT.
002450     IF WS-RUN-CCYYMMDD NOT > SC-SLA-DUE
002460         GO TO 2000-EXIT
002470     END-IF.
002480     ADD 1 TO WS-LATE-COUNT.
002490     PERFORM 2100-FIND-CATEGORY THRU 2100-EXIT.
002500     MOVE SC-SLA-DUE TO WS-ESC-POINT.
002510     IF SC-ESC-LEVEL > ZERO
002520         MOVE SC-ESC-DATE TO WS-FROM-DATE
002530         IF WS-CAT-IDX > ZERO
002540             MOVE CT-SLA-DAYS(WS-CAT-IDX) TO WS-BUS-DAYS
002550         ELSE
002560             MOVE ZERO TO WS-BUS-DAYS
002570         END-IF
002580         PERFORM 2900-ADD-BUS-DAYS THRU 2900-EXIT
002590         MOVE WS-TO-DATE TO WS-ESC-POINT
002600     END-IF.
002610     IF WS-RUN-CCYYMMDD NOT > WS-ESC-POINT
002620             OR SC-ESC-DATE = WS-RUN-CCYYMMDD
002630         GO TO 2000-EXIT
002640     END-IF.
002650     PERFORM 2200-ESCALATE THRU 2200-EXIT.
002660 2000-EXIT.
002670     EXIT.

002680 2100-FIND-CATEGORY.
002690     MOVE ZERO TO WS-CAT-IDX.
002700     PERFORM 2110-MATCH-CATEGORY THRU 2110-EXIT
002710         VARYING WS-K FROM 1 BY 1
002720         UNTIL WS-K > WS-CAT-COUNT OR WS-CAT-IDX > ZERO.
002730 2100-EXIT.
002740     EXIT.

002750 2110-MATCH-CATEGORY.
002760     IF CT-CATEGORY(WS-K) = SC-CATEGORY
002770         MOVE WS-K TO WS-CAT-IDX
002780     END-IF.
002790 2110-EXIT.
002800     EXIT.

002810*----------------------------------------------------------------
002820* 2200-ESCALATE - RAISE THE LEVEL (NINE AT MOST), HAND THE CASE
002830*                 TO THE ESCALATION OWNER AND LIST IT.
002840*----------------------------------------------------------------
002850 2200-ESCALATE.
002860     STRING "SVC" SC-CASE-NO DELIMITED BY SIZE
002870         INTO WS-CASE-KEY.
002880     MOVE SC-OWNER TO DL-OLD-OWNER.
002890     MOVE SC-OWNER TO WS-NEW-OWNER.
002900     IF WS-CAT-IDX > ZERO
002910         IF CT-ESC-OWNER(WS-CAT-IDX) NOT = SPACES
002920             MOVE CT-ESC-OWNER(WS-CAT-IDX) TO WS-NEW-OWNER
002930         END-IF
002940     END-IF.
002950     MOVE "ESC-LEVEL" TO AL-FIELD-NAME.
002960     MOVE SC-ESC-LEVEL TO AL-OLD-VALUE.
002970     IF SC-ESC-LEVEL < 9
002980         ADD 1 TO SC-ESC-LEVEL
002990     END-IF.
003000     MOVE SC-ESC-LEVEL TO AL-NEW-VALUE.
003010     PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT.
003020     IF WS-NEW-OWNER NOT = SC-OWNER
003030         MOVE "OWNER" TO AL-FIELD-NAME
003040         MOVE SC-OWNER TO AL-OLD-VALUE
003050         MOVE WS-NEW-OWNER TO AL-NEW-VALUE
003060         PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT
003070         MOVE WS-NEW-OWNER TO SC-OWNER
003080     END-IF.
003090     MOVE WS-RUN-CCYYMMDD TO SC-ESC-DATE.
003100     MOVE SC-CASE-RECORD TO CS-RECORD(CS-IDX).
003110     ADD 1 TO WS-ESC-COUNT.
003120     COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(SC-SLA-DUE).
003130     COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DUE-INT.
003140     MOVE SC-CASE-NO TO DL-CASE-NO.
003150     MOVE SC-CUST-ID TO DL-CUST-ID.
003160     MOVE SC-CATEGORY TO DL-CATEGORY.
003170     MOVE SC-SLA-DUE TO DL-SLA-DUE.
003180     MOVE WS-DAYS-LATE TO DL-DAYS-LATE.
003190     MOVE SC-ESC-LEVEL TO DL-ESC-LEVEL.
003200     MOVE SC-OWNER TO DL-NEW-OWNER.
003210     MOVE SC-LINK-TYPE TO DL-LINK-TYPE.
003220     MOVE SC-LINK-REF TO DL-LINK-REF.
003230     WRITE SVCERPT-REC FROM WS-DETAIL-LINE.
003240 2200-EXIT.
003250     EXIT.

003260*----------------------------------------------------------------
003270* 2900-ADD-BUS-DAYS - WS-TO-DATE IS WS-BUS-DAYS BUSINESS DAYS
003280*                     AFTER WS-FROM-DATE, EACH DAY CLASSIFIED BY
003290*                     BIZDAY. ZERO DAYS IS THE SAME DAY.
003300*----------------------------------------------------------------
003310 2900-ADD-BUS-DAYS.
003320     MOVE WS-FROM-DATE TO WS-TO-DATE.
003330     MOVE WS-BUS-DAYS TO WS-DAYS-LEFT.
003340     COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
003350     PERFORM 2910-STEP-ONE-DAY THRU 2910-EXIT
003360         UNTIL WS-DAYS-LEFT = ZERO.
003370 2900-EXIT.
003380     EXIT.

003390 2910-STEP-ONE-DAY.
003400     ADD 1 TO WS-DAY-INT.
003410     COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
003420     MOVE "CHECK" TO BD-ACTION.
003430     MOVE WS-TO-DATE TO BD-DATE.
003440     CALL "BIZDAY" USING BIZDAY-PARMS.
003450     IF BD-BUSINESS-DAY
003460         SUBTRACT 1 FROM WS-DAYS-LEFT
003470     END-IF.
003480 2910-EXIT.
003490     EXIT.

003500 2950-AUDIT-CHANGE.
003510     MOVE "WRITE" TO AL-ACTION.
003520     MOVE "SVCESCL" TO AL-SOURCE-PROGRAM.
003530     MOVE WS-CASE-KEY TO AL-RECORD-KEY.
003540     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003550         INTO AL-TIMESTAMP.
003560     MOVE SPACES TO AL-OPERATOR-ID.
003570     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
003580 2950-EXIT.
003590     EXIT.

003600*----------------------------------------------------------------
003610* 5000-FINALIZE - THE CASE FILE IS REWRITTEN ONLY WHEN A CASE WAS
003620*                 ESCALATED, IN THE ORDER IT CAME IN.
003630*----------------------------------------------------------------
003640 5000-FINALIZE.
003650     IF WS-ESC-COUNT > ZERO
003660         OPEN OUTPUT SVCCASE
003670         PERFORM 5100-WRITE-ONE-CASE THRU 5100-EXIT
003680             VARYING WS-K FROM 1 BY 1
003690             UNTIL WS-K > WS-CASE-COUNT
003700         CLOSE SVCCASE
003710     END-IF.
003720     MOVE WS-OPEN-COUNT TO SL-OPEN-COUNT.
003730     MOVE WS-LATE-COUNT TO SL-LATE-COUNT.
003740     MOVE WS-ESC-COUNT TO SL-ESC-COUNT.
003750     WRITE SVCERPT-REC FROM WS-BLANK-LINE.
003760     WRITE SVCERPT-REC FROM WS-SUMMARY-LINE.
003770     CLOSE SVCERPT.
003780     MOVE "CLOSE" TO AL-ACTION.
003790     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
003800 5000-EXIT.
003810     EXIT.

003820 5100-WRITE-ONE-CASE.
003830     MOVE CS-RECORD(WS-K) TO SVCCASE-REC.
003840     WRITE SVCCASE-REC.
003850 5100-EXIT.
003860     EXIT.
