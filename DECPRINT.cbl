000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DECPRINT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. POLICY DECLARATIONS PRINT.
000110*                  POLINTAK AND UWAPPLY (NEW BUSINESS) AND
000120*                  POLRENEW (ACCEPTED RENEWALS) QUEUE EACH POLICY
000130*                  THEY WRITE OR RENEW ON THE DECQUEUE FILE. THIS
000140*                  JOB PRINTS ONE TWO-PAGE DECLARATIONS DOCUMENT
000150*                  PER QUEUED POLICY TO DECPRTR, LAID OUT LIKE
000160*                  THE HHSTMT STATEMENT PAGES. PAGE ONE CARRIES
000170*                  THE NAMED INSURED AND ADDRESS FROM NAMEMSTR
000180*                  (FOUND THROUGH THE CUSTPOLX CROSS-REFERENCE),
000190*                  THE POLICY PERIOD, THE WRITING AGENT FROM
000200*                  AGTMAST, THE RATING FACTORS AND THE ANNUAL
000210*                  PREMIUM. PAGE TWO IS THE PAY-PLAN INSTALLMENT
000220*                  SCHEDULE, SPLIT AND DATED THE WAY THE PREMIUM
000230*                  BILLING RUN SPLITS IT. DECPRTR IS PICKED UP BY
000240*                  RPTBUNDL THROUGH ITS RPTDIST MAPPING LIKE ANY
000250*                  OTHER REPORT. THE RUN'S DOCUMENT COUNT PRINTS
000260*                  AS A CONTROL TOTAL AT THE END OF DECPRTR AND
000270*                  GOES TO JOBBALF THROUGH THE SHARED JOBBAL CALL.
000280*                  A QUEUED POLICY THAT CANNOT BE PRINTED GOES TO
000290*                  DECPREJ IN THE SHARED REJECTREC LAYOUT. THE
000300*                  QUEUE IS EMPTIED AT END OF RUN.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM.
000350 OBJECT-COMPUTER. IBM.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DECQUEUE ASSIGN TO "DECQUEUE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-QUE-STATUS.
000410     SELECT CUSTPOLX ASSIGN TO "CUSTPOLX"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-XREF-STATUS.
000440     SELECT AGTMAST ASSIGN TO "AGTMAST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-AGT-STATUS.
000470     SELECT POLMAST ASSIGN TO "POLMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS PM-POLICY-ID
000510         FILE STATUS IS WS-POL-STATUS.
000520     SELECT NAMEMSTR ASSIGN TO "NAMEMSTR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS NM-IN-KEY
000560         FILE STATUS IS WS-NAM-STATUS.
000570     SELECT DECPRTR ASSIGN TO "DECPRTR"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT DECPREJ ASSIGN TO "DECPREJ"
000600         ORGANIZATION IS LINE SEQUENTIAL.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  DECQUEUE
000640     RECORDING MODE IS F.
000650 01  DECQUEUE-REC.
000660     05  DQ-POLICY-ID             PIC X(10).
000670     05  FILLER                   PIC X(01).
000680     05  DQ-DOC-TYPE              PIC X(01).
000690         88  DQ-NEW-BUSINESS                VALUE "N".
000700         88  DQ-RENEWAL                     VALUE "R".
000710     05  FILLER                   PIC X(01).
000720     05  DQ-QUEUE-DATE            PIC 9(06).
000730     05  FILLER                   PIC X(61).

000740 FD  CUSTPOLX
000750     RECORDING MODE IS F.
000760 01  CUSTPOLX-REC.
000770     05  XR-POLICY-ID             PIC X(10).
000780     05  FILLER                   PIC X(01).
000790     05  XR-CUST-ID               PIC X(10).
000800     05  FILLER                   PIC X(59).

000810 FD  AGTMAST
000820     RECORDING MODE IS F.
000830 01  AGTMAST-REC.
000840     05  AG-AGENT-ID              PIC X(06).
000850     05  FILLER                   PIC X(01).
000860     05  AG-NAME                  PIC X(30).
000870     05  FILLER                   PIC X(01).
000880     05  AG-COMM-PCT              PIC 9(02).
000890     05  FILLER                   PIC X(01).
000900     05  AG-LICENSE-NO            PIC X(12).
000910     05  FILLER                   PIC X(01).
000920     05  AG-LICENSE-EXP           PIC 9(08).
000930     05  FILLER                   PIC X(01).
000940     05  AG-APPOINTED             PIC X(01).
000950     05  FILLER                   PIC X(16).

000960 FD  POLMAST.
000970 01  POLMAST-REC.
000980     05  PM-POLICY-ID             PIC X(10).
000990     05  FILLER                   PIC X(01).
001000     05  PM-BASE-RATE             PIC 9(04).
001010     05  FILLER                   PIC X(01).
001020     05  PM-RISK-FACTOR-1         PIC 9(04).
001030     05  FILLER                   PIC X(01).
001040     05  PM-RISK-FACTOR-2         PIC 9(04).
001050     05  FILLER                   PIC X(01).
001060     05  PM-STATUS                PIC X(01).
001070     05  FILLER                   PIC X(01).
001080     05  PM-LAPSE-DATE            PIC X(06).
001090     05  FILLER                   PIC X(01).
001100     05  PM-PAY-PLAN              PIC X(01).
001110         88  PM-PLAN-MONTHLY                VALUE "M".
001120         88  PM-PLAN-QUARTERLY              VALUE "Q".
001130     05  FILLER                   PIC X(01).
001140     05  PM-DEBIT-AUTH            PIC X(01).
001150     05  FILLER                   PIC X(01).
001160     05  PM-AGENT-ID              PIC X(06).
001170     05  FILLER                   PIC X(01).
001180     05  PM-EFF-DATE              PIC X(06).
001190     05  FILLER                   PIC X(28).

001200 FD  NAMEMSTR.
001210 01  NAMEMSTR-REC.
001220     05  NM-IN-KEY                PIC X(20).
001230     05  NM-NAME                  PIC X(30).
001240     05  NM-ADDRESS               PIC X(24).
001250     05  NM-POSTCODE              PIC X(06).

001260 FD  DECPRTR
001270     RECORDING MODE IS F.
001280 01  DECPRTR-REC                  PIC X(132).

001290 FD  DECPREJ
001300     RECORDING MODE IS F.
001310 01  DECPREJ-REC                  PIC X(80).

001320 WORKING-STORAGE SECTION.
001330 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001340     88  WS-EOF                             VALUE "Y".
001350 77  WS-QUE-STATUS                PIC X(02) VALUE SPACES.
001360 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
001370 77  WS-AGT-STATUS                PIC X(02) VALUE SPACES.
001380 77  WS-POL-STATUS                PIC X(02) VALUE SPACES.
001390 77  WS-NAM-STATUS                PIC X(02) VALUE SPACES.
001400 77  WS-X                         PIC 9(05) COMP.
001410 77  WS-A                         PIC 9(03) COMP.
001420 77  WS-AGT-IDX                   PIC 9(03) VALUE ZERO COMP.
001430 77  WS-CUST-ID                   PIC X(10) VALUE SPACES.
001440 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001450 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001460 77  WS-PAGE-NO                   PIC 9(04) VALUE ZERO.
001470 77  WS-PREMIUM                   PIC 9(06) VALUE ZERO.
001480 77  WS-TOTAL-PREMIUM             PIC 9(11) VALUE ZERO.
001490 77  WS-INST-COUNT                PIC 9(02) VALUE 1.
001500 77  WS-INST-NO                   PIC 9(02) VALUE ZERO.
001510 77  WS-INST-AMOUNT               PIC 9(06) VALUE ZERO.
001520 77  WS-INST-FINAL                PIC 9(06) VALUE ZERO.
001530 77  WS-MONTH-STEP                PIC 9(02) VALUE ZERO.
001540 77  WS-QUEUED-COUNT              PIC 9(05) VALUE ZERO COMP.
001550 77  WS-DOC-COUNT                 PIC 9(05) VALUE ZERO COMP.
001560 77  WS-NEW-COUNT                 PIC 9(05) VALUE ZERO COMP.
001570 77  WS-RENEW-COUNT               PIC 9(05) VALUE ZERO COMP.
001580 77  WS-PAGE-COUNT                PIC 9(05) VALUE ZERO COMP.
001590 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.

001600 01  WS-EFF-DATE                  PIC 9(06) VALUE ZERO.
001610 01  WS-EFF-PARTS REDEFINES WS-EFF-DATE.
001620     05  WS-EFF-YY                PIC 9(02).
001630     05  WS-EFF-MM                PIC 9(02).
001640     05  WS-EFF-DD                PIC 9(02).

001650 01  WS-EXP-DATE                  PIC 9(06) VALUE ZERO.
001660 01  WS-EXP-PARTS REDEFINES WS-EXP-DATE.
001670     05  WS-EXP-YY                PIC 9(02).
001680     05  WS-EXP-MM                PIC 9(02).
001690     05  WS-EXP-DD                PIC 9(02).

001700 01  WS-DUE-DATE.
001710     05  WS-DUE-YY                PIC 9(02).
001720     05  WS-DUE-MM                PIC 9(02).
001730     05  WS-DUE-DD                PIC 9(02).

001740 01  WS-XREF-TABLE.
001750     05  WS-XREF-COUNT            PIC 9(05) VALUE ZERO COMP.
001760     05  XT-ENTRY OCCURS 2000 TIMES
001770                  INDEXED BY XT-IDX.
001780         10  XT-POLICY-ID         PIC X(10).
001790         10  XT-CUST-ID           PIC X(10).

001800 01  WS-AGT-TABLE.
001810     05  WS-AGT-COUNT             PIC 9(03) VALUE ZERO COMP.
001820     05  AT-ENTRY OCCURS 200 TIMES
001830                  INDEXED BY AT-IDX.
001840         10  AT-AGENT-ID          PIC X(06).
001850         10  AT-NAME              PIC X(30).
001860         10  AT-LICENSE-NO        PIC X(12).

001870 COPY REJECTREC.
001880 COPY RPTHDR.
001890 COPY JBALLINK.

001900 01  WS-DOC-TITLE-LINE.
001910     05  FILLER                  PIC X(21) VALUE
001920         "POLICY DECLARATIONS  ".
001930     05  DT-DOC-TYPE              PIC X(14).
001940     05  FILLER                  PIC X(79) VALUE SPACES.
001950     05  FILLER                  PIC X(05) VALUE "PAGE ".
001960     05  DT-DOC-PAGE              PIC 9(01).
001970     05  FILLER                  PIC X(04) VALUE " OF ".
001980     05  DT-DOC-PAGES             PIC 9(01).
001990     05  FILLER                  PIC X(07) VALUE SPACES.

002000 01  WS-POLICY-LINE.
002010     05  FILLER                  PIC X(04) VALUE SPACES.
002020     05  FILLER                  PIC X(15) VALUE
002030         "POLICY NUMBER: ".
002040     05  PL-POLICY-ID             PIC X(10).
002050     05  FILLER                  PIC X(16) VALUE
002060         "  POLICY PERIOD ".
002070     05  PL-EFF-DATE              PIC 9(06).
002080     05  FILLER                  PIC X(04) VALUE " TO ".
002090     05  PL-EXP-DATE              PIC 9(06).
002100     05  FILLER                  PIC X(71) VALUE SPACES.

002110 01  WS-INSURED-LINE.
002120     05  FILLER                  PIC X(04) VALUE SPACES.
002130     05  FILLER                  PIC X(15) VALUE
002140         "NAMED INSURED: ".
002150     05  IL-NAME                  PIC X(30).
002160     05  FILLER                  PIC X(13) VALUE "  CUSTOMER:  ".
002170     05  IL-CUST-ID               PIC X(10).
002180     05  FILLER                  PIC X(60) VALUE SPACES.

002190 01  WS-ADDRESS-LINE.
002200     05  FILLER                  PIC X(04) VALUE SPACES.
002210     05  FILLER                  PIC X(15) VALUE
002220         "ADDRESS:       ".
002230     05  AL-ADDRESS               PIC X(24).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  AL-POSTCODE              PIC X(06).
002260     05  FILLER                  PIC X(81) VALUE SPACES.

002270 01  WS-AGENT-LINE.
002280     05  FILLER                  PIC X(04) VALUE SPACES.
002290     05  FILLER                  PIC X(15) VALUE
002300         "AGENT:         ".
002310     05  GL-AGENT-ID              PIC X(06).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  GL-NAME                  PIC X(30).
002340     05  FILLER                  PIC X(11) VALUE "  LICENSE: ".
002350     05  GL-LICENSE-NO            PIC X(12).
002360     05  FILLER                  PIC X(52) VALUE SPACES.

002370 01  WS-SECTION-LINE.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  SC-TITLE                 PIC X(30).
002400     05  FILLER                  PIC X(100) VALUE SPACES.

002410 01  WS-RATING-LINE.
002420     05  FILLER                  PIC X(06) VALUE SPACES.
002430     05  RL-LABEL                 PIC X(20).
002440     05  RL-AMOUNT                PIC ZZZZZ9.
002450     05  FILLER                  PIC X(100) VALUE SPACES.

002460 01  WS-PLAN-LINE.
002470     05  FILLER                  PIC X(04) VALUE SPACES.
002480     05  FILLER                  PIC X(15) VALUE
002490         "PAY PLAN:      ".
002500     05  PP-PLAN-NAME             PIC X(10).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  PP-INST-COUNT            PIC Z9.
002530     05  FILLER                  PIC X(13) VALUE " INSTALLMENTS".
002540     05  FILLER                  PIC X(86) VALUE SPACES.

002550 01  WS-CONTINUED-LINE.
002560     05  FILLER                  PIC X(04) VALUE SPACES.
002570     05  FILLER                  PIC X(50) VALUE
002580         "SCHEDULE OF INSTALLMENTS CONTINUES ON NEXT PAGE".
002590     05  FILLER                  PIC X(78) VALUE SPACES.

002600 01  WS-SCHED-HDG-LINE.
002610     05  FILLER                  PIC X(06) VALUE SPACES.
002620     05  FILLER                  PIC X(36) VALUE
002630         "INSTALLMENT   DUE DATE      AMOUNT".
002640     05  FILLER                  PIC X(90) VALUE SPACES.

002650 01  WS-SCHED-LINE.
002660     05  FILLER                  PIC X(08) VALUE SPACES.
002670     05  SL-INST-NO               PIC Z9.
002680     05  FILLER                  PIC X(04) VALUE " OF ".
002690     05  SL-INST-OF               PIC Z9.
002700     05  FILLER                  PIC X(06) VALUE SPACES.
002710     05  SL-DUE-DATE              PIC 9(06).
002720     05  FILLER                  PIC X(06) VALUE SPACES.
002730     05  SL-AMOUNT                PIC ZZZZZ9.
002740     05  FILLER                  PIC X(98) VALUE SPACES.

002750 01  WS-SCHED-TOTAL-LINE.
002760     05  FILLER                  PIC X(08) VALUE SPACES.
002770     05  FILLER                  PIC X(26) VALUE
002780         "TOTAL ANNUAL PREMIUM".
002790     05  ST-AMOUNT                PIC ZZZZZ9.
002800     05  FILLER                  PIC X(92) VALUE SPACES.

002810 01  WS-END-LINE.
002820     05  FILLER                  PIC X(04) VALUE SPACES.
002830     05  FILLER                  PIC X(26) VALUE
002840         "*** END OF DECLARATIONS".
002850     05  FILLER                  PIC X(102) VALUE SPACES.

002860 01  WS-SUMMARY-LINE.
002870     05  FILLER                  PIC X(20) VALUE
002880         "DOCUMENTS PRODUCED: ".
002890     05  SM-DOC-COUNT             PIC ZZZZ9.
002900     05  FILLER                  PIC X(16) VALUE
002910         "  NEW BUSINESS: ".
002920     05  SM-NEW-COUNT             PIC ZZZZ9.
002930     05  FILLER                  PIC X(12) VALUE "  RENEWALS: ".
002940     05  SM-RENEW-COUNT           PIC ZZZZ9.
002950     05  FILLER                  PIC X(09) VALUE "  PAGES: ".
002960     05  SM-PAGE-COUNT            PIC ZZZZ9.
002970     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
002980     05  SM-REJECT-COUNT          PIC ZZZZ9.
002990     05  FILLER                  PIC X(38) VALUE SPACES.

003000 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

003010 PROCEDURE DIVISION.
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040     PERFORM 2000-PRINT-ONE THRU 2000-EXIT
003050         UNTIL WS-EOF.
003060     PERFORM 5000-FINALIZE THRU 5000-EXIT.
003070     STOP RUN.

003080*----------------------------------------------------------------
003090* 1000-INITIALIZE - LOAD THE CROSS-REFERENCE AND THE AGENT
003100*                   MASTER, OPEN THE TWO KEYED MASTERS FOR
003110*                   LOOKUP, AND START ON THE QUEUE. NO DECQUEUE
003120*                   MEANS NOTHING WAS WRITTEN OR RENEWED SINCE THE
003130*                   LAST RUN - THE CONTROL TOTAL STILL PRINTS.
003140*----------------------------------------------------------------
003150 1000-INITIALIZE.
003160     ACCEPT WS-RUN-DATE FROM DATE.
003170     ACCEPT WS-RUN-TIME FROM TIME.
003180     OPEN OUTPUT DECPRTR
003190          OUTPUT DECPREJ.
003200     MOVE "DECPRINT" TO RH-PROGRAM-ID.
003210     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003220     MOVE WS-RUN-TIME TO RH-RUN-ID.
003230     OPEN INPUT CUSTPOLX.
003240     IF WS-XREF-STATUS = "00"
003250         PERFORM 1100-LOAD-ONE-XREF THRU 1100-EXIT
003260             UNTIL WS-EOF
003270         CLOSE CUSTPOLX
003280     END-IF.
003290     MOVE "N" TO WS-EOF-SW.
003300     OPEN INPUT AGTMAST.
003310     IF WS-AGT-STATUS = "00"
003320         PERFORM 1200-LOAD-ONE-AGENT THRU 1200-EXIT
003330             UNTIL WS-EOF
003340         CLOSE AGTMAST
003350     END-IF.
003360     MOVE "N" TO WS-EOF-SW.
003370     OPEN INPUT POLMAST.
003380     IF WS-POL-STATUS NOT = "00"
003390         DISPLAY "DECPRINT - POLMAST OPEN FAILED, STATUS "
003400             WS-POL-STATUS " - RUN ABORTED"
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440     OPEN INPUT NAMEMSTR.
003450     IF WS-NAM-STATUS NOT = "00"
003460         DISPLAY "DECPRINT - NAMEMSTR OPEN FAILED, STATUS "
003470             WS-NAM-STATUS " - RUN ABORTED"
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     OPEN INPUT DECQUEUE.
003520     IF WS-QUE-STATUS NOT = "00"
003530         SET WS-EOF TO TRUE
003540     END-IF.
003550 1000-EXIT.
003560     EXIT.

003570 1100-LOAD-ONE-XREF.
003580     READ CUSTPOLX
003590         AT END
003600             SET WS-EOF TO TRUE
003610         NOT AT END
003620             IF WS-XREF-COUNT >= 2000
003630                 DISPLAY "DECPRINT - CUSTPOLX EXCEEDS THE 2000-"
003640                     "ROW TABLE - RUN ABORTED"
003650                 MOVE 16 TO RETURN-CODE
003660                 STOP RUN
003670             END-IF
003680             ADD 1 TO WS-XREF-COUNT
003690             SET XT-IDX TO WS-XREF-COUNT
003700             MOVE XR-POLICY-ID TO XT-POLICY-ID(XT-IDX)
003710             MOVE XR-CUST-ID TO XT-CUST-ID(XT-IDX)
003720     END-READ.
003730 1100-EXIT.
003740     EXIT.

003750 1200-LOAD-ONE-AGENT.
003760     READ AGTMAST
003770         AT END
003780             SET WS-EOF TO TRUE
003790         NOT AT END
003800             IF WS-AGT-COUNT >= 200
003810                 DISPLAY "DECPRINT - AGTMAST EXCEEDS THE 200-"
003820                     "AGENT TABLE - RUN ABORTED"
003830                 MOVE 16 TO RETURN-CODE
003840                 STOP RUN
003850             END-IF
003860             ADD 1 TO WS-AGT-COUNT
003870             SET AT-IDX TO WS-AGT-COUNT
003880             MOVE AG-AGENT-ID TO AT-AGENT-ID(AT-IDX)
003890             MOVE AG-NAME TO AT-NAME(AT-IDX)
003900             MOVE AG-LICENSE-NO TO AT-LICENSE-NO(AT-IDX)
003910     END-READ.
003920 1200-EXIT.
003930     EXIT.

003940*----------------------------------------------------------------
003950* 2000-PRINT-ONE - ONE QUEUED POLICY: FIND THE POLICY, ITS
003960*                  CUSTOMER AND THE CUSTOMER'S NAME AND ADDRESS,
003970*                  THEN PRINT THE DECLARATIONS PAGE AND THE
003980*                  INSTALLMENT SCHEDULE PAGE. ANY MISSING LINK
003990*                  REJECTS THE DOCUMENT RATHER THAN PRINT A
004000*                  DECLARATION WITH A HOLE IN IT.
004010*----------------------------------------------------------------
004020 2000-PRINT-ONE.
004030     READ DECQUEUE
004040         AT END
004050             SET WS-EOF TO TRUE
004060             GO TO 2000-EXIT
004070     END-READ.
004080     ADD 1 TO WS-QUEUED-COUNT.
004090     MOVE DQ-POLICY-ID TO PM-POLICY-ID.
004100     READ POLMAST
004110         INVALID KEY
004120             MOVE "POLICY NOT ON POLMAST" TO RJ-REASON-CODE
004130             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004140             GO TO 2000-EXIT
004150     END-READ.
004160     MOVE SPACES TO WS-CUST-ID.
004170     PERFORM 2010-MATCH-XREF THRU 2010-EXIT
004180         VARYING WS-X FROM 1 BY 1
004190         UNTIL WS-X > WS-XREF-COUNT OR WS-CUST-ID NOT = SPACES.
004200     IF WS-CUST-ID = SPACES
004210         MOVE "NO CUSTOMER CROSS-REFERENCE" TO RJ-REASON-CODE
004220         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004230         GO TO 2000-EXIT
004240     END-IF.
004250     MOVE SPACES TO NM-IN-KEY.
004260     MOVE WS-CUST-ID TO NM-IN-KEY (1:10).
004270     READ NAMEMSTR
004280         INVALID KEY
004290             MOVE "CUSTOMER NOT ON NAMEMSTR" TO RJ-REASON-CODE
004300             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004310             GO TO 2000-EXIT
004320     END-READ.
004330     IF PM-EFF-DATE IS NOT NUMERIC
004340         MOVE "POLICY HAS NO EFFECTIVE DATE" TO RJ-REASON-CODE
004350         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004360         GO TO 2000-EXIT
004370     END-IF.
004380     COMPUTE WS-PREMIUM =
004390         PM-BASE-RATE + PM-RISK-FACTOR-1 + PM-RISK-FACTOR-2.
004400     EVALUATE TRUE
004410         WHEN PM-PLAN-MONTHLY
004420             MOVE 12 TO WS-INST-COUNT
004430             MOVE "MONTHLY" TO PP-PLAN-NAME
004440         WHEN PM-PLAN-QUARTERLY
004450             MOVE 4 TO WS-INST-COUNT
004460             MOVE "QUARTERLY" TO PP-PLAN-NAME
004470         WHEN OTHER
004480             MOVE 1 TO WS-INST-COUNT
004490             MOVE "ANNUAL" TO PP-PLAN-NAME
004500     END-EVALUATE.
004510     ADD 1 TO WS-DOC-COUNT.
004520     IF DQ-RENEWAL
004530         ADD 1 TO WS-RENEW-COUNT
004540         MOVE "- RENEWAL" TO DT-DOC-TYPE
004550     ELSE
004560         ADD 1 TO WS-NEW-COUNT
004570         MOVE "- NEW BUSINESS" TO DT-DOC-TYPE
004580     END-IF.
004590     ADD WS-PREMIUM TO WS-TOTAL-PREMIUM.
004600     PERFORM 2100-DECLARATIONS-PAGE THRU 2100-EXIT.
004610     PERFORM 2200-SCHEDULE-PAGE THRU 2200-EXIT.
004620 2000-EXIT.
004630     EXIT.

004640 2010-MATCH-XREF.
004650     IF XT-POLICY-ID(WS-X) = PM-POLICY-ID
004660         MOVE XT-CUST-ID(WS-X) TO WS-CUST-ID
004670     END-IF.
004680 2010-EXIT.
004690     EXIT.

004700*----------------------------------------------------------------
004710* 2100-DECLARATIONS-PAGE - PAGE ONE: WHO IS INSURED, FOR WHAT
004720*                          PERIOD, THROUGH WHICH AGENT, AND AT
004730*                          WHAT PRICE. THE POLICY RUNS ONE YEAR
004740*                          FROM ITS EFFECTIVE DATE.
004750*----------------------------------------------------------------
004760 2100-DECLARATIONS-PAGE.
004770     MOVE 1 TO DT-DOC-PAGE.
004780     PERFORM 2800-NEW-PAGE THRU 2800-EXIT.
004790     MOVE PM-EFF-DATE TO WS-EFF-DATE.
004800     MOVE WS-EFF-DATE TO WS-EXP-DATE.
004810     IF WS-EXP-YY = 99
004820         MOVE ZERO TO WS-EXP-YY
004830     ELSE
004840         ADD 1 TO WS-EXP-YY
004850     END-IF.
004860     MOVE PM-POLICY-ID TO PL-POLICY-ID.
004870     MOVE WS-EFF-DATE TO PL-EFF-DATE.
004880     MOVE WS-EXP-DATE TO PL-EXP-DATE.
004890     WRITE DECPRTR-REC FROM WS-POLICY-LINE.
004900     MOVE NM-NAME TO IL-NAME.
004910     MOVE WS-CUST-ID TO IL-CUST-ID.
004920     WRITE DECPRTR-REC FROM WS-INSURED-LINE.
004930     MOVE NM-ADDRESS TO AL-ADDRESS.
004940     MOVE NM-POSTCODE TO AL-POSTCODE.
004950     WRITE DECPRTR-REC FROM WS-ADDRESS-LINE.
004960     WRITE DECPRTR-REC FROM WS-BLANK-LINE.
004970     PERFORM 2110-AGENT-LINE THRU 2110-EXIT.
004980     WRITE DECPRTR-REC FROM WS-BLANK-LINE.
004990     MOVE "RATING" TO SC-TITLE.
005000     WRITE DECPRTR-REC FROM WS-SECTION-LINE.
005010     MOVE "BASE RATE" TO RL-LABEL.
005020     MOVE PM-BASE-RATE TO RL-AMOUNT.
005030     WRITE DECPRTR-REC FROM WS-RATING-LINE.
005040     MOVE "RISK FACTOR 1" TO RL-LABEL.
005050     MOVE PM-RISK-FACTOR-1 TO RL-AMOUNT.
005060     WRITE DECPRTR-REC FROM WS-RATING-LINE.
005070     MOVE "RISK FACTOR 2" TO RL-LABEL.
005080     MOVE PM-RISK-FACTOR-2 TO RL-AMOUNT.
005090     WRITE DECPRTR-REC FROM WS-RATING-LINE.
005100     MOVE "ANNUAL PREMIUM" TO RL-LABEL.
005110     MOVE WS-PREMIUM TO RL-AMOUNT.
005120     WRITE DECPRTR-REC FROM WS-RATING-LINE.
005130     WRITE DECPRTR-REC FROM WS-BLANK-LINE.
005140     MOVE WS-INST-COUNT TO PP-INST-COUNT.
005150     WRITE DECPRTR-REC FROM WS-PLAN-LINE.
005160     WRITE DECPRTR-REC FROM WS-BLANK-LINE.
005170     WRITE DECPRTR-REC FROM WS-CONTINUED-LINE.
005180 2100-EXIT.
005190     EXIT.

005200 2110-AGENT-LINE.
005210     MOVE PM-AGENT-ID TO GL-AGENT-ID.
005220     MOVE SPACES TO GL-NAME
005230                    GL-LICENSE-NO.
005240     IF PM-AGENT-ID = SPACES
005250         MOVE "DIRECT BUSINESS - NO AGENT" TO GL-NAME
005260         WRITE DECPRTR-REC FROM WS-AGENT-LINE
005270         GO TO 2110-EXIT
005280     END-IF.
005290     MOVE ZERO TO WS-AGT-IDX.
005300     PERFORM 2120-MATCH-AGENT THRU 2120-EXIT
005310         VARYING WS-A FROM 1 BY 1
005320         UNTIL WS-A > WS-AGT-COUNT OR WS-AGT-IDX > ZERO.
005330     IF WS-AGT-IDX = ZERO
005340         MOVE "NOT ON AGTMAST" TO GL-NAME
005350     ELSE
005360         SET AT-IDX TO WS-AGT-IDX
005370         MOVE AT-NAME(AT-IDX) TO GL-NAME
005380         MOVE AT-LICENSE-NO(AT-IDX) TO GL-LICENSE-NO
005390     END-IF.
005400     WRITE DECPRTR-REC FROM WS-AGENT-LINE.
005410 2110-EXIT.
005420     EXIT.

005430 2120-MATCH-AGENT.
005440     IF AT-AGENT-ID(WS-A) = PM-AGENT-ID
005450         MOVE WS-A TO WS-AGT-IDX
005460     END-IF.
005470 2120-EXIT.
005480     EXIT.

005490*----------------------------------------------------------------
005500* 2200-SCHEDULE-PAGE - PAGE TWO: THE PAY-PLAN INSTALLMENTS. EVERY
005510*                      INSTALLMENT BUT THE LAST IS THE PREMIUM
005520*                      DIVIDED DOWN AND THE LAST CARRIES THE
005530*                      REMAINDER, THE SAME SPLIT THE BILLING RUN
005540*                      USES, SO THE SCHEDULE ALWAYS TOTALS THE
005550*                      PREMIUM ON PAGE ONE.
005560*----------------------------------------------------------------
005570 2200-SCHEDULE-PAGE.
005580     MOVE 2 TO DT-DOC-PAGE.
005590     PERFORM 2800-NEW-PAGE THRU 2800-EXIT.
005600     MOVE "SCHEDULE OF INSTALLMENTS" TO SC-TITLE.
005610     WRITE DECPRTR-REC FROM WS-SECTION-LINE.
005620     WRITE DECPRTR-REC FROM WS-POLICY-LINE.
005630     WRITE DECPRTR-REC FROM WS-BLANK-LINE.
005640     WRITE DECPRTR-REC FROM WS-SCHED-HDG-LINE.
005650     DIVIDE WS-PREMIUM BY WS-INST-COUNT
005660         GIVING WS-INST-AMOUNT.
005670     COMPUTE WS-INST-FINAL = WS-PREMIUM -
005680         (WS-INST-AMOUNT * (WS-INST-COUNT - 1)).
005690     PERFORM 2210-SCHEDULE-LINE THRU 2210-EXIT
005700         VARYING WS-INST-NO FROM 1 BY 1
005710         UNTIL WS-INST-NO > WS-INST-COUNT.
005720     MOVE WS-PREMIUM TO ST-AMOUNT.
005730     WRITE DECPRTR-REC FROM WS-SCHED-TOTAL-LINE.
005740     WRITE DECPRTR-REC FROM WS-BLANK-LINE.
005750     WRITE DECPRTR-REC FROM WS-END-LINE.
005760 2200-EXIT.
005770     EXIT.

005780 2210-SCHEDULE-LINE.
005790     MOVE WS-INST-NO TO SL-INST-NO.
005800     MOVE WS-INST-COUNT TO SL-INST-OF.
005810     IF WS-INST-NO < WS-INST-COUNT
005820         MOVE WS-INST-AMOUNT TO SL-AMOUNT
005830     ELSE
005840         MOVE WS-INST-FINAL TO SL-AMOUNT
005850     END-IF.
005860     PERFORM 2220-SET-DUE-DATE THRU 2220-EXIT.
005870     MOVE WS-DUE-DATE TO SL-DUE-DATE.
005880     WRITE DECPRTR-REC FROM WS-SCHED-LINE.
005890 2210-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------
005920* 2220-SET-DUE-DATE - INSTALLMENT N IS DUE ITS PLAN'S MONTHS
005930*                     AFTER THE EFFECTIVE DATE, DAY CAPPED AT 28,
005940*                     AS THE BILLING RUN SCHEDULES IT.
005950*----------------------------------------------------------------
005960 2220-SET-DUE-DATE.
005970     MOVE WS-EFF-DATE TO WS-DUE-DATE.
005980     IF WS-DUE-DD > 28
005990         MOVE 28 TO WS-DUE-DD
006000     END-IF.
006010     COMPUTE WS-MONTH-STEP =
006020         (WS-INST-NO - 1) * (12 / WS-INST-COUNT).
006030     ADD WS-MONTH-STEP TO WS-DUE-MM.
006040     PERFORM 2230-ROLL-YEAR THRU 2230-EXIT
006050         UNTIL WS-DUE-MM <= 12.
006060 2220-EXIT.
006070     EXIT.

006080 2230-ROLL-YEAR.
006090     SUBTRACT 12 FROM WS-DUE-MM.
006100     IF WS-DUE-YY = 99
006110         MOVE ZERO TO WS-DUE-YY
006120     ELSE
006130         ADD 1 TO WS-DUE-YY
006140     END-IF.
006150 2230-EXIT.
006160     EXIT.

006170 2800-NEW-PAGE.
006180     ADD 1 TO WS-PAGE-NO.
006190     ADD 1 TO WS-PAGE-COUNT.
006200     MOVE WS-PAGE-NO TO RH-PAGE-NUMBER.
006210     MOVE 2 TO DT-DOC-PAGES.
006220     IF WS-PAGE-NO > 1
006230         WRITE DECPRTR-REC FROM WS-BLANK-LINE
006240     END-IF.
006250     WRITE DECPRTR-REC FROM RH-REPORT-HEADER.
006260     WRITE DECPRTR-REC FROM WS-DOC-TITLE-LINE.
006270     WRITE DECPRTR-REC FROM WS-BLANK-LINE.
006280 2800-EXIT.
006290     EXIT.

006300 2900-WRITE-REJECT.
006310     ADD 1 TO WS-REJECT-COUNT.
006320     MOVE "DECPRINT" TO RJ-SOURCE-PROGRAM.
006330     MOVE DQ-POLICY-ID TO RJ-RECORD-KEY.
006340     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006350         INTO RJ-REJECT-TIMESTAMP.
006360     WRITE DECPREJ-REC FROM RJ-REJECT-RECORD.
006370 2900-EXIT.
006380     EXIT.

006390*----------------------------------------------------------------
006400* 5000-FINALIZE - PRINT THE DOCUMENT CONTROL TOTAL, REPORT THE
006410*                 RUN'S COUNTS TO JOBBALF, AND EMPTY THE QUEUE -
006420*                 EVERY QUEUED POLICY IS EITHER PRINTED OR ON
006430*                 DECPREJ BY NOW.
006440*----------------------------------------------------------------
006450 5000-FINALIZE.
006460     IF WS-QUE-STATUS = "00"
006470         CLOSE DECQUEUE
006480         OPEN OUTPUT DECQUEUE
006490         CLOSE DECQUEUE
006500     END-IF.
006510     CLOSE POLMAST
006520           NAMEMSTR.
006530     IF WS-PAGE-NO = ZERO
006540         MOVE 1 TO RH-PAGE-NUMBER
006550         WRITE DECPRTR-REC FROM RH-REPORT-HEADER
006560     END-IF.
006570     WRITE DECPRTR-REC FROM WS-BLANK-LINE.
006580     MOVE WS-DOC-COUNT TO SM-DOC-COUNT.
006590     MOVE WS-NEW-COUNT TO SM-NEW-COUNT.
006600     MOVE WS-RENEW-COUNT TO SM-RENEW-COUNT.
006610     MOVE WS-PAGE-COUNT TO SM-PAGE-COUNT.
006620     MOVE WS-REJECT-COUNT TO SM-REJECT-COUNT.
006630     WRITE DECPRTR-REC FROM WS-SUMMARY-LINE.
006640     CLOSE DECPRTR
006650           DECPREJ.
006660     MOVE "WRITE" TO JB-ACTION.
006670     MOVE "DECPRINT" TO JB-JOB-NAME.
006680     MOVE WS-QUEUED-COUNT TO JB-RECORDS-IN.
006690     MOVE WS-DOC-COUNT TO JB-RECORDS-OUT.
006700     MOVE WS-REJECT-COUNT TO JB-RECORDS-REJ.
006710     MOVE ZERO TO JB-AMOUNT-IN.
006720     MOVE WS-TOTAL-PREMIUM TO JB-AMOUNT-OUT.
006730     CALL "JOBBAL" USING JOBBAL-PARMS.
006740 5000-EXIT.
006750     EXIT.
