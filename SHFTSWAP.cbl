000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SHFTSWAP.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. STAFFING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. SHIFT SWAPS AND OPEN-SHIFT
000110*                  BIDS, SO ASSIGNF SHOWS WHO ACTUALLY WORKS.
000120*                  SWAPREQ CARDS (GIVER, TAKER, SHIFT DATE) HAND A
000130*                  GIVER'S ASSIGNMENT TO THE TAKER; SHFTBID CARDS
000140*                  (BIDDER, SHIFT DATE, QUALIFICATION) CLAIM AN
000150*                  OPENSHFT SLOT THE CREW ALLOCATOR COULD NOT
000160*                  FILL. SWAPS ARE JUDGED FIRST, THEN BIDS, EACH
000170*                  IN CARD ORDER AND EACH SEEING THE ONES APPROVED
000180*                  BEFORE IT. THE TAKER OR BIDDER MUST BE ON
000190*                  CREWMAST, HOLD THE QUALIFICATION THE SHIFT WAS
000200*                  ASSIGNED TO COVER, NOT BE ON APPROVED LEAVE
000210*                  (LEAVEAPP), NOT ALREADY WORK THAT DATE, AND
000220*                  KEEP THE WRKRULES MINIMUM REST AND MAXIMUM
000230*                  CONSECUTIVE DAYS THE COMPLIANCE CHECK USES. AN
000240*                  APPROVED SWAP CHANGES THE PERSON ON THE
000250*                  ASSIGNMENT; AN APPROVED BID ADDS AN ASSIGNMENT
000260*                  AND TAKES THE SLOT OFF OPENSHFT. EVERY CHANGE
000270*                  IS LOGGED THROUGH THE SHARED AUDITLOG
000280*                  SUBPROGRAM. ASSIGNF AND OPENSHFT ARE WRITTEN
000290*                  BACK IN FULL. SWAPRPT LISTS EVERY APPROVAL AND,
000300*                  FOR THE SUPERVISORS, EVERY REFUSAL WITH ITS
000310*                  REASON.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM.
000360 OBJECT-COMPUTER. IBM.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CREWMAST ASSIGN TO "CREWMAST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CREW-STATUS.
000420     SELECT LEAVEAPP ASSIGN TO "LEAVEAPP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-LEAVE-STATUS.
000450     SELECT WRKRULES ASSIGN TO "WRKRULES"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RULE-STATUS.
000480     SELECT ASSIGNF ASSIGN TO "ASSIGNF"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ASGN-STATUS.
000510     SELECT OPENSHFT ASSIGN TO "OPENSHFT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-OPEN-STATUS.
000540     SELECT SWAPREQ ASSIGN TO "SWAPREQ"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SWAP-STATUS.
000570     SELECT SHFTBID ASSIGN TO "SHFTBID"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-BID-STATUS.
000600     SELECT SWAPRPT ASSIGN TO "SWAPRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CREWMAST
000650     RECORDING MODE IS F.
000660 01  CREWMAST-REC.
000670     05  CM-PERSON-ID             PIC X(05).
000680     05  FILLER                   PIC X(01).
000690     05  CM-QUAL-1                PIC X(04).
000700     05  FILLER                   PIC X(01).
000710     05  CM-QUAL-2                PIC X(04).
000720     05  FILLER                   PIC X(01).
000730     05  CM-QUAL-3                PIC X(04).

000740 FD  LEAVEAPP
000750     RECORDING MODE IS F.
000760 01  LEAVEAPP-REC.
000770     05  LA-PERSON-ID             PIC X(05).
000780     05  FILLER                   PIC X(01).
000790     05  LA-DATE                  PIC X(10).
000800     05  FILLER                   PIC X(64).

000810 FD  WRKRULES
000820     RECORDING MODE IS F.
000830 01  WRKRULES-REC.
000840     05  WR-RULE-NAME             PIC X(08).
000850     05  FILLER                   PIC X(01).
000860     05  WR-RULE-VALUE            PIC 9(05).

000870 FD  ASSIGNF
000880     RECORDING MODE IS F.
000890 01  ASSIGNF-REC.
000900     05  AS-SHIFT-DATE            PIC X(10).
000910     05  FILLER                   PIC X(01).
000920     05  AS-PERSON-ID             PIC X(05).
000930     05  FILLER                   PIC X(01).
000940     05  AS-SCHED-HOURS           PIC 9(02).
000950     05  FILLER                   PIC X(01).
000960     05  AS-QUAL-CODE             PIC X(04).
000970     05  FILLER                   PIC X(56).

000980 FD  OPENSHFT
000990     RECORDING MODE IS F.
001000 01  OPENSHFT-REC.
001010     05  OS-SHIFT-DATE            PIC X(10).
001020     05  FILLER                   PIC X(01).
001030     05  OS-QUAL-CODE             PIC X(04).
001040     05  FILLER                   PIC X(01).
001050     05  OS-SCHED-HOURS           PIC 9(02).
001060     05  FILLER                   PIC X(62).

001070 FD  SWAPREQ
001080     RECORDING MODE IS F.
001090 01  SWAPREQ-REC.
001100     05  SR-GIVER-ID              PIC X(05).
001110     05  FILLER                   PIC X(01).
001120     05  SR-TAKER-ID              PIC X(05).
001130     05  FILLER                   PIC X(01).
001140     05  SR-SHIFT-DATE            PIC X(10).
001150     05  FILLER                   PIC X(01).
001160     05  SR-OPERATOR-ID           PIC X(08).
001170     05  FILLER                   PIC X(49).

001180 FD  SHFTBID
001190     RECORDING MODE IS F.
001200 01  SHFTBID-REC.
001210     05  SB-BIDDER-ID             PIC X(05).
001220     05  FILLER                   PIC X(01).
001230     05  SB-SHIFT-DATE            PIC X(10).
001240     05  FILLER                   PIC X(01).
001250     05  SB-QUAL-CODE             PIC X(04).
001260     05  FILLER                   PIC X(01).
001270     05  SB-OPERATOR-ID           PIC X(08).
001280     05  FILLER                   PIC X(50).

001290 FD  SWAPRPT
001300     RECORDING MODE IS F.
001310 01  SWAPRPT-REC                  PIC X(80).

001320 WORKING-STORAGE SECTION.
001330 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001340     88  WS-EOF                             VALUE "Y".
001350 77  WS-CREW-STATUS               PIC X(02) VALUE SPACES.
001360 77  WS-LEAVE-STATUS              PIC X(02) VALUE SPACES.
001370 77  WS-RULE-STATUS               PIC X(02) VALUE SPACES.
001380 77  WS-ASGN-STATUS               PIC X(02) VALUE SPACES.
001390 77  WS-OPEN-STATUS               PIC X(02) VALUE SPACES.
001400 77  WS-SWAP-STATUS               PIC X(02) VALUE SPACES.
001410 77  WS-BID-STATUS                PIC X(02) VALUE SPACES.
001420 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001430 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001440 77  WS-MIN-REST                  PIC 9(05) VALUE 11.
001450 77  WS-MAX-CONSEC                PIC 9(05) VALUE 6.
001460 77  WS-K                         PIC 9(05) COMP.
001470 77  WS-ASGN-IDX                  PIC 9(05) VALUE ZERO COMP.
001480 77  WS-OPEN-IDX                  PIC 9(05) VALUE ZERO COMP.
001490 77  WS-CREW-IDX                  PIC 9(05) VALUE ZERO COMP.
001500 77  WS-PERSON-ID                 PIC X(05) VALUE SPACES.
001510 77  WS-SHIFT-DATE                PIC X(10) VALUE SPACES.
001520 77  WS-WANT-QUAL                 PIC X(04) VALUE SPACES.
001530 77  WS-SHIFT-HOURS               PIC 9(02) VALUE ZERO.
001540 77  WS-WORK-DATE                 PIC 9(08) VALUE ZERO.
001550 77  WS-DAY-NUMBER                PIC 9(07) VALUE ZERO.
001560 77  WS-LOOK-DAY                  PIC 9(07) VALUE ZERO.
001570 77  WS-LOOK-HOURS                PIC 9(03) VALUE ZERO.
001580 77  WS-RUN-LENGTH                PIC 9(05) VALUE ZERO.
001590 77  WS-REST                      PIC S9(05) VALUE ZERO.
001600 77  WS-REASON                    PIC X(30) VALUE SPACES.
001610 77  WS-DATE-OK-SW                PIC X(01) VALUE "N".
001620     88  WS-DATE-OK                         VALUE "Y".
001630 77  WS-FOUND-SW                  PIC X(01) VALUE "N".
001640     88  WS-FOUND                           VALUE "Y".
001650 77  WS-SWAP-APPROVED             PIC 9(05) VALUE ZERO COMP.
001660 77  WS-SWAP-REFUSED              PIC 9(05) VALUE ZERO COMP.
001670 77  WS-BID-APPROVED              PIC 9(05) VALUE ZERO COMP.
001680 77  WS-BID-REFUSED               PIC 9(05) VALUE ZERO COMP.

001690*    A SHIFT DATE AS THE STAFFING FILES CARRY IT, CCYY-MM-DD
001700 01  WS-ISO-DATE.
001710     05  WS-ISO-CCYY              PIC X(04).
001720     05  WS-ISO-DASH-1            PIC X(01).
001730     05  WS-ISO-MM                PIC X(02).
001740     05  WS-ISO-DASH-2            PIC X(01).
001750     05  WS-ISO-DD                PIC X(02).

001760 01  WS-CREW-TABLE.
001770     05  WS-PERSON-COUNT          PIC 9(05) VALUE ZERO COMP.
001780     05  CP-ENTRY OCCURS 200 TIMES
001790                  INDEXED BY CP-IDX.
001800         10  CP-PERSON-ID         PIC X(05).
001810         10  CP-QUAL OCCURS 3 TIMES
001820                                  PIC X(04).

001830 01  WS-LEAVE-TABLE.
001840     05  WS-LEAVE-COUNT           PIC 9(05) VALUE ZERO COMP.
001850     05  LV-ENTRY OCCURS 500 TIMES
001860                  INDEXED BY LV-IDX.
001870         10  LV-PERSON-ID         PIC X(05).
001880         10  LV-DATE              PIC X(10).

001890*    THE WHOLE PLAN, CHANGED IN PLACE AND WRITTEN BACK
001900 01  WS-ASSIGN-TABLE.
001910     05  WS-ASSIGN-COUNT          PIC 9(05) VALUE ZERO COMP.
001920     05  AT-ENTRY OCCURS 5000 TIMES
001930                  INDEXED BY AT-IDX.
001940         10  AT-SHIFT-DATE        PIC X(10).
001950         10  AT-PERSON-ID         PIC X(05).
001960         10  AT-SCHED-HOURS       PIC 9(02).
001970         10  AT-QUAL-CODE         PIC X(04).
001980         10  AT-DAY-NUMBER        PIC 9(07).

001990*    THE OPEN SLOTS - A FILLED ONE IS NOT WRITTEN BACK
002000 01  WS-OPEN-TABLE.
002010     05  WS-OPEN-COUNT            PIC 9(05) VALUE ZERO COMP.
002020     05  OT-ENTRY OCCURS 1000 TIMES
002030                  INDEXED BY OT-IDX.
002040         10  OT-SHIFT-DATE        PIC X(10).
002050         10  OT-QUAL-CODE         PIC X(04).
002060         10  OT-SCHED-HOURS       PIC 9(02).
002070         10  OT-FILLED-SW         PIC X(01).

002080 COPY AUDTLINK.
002090 COPY RPTHDR.

002100 01  WS-TITLE-LINE.
002110     05  FILLER                  PIC X(36) VALUE
002120         "SHIFT SWAPS AND OPEN-SHIFT BIDS".
002130     05  FILLER                  PIC X(44) VALUE SPACES.

002140 01  WS-COLUMN-LINE.
002150     05  FILLER                  PIC X(40) VALUE
002160         "TYPE  SHIFT DATE FROM  TO    QUAL RESULT".
002170     05  FILLER                  PIC X(40) VALUE SPACES.

002180 01  WS-DETAIL-LINE.
002190     05  DL-TYPE                  PIC X(04).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  DL-SHIFT-DATE            PIC X(10).
002220     05  FILLER                  PIC X(01) VALUE SPACES.
002230     05  DL-FROM-ID               PIC X(05).
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  DL-TO-ID                 PIC X(05).
002260     05  FILLER                  PIC X(01) VALUE SPACES.
002270     05  DL-QUAL                  PIC X(04).
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  DL-RESULT                PIC X(08).
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  DL-REASON                PIC X(30).
002320     05  FILLER                  PIC X(07) VALUE SPACES.

002330 01  WS-SUMMARY-LINE.
002340     05  FILLER                  PIC X(16) VALUE
002350         "SWAPS APPROVED: ".
002360     05  SL-SWAP-APPROVED         PIC ZZZZ9.
002370     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
002380     05  SL-SWAP-REFUSED          PIC ZZZZ9.
002390     05  FILLER                  PIC X(43) VALUE SPACES.

002400 01  WS-BID-SUMMARY-LINE.
002410     05  FILLER                  PIC X(16) VALUE
002420         "BIDS APPROVED:  ".
002430     05  SL-BID-APPROVED          PIC ZZZZ9.
002440     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
002450     05  SL-BID-REFUSED           PIC ZZZZ9.
002460     05  FILLER                  PIC X(43) VALUE SPACES.

002470 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002480 PROCEDURE DIVISION.
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     PERFORM 2000-JUDGE-ONE-SWAP THRU 2000-EXIT
002520         UNTIL WS-EOF.
002530     PERFORM 3000-OPEN-BIDS THRU 3000-EXIT.
002540     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002550     STOP RUN.

002560*----------------------------------------------------------------
002570* 1000-INITIALIZE - THE CREW, LEAVE, RULES, PLAN AND OPEN SLOTS.
002580*                   NO CREWMAST OR NO ASSIGNF MEANS NOTHING TO
002590*                   JUDGE AGAINST AND THE RUN ABORTS.
002600*----------------------------------------------------------------
002610 1000-INITIALIZE.
002620     ACCEPT WS-RUN-DATE FROM DATE.
002630     ACCEPT WS-RUN-TIME FROM TIME.
002640     OPEN INPUT CREWMAST.
002650     IF WS-CREW-STATUS NOT = "00"
002660         DISPLAY "SHFTSWAP - CREWMAST NOT FOUND - RUN ABORTED"
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     PERFORM 1100-LOAD-ONE-PERSON THRU 1100-EXIT
002710         UNTIL WS-EOF.
002720     CLOSE CREWMAST.
002730     MOVE "N" TO WS-EOF-SW.
002740     OPEN INPUT LEAVEAPP.
002750     IF WS-LEAVE-STATUS = "00"
002760         PERFORM 1200-LOAD-ONE-LEAVE THRU 1200-EXIT
002770             UNTIL WS-EOF
002780         CLOSE LEAVEAPP
002790     END-IF.
002800     MOVE "N" TO WS-EOF-SW.
002810     OPEN INPUT WRKRULES.
002820     IF WS-RULE-STATUS = "00"
002830         PERFORM 1300-LOAD-ONE-RULE THRU 1300-EXIT
002840             UNTIL WS-EOF
002850         CLOSE WRKRULES
002860     END-IF.
002870     MOVE "N" TO WS-EOF-SW.
002880     OPEN INPUT ASSIGNF.
002890     IF WS-ASGN-STATUS NOT = "00"
002900         DISPLAY "SHFTSWAP - ASSIGNF NOT FOUND - RUN ABORTED"
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     PERFORM 1400-LOAD-ONE-ASSIGNMENT THRU 1400-EXIT
002950         UNTIL WS-EOF.
002960     CLOSE ASSIGNF.
002970     MOVE "N" TO WS-EOF-SW.
002980     OPEN INPUT OPENSHFT.
002990     IF WS-OPEN-STATUS = "00"
003000         PERFORM 1500-LOAD-ONE-SLOT THRU 1500-EXIT
003010             UNTIL WS-EOF
003020         CLOSE OPENSHFT
003030     END-IF.
003040     MOVE "N" TO WS-EOF-SW.
003050     OPEN OUTPUT SWAPRPT.
003060     MOVE "SHFTSWAP" TO RH-PROGRAM-ID.
003070     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003080     MOVE WS-RUN-TIME TO RH-RUN-ID.
003090     MOVE 1 TO RH-PAGE-NUMBER.
003100     WRITE SWAPRPT-REC FROM RH-REPORT-HEADER.
003110     WRITE SWAPRPT-REC FROM WS-TITLE-LINE.
003120     WRITE SWAPRPT-REC FROM WS-BLANK-LINE.
003130     WRITE SWAPRPT-REC FROM WS-COLUMN-LINE.
003140     OPEN INPUT SWAPREQ.
003150     IF WS-SWAP-STATUS NOT = "00"
003160         SET WS-EOF TO TRUE
003170         GO TO 1000-EXIT
003180     END-IF.
003190     PERFORM 8000-READ-SWAPREQ THRU 8000-EXIT.
003200 1000-EXIT.
003210     EXIT.

003220 1100-LOAD-ONE-PERSON.
003230     READ CREWMAST
003240         AT END
003250             SET WS-EOF TO TRUE
003260             GO TO 1100-EXIT
003270     END-READ.
003280     IF WS-PERSON-COUNT >= 200
003290         DISPLAY "SHFTSWAP - CREWMAST EXCEEDS THE 200-PERSON "
003300             "TABLE - RUN ABORTED"
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     ADD 1 TO WS-PERSON-COUNT.
003350     SET CP-IDX TO WS-PERSON-COUNT.
003360     MOVE CM-PERSON-ID TO CP-PERSON-ID(CP-IDX).
003370     MOVE CM-QUAL-1 TO CP-QUAL(CP-IDX, 1).
003380     MOVE CM-QUAL-2 TO CP-QUAL(CP-IDX, 2).
003390     MOVE CM-QUAL-3 TO CP-QUAL(CP-IDX, 3).
003400 1100-EXIT.
003410     EXIT.

003420 1200-LOAD-ONE-LEAVE.
003430     READ LEAVEAPP
003440         AT END
003450             SET WS-EOF TO TRUE
003460             GO TO 1200-EXIT
003470     END-READ.
003480     IF WS-LEAVE-COUNT >= 500
003490         DISPLAY "SHFTSWAP - LEAVEAPP EXCEEDS THE 500-DAY "
003500             "TABLE - RUN ABORTED"
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     ADD 1 TO WS-LEAVE-COUNT.
003550     SET LV-IDX TO WS-LEAVE-COUNT.
003560     MOVE LA-PERSON-ID TO LV-PERSON-ID(LV-IDX).
003570     MOVE LA-DATE TO LV-DATE(LV-IDX).
003580 1200-EXIT.
003590     EXIT.

003600*    THE REST LIMITS THE COMPLIANCE CHECK APPLIES, SAME DEFAULTS
003610 1300-LOAD-ONE-RULE.
003620     READ WRKRULES
003630         AT END
003640             SET WS-EOF TO TRUE
003650         NOT AT END
003660             EVALUATE WR-RULE-NAME
003670                 WHEN "MINREST"
003680                     MOVE WR-RULE-VALUE TO WS-MIN-REST
003690                 WHEN "MAXCONS"
003700                     MOVE WR-RULE-VALUE TO WS-MAX-CONSEC
003710                 WHEN OTHER
003720                     CONTINUE
003730             END-EVALUATE
003740     END-READ.
003750 1300-EXIT.
003760     EXIT.

003770 1400-LOAD-ONE-ASSIGNMENT.
003780     READ ASSIGNF
003790         AT END
003800             SET WS-EOF TO TRUE
003810             GO TO 1400-EXIT
003820     END-READ.
003830     IF WS-ASSIGN-COUNT >= 5000
003840         DISPLAY "SHFTSWAP - ASSIGNF EXCEEDS THE 5000-ASSIGNMENT "
003850             "TABLE - RUN ABORTED"
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     ADD 1 TO WS-ASSIGN-COUNT.
003900     SET AT-IDX TO WS-ASSIGN-COUNT.
003910     MOVE AS-SHIFT-DATE TO AT-SHIFT-DATE(AT-IDX).
003920     MOVE AS-PERSON-ID TO AT-PERSON-ID(AT-IDX).
003930     MOVE AS-SCHED-HOURS TO AT-SCHED-HOURS(AT-IDX).
003940     MOVE AS-QUAL-CODE TO AT-QUAL-CODE(AT-IDX).
003950     MOVE AS-SHIFT-DATE TO WS-ISO-DATE.
003960     PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
003970     MOVE WS-DAY-NUMBER TO AT-DAY-NUMBER(AT-IDX).
003980 1400-EXIT.
003990     EXIT.

004000 1500-LOAD-ONE-SLOT.
004010     READ OPENSHFT
004020         AT END
004030             SET WS-EOF TO TRUE
004040             GO TO 1500-EXIT
004050     END-READ.
004060     IF WS-OPEN-COUNT >= 1000
004070         DISPLAY "SHFTSWAP - OPENSHFT EXCEEDS THE 1000-SLOT "
004080             "TABLE - RUN ABORTED"
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     ADD 1 TO WS-OPEN-COUNT.
004130     SET OT-IDX TO WS-OPEN-COUNT.
004140     MOVE OS-SHIFT-DATE TO OT-SHIFT-DATE(OT-IDX).
004150     MOVE OS-QUAL-CODE TO OT-QUAL-CODE(OT-IDX).
004160     MOVE OS-SCHED-HOURS TO OT-SCHED-HOURS(OT-IDX).
004170     MOVE "N" TO OT-FILLED-SW(OT-IDX).
004180 1500-EXIT.
004190     EXIT.

004200*----------------------------------------------------------------
004210* 2000-JUDGE-ONE-SWAP - THE GIVER MUST HOLD THE SHIFT; THE TAKER
004220*                       MUST PASS THE SAME CHECKS AS ANY NEW
004230*                       ASSIGNMENT. APPROVED, THE SHIFT CHANGES
004240*                       HANDS AND THE CHANGE IS AUDITED.
004250*----------------------------------------------------------------
004260 2000-JUDGE-ONE-SWAP.
004270     MOVE SPACES TO WS-REASON.
004280     MOVE "SWAP" TO DL-TYPE.
004290     MOVE SR-SHIFT-DATE TO DL-SHIFT-DATE.
004300     MOVE SR-GIVER-ID TO DL-FROM-ID.
004310     MOVE SR-TAKER-ID TO DL-TO-ID.
004320     MOVE SPACES TO DL-QUAL.
004330     MOVE SR-SHIFT-DATE TO WS-SHIFT-DATE.
004340     MOVE ZERO TO WS-ASGN-IDX.
004350     PERFORM 2010-MATCH-GIVER THRU 2010-EXIT
004360         VARYING WS-K FROM 1 BY 1
004370         UNTIL WS-K > WS-ASSIGN-COUNT OR WS-ASGN-IDX > ZERO.
004380     IF WS-ASGN-IDX = ZERO
004390         MOVE "GIVER NOT ASSIGNED THAT DATE" TO WS-REASON
004400         GO TO 2050-REPORT
004410     END-IF.
004420     SET AT-IDX TO WS-ASGN-IDX.
004430     MOVE AT-QUAL-CODE(AT-IDX) TO WS-WANT-QUAL DL-QUAL.
004440     MOVE AT-SCHED-HOURS(AT-IDX) TO WS-SHIFT-HOURS.
004450     MOVE AT-DAY-NUMBER(AT-IDX) TO WS-DAY-NUMBER.
004460     MOVE SR-TAKER-ID TO WS-PERSON-ID.
004470     PERFORM 4000-CHECK-PERSON THRU 4000-EXIT.
004480     IF WS-REASON NOT = SPACES
004490         GO TO 2050-REPORT
004500     END-IF.
004510     SET AT-IDX TO WS-ASGN-IDX.
004520     MOVE SR-TAKER-ID TO AT-PERSON-ID(AT-IDX).
004530     MOVE SR-GIVER-ID TO AL-OLD-VALUE.
004540     MOVE SR-TAKER-ID TO AL-NEW-VALUE.
004550     MOVE SR-OPERATOR-ID TO AL-OPERATOR-ID.
004560     PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT.
004570 2050-REPORT.
004580     IF WS-REASON = SPACES
004590         ADD 1 TO WS-SWAP-APPROVED
004600         MOVE "APPROVED" TO DL-RESULT
004610     ELSE
004620         ADD 1 TO WS-SWAP-REFUSED
004630         MOVE "REFUSED" TO DL-RESULT
004640     END-IF.
004650     MOVE WS-REASON TO DL-REASON.
004660     WRITE SWAPRPT-REC FROM WS-DETAIL-LINE.
004670     PERFORM 8000-READ-SWAPREQ THRU 8000-EXIT.
004680 2000-EXIT.
004690     EXIT.

004700 2010-MATCH-GIVER.
004710     IF AT-SHIFT-DATE(WS-K) = SR-SHIFT-DATE
004720             AND AT-PERSON-ID(WS-K) = SR-GIVER-ID
004730         MOVE WS-K TO WS-ASGN-IDX
004740     END-IF.
004750 2010-EXIT.
004760     EXIT.

004770 2900-AUDIT-CHANGE.
004780     MOVE "WRITE" TO AL-ACTION.
004790     MOVE "SHFTSWAP" TO AL-SOURCE-PROGRAM.
004800     MOVE WS-SHIFT-DATE TO AL-RECORD-KEY.
004810     MOVE "ASSIGNEE" TO AL-FIELD-NAME.
004820     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
004830         INTO AL-TIMESTAMP.
004840     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
004850 2900-EXIT.
004860     EXIT.

004870*----------------------------------------------------------------
004880* 3000-OPEN-BIDS - AFTER THE SWAPS, EACH BID IN CARD ORDER. THE
004890*                  FIRST GOOD BID FOR A SLOT TAKES IT.
004900*----------------------------------------------------------------
004910 3000-OPEN-BIDS.
004920     MOVE "N" TO WS-EOF-SW.
004930     OPEN INPUT SHFTBID.
004940     IF WS-BID-STATUS NOT = "00"
004950         GO TO 3000-EXIT
004960     END-IF.
004970     PERFORM 8100-READ-SHFTBID THRU 8100-EXIT.
004980     PERFORM 3100-JUDGE-ONE-BID THRU 3100-EXIT
004990         UNTIL WS-EOF.
005000     CLOSE SHFTBID.
005010 3000-EXIT.
005020     EXIT.

005030 3100-JUDGE-ONE-BID.
005040     MOVE SPACES TO WS-REASON.
005050     MOVE "BID" TO DL-TYPE.
005060     MOVE SB-SHIFT-DATE TO DL-SHIFT-DATE.
005070     MOVE "OPEN" TO DL-FROM-ID.
005080     MOVE SB-BIDDER-ID TO DL-TO-ID.
005090     MOVE SB-QUAL-CODE TO DL-QUAL.
005100     MOVE SB-SHIFT-DATE TO WS-SHIFT-DATE.
005110     MOVE ZERO TO WS-OPEN-IDX.
005120     PERFORM 3110-MATCH-SLOT THRU 3110-EXIT
005130         VARYING WS-K FROM 1 BY 1
005140         UNTIL WS-K > WS-OPEN-COUNT OR WS-OPEN-IDX > ZERO.
005150     IF WS-OPEN-IDX = ZERO
005160         MOVE "NO OPEN SHIFT FOR DATE/QUAL" TO WS-REASON
005170         GO TO 3150-REPORT
005180     END-IF.
005190     SET OT-IDX TO WS-OPEN-IDX.
005200     MOVE OT-QUAL-CODE(OT-IDX) TO WS-WANT-QUAL.
005210     MOVE OT-SCHED-HOURS(OT-IDX) TO WS-SHIFT-HOURS.
005220     MOVE SB-SHIFT-DATE TO WS-ISO-DATE.
005230     PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
005240     MOVE SB-BIDDER-ID TO WS-PERSON-ID.
005250     PERFORM 4000-CHECK-PERSON THRU 4000-EXIT.
005260     IF WS-REASON NOT = SPACES
005270         GO TO 3150-REPORT
005280     END-IF.
005290     IF WS-ASSIGN-COUNT >= 5000
005300         DISPLAY "SHFTSWAP - ASSIGNF EXCEEDS THE 5000-ASSIGNMENT "
005310             "TABLE - RUN ABORTED"
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     SET OT-IDX TO WS-OPEN-IDX.
005360     MOVE "Y" TO OT-FILLED-SW(OT-IDX).
005370     ADD 1 TO WS-ASSIGN-COUNT.
005380     SET AT-IDX TO WS-ASSIGN-COUNT.
005390     MOVE SB-SHIFT-DATE TO AT-SHIFT-DATE(AT-IDX).
005400     MOVE SB-BIDDER-ID TO AT-PERSON-ID(AT-IDX).
005410     MOVE WS-SHIFT-HOURS TO AT-SCHED-HOURS(AT-IDX).
005420     MOVE WS-WANT-QUAL TO AT-QUAL-CODE(AT-IDX).
005430     MOVE WS-DAY-NUMBER TO AT-DAY-NUMBER(AT-IDX).
005440     MOVE "OPEN" TO AL-OLD-VALUE.
005450     MOVE SB-BIDDER-ID TO AL-NEW-VALUE.
005460     MOVE SB-OPERATOR-ID TO AL-OPERATOR-ID.
005470     PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT.
005480 3150-REPORT.
005490     IF WS-REASON = SPACES
005500         ADD 1 TO WS-BID-APPROVED
005510         MOVE "APPROVED" TO DL-RESULT
005520     ELSE
005530         ADD 1 TO WS-BID-REFUSED
005540         MOVE "REFUSED" TO DL-RESULT
005550     END-IF.
005560     MOVE WS-REASON TO DL-REASON.
005570     WRITE SWAPRPT-REC FROM WS-DETAIL-LINE.
005580     PERFORM 8100-READ-SHFTBID THRU 8100-EXIT.
005590 3100-EXIT.
005600     EXIT.

005610 3110-MATCH-SLOT.
005620     IF OT-SHIFT-DATE(WS-K) = SB-SHIFT-DATE
005630             AND OT-QUAL-CODE(WS-K) = SB-QUAL-CODE
005640             AND OT-FILLED-SW(WS-K) = "N"
005650         MOVE WS-K TO WS-OPEN-IDX
005660     END-IF.
005670 3110-EXIT.
005680     EXIT.

005690*----------------------------------------------------------------
005700* 4000-CHECK-PERSON - MAY WS-PERSON-ID TAKE A WS-SHIFT-HOURS SHIFT
005710*                     ON WS-SHIFT-DATE NEEDING WS-WANT-QUAL? THE
005720*                     FIRST FAILED CHECK IS THE REASON. EVERY
005730*                     SHIFT STARTS AT THE SAME HOUR, SO THE REST
005740*                     BEFORE A DAY IS 24 HOURS LESS THE DAY
005750*                     BEFORE'S HOURS.
005760*----------------------------------------------------------------
005770 4000-CHECK-PERSON.
005780     MOVE ZERO TO WS-CREW-IDX.
005790     PERFORM 4010-MATCH-PERSON THRU 4010-EXIT
005800         VARYING WS-K FROM 1 BY 1
005810         UNTIL WS-K > WS-PERSON-COUNT OR WS-CREW-IDX > ZERO.
005820     IF WS-CREW-IDX = ZERO
005830         MOVE "NOT ON CREWMAST" TO WS-REASON
005840         GO TO 4000-EXIT
005850     END-IF.
005860     SET CP-IDX TO WS-CREW-IDX.
005870     IF WS-WANT-QUAL NOT = SPACES
005880             AND CP-QUAL(CP-IDX, 1) NOT = WS-WANT-QUAL
005890             AND CP-QUAL(CP-IDX, 2) NOT = WS-WANT-QUAL
005900             AND CP-QUAL(CP-IDX, 3) NOT = WS-WANT-QUAL
005910         STRING "LACKS QUALIFICATION " WS-WANT-QUAL
005920             DELIMITED BY SIZE INTO WS-REASON
005930         GO TO 4000-EXIT
005940     END-IF.
005950     MOVE "N" TO WS-FOUND-SW.
005960     PERFORM 4020-MATCH-LEAVE THRU 4020-EXIT
005970         VARYING WS-K FROM 1 BY 1
005980         UNTIL WS-K > WS-LEAVE-COUNT OR WS-FOUND.
005990     IF WS-FOUND
006000         MOVE "ON APPROVED LEAVE THAT DATE" TO WS-REASON
006010         GO TO 4000-EXIT
006020     END-IF.
006030     MOVE WS-DAY-NUMBER TO WS-LOOK-DAY.
006040     PERFORM 4100-HOURS-ON-LOOK-DAY THRU 4100-EXIT.
006050     IF WS-FOUND
006060         MOVE "ALREADY WORKS THAT DATE" TO WS-REASON
006070         GO TO 4000-EXIT
006080     END-IF.
006090     IF WS-DAY-NUMBER = ZERO
006100         GO TO 4000-EXIT
006110     END-IF.
006120     COMPUTE WS-LOOK-DAY = WS-DAY-NUMBER - 1.
006130     PERFORM 4100-HOURS-ON-LOOK-DAY THRU 4100-EXIT.
006140     IF WS-FOUND
006150         COMPUTE WS-REST = 24 - WS-LOOK-HOURS
006160         IF WS-REST < WS-MIN-REST
006170             MOVE "TOO LITTLE REST BEFORE SHIFT" TO WS-REASON
006180             GO TO 4000-EXIT
006190         END-IF
006200     END-IF.
006210     COMPUTE WS-LOOK-DAY = WS-DAY-NUMBER + 1.
006220     PERFORM 4100-HOURS-ON-LOOK-DAY THRU 4100-EXIT.
006230     IF WS-FOUND
006240         COMPUTE WS-REST = 24 - WS-SHIFT-HOURS
006250         IF WS-REST < WS-MIN-REST
006260             MOVE "TOO LITTLE REST AFTER SHIFT" TO WS-REASON
006270             GO TO 4000-EXIT
006280         END-IF
006290     END-IF.
006300     MOVE 1 TO WS-RUN-LENGTH.
006310     MOVE WS-DAY-NUMBER TO WS-LOOK-DAY.
006320     SET WS-FOUND TO TRUE.
006330     PERFORM 4200-STEP-BACK THRU 4200-EXIT
006340         UNTIL NOT WS-FOUND.
006350     MOVE WS-DAY-NUMBER TO WS-LOOK-DAY.
006360     SET WS-FOUND TO TRUE.
006370     PERFORM 4300-STEP-FORWARD THRU 4300-EXIT
006380         UNTIL NOT WS-FOUND.
006390     IF WS-RUN-LENGTH > WS-MAX-CONSEC
006400         MOVE "TOO MANY CONSECUTIVE DAYS" TO WS-REASON
006410     END-IF.
006420 4000-EXIT.
006430     EXIT.

006440 4010-MATCH-PERSON.
006450     IF CP-PERSON-ID(WS-K) = WS-PERSON-ID
006460         MOVE WS-K TO WS-CREW-IDX
006470     END-IF.
006480 4010-EXIT.
006490     EXIT.

006500 4020-MATCH-LEAVE.
006510     IF LV-PERSON-ID(WS-K) = WS-PERSON-ID
006520             AND LV-DATE(WS-K) = WS-SHIFT-DATE
006530         SET WS-FOUND TO TRUE
006540     END-IF.
006550 4020-EXIT.
006560     EXIT.

006570*    WS-PERSON-ID'S SCHEDULED HOURS ON WS-LOOK-DAY, IF ANY. THE
006580*    SHIFT DATE ITSELF IS MATCHED AS WRITTEN, SO A DATE THAT WILL
006590*    NOT CONVERT STILL FINDS A SAME-DAY ASSIGNMENT.
006600 4100-HOURS-ON-LOOK-DAY.
006610     MOVE "N" TO WS-FOUND-SW.
006620     MOVE ZERO TO WS-LOOK-HOURS.
006630     PERFORM 4110-ADD-ONE-DAY THRU 4110-EXIT
006640         VARYING WS-K FROM 1 BY 1
006650         UNTIL WS-K > WS-ASSIGN-COUNT.
006660 4100-EXIT.
006670     EXIT.

006680 4110-ADD-ONE-DAY.
006690     IF AT-PERSON-ID(WS-K) NOT = WS-PERSON-ID
006700         GO TO 4110-EXIT
006710     END-IF.
006720     IF WS-LOOK-DAY = WS-DAY-NUMBER
006730         IF AT-SHIFT-DATE(WS-K) NOT = WS-SHIFT-DATE
006740             GO TO 4110-EXIT
006750         END-IF
006760     ELSE
006770         IF AT-DAY-NUMBER(WS-K) NOT = WS-LOOK-DAY
006780             GO TO 4110-EXIT
006790         END-IF
006800     END-IF.
006810     SET WS-FOUND TO TRUE.
006820     ADD AT-SCHED-HOURS(WS-K) TO WS-LOOK-HOURS.
006830 4110-EXIT.
006840     EXIT.

006850 4200-STEP-BACK.
006860     SUBTRACT 1 FROM WS-LOOK-DAY.
006870     PERFORM 4100-HOURS-ON-LOOK-DAY THRU 4100-EXIT.
006880     IF WS-FOUND
006890         ADD 1 TO WS-RUN-LENGTH
006900     END-IF.
006910 4200-EXIT.
006920     EXIT.

006930 4300-STEP-FORWARD.
006940     ADD 1 TO WS-LOOK-DAY.
006950     PERFORM 4100-HOURS-ON-LOOK-DAY THRU 4100-EXIT.
006960     IF WS-FOUND
006970         ADD 1 TO WS-RUN-LENGTH
006980     END-IF.
006990 4300-EXIT.
007000     EXIT.

007010*----------------------------------------------------------------
007020* 5000-FINALIZE - THE PLAN AND THE STILL-OPEN SLOTS GO BACK OUT.
007030*----------------------------------------------------------------
007040 5000-FINALIZE.
007050     IF WS-SWAP-STATUS = "00" OR WS-SWAP-STATUS = "10"
007060         CLOSE SWAPREQ
007070     END-IF.
007080     OPEN OUTPUT ASSIGNF.
007090     PERFORM 5100-WRITE-ONE-ASSIGNMENT THRU 5100-EXIT
007100         VARYING WS-K FROM 1 BY 1
007110         UNTIL WS-K > WS-ASSIGN-COUNT.
007120     CLOSE ASSIGNF.
007130     OPEN OUTPUT OPENSHFT.
007140     PERFORM 5200-WRITE-ONE-SLOT THRU 5200-EXIT
007150         VARYING WS-K FROM 1 BY 1
007160         UNTIL WS-K > WS-OPEN-COUNT.
007170     CLOSE OPENSHFT.
007180     WRITE SWAPRPT-REC FROM WS-BLANK-LINE.
007190     MOVE WS-SWAP-APPROVED TO SL-SWAP-APPROVED.
007200     MOVE WS-SWAP-REFUSED TO SL-SWAP-REFUSED.
007210     WRITE SWAPRPT-REC FROM WS-SUMMARY-LINE.
007220     MOVE WS-BID-APPROVED TO SL-BID-APPROVED.
007230     MOVE WS-BID-REFUSED TO SL-BID-REFUSED.
007240     WRITE SWAPRPT-REC FROM WS-BID-SUMMARY-LINE.
007250     CLOSE SWAPRPT.
007260     MOVE "CLOSE" TO AL-ACTION.
007270     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007280 5000-EXIT.
007290     EXIT.

007300 5100-WRITE-ONE-ASSIGNMENT.
007310     SET AT-IDX TO WS-K.
007320     MOVE SPACES TO ASSIGNF-REC.
007330     MOVE AT-SHIFT-DATE(AT-IDX) TO AS-SHIFT-DATE.
007340     MOVE AT-PERSON-ID(AT-IDX) TO AS-PERSON-ID.
007350     MOVE AT-SCHED-HOURS(AT-IDX) TO AS-SCHED-HOURS.
007360     MOVE AT-QUAL-CODE(AT-IDX) TO AS-QUAL-CODE.
007370     WRITE ASSIGNF-REC.
007380 5100-EXIT.
007390     EXIT.

007400 5200-WRITE-ONE-SLOT.
007410     SET OT-IDX TO WS-K.
007420     IF OT-FILLED-SW(OT-IDX) = "Y"
007430         GO TO 5200-EXIT
007440     END-IF.
007450     MOVE SPACES TO OPENSHFT-REC.
007460     MOVE OT-SHIFT-DATE(OT-IDX) TO OS-SHIFT-DATE.
007470     MOVE OT-QUAL-CODE(OT-IDX) TO OS-QUAL-CODE.
007480     MOVE OT-SCHED-HOURS(OT-IDX) TO OS-SCHED-HOURS.
007490     WRITE OPENSHFT-REC.
007500 5200-EXIT.
007510     EXIT.

007520*----------------------------------------------------------------
007530* 7000-DAY-NUMBER - WS-ISO-DATE (CCYY-MM-DD) TO ITS INTEGER DAY
007540*                   NUMBER IN WS-DAY-NUMBER, ZERO IF IT WILL NOT
007550*                   CONVERT - THE REST CHECKS THEN STAND ASIDE.
007560*----------------------------------------------------------------
007570 7000-DAY-NUMBER.
007580     MOVE ZERO TO WS-DAY-NUMBER.
007590     IF WS-ISO-DASH-1 NOT = "-" OR WS-ISO-DASH-2 NOT = "-"
007600             OR WS-ISO-CCYY NOT NUMERIC
007610             OR WS-ISO-MM NOT NUMERIC
007620             OR WS-ISO-DD NOT NUMERIC
007630         GO TO 7000-EXIT
007640     END-IF.
007650     STRING WS-ISO-CCYY WS-ISO-MM WS-ISO-DD
007660         DELIMITED BY SIZE INTO WS-WORK-DATE.
007670     IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0
007680         COMPUTE WS-DAY-NUMBER =
007690             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
007700     END-IF.
007710 7000-EXIT.
007720     EXIT.

007730 8000-READ-SWAPREQ.
007740     READ SWAPREQ
007750         AT END
007760             SET WS-EOF TO TRUE
007770     END-READ.
007780 8000-EXIT.
007790     EXIT.

007800 8100-READ-SHFTBID.
007810     READ SHFTBID
007820         AT END
007830             SET WS-EOF TO TRUE
007840     END-READ.
007850 8100-EXIT.
007860     EXIT.
