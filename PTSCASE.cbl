000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PTSCASE.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. LOYALTY PROGRAM BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. WEEKLY LOYALTY FRAUD CASE
000110*                  REPORT FROM THE PTSREVW REVIEW FILE THE NIGHTLY
000120*                  PTSFRAUD RUN MAINTAINS. EVERY OPEN CASE IS
000130*                  LISTED WITH ITS AGE, THE POINTS THAT TRIPPED IT
000140*                  AND THE CUSTOMER'S CURRENT PTSBAL BALANCE - THE
000150*                  POINTS AT RISK WHILE THE ACCOUNT IS UNDER
000160*                  REVIEW. OPEN CASES ARE TOTALLED BY REASON, THE
000170*                  ACCOUNTS UNDER REVIEW ARE COUNTED ONCE EACH FOR
000180*                  THE TOTAL POINTS AT RISK, AND THE CASES
000190*                  ANALYSTS CLEARED IN THE LAST SEVEN DAYS ARE
000200*                  LISTED.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM.
000250 OBJECT-COMPUTER. IBM.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PTSREVW ASSIGN TO "PTSREVW"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-REVW-STATUS.
000310     SELECT PTSBAL ASSIGN TO "PTSBAL"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-BAL-STATUS.
000340     SELECT CASERPT ASSIGN TO "CASERPT"
000350         ORGANIZATION IS LINE SEQUENTIAL.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  PTSREVW
000390     RECORDING MODE IS F.
000400 01  PTSREVW-REC                  PIC X(80).

000410 FD  PTSBAL
000420     RECORDING MODE IS F.
000430 01  PTSBAL-REC.
000440     05  PB-CUST-ID               PIC X(10).
000450     05  FILLER                   PIC X(01).
000460     05  PB-BALANCE               PIC S9(09) SIGN LEADING
000470                                            SEPARATE.

000480 FD  CASERPT
000490     RECORDING MODE IS F.
000500 01  CASERPT-REC                  PIC X(80).

000510 WORKING-STORAGE SECTION.
000520 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000530     88  WS-EOF                             VALUE "Y".
000540 77  WS-REVW-STATUS               PIC X(02) VALUE SPACES.
000550 77  WS-BAL-STATUS                PIC X(02) VALUE SPACES.
000560 77  WS-B                         PIC 9(05) COMP.
000570 77  WS-K                         PIC 9(05) COMP.
000580 77  WS-S                         PIC 9(02) COMP.
000590 77  WS-BAL-IDX                   PIC 9(05) VALUE ZERO COMP.
000600 77  WS-ACCT-IDX                  PIC 9(05) VALUE ZERO COMP.
000610 77  WS-RSN-IDX                   PIC 9(02) VALUE ZERO COMP.
000620 77  WS-WEEK-DAYS                 PIC 9(03) VALUE 7.
000630 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000640 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000650 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000660 77  WS-RUN-DAY                   PIC 9(07) VALUE ZERO.
000670 77  WS-AGE-DAYS                  PIC S9(07) VALUE ZERO.
000680 77  WS-AT-RISK                   PIC 9(09) VALUE ZERO.
000690 77  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO COMP.
000700 77  WS-CLEARED-COUNT             PIC 9(05) VALUE ZERO COMP.
000710 77  WS-TOTAL-AT-RISK             PIC 9(11) VALUE ZERO.

000720 01  WS-BAL-TABLE.
000730     05  WS-BAL-COUNT             PIC 9(05) VALUE ZERO COMP.
000740     05  BL-ENTRY OCCURS 5000 TIMES
000750                  INDEXED BY BL-IDX.
000760         10  BL-CUST-ID           PIC X(10).
000770         10  BL-BALANCE           PIC S9(09).

000780*    ACCOUNTS UNDER REVIEW - A CUSTOMER WITH CASES FOR SEVERAL
000790*    REASONS PUTS THEIR POINTS AT RISK ONCE.
000800 01  WS-ACCT-TABLE.
000810     05  WS-ACCT-COUNT            PIC 9(05) VALUE ZERO COMP.
000820     05  AC-ENTRY OCCURS 5000 TIMES
000830                  INDEXED BY AC-IDX.
000840         10  AC-CUST-ID           PIC X(10).

000850 01  WS-REASON-NAMES.
000860     05  FILLER                   PIC X(08) VALUE "SPIKE".
000870     05  FILLER                   PIC X(08) VALUE "ADDRESS".
000880     05  FILLER                   PIC X(08) VALUE "QUICKRED".
000890     05  FILLER                   PIC X(08) VALUE "REVERSAL".
000900 01  WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
000910     05  RN-REASON                PIC X(08) OCCURS 4 TIMES.

000920 01  WS-REASON-TOTALS.
000930     05  RS-ENTRY OCCURS 4 TIMES.
000940         10  RS-CASES             PIC 9(05) COMP.
000950         10  RS-TRIGGER           PIC 9(11).
000960         10  RS-AT-RISK           PIC 9(11).

000970 COPY PTSREVW.
000980 COPY RPTHDR.
000990 COPY DATXLINK.

001000 01  WS-TITLE-LINE.
001010     05  FILLER                  PIC X(40) VALUE
001020         "LOYALTY FRAUD CASE REPORT".
001030     05  FILLER                  PIC X(13) VALUE "WEEK ENDING: ".
001040     05  TL-RUN-DATE              PIC 9(08).
001050     05  FILLER                  PIC X(19) VALUE SPACES.

001060 01  WS-SECTION-LINE              PIC X(80) VALUE SPACES.

001070 01  WS-OPEN-HEADING.
001080     05  FILLER                  PIC X(40) VALUE
001090         "CUSTOMER   REASON   FLAGGED    AGE BLOCK".
001100     05  FILLER                  PIC X(40) VALUE
001110         "   TRIGGER   AT RISK".

001120 01  WS-OPEN-LINE.
001130     05  OL-CUST-ID               PIC X(10).
001140     05  FILLER                  PIC X(01) VALUE SPACES.
001150     05  OL-REASON                PIC X(08).
001160     05  FILLER                  PIC X(01) VALUE SPACES.
001170     05  OL-FLAG-DATE             PIC 9(08).
001180     05  FILLER                  PIC X(01) VALUE SPACES.
001190     05  OL-AGE                   PIC ZZZZ9.
001200     05  FILLER                  PIC X(05) VALUE SPACES.
001210     05  OL-BLOCK-FLAG            PIC X(01).
001220     05  FILLER                  PIC X(01) VALUE SPACES.
001230     05  OL-TRIGGER               PIC Z(08)9.
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001250     05  OL-AT-RISK               PIC Z(08)9.
001260     05  FILLER                  PIC X(20) VALUE SPACES.

001270 01  WS-REASON-HEADING.
001280     05  FILLER                  PIC X(35) VALUE
001290         "REASON      CASES  TRIGGER POINTS".
001300     05  FILLER                  PIC X(45) VALUE "POINTS AT RISK".

001310 01  WS-REASON-LINE.
001320     05  RL-REASON                PIC X(08).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  RL-CASES                 PIC ZZZZZZ9.
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  RL-TRIGGER               PIC Z(13)9.
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  RL-AT-RISK               PIC Z(13)9.
001390     05  FILLER                  PIC X(31) VALUE SPACES.

001400 01  WS-TOTAL-LINE.
001410     05  FILLER                  PIC X(24) VALUE
001420         "ACCOUNTS UNDER REVIEW: ".
001430     05  GT-ACCT-COUNT            PIC ZZZZ9.
001440     05  FILLER                  PIC X(24) VALUE
001450         "  TOTAL POINTS AT RISK: ".
001460     05  GT-TOTAL-AT-RISK         PIC Z(10)9.
001470     05  FILLER                  PIC X(16) VALUE SPACES.

001480 01  WS-CLEARED-HEADING.
001490     05  FILLER                  PIC X(39) VALUE
001500         "CUSTOMER   REASON   FLAGGED  CLEARED".
001510     05  FILLER                  PIC X(41) VALUE "ANALYST".

001520 01  WS-CLEARED-LINE.
001530     05  CL-CUST-ID               PIC X(10).
001540     05  FILLER                  PIC X(01) VALUE SPACES.
001550     05  CL-REASON                PIC X(08).
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  CL-FLAG-DATE             PIC 9(08).
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590     05  CL-CLEARED-DATE          PIC 9(08).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  CL-ANALYST-ID            PIC X(08).
001620     05  FILLER                  PIC X(33) VALUE SPACES.

001630 01  WS-CLEARED-TOTAL.
001640     05  FILLER                  PIC X(15) VALUE
001650         "CASES CLEARED: ".
001660     05  CT-CLEARED-COUNT         PIC ZZZZ9.
001670     05  FILLER                  PIC X(60) VALUE SPACES.

001680 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001690 PROCEDURE DIVISION.
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001720     PERFORM 2000-REPORT-OPEN THRU 2000-EXIT.
001730     PERFORM 3000-REPORT-REASONS THRU 3000-EXIT.
001740     PERFORM 4000-REPORT-CLEARED THRU 4000-EXIT.
001750     CLOSE CASERPT.
001760     STOP RUN.

001770 1000-INITIALIZE.
001780     ACCEPT WS-RUN-DATE FROM DATE.
001790     MOVE "EXPND" TO DX-ACTION.
001800     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001810     CALL "DATEXPND" USING DATEXPND-PARMS.
001820     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001830     COMPUTE WS-RUN-DAY =
001840         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
001850     ACCEPT WS-RUN-TIME FROM TIME.
001860     PERFORM 1100-CLEAR-ONE-REASON THRU 1100-EXIT
001870         VARYING WS-S FROM 1 BY 1
001880         UNTIL WS-S > 4.
001890     OPEN INPUT PTSBAL.
001900     IF WS-BAL-STATUS = "00"
001910         PERFORM 1200-LOAD-ONE-BAL THRU 1200-EXIT
001920             UNTIL WS-EOF
001930         CLOSE PTSBAL
001940     END-IF.
001950     MOVE "N" TO WS-EOF-SW.
001960     OPEN OUTPUT CASERPT.
001970     MOVE "PTSCASE" TO RH-PROGRAM-ID.
001980     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001990     MOVE WS-RUN-TIME TO RH-RUN-ID.
002000     MOVE 1 TO RH-PAGE-NUMBER.
002010     WRITE CASERPT-REC FROM RH-REPORT-HEADER.
002020     MOVE WS-RUN-CCYYMMDD TO TL-RUN-DATE.
002030     WRITE CASERPT-REC FROM WS-TITLE-LINE.
002040 1000-EXIT.
002050     EXIT.

002060 1100-CLEAR-ONE-REASON.
002070     MOVE ZERO TO RS-CASES(WS-S)
002080                  RS-TRIGGER(WS-S)
002090                  RS-AT-RISK(WS-S).
002100 1100-EXIT.
002110     EXIT.

002120 1200-LOAD-ONE-BAL.
002130     READ PTSBAL
002140         AT END
002150             SET WS-EOF TO TRUE
002160             GO TO 1200-EXIT
002170     END-READ.
002180     IF WS-BAL-COUNT >= 5000
002190         DISPLAY "PTSCASE - PTSBAL EXCEEDS THE 5000-CUSTOMER "
002200             "TABLE - RUN ABORTED"
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF.
002240     ADD 1 TO WS-BAL-COUNT.
002250     SET BL-IDX TO WS-BAL-COUNT.
002260     MOVE PB-CUST-ID TO BL-CUST-ID(BL-IDX).
002270     MOVE PB-BALANCE TO BL-BALANCE(BL-IDX).
002280 1200-EXIT.
002290     EXIT.

002300*----------------------------------------------------------------
002310* 2000-REPORT-OPEN - FIRST PASS OF PTSREVW: EVERY OPEN CASE WITH
002320*                    ITS AGE IN DAYS AND THE POINTS AT RISK, THE
002330*                    CUSTOMER'S BALANCE (NONE IF IT IS NOT ABOVE
002340*                    ZERO). NO REVIEW FILE MEANS NO CASES.
002350*----------------------------------------------------------------
002360 2000-REPORT-OPEN.
002370     WRITE CASERPT-REC FROM WS-BLANK-LINE.
002380     MOVE "OPEN CASES" TO WS-SECTION-LINE.
002390     WRITE CASERPT-REC FROM WS-SECTION-LINE.
002400     WRITE CASERPT-REC FROM WS-OPEN-HEADING.
002410     OPEN INPUT PTSREVW.
002420     IF WS-REVW-STATUS NOT = "00"
002430         GO TO 2000-EXIT
002440     END-IF.
002450     PERFORM 2100-REPORT-ONE-OPEN THRU 2100-EXIT
002460         UNTIL WS-EOF.
002470     CLOSE PTSREVW.
002480     MOVE "N" TO WS-EOF-SW.
002490 2000-EXIT.
002500     EXIT.

002510 2100-REPORT-ONE-OPEN.
002520     READ PTSREVW
002530         AT END
002540             SET WS-EOF TO TRUE
002550             GO TO 2100-EXIT
002560     END-READ.
002570     MOVE PTSREVW-REC TO RV-REVIEW-RECORD.
002580     IF NOT RV-OPEN
002590         GO TO 2100-EXIT
002600     END-IF.
002610     ADD 1 TO WS-OPEN-COUNT.
002620     COMPUTE WS-AGE-DAYS = WS-RUN-DAY
002630         - FUNCTION INTEGER-OF-DATE(RV-FLAG-DATE).
002640     PERFORM 5000-FIND-BALANCE THRU 5000-EXIT.
002650     MOVE ZERO TO WS-AT-RISK.
002660     IF WS-BAL-IDX > ZERO
002670         SET BL-IDX TO WS-BAL-IDX
002680         IF BL-BALANCE(BL-IDX) > ZERO
002690             MOVE BL-BALANCE(BL-IDX) TO WS-AT-RISK
002700         END-IF
002710     END-IF.
002720     MOVE RV-CUST-ID TO OL-CUST-ID.
002730     MOVE RV-REASON TO OL-REASON.
002740     MOVE RV-FLAG-DATE TO OL-FLAG-DATE.
002750     MOVE WS-AGE-DAYS TO OL-AGE.
002760     MOVE RV-BLOCK-FLAG TO OL-BLOCK-FLAG.
002770     MOVE RV-TRIGGER-POINTS TO OL-TRIGGER.
002780     MOVE WS-AT-RISK TO OL-AT-RISK.
002790     WRITE CASERPT-REC FROM WS-OPEN-LINE.
002800     MOVE ZERO TO WS-RSN-IDX.
002810     PERFORM 2110-MATCH-REASON THRU 2110-EXIT
002820         VARYING WS-S FROM 1 BY 1
002830         UNTIL WS-S > 4 OR WS-RSN-IDX > ZERO.
002840     IF WS-RSN-IDX > ZERO
002850         ADD 1 TO RS-CASES(WS-RSN-IDX)
002860         ADD RV-TRIGGER-POINTS TO RS-TRIGGER(WS-RSN-IDX)
002870         ADD WS-AT-RISK TO RS-AT-RISK(WS-RSN-IDX)
002880     END-IF.
002890     PERFORM 2200-COUNT-ACCOUNT THRU 2200-EXIT.
002900 2100-EXIT.
002910     EXIT.

002920 2110-MATCH-REASON.
002930     IF RN-REASON(WS-S) = RV-REASON
002940         MOVE WS-S TO WS-RSN-IDX
002950     END-IF.
002960 2110-EXIT.
002970     EXIT.

002980 2200-COUNT-ACCOUNT.
002990     MOVE ZERO TO WS-ACCT-IDX.
003000     PERFORM 2210-MATCH-ACCOUNT THRU 2210-EXIT
003010         VARYING WS-K FROM 1 BY 1
003020         UNTIL WS-K > WS-ACCT-COUNT OR WS-ACCT-IDX > ZERO.
003030     IF WS-ACCT-IDX > ZERO
003040         GO TO 2200-EXIT
003050     END-IF.
003060     IF WS-ACCT-COUNT >= 5000
003070         DISPLAY "PTSCASE - ACCOUNTS UNDER REVIEW EXCEED THE "
003080             "5000-ENTRY TABLE - RUN ABORTED"
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     ADD 1 TO WS-ACCT-COUNT.
003130     SET AC-IDX TO WS-ACCT-COUNT.
003140     MOVE RV-CUST-ID TO AC-CUST-ID(AC-IDX).
003150     ADD WS-AT-RISK TO WS-TOTAL-AT-RISK.
003160 2200-EXIT.
003170     EXIT.

003180 2210-MATCH-ACCOUNT.
003190     IF AC-CUST-ID(WS-K) = RV-CUST-ID
003200         MOVE WS-K TO WS-ACCT-IDX
003210     END-IF.
003220 2210-EXIT.
003230     EXIT.

003240 3000-REPORT-REASONS.
003250     WRITE CASERPT-REC FROM WS-BLANK-LINE.
003260     MOVE "OPEN CASES BY REASON" TO WS-SECTION-LINE.
003270     WRITE CASERPT-REC FROM WS-SECTION-LINE.
003280     WRITE CASERPT-REC FROM WS-REASON-HEADING.
003290     PERFORM 3100-REPORT-ONE-REASON THRU 3100-EXIT
003300         VARYING WS-S FROM 1 BY 1
003310         UNTIL WS-S > 4.
003320     WRITE CASERPT-REC FROM WS-BLANK-LINE.
003330     MOVE WS-ACCT-COUNT TO GT-ACCT-COUNT.
003340     MOVE WS-TOTAL-AT-RISK TO GT-TOTAL-AT-RISK.
003350     WRITE CASERPT-REC FROM WS-TOTAL-LINE.
003360 3000-EXIT.
003370     EXIT.

003380 3100-REPORT-ONE-REASON.
003390     MOVE RN-REASON(WS-S) TO RL-REASON.
003400     MOVE RS-CASES(WS-S) TO RL-CASES.
003410     MOVE RS-TRIGGER(WS-S) TO RL-TRIGGER.
003420     MOVE RS-AT-RISK(WS-S) TO RL-AT-RISK.
003430     WRITE CASERPT-REC FROM WS-REASON-LINE.
003440 3100-EXIT.
003450     EXIT.

003460*----------------------------------------------------------------
003470* 4000-REPORT-CLEARED - SECOND PASS OF PTSREVW: CASES AN ANALYST
003480*                       CLEARED IN THE LAST SEVEN DAYS.
003490*----------------------------------------------------------------
003500 4000-REPORT-CLEARED.
003510     WRITE CASERPT-REC FROM WS-BLANK-LINE.
003520     MOVE "CASES CLEARED THIS WEEK" TO WS-SECTION-LINE.
003530     WRITE CASERPT-REC FROM WS-SECTION-LINE.
003540     WRITE CASERPT-REC FROM WS-CLEARED-HEADING.
003550     OPEN INPUT PTSREVW.
003560     IF WS-REVW-STATUS = "00"
003570         PERFORM 4100-REPORT-ONE-CLEARED THRU 4100-EXIT
003580             UNTIL WS-EOF
003590         CLOSE PTSREVW
003600     END-IF.
003610     WRITE CASERPT-REC FROM WS-BLANK-LINE.
003620     MOVE WS-CLEARED-COUNT TO CT-CLEARED-COUNT.
003630     WRITE CASERPT-REC FROM WS-CLEARED-TOTAL.
003640 4000-EXIT.
003650     EXIT.

003660 4100-REPORT-ONE-CLEARED.
003670     READ PTSREVW
003680         AT END
003690             SET WS-EOF TO TRUE
003700             GO TO 4100-EXIT
003710     END-READ.
003720     MOVE PTSREVW-REC TO RV-REVIEW-RECORD.
003730     IF NOT RV-CLEARED OR RV-CLEARED-DATE NOT NUMERIC
003740             OR RV-CLEARED-DATE = ZERO
003750         GO TO 4100-EXIT
003760     END-IF.
003770     COMPUTE WS-AGE-DAYS = WS-RUN-DAY
003780         - FUNCTION INTEGER-OF-DATE(RV-CLEARED-DATE).
003790     IF WS-AGE-DAYS NOT < WS-WEEK-DAYS
003800         GO TO 4100-EXIT
003810     END-IF.
003820     ADD 1 TO WS-CLEARED-COUNT.
003830     MOVE RV-CUST-ID TO CL-CUST-ID.
003840     MOVE RV-REASON TO CL-REASON.
003850     MOVE RV-FLAG-DATE TO CL-FLAG-DATE.
003860     MOVE RV-CLEARED-DATE TO CL-CLEARED-DATE.
003870     MOVE RV-ANALYST-ID TO CL-ANALYST-ID.
003880     WRITE CASERPT-REC FROM WS-CLEARED-LINE.
003890 4100-EXIT.
003900     EXIT.

003910 5000-FIND-BALANCE.
003920     MOVE ZERO TO WS-BAL-IDX.
003930     PERFORM 5010-MATCH-BALANCE THRU 5010-EXIT
003940         VARYING WS-B FROM 1 BY 1
003950         UNTIL WS-B > WS-BAL-COUNT OR WS-BAL-IDX > ZERO.
003960 5000-EXIT.
003970     EXIT.

003980 5010-MATCH-BALANCE.
003990     IF BL-CUST-ID(WS-B) = RV-CUST-ID
004000         MOVE WS-B TO WS-BAL-IDX
004010     END-IF.
004020 5010-EXIT.
004030     EXIT.
