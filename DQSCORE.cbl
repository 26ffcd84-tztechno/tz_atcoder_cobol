000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DQSCORE.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. DATA QUALITY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. FIELD-LEVEL DATA-QUALITY
000110*                  SCORECARD, THE COMPANION TO THE INTEGSWP LINK
000120*                  SWEEP. EVERY RULE IN THE DQRULES CONTROL FILE
000130*                  (MASTER FILE, FIELD NAME, POSITION, LENGTH,
000140*                  RULE AND ITS PARAMETER) IS RUN AGAINST EVERY
000150*                  RECORD OF ITS MASTER - POLMAST, NAMEMSTR,
000160*                  ARMAST, BOXSOH, CREWMAST OR AGTMAST. THE RULES
000170*                  ARE REQD (NOT BLANK), NUMB (NUMERIC, LEADING
000180*                  SIGN ALLOWED), DATE (A REAL CALENDAR DATE, SIX
000190*                  OR EIGHT DIGITS), LIST (ONE OF THE CODES IN THE
000200*                  PARAMETER) AND RANG (WITHIN THE LOW AND HIGH
000210*                  BOUNDS IN THE PARAMETER); A BLANK FIELD PASSES
000220*                  EVERY RULE BUT REQD. EACH FAILURE GOES TO DQREJ
000230*                  IN THE SHARED REJECTREC LAYOUT WITH THE
000240*                  RECORD'S KEY, SO IT JOINS THE MORNING
000250*                  EXCEPTIONS REVIEW AND THE REPAIR FLOW. DQRPT
000260*                  SHOWS THE FAILURE RATE PER FIELD AND PER FILE
000270*                  BESIDE THE PRIOR RUN'S, AND EVERY RATE IS
000280*                  APPENDED TO THE DQHIST TREND FILE.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM.
000330 OBJECT-COMPUTER. IBM.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DQRULES ASSIGN TO "DQRULES"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RULE-STATUS.
000390     SELECT POLMAST ASSIGN TO "POLMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS PM-POLICY-ID
000430         FILE STATUS IS WS-MAST-STATUS.
000440     SELECT NAMEMSTR ASSIGN TO "NAMEMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS NM-IN-KEY
000480         FILE STATUS IS WS-MAST-STATUS.
000490     SELECT SEQMAST ASSIGN USING WS-MAST-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-MAST-STATUS.
000520     SELECT DQHIST ASSIGN TO "DQHIST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-HIST-STATUS.
000550     SELECT DQREJ ASSIGN TO "DQREJ"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT DQRPT ASSIGN TO "DQRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  DQRULES
000620     RECORDING MODE IS F.
000630 01  DQRULES-REC.
000640     05  DR-FILE                  PIC X(08).
000650     05  FILLER                   PIC X(01).
000660     05  DR-FIELD                 PIC X(12).
000670     05  FILLER                   PIC X(01).
000680     05  DR-POS                   PIC 9(03).
000690     05  FILLER                   PIC X(01).
000700     05  DR-LEN                   PIC 9(02).
000710     05  FILLER                   PIC X(01).
000720     05  DR-RULE                  PIC X(04).
000730     05  FILLER                   PIC X(01).
000740     05  DR-PARM                  PIC X(45).
000750     05  DR-RANGE-PARM REDEFINES DR-PARM.
000760         10  DR-RANGE-LOW         PIC S9(11) SIGN LEADING
000770                                            SEPARATE.
000780         10  FILLER               PIC X(01).
000790         10  DR-RANGE-HIGH        PIC S9(11) SIGN LEADING
000800                                            SEPARATE.
000810         10  FILLER               PIC X(20).
000820     05  FILLER                   PIC X(01).

000830 FD  POLMAST.
000840 01  POLMAST-REC.
000850     05  PM-POLICY-ID             PIC X(10).
000860     05  FILLER                   PIC X(70).

000870 FD  NAMEMSTR.
000880 01  NAMEMSTR-REC.
000890     05  NM-IN-KEY                PIC X(20).
000900     05  FILLER                   PIC X(60).

000910 FD  SEQMAST
000920     RECORDING MODE IS F.
000930 01  SEQMAST-REC                  PIC X(132).

000940 FD  DQHIST
000950     RECORDING MODE IS F.
000960 01  DQHIST-REC.
000970     05  DH-RUN-DATE              PIC 9(08).
000980     05  FILLER                   PIC X(01).
000990     05  DH-FILE                  PIC X(08).
001000     05  FILLER                   PIC X(01).
001010     05  DH-FIELD                 PIC X(12).
001020     05  FILLER                   PIC X(01).
001030     05  DH-RULE                  PIC X(04).
001040     05  FILLER                   PIC X(01).
001050     05  DH-CHECKED               PIC 9(07).
001060     05  FILLER                   PIC X(01).
001070     05  DH-FAILED                PIC 9(07).
001080     05  FILLER                   PIC X(01).
001090     05  DH-FAIL-RATE             PIC 9(03)V99.
001100     05  FILLER                   PIC X(23).

001110 FD  DQREJ
001120     RECORDING MODE IS F.
001130 01  DQREJ-REC                    PIC X(80).

001140 FD  DQRPT
001150     RECORDING MODE IS F.
001160 01  DQRPT-REC                    PIC X(80).

001170 WORKING-STORAGE SECTION.
001180 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001190     88  WS-EOF                             VALUE "Y".
001200 77  WS-RULE-STATUS               PIC X(02) VALUE SPACES.
001210 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
001220 77  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
001230 77  WS-MAST-NAME                 PIC X(08) VALUE SPACES.
001240 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001250 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001260 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001270 77  WS-F                         PIC 9(02) COMP.
001280 77  WS-R                         PIC 9(03) COMP.
001290 77  WS-P                         PIC 9(03) COMP.
001300 77  WS-LIST-STEP                 PIC 9(03) VALUE ZERO COMP.
001310 77  WS-LIST-END                  PIC 9(03) VALUE ZERO COMP.
001320 77  WS-FILE-IDX                  PIC 9(02) VALUE ZERO COMP.
001330 77  WS-BAD-REC-SW                PIC X(01) VALUE "N".
001340     88  WS-BAD-RECORD                      VALUE "Y".
001350 77  WS-PASS-SW                   PIC X(01) VALUE "Y".
001360     88  WS-RULE-PASSED                     VALUE "Y".
001370 77  WS-FOUND-SW                  PIC X(01) VALUE "N".
001380     88  WS-FOUND                           VALUE "Y".
001390 77  WS-FIELD-VALUE               PIC X(30) VALUE SPACES.
001400 77  WS-FIELD-LEN                 PIC 9(02) VALUE ZERO.
001410 77  WS-FAIL-TEXT                 PIC X(16) VALUE SPACES.
001420 77  WS-NUM-VALUE                 PIC S9(11) VALUE ZERO.
001430 77  WS-DATE-CCYYMMDD             PIC 9(08) VALUE ZERO.
001440 77  WS-RATE                      PIC 9(03)V99 VALUE ZERO.
001450 77  WS-CHECKED                   PIC 9(07) VALUE ZERO.
001460 77  WS-FAILED                    PIC 9(07) VALUE ZERO.
001470 77  WS-PRIOR-SW                  PIC X(01) VALUE "N".
001480     88  WS-PRIOR-FOUND                     VALUE "Y".
001490 77  WS-PRIOR-RATE                PIC 9(03)V99 VALUE ZERO.
001500 77  WS-FILES-SCORED              PIC 9(03) VALUE ZERO COMP.
001510 77  WS-TOTAL-FAILURES            PIC 9(09) VALUE ZERO.

001520 01  WS-MAST-RECORD               PIC X(132) VALUE SPACES.

001530*----------------------------------------------------------------
001540* THE SIX MASTERS THE SCORECARD KNOWS, WITH WHERE EACH ONE'S KEY
001550* SITS SO A FAILING RECORD CAN BE NAMED ON ITS REJECT.
001560*----------------------------------------------------------------
001570 01  WS-FILE-VALUES.
001580     05  FILLER                  PIC X(13) VALUE "POLMAST 00110".
001590     05  FILLER                  PIC X(13) VALUE "NAMEMSTR00120".
001600     05  FILLER                  PIC X(13) VALUE "ARMAST  00110".
001610     05  FILLER                  PIC X(13) VALUE "BOXSOH  00110".
001620     05  FILLER                  PIC X(13) VALUE "CREWMAST00105".
001630     05  FILLER                  PIC X(13) VALUE "AGTMAST 00106".
001640 01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
001650     05  FT-ENTRY OCCURS 6 TIMES
001660                  INDEXED BY FT-IDX.
001670         10  FT-FILE              PIC X(08).
001680         10  FT-KEY-POS           PIC 9(03).
001690         10  FT-KEY-LEN           PIC 9(02).

001700 01  WS-FILE-COUNTS.
001710     05  FC-ENTRY OCCURS 6 TIMES
001720                  INDEXED BY FC-IDX.
001730         10  FC-RULE-COUNT        PIC 9(03) COMP.
001740         10  FC-RECORDS           PIC 9(07).
001750         10  FC-BAD-RECORDS       PIC 9(07).
001760         10  FC-PRIOR-SW          PIC X(01).
001770         10  FC-PRIOR-RATE        PIC 9(03)V99.

001780 01  WS-RULE-TABLE.
001790     05  WS-RULE-COUNT            PIC 9(03) VALUE ZERO COMP.
001800     05  RT-ENTRY OCCURS 200 TIMES
001810                  INDEXED BY RT-IDX.
001820         10  RT-FILE-IDX          PIC 9(02) COMP.
001830         10  RT-FIELD             PIC X(12).
001840         10  RT-POS               PIC 9(03).
001850         10  RT-LEN               PIC 9(02).
001860         10  RT-RULE              PIC X(04).
001870         10  RT-PARM              PIC X(45).
001880         10  RT-RANGE-LOW         PIC S9(11).
001890         10  RT-RANGE-HIGH        PIC S9(11).
001900         10  RT-CHECKED           PIC 9(07).
001910         10  RT-FAILED            PIC 9(07).
001920         10  RT-PRIOR-SW          PIC X(01).
001930         10  RT-PRIOR-RATE        PIC 9(03)V99.

001940 COPY REJECTREC.
001950 COPY DATXLINK.
001960 COPY RPTHDR.

001970 01  WS-TITLE-LINE.
001980     05  FILLER                  PIC X(34) VALUE
001990         "MASTER FILE DATA-QUALITY SCORECARD".
002000     05  FILLER                  PIC X(46) VALUE SPACES.

002010 01  WS-FILE-LINE.
002020     05  FILLER                  PIC X(06) VALUE "FILE: ".
002030     05  FL-FILE                  PIC X(08).
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  FL-TEXT                  PIC X(64).

002060 01  WS-COLUMN-HEAD.
002070     05  FILLER                  PIC X(16) VALUE "  FIELD".
002080     05  FILLER                  PIC X(04) VALUE "RULE".
002090     05  FILLER                  PIC X(09) VALUE "  CHECKED".
002100     05  FILLER                  PIC X(09) VALUE "   FAILED".
002110     05  FILLER                  PIC X(08) VALUE "  FAIL %".
002120     05  FILLER                  PIC X(09) VALUE "  PRIOR %".
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  FILLER                  PIC X(23) VALUE "TREND".

002150 01  WS-SCORE-LINE.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  SC-FIELD                 PIC X(12).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  SC-RULE                  PIC X(04).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  SC-CHECKED               PIC ZZZZZZ9.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  SC-FAILED                PIC ZZZZZZ9.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  SC-RATE                  PIC ZZ9.99.
002260     05  FILLER                  PIC X(03) VALUE SPACES.
002270     05  SC-PRIOR                 PIC X(06).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  SC-TREND                 PIC X(09).
002300     05  FILLER                  PIC X(14) VALUE SPACES.
002310 01  WS-SCORE-PRIOR REDEFINES WS-SCORE-LINE.
002320     05  FILLER                  PIC X(49).
002330     05  SC-PRIOR-RATE            PIC ZZ9.99.
002340     05  FILLER                  PIC X(25).

002350 01  WS-SUMMARY-LINE.
002360     05  FILLER                  PIC X(15) VALUE
002370         "FILES SCORED:  ".
002380     05  SL-FILES-SCORED          PIC ZZ9.
002390     05  FILLER                  PIC X(09) VALUE "  RULES: ".
002400     05  SL-RULE-COUNT            PIC ZZ9.
002410     05  FILLER                  PIC X(12) VALUE "  FAILURES: ".
002420     05  SL-TOTAL-FAILURES        PIC ZZZZZZZZ9.
002430     05  FILLER                  PIC X(29) VALUE SPACES.

002440 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002450 PROCEDURE DIVISION.
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     PERFORM 2000-SCORE-ONE-FILE THRU 2000-EXIT
002490         VARYING WS-F FROM 1 BY 1
002500         UNTIL WS-F > 6.
002510     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002520     STOP RUN.

002530*----------------------------------------------------------------
002540* 1000-INITIALIZE - LOAD THE RULES, THEN PICK UP EACH RULE'S AND
002550*                   EACH FILE'S RATE FROM THE LAST RUN OFF THE
002560*                   DQHIST TREND FILE. A RULE THAT NAMES AN
002570*                   UNKNOWN FILE OR RULE, OR A FIELD THAT CANNOT
002580*                   BE CUT FROM THE RECORD, STOPS THE RUN - A
002590*                   SCORECARD SILENTLY SHORT OF A RULE WOULD
002600*                   FLATTER THE DATA.
002610*----------------------------------------------------------------
002620 1000-INITIALIZE.
002630     ACCEPT WS-RUN-DATE FROM DATE.
002640     ACCEPT WS-RUN-TIME FROM TIME.
002650     MOVE "EXPND" TO DX-ACTION.
002660     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002670     CALL "DATEXPND" USING DATEXPND-PARMS.
002680     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002690     OPEN OUTPUT DQRPT
002700          OUTPUT DQREJ.
002710     MOVE "DQSCORE" TO RH-PROGRAM-ID.
002720     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002730     MOVE WS-RUN-TIME TO RH-RUN-ID.
002740     MOVE 1 TO RH-PAGE-NUMBER.
002750     WRITE DQRPT-REC FROM RH-REPORT-HEADER.
002760     WRITE DQRPT-REC FROM WS-TITLE-LINE.
002770     PERFORM 1050-CLEAR-FILE-COUNTS THRU 1050-EXIT
002780         VARYING WS-F FROM 1 BY 1
002790         UNTIL WS-F > 6.
002800     OPEN INPUT DQRULES.
002810     IF WS-RULE-STATUS NOT = "00"
002820         DISPLAY "DQSCORE - DQRULES NOT FOUND - RUN ABORTED"
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
002870         UNTIL WS-EOF.
002880     CLOSE DQRULES.
002890     MOVE "N" TO WS-EOF-SW.
002900     IF WS-RULE-COUNT = ZERO
002910         DISPLAY "DQSCORE - DQRULES HOLDS NO RULES - RUN ABORTED"
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     OPEN INPUT DQHIST.
002960     IF WS-HIST-STATUS = "00"
002970         PERFORM 1300-LOAD-ONE-PRIOR THRU 1300-EXIT
002980             UNTIL WS-EOF
002990         CLOSE DQHIST
003000     END-IF.
003010     MOVE "N" TO WS-EOF-SW.
003020 1000-EXIT.
003030     EXIT.

003040 1050-CLEAR-FILE-COUNTS.
003050     MOVE ZERO TO FC-RULE-COUNT(WS-F).
003060     MOVE ZERO TO FC-RECORDS(WS-F).
003070     MOVE ZERO TO FC-BAD-RECORDS(WS-F).
003080     MOVE "N" TO FC-PRIOR-SW(WS-F).
003090     MOVE ZERO TO FC-PRIOR-RATE(WS-F).
003100 1050-EXIT.
003110     EXIT.

003120 1100-LOAD-ONE-RULE.
003130     READ DQRULES
003140         AT END
003150             SET WS-EOF TO TRUE
003160             GO TO 1100-EXIT
003170     END-READ.
003180     MOVE DR-FILE TO WS-MAST-NAME.
003190     PERFORM 8100-FIND-FILE THRU 8100-EXIT.
003200     IF WS-FILE-IDX = ZERO
003210         DISPLAY "DQSCORE - DQRULES FILE " DR-FILE
003220             " IS NOT A SCORED MASTER - RUN ABORTED"
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     IF DR-POS NOT NUMERIC OR DR-LEN NOT NUMERIC
003270             OR DR-POS = ZERO OR DR-LEN = ZERO OR DR-LEN > 30
003280             OR DR-POS + DR-LEN - 1 > 132
003290         DISPLAY "DQSCORE - DQRULES FIELD " DR-FIELD
003300             " POSITION OR LENGTH INVALID - RUN ABORTED"
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     IF DR-RULE NOT = "REQD" AND DR-RULE NOT = "NUMB"
003350             AND DR-RULE NOT = "DATE" AND DR-RULE NOT = "LIST"
003360             AND DR-RULE NOT = "RANG"
003370         DISPLAY "DQSCORE - DQRULES FIELD " DR-FIELD
003380             " RULE " DR-RULE " UNKNOWN - RUN ABORTED"
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     IF (DR-RULE = "DATE" AND DR-LEN NOT = 6 AND DR-LEN NOT = 8)
003430             OR (DR-RULE = "LIST" AND DR-PARM = SPACES)
003440             OR (DR-RULE = "RANG" AND (DR-RANGE-LOW NOT NUMERIC
003450                 OR DR-RANGE-HIGH NOT NUMERIC OR DR-LEN > 12))
003460         DISPLAY "DQSCORE - DQRULES FIELD " DR-FIELD
003470             " PARAMETER INVALID FOR " DR-RULE " - RUN ABORTED"
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     IF WS-RULE-COUNT >= 200
003520         DISPLAY "DQSCORE - DQRULES EXCEEDS THE 200-RULE TABLE - "
003530             "RUN ABORTED"
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     ADD 1 TO WS-RULE-COUNT.
003580     SET RT-IDX TO WS-RULE-COUNT.
003590     MOVE WS-FILE-IDX TO RT-FILE-IDX(RT-IDX).
003600     MOVE DR-FIELD TO RT-FIELD(RT-IDX).
003610     MOVE DR-POS TO RT-POS(RT-IDX).
003620     MOVE DR-LEN TO RT-LEN(RT-IDX).
003630     MOVE DR-RULE TO RT-RULE(RT-IDX).
003640     MOVE DR-PARM TO RT-PARM(RT-IDX).
003650     MOVE ZERO TO RT-RANGE-LOW(RT-IDX).
003660     MOVE ZERO TO RT-RANGE-HIGH(RT-IDX).
003670     IF DR-RULE = "RANG"
003680         MOVE DR-RANGE-LOW TO RT-RANGE-LOW(RT-IDX)
003690         MOVE DR-RANGE-HIGH TO RT-RANGE-HIGH(RT-IDX)
003700     END-IF.
003710     MOVE ZERO TO RT-CHECKED(RT-IDX).
003720     MOVE ZERO TO RT-FAILED(RT-IDX).
003730     MOVE "N" TO RT-PRIOR-SW(RT-IDX).
003740     MOVE ZERO TO RT-PRIOR-RATE(RT-IDX).
003750     ADD 1 TO FC-RULE-COUNT(WS-FILE-IDX).
003760 1100-EXIT.
003770     EXIT.

003780*----------------------------------------------------------------
003790* 1300-LOAD-ONE-PRIOR - DQHIST IS IN RUN ORDER, SO THE LAST ENTRY
003800*                       FOR A RULE OR FILE WINS. A FILE'S OWN
003810*                       ENTRY CARRIES "(FILE)" AS ITS FIELD NAME.
003820*----------------------------------------------------------------
003830 1300-LOAD-ONE-PRIOR.
003840     READ DQHIST
003850         AT END
003860             SET WS-EOF TO TRUE
003870             GO TO 1300-EXIT
003880     END-READ.
003890     MOVE DH-FILE TO WS-MAST-NAME.
003900     PERFORM 8100-FIND-FILE THRU 8100-EXIT.
003910     IF WS-FILE-IDX = ZERO
003920         GO TO 1300-EXIT
003930     END-IF.
003940     IF DH-FIELD = "(FILE)"
003950         MOVE "Y" TO FC-PRIOR-SW(WS-FILE-IDX)
003960         MOVE DH-FAIL-RATE TO FC-PRIOR-RATE(WS-FILE-IDX)
003970         GO TO 1300-EXIT
003980     END-IF.
003990     PERFORM 1310-MATCH-PRIOR THRU 1310-EXIT
004000         VARYING WS-R FROM 1 BY 1
004010         UNTIL WS-R > WS-RULE-COUNT.
004020 1300-EXIT.
004030     EXIT.

004040 1310-MATCH-PRIOR.
004050     IF RT-FILE-IDX(WS-R) = WS-FILE-IDX
004060             AND RT-FIELD(WS-R) = DH-FIELD
004070             AND RT-RULE(WS-R) = DH-RULE
004080         MOVE "Y" TO RT-PRIOR-SW(WS-R)
004090         MOVE DH-FAIL-RATE TO RT-PRIOR-RATE(WS-R)
004100     END-IF.
004110 1310-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------
004140* 2000-SCORE-ONE-FILE - RUN ONE MASTER THROUGH ALL OF ITS RULES.
004150*                       POLMAST AND NAMEMSTR ARE KEYED AND READ IN
004160*                       KEY ORDER; THE OTHERS ARE FLAT FILES READ
004170*                       THROUGH ONE DYNAMICALLY NAMED SELECT. A
004180*                       MASTER THAT CANNOT BE OPENED IS SAID SO ON
004190*                       THE REPORT AND LEFT OUT OF THE TREND.
004200*----------------------------------------------------------------
004210 2000-SCORE-ONE-FILE.
004220     IF FC-RULE-COUNT(WS-F) = ZERO
004230         GO TO 2000-EXIT
004240     END-IF.
004250     SET FT-IDX TO WS-F.
004260     MOVE FT-FILE(FT-IDX) TO WS-MAST-NAME.
004270     MOVE WS-MAST-NAME TO FL-FILE.
004280     WRITE DQRPT-REC FROM WS-BLANK-LINE.
004290     EVALUATE WS-MAST-NAME
004300         WHEN "POLMAST"
004310             OPEN INPUT POLMAST
004320         WHEN "NAMEMSTR"
004330             OPEN INPUT NAMEMSTR
004340         WHEN OTHER
004350             OPEN INPUT SEQMAST
004360     END-EVALUATE.
004370     IF WS-MAST-STATUS NOT = "00"
004380         MOVE "NOT AVAILABLE - NOT SCORED" TO FL-TEXT
004390         WRITE DQRPT-REC FROM WS-FILE-LINE
004400         GO TO 2000-EXIT
004410     END-IF.
004420     ADD 1 TO WS-FILES-SCORED.
004430     PERFORM 2100-SCORE-ONE-RECORD THRU 2100-EXIT
004440         UNTIL WS-EOF.
004450     EVALUATE WS-MAST-NAME
004460         WHEN "POLMAST"
004470             CLOSE POLMAST
004480         WHEN "NAMEMSTR"
004490             CLOSE NAMEMSTR
004500         WHEN OTHER
004510             CLOSE SEQMAST
004520     END-EVALUATE.
004530     MOVE "N" TO WS-EOF-SW.
004540     PERFORM 3000-REPORT-FILE THRU 3000-EXIT.
004550 2000-EXIT.
004560     EXIT.

004570 2100-SCORE-ONE-RECORD.
004580     PERFORM 8000-READ-MASTER THRU 8000-EXIT.
004590     IF WS-EOF
004600         GO TO 2100-EXIT
004610     END-IF.
004620     ADD 1 TO FC-RECORDS(WS-F).
004630     MOVE "N" TO WS-BAD-REC-SW.
004640     PERFORM 2200-APPLY-ONE-RULE THRU 2200-EXIT
004650         VARYING WS-R FROM 1 BY 1
004660         UNTIL WS-R > WS-RULE-COUNT.
004670     IF WS-BAD-RECORD
004680         ADD 1 TO FC-BAD-RECORDS(WS-F)
004690     END-IF.
004700 2100-EXIT.
004710     EXIT.

004720*----------------------------------------------------------------
004730* 2200-APPLY-ONE-RULE - CUT THE FIELD OUT OF THE RECORD AND TEST
004740*                       IT. A BLANK FIELD ONLY FAILS REQD;
004750*                       WHETHER A FIELD MAY BE BLANK IS REQD'S
004760*                       QUESTION, NOT THE OTHER RULES'.
004770*----------------------------------------------------------------
004780 2200-APPLY-ONE-RULE.
004790     IF RT-FILE-IDX(WS-R) NOT = WS-F
004800         GO TO 2200-EXIT
004810     END-IF.
004820     ADD 1 TO RT-CHECKED(WS-R).
004830     MOVE RT-LEN(WS-R) TO WS-FIELD-LEN.
004840     MOVE SPACES TO WS-FIELD-VALUE.
004850     MOVE WS-MAST-RECORD (RT-POS(WS-R):WS-FIELD-LEN)
004860         TO WS-FIELD-VALUE (1:WS-FIELD-LEN).
004870     MOVE "Y" TO WS-PASS-SW.
004880     IF WS-FIELD-VALUE = SPACES
004890         IF RT-RULE(WS-R) = "REQD"
004900             MOVE "N" TO WS-PASS-SW
004910             MOVE "MISSING" TO WS-FAIL-TEXT
004920         END-IF
004930         GO TO 2200-JUDGE
004940     END-IF.
004950     EVALUATE RT-RULE(WS-R)
004960         WHEN "NUMB"
004970             PERFORM 2300-CHECK-NUMERIC THRU 2300-EXIT
004980         WHEN "DATE"
004990             PERFORM 2400-CHECK-DATE THRU 2400-EXIT
005000         WHEN "LIST"
005010             PERFORM 2500-CHECK-LIST THRU 2500-EXIT
005020         WHEN "RANG"
005030             PERFORM 2600-CHECK-RANGE THRU 2600-EXIT
005040     END-EVALUATE.
005050 2200-JUDGE.
005060     IF WS-RULE-PASSED
005070         GO TO 2200-EXIT
005080     END-IF.
005090     ADD 1 TO RT-FAILED(WS-R).
005100     ADD 1 TO WS-TOTAL-FAILURES.
005110     SET WS-BAD-RECORD TO TRUE.
005120     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
005130 2200-EXIT.
005140     EXIT.

005150 2300-CHECK-NUMERIC.
005160     IF WS-FIELD-VALUE (1:WS-FIELD-LEN) NUMERIC
005170         GO TO 2300-EXIT
005180     END-IF.
005190     IF WS-FIELD-LEN > 1
005200             AND (WS-FIELD-VALUE (1:1) = "+"
005210                  OR WS-FIELD-VALUE (1:1) = "-")
005220             AND WS-FIELD-VALUE (2:WS-FIELD-LEN - 1) NUMERIC
005230         GO TO 2300-EXIT
005240     END-IF.
005250     MOVE "N" TO WS-PASS-SW.
005260     MOVE "NOT NUMERIC" TO WS-FAIL-TEXT.
005270 2300-EXIT.
005280     EXIT.

005290*----------------------------------------------------------------
005300* 2400-CHECK-DATE - A SIX-DIGIT DATE IS WIDENED THROUGH THE SHARED
005310*                   DATEXPND CENTURY WINDOW FIRST.
005320*----------------------------------------------------------------
005330 2400-CHECK-DATE.
005340     MOVE "NOT A VALID DATE" TO WS-FAIL-TEXT.
005350     IF WS-FIELD-VALUE (1:WS-FIELD-LEN) NOT NUMERIC
005360         MOVE "N" TO WS-PASS-SW
005370         GO TO 2400-EXIT
005380     END-IF.
005390     IF WS-FIELD-LEN = 6
005400         MOVE "EXPND" TO DX-ACTION
005410         MOVE WS-FIELD-VALUE (1:6) TO DX-DATE-YYMMDD
005420         CALL "DATEXPND" USING DATEXPND-PARMS
005430         MOVE DX-DATE-CCYYMMDD TO WS-DATE-CCYYMMDD
005440     ELSE
005450         MOVE WS-FIELD-VALUE (1:8) TO WS-DATE-CCYYMMDD
005460     END-IF.
005470     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CCYYMMDD) NOT = ZERO
005480         MOVE "N" TO WS-PASS-SW
005490     END-IF.
005500 2400-EXIT.
005510     EXIT.

005520*----------------------------------------------------------------
005530* 2500-CHECK-LIST - THE PARAMETER HOLDS THE ALLOWED CODES, EACH AS
005540*                   WIDE AS THE FIELD, ONE SPACE BETWEEN THEM.
005550*----------------------------------------------------------------
005560 2500-CHECK-LIST.
005570     MOVE "N" TO WS-FOUND-SW.
005580     COMPUTE WS-LIST-STEP = WS-FIELD-LEN + 1.
005590     COMPUTE WS-LIST-END = 46 - WS-FIELD-LEN.
005600     PERFORM 2510-MATCH-CODE THRU 2510-EXIT
005610         VARYING WS-P FROM 1 BY WS-LIST-STEP
005620         UNTIL WS-P > WS-LIST-END OR WS-FOUND.
005630     IF NOT WS-FOUND
005640         MOVE "N" TO WS-PASS-SW
005650         MOVE "NOT IN CODE LIST" TO WS-FAIL-TEXT
005660     END-IF.
005670 2500-EXIT.
005680     EXIT.

005690 2510-MATCH-CODE.
005700     IF RT-PARM(WS-R) (WS-P:WS-FIELD-LEN)
005710             = WS-FIELD-VALUE (1:WS-FIELD-LEN)
005720         SET WS-FOUND TO TRUE
005730     END-IF.
005740 2510-EXIT.
005750     EXIT.

005760*----------------------------------------------------------------
005770* 2600-CHECK-RANGE - THE BOUNDS ARE IN THE FIELD'S OWN UNITS, WITH
005780*                    NO DECIMAL POINT. A VALUE THAT IS NOT A
005790*                    NUMBER IS OUT OF RANGE BY DEFINITION.
005800*----------------------------------------------------------------
005810 2600-CHECK-RANGE.
005820     PERFORM 2300-CHECK-NUMERIC THRU 2300-EXIT.
005830     MOVE "OUT OF RANGE" TO WS-FAIL-TEXT.
005840     IF NOT WS-RULE-PASSED
005850         GO TO 2600-EXIT
005860     END-IF.
005870     COMPUTE WS-NUM-VALUE =
005880         FUNCTION NUMVAL(WS-FIELD-VALUE (1:WS-FIELD-LEN)).
005890     IF WS-NUM-VALUE < RT-RANGE-LOW(WS-R)
005900             OR WS-NUM-VALUE > RT-RANGE-HIGH(WS-R)
005910         MOVE "N" TO WS-PASS-SW
005920     END-IF.
005930 2600-EXIT.
005940     EXIT.

005950 2900-WRITE-REJECT.
005960     MOVE "DQSCORE" TO RJ-SOURCE-PROGRAM.
005970     MOVE SPACES TO RJ-RECORD-KEY.
005980     MOVE WS-MAST-RECORD (FT-KEY-POS(FT-IDX):FT-KEY-LEN(FT-IDX))
005990         TO RJ-RECORD-KEY.
006000     MOVE SPACES TO RJ-REASON-CODE.
006010     STRING WS-MAST-NAME DELIMITED BY SPACE
006020            " " DELIMITED BY SIZE
006030            RT-FIELD(WS-R) DELIMITED BY SPACE
006040            " - " DELIMITED BY SIZE
006050            WS-FAIL-TEXT DELIMITED BY SIZE
006060         INTO RJ-REASON-CODE.
006070     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006080         INTO RJ-REJECT-TIMESTAMP.
006090     WRITE DQREJ-REC FROM RJ-REJECT-RECORD.
006100 2900-EXIT.
006110     EXIT.

006120*----------------------------------------------------------------
006130* 3000-REPORT-FILE - ONE LINE PER RULE AND A FILE LINE, EACH WITH
006140*                    TONIGHT'S FAILURE RATE BESIDE THE LAST RUN'S,
006150*                    AND EVERY RATE POSTED TO THE TREND FILE. THE
006160*                    FILE'S RATE IS RECORDS FAILING ANY RULE OVER
006170*                    RECORDS READ.
006180*----------------------------------------------------------------
006190 3000-REPORT-FILE.
006200     MOVE SPACES TO FL-TEXT.
006210     STRING "RECORDS READ: " DELIMITED BY SIZE
006220            FC-RECORDS(WS-F) DELIMITED BY SIZE
006230         INTO FL-TEXT.
006240     WRITE DQRPT-REC FROM WS-FILE-LINE.
006250     WRITE DQRPT-REC FROM WS-COLUMN-HEAD.
006260     OPEN EXTEND DQHIST.
006270     IF WS-HIST-STATUS = "35"
006280         OPEN OUTPUT DQHIST
006290     END-IF.
006300     PERFORM 3100-REPORT-ONE-RULE THRU 3100-EXIT
006310         VARYING WS-R FROM 1 BY 1
006320         UNTIL WS-R > WS-RULE-COUNT.
006330     MOVE "(FILE)" TO SC-FIELD.
006340     MOVE "ALL" TO SC-RULE.
006350     MOVE FC-RECORDS(WS-F) TO WS-CHECKED.
006360     MOVE FC-BAD-RECORDS(WS-F) TO WS-FAILED.
006370     MOVE FC-PRIOR-SW(WS-F) TO WS-PRIOR-SW.
006380     MOVE FC-PRIOR-RATE(WS-F) TO WS-PRIOR-RATE.
006390     PERFORM 3200-WRITE-SCORE THRU 3200-EXIT.
006400     CLOSE DQHIST.
006410 3000-EXIT.
006420     EXIT.

006430 3100-REPORT-ONE-RULE.
006440     IF RT-FILE-IDX(WS-R) NOT = WS-F
006450         GO TO 3100-EXIT
006460     END-IF.
006470     MOVE RT-FIELD(WS-R) TO SC-FIELD.
006480     MOVE RT-RULE(WS-R) TO SC-RULE.
006490     MOVE RT-CHECKED(WS-R) TO WS-CHECKED.
006500     MOVE RT-FAILED(WS-R) TO WS-FAILED.
006510     MOVE RT-PRIOR-SW(WS-R) TO WS-PRIOR-SW.
006520     MOVE RT-PRIOR-RATE(WS-R) TO WS-PRIOR-RATE.
006530     PERFORM 3200-WRITE-SCORE THRU 3200-EXIT.
006540 3100-EXIT.
006550     EXIT.

006560 3200-WRITE-SCORE.
006570     IF WS-CHECKED = ZERO
006580         MOVE ZERO TO WS-RATE
006590     ELSE
006600         COMPUTE WS-RATE ROUNDED = WS-FAILED * 100 / WS-CHECKED
006610     END-IF.
006620     MOVE WS-CHECKED TO SC-CHECKED.
006630     MOVE WS-FAILED TO SC-FAILED.
006640     MOVE WS-RATE TO SC-RATE.
006650     EVALUATE TRUE
006660         WHEN NOT WS-PRIOR-FOUND
006670             MOVE SPACES TO SC-PRIOR
006680             MOVE "FIRST RUN" TO SC-TREND
006690         WHEN WS-RATE > WS-PRIOR-RATE
006700             MOVE WS-PRIOR-RATE TO SC-PRIOR-RATE
006710             MOVE "** WORSE " TO SC-TREND
006720         WHEN WS-RATE < WS-PRIOR-RATE
006730             MOVE WS-PRIOR-RATE TO SC-PRIOR-RATE
006740             MOVE "BETTER" TO SC-TREND
006750         WHEN OTHER
006760             MOVE WS-PRIOR-RATE TO SC-PRIOR-RATE
006770             MOVE "STEADY" TO SC-TREND
006780     END-EVALUATE.
006790     WRITE DQRPT-REC FROM WS-SCORE-LINE.
006800     MOVE SPACES TO DQHIST-REC.
006810     MOVE WS-RUN-CCYYMMDD TO DH-RUN-DATE.
006820     MOVE WS-MAST-NAME TO DH-FILE.
006830     MOVE SC-FIELD TO DH-FIELD.
006840     MOVE SC-RULE TO DH-RULE.
006850     MOVE WS-CHECKED TO DH-CHECKED.
006860     MOVE WS-FAILED TO DH-FAILED.
006870     MOVE WS-RATE TO DH-FAIL-RATE.
006880     WRITE DQHIST-REC.
006890 3200-EXIT.
006900     EXIT.

006910 5000-FINALIZE.
006920     WRITE DQRPT-REC FROM WS-BLANK-LINE.
006930     MOVE WS-FILES-SCORED TO SL-FILES-SCORED.
006940     MOVE WS-RULE-COUNT TO SL-RULE-COUNT.
006950     MOVE WS-TOTAL-FAILURES TO SL-TOTAL-FAILURES.
006960     WRITE DQRPT-REC FROM WS-SUMMARY-LINE.
006970     CLOSE DQRPT
006980           DQREJ.
006990 5000-EXIT.
007000     EXIT.

007010 8000-READ-MASTER.
007020     EVALUATE WS-MAST-NAME
007030         WHEN "POLMAST"
007040             READ POLMAST
007050                 AT END
007060                     SET WS-EOF TO TRUE
007070                 NOT AT END
007080                     MOVE POLMAST-REC TO WS-MAST-RECORD
007090             END-READ
007100         WHEN "NAMEMSTR"
007110             READ NAMEMSTR
007120                 AT END
007130                     SET WS-EOF TO TRUE
007140                 NOT AT END
007150                     MOVE NAMEMSTR-REC TO WS-MAST-RECORD
007160             END-READ
007170         WHEN OTHER
007180             READ SEQMAST
007190                 AT END
007200                     SET WS-EOF TO TRUE
007210                 NOT AT END
007220                     MOVE SEQMAST-REC TO WS-MAST-RECORD
007230             END-READ
007240     END-EVALUATE.
007250 8000-EXIT.
007260     EXIT.

007270 8100-FIND-FILE.
007280     MOVE ZERO TO WS-FILE-IDX.
007290     PERFORM 8110-MATCH-FILE THRU 8110-EXIT
007300         VARYING WS-P FROM 1 BY 1
007310         UNTIL WS-P > 6 OR WS-FILE-IDX > ZERO.
007320 8100-EXIT.
007330     EXIT.

007340 8110-MATCH-FILE.
007350     IF FT-FILE(WS-P) = WS-MAST-NAME
007360         MOVE WS-P TO WS-FILE-IDX
007370     END-IF.
007380 8110-EXIT.
007390     EXIT.
