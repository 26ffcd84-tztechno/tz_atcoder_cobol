000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WRKCOMPL.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. STAFFING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. WORKING-TIME AND REST-PERIOD
000110*                  COMPLIANCE CHECK, RUN AFTER THE CREW ALLOCATOR
000120*                  WRITES ASSIGNF AND BEFORE THE SCHEDULE IS
000130*                  PUBLISHED. EACH PERSON'S PLANNED DAYS (ASSIGNF
000140*                  - EVERY SHIFT STARTS AT THE SHIFT START
000150*                  TIMEATND USES AND RUNS ITS SCHEDULED HOURS) AND
000160*                  WORKED DAYS (CLOCKEVT IN AND OUT PUNCHES) ARE
000170*                  CHECKED AGAINST THE WRKRULES CONTROL FILE: LESS
000180*                  THAN THE MINIMUM REST BETWEEN ONE DAY'S END AND
000190*                  THE NEXT DAY'S START, MORE THAN THE MAXIMUM
000200*                  HOURS IN A MONDAY-TO-SUNDAY WEEK, MORE THAN THE
000210*                  MAXIMUM CONSECUTIVE DAYS, AND - ON WORKED DAYS
000220*                  - A DAY LONGER THAN THE MEAL THRESHOLD WITHOUT
000230*                  AN OUT-AND-BACK-IN BREAK OF THE MINIMUM MEAL
000240*                  LENGTH. EVERY VIOLATION IS LISTED ON WRKCRPT;
000250*                  ANY VIOLATION ENDS THE STEP WITH RETURN CODE 4
000260*                  SO THE PUBLISH STEP CAN BE HELD UNTIL THE PLAN
000270*                  IS FIXED.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM.
000320 OBJECT-COMPUTER. IBM.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT WRKRULES ASSIGN TO "WRKRULES"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RULE-STATUS.
000380     SELECT ASSIGNF ASSIGN TO "ASSIGNF"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-ASGN-STATUS.
000410     SELECT CLOCKEVT ASSIGN TO "CLOCKEVT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CLK-STATUS.
000440     SELECT WRKCRPT ASSIGN TO "WRKCRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  WRKRULES
000490     RECORDING MODE IS F.
000500 01  WRKRULES-REC.
000510     05  WR-RULE-NAME             PIC X(08).
000520     05  FILLER                   PIC X(01).
000530     05  WR-RULE-VALUE            PIC 9(05).

000540 FD  ASSIGNF
000550     RECORDING MODE IS F.
000560 01  ASSIGNF-REC.
000570     05  AS-SHIFT-DATE            PIC X(10).
000580     05  FILLER                   PIC X(01).
000590     05  AS-PERSON-ID             PIC X(05).
000600     05  FILLER                   PIC X(01).
000610     05  AS-SCHED-HOURS           PIC 9(02).
000620     05  FILLER                   PIC X(61).

000630 FD  CLOCKEVT
000640     RECORDING MODE IS F.
000650 01  CLOCKEVT-REC.
000660     05  CK-PERSON-ID             PIC X(05).
000670     05  FILLER                   PIC X(01).
000680     05  CK-DATE                  PIC X(10).
000690     05  FILLER                   PIC X(01).
000700     05  CK-TYPE                  PIC X(01).
000710     05  FILLER                   PIC X(01).
000720     05  CK-TIME                  PIC 9(04).
000730     05  FILLER                   PIC X(57).

000740 FD  WRKCRPT
000750     RECORDING MODE IS F.
000760 01  WRKCRPT-REC                  PIC X(80).

000770 WORKING-STORAGE SECTION.
000780 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000790     88  WS-EOF                             VALUE "Y".
000800 77  WS-RULE-STATUS               PIC X(02) VALUE SPACES.
000810 77  WS-ASGN-STATUS               PIC X(02) VALUE SPACES.
000820 77  WS-CLK-STATUS                PIC X(02) VALUE SPACES.
000830 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000840 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000850 77  WS-MIN-REST                  PIC 9(05) VALUE 11.
000860 77  WS-MAX-WEEK                  PIC 9(05) VALUE 48.
000870 77  WS-MAX-CONSEC                PIC 9(05) VALUE 6.
000880 77  WS-MEAL-AFTER                PIC 9(05) VALUE 6.
000890 77  WS-MEAL-MIN                  PIC 9(05) VALUE 30.
000900 77  WS-SHIFT-BEGIN               PIC 9(04) VALUE 0800.
000910 77  WS-K                         PIC 9(05) COMP.
000920 77  WS-J                         PIC 9(05) COMP.
000930 77  WS-D                         PIC 9(05) COMP.
000940 77  WS-DAY-IDX                   PIC 9(05) VALUE ZERO COMP.
000950 77  WS-PREV-IDX                  PIC 9(05) VALUE ZERO COMP.
000960 77  WS-WEEK-IDX                  PIC 9(05) VALUE ZERO COMP.
000970 77  WS-PERSON-ID                 PIC X(05) VALUE SPACES.
000980 77  WS-SOURCE                    PIC X(06) VALUE SPACES.
000990 77  WS-WORK-DATE                 PIC 9(08) VALUE ZERO.
001000 77  WS-DAY-NUMBER                PIC 9(07) VALUE ZERO.
001010 77  WS-WEEK-NUMBER               PIC 9(07) VALUE ZERO.
001020 77  WS-MINUTES                   PIC 9(05) VALUE ZERO.
001030 77  WS-NEXT-IN                   PIC 9(05) VALUE ZERO.
001040 77  WS-REST                      PIC S9(07) VALUE ZERO.
001050 77  WS-RUN-LENGTH                PIC 9(05) VALUE ZERO.
001060 77  WS-LOOK-DAY                  PIC 9(07) VALUE ZERO.
001070 77  WS-FOUND-SW                  PIC X(01) VALUE "N".
001080     88  WS-FOUND                           VALUE "Y".
001090 77  WS-DATE-OK-SW                PIC X(01) VALUE "N".
001100     88  WS-DATE-OK                         VALUE "Y".
001110 77  WS-VIOLATION-COUNT           PIC 9(05) VALUE ZERO COMP.
001120 77  WS-REST-COUNT                PIC 9(05) VALUE ZERO COMP.
001130 77  WS-WEEK-COUNT                PIC 9(05) VALUE ZERO COMP.
001140 77  WS-CONSEC-COUNT              PIC 9(05) VALUE ZERO COMP.
001150 77  WS-MEAL-COUNT                PIC 9(05) VALUE ZERO COMP.
001160 77  WS-BAD-DATE-COUNT            PIC 9(05) VALUE ZERO COMP.

001170*    A SCHEDULE OR PUNCH DATE AS THE FEEDS CARRY IT, CCYY-MM-DD
001180 01  WS-ISO-DATE.
001190     05  WS-ISO-CCYY              PIC X(04).
001200     05  WS-ISO-DASH-1            PIC X(01).
001210     05  WS-ISO-MM                PIC X(02).
001220     05  WS-ISO-DASH-2            PIC X(01).
001230     05  WS-ISO-DD                PIC X(02).

001240 01  WS-TIME-PARTS.
001250     05  WS-TIME-HH               PIC 9(02).
001260     05  WS-TIME-MM               PIC 9(02).

001270*    THE PUNCHES, FOR THE MEAL-BREAK GAPS
001280 01  WS-PUNCH-TABLE.
001290     05  WS-PUNCH-COUNT           PIC 9(05) VALUE ZERO COMP.
001300     05  PU-ENTRY OCCURS 5000 TIMES
001310                  INDEXED BY PU-IDX.
001320         10  PU-DAY-IDX           PIC 9(05) COMP.
001330         10  PU-TYPE              PIC X(01).
001340         10  PU-MINUTE            PIC 9(05).

001350*    ONE ROW PER PERSON PER DAY, PLANNED AND WORKED KEPT APART.
001360*    TIMES ARE MINUTES FROM MIDNIGHT OF THE DAY.
001370 01  WS-DAY-TABLE.
001380     05  WS-DAY-COUNT             PIC 9(05) VALUE ZERO COMP.
001390     05  DY-ENTRY OCCURS 5000 TIMES
001400                  INDEXED BY DY-IDX.
001410         10  DY-PERSON-ID         PIC X(05).
001420         10  DY-SOURCE            PIC X(06).
001430         10  DY-DATE              PIC 9(08).
001440         10  DY-DAY-NUMBER        PIC 9(07).
001450         10  DY-START             PIC 9(05).
001460         10  DY-END               PIC 9(05).
001470         10  DY-WORKED            PIC 9(05).
001480         10  DY-BREAK             PIC 9(05).
001490         10  DY-HAS-IN-SW         PIC X(01).
001500         10  DY-HAS-OUT-SW        PIC X(01).

001510*    WORKED MINUTES PER PERSON PER MONDAY-TO-SUNDAY WEEK
001520 01  WS-WEEK-TABLE.
001530     05  WS-WEEK-ROWS             PIC 9(05) VALUE ZERO COMP.
001540     05  WK-ENTRY OCCURS 2000 TIMES
001550                  INDEXED BY WK-IDX.
001560         10  WK-PERSON-ID         PIC X(05).
001570         10  WK-SOURCE            PIC X(06).
001580         10  WK-WEEK-NUMBER       PIC 9(07).
001590         10  WK-FIRST-DATE        PIC 9(08).
001600         10  WK-MINUTES           PIC 9(05).

001610 COPY RPTHDR.

001620 01  WS-TITLE-LINE.
001630     05  FILLER                  PIC X(40) VALUE
001640         "WORKING-TIME AND REST-PERIOD COMPLIANCE".
001650     05  FILLER                  PIC X(40) VALUE SPACES.

001660 01  WS-LIMIT-LINE.
001670     05  FILLER                  PIC X(11) VALUE "LIMITS:    ".
001680     05  FILLER                  PIC X(06) VALUE "REST ".
001690     05  LL-MIN-REST              PIC ZZ9.
001700     05  FILLER                  PIC X(09) VALUE "H  WEEK ".
001710     05  LL-MAX-WEEK              PIC ZZ9.
001720     05  FILLER                  PIC X(11) VALUE "H  CONSEC ".
001730     05  LL-MAX-CONSEC            PIC ZZ9.
001740     05  FILLER                  PIC X(12) VALUE "D  MEAL AT ".
001750     05  LL-MEAL-AFTER            PIC ZZ9.
001760     05  FILLER                  PIC X(03) VALUE "H/ ".
001770     05  LL-MEAL-MIN              PIC ZZ9.
001780     05  FILLER                  PIC X(13) VALUE "M".

001790 01  WS-COLUMN-LINE.
001800     05  FILLER                  PIC X(40) VALUE
001810         "PERSON DATE     SOURCE RULE             ".
001820     05  FILLER                  PIC X(40) VALUE
001830         "       ACTUAL    LIMIT".

001840 01  WS-DETAIL-LINE.
001850     05  DL-PERSON-ID             PIC X(05).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  DL-DATE                  PIC 9(08).
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890     05  DL-SOURCE                PIC X(06).
001900     05  FILLER                  PIC X(01) VALUE SPACES.
001910     05  DL-RULE                  PIC X(24).
001920     05  FILLER                  PIC X(01) VALUE SPACES.
001930     05  DL-ACTUAL                PIC ZZZZ9.99.
001940     05  FILLER                  PIC X(01) VALUE SPACES.
001950     05  DL-LIMIT                 PIC ZZZZ9.99.
001960     05  FILLER                  PIC X(15) VALUE SPACES.

001970 01  WS-SUMMARY-LINE.
001980     05  FILLER                  PIC X(07) VALUE "REST: ".
001990     05  SL-REST                  PIC ZZZZ9.
002000     05  FILLER                  PIC X(09) VALUE "  WEEKLY:".
002010     05  SL-WEEK                  PIC ZZZZ9.
002020     05  FILLER                  PIC X(14) VALUE "  CONSECUTIVE:".
002030     05  SL-CONSEC                PIC ZZZZ9.
002040     05  FILLER                  PIC X(07) VALUE "  MEAL:".
002050     05  SL-MEAL                  PIC ZZZZ9.
002060     05  FILLER                  PIC X(08) VALUE "  TOTAL:".
002070     05  SL-TOTAL                 PIC ZZZZ9.
002080     05  FILLER                  PIC X(09) VALUE SPACES.

002090 01  WS-BAD-DATE-LINE.
002100     05  FILLER                  PIC X(34) VALUE
002110         "RECORDS SKIPPED FOR A BAD DATE:   ".
002120     05  BL-COUNT                 PIC ZZZZ9.
002130     05  FILLER                  PIC X(41) VALUE SPACES.

002140 01  WS-CLEAN-LINE.
002150     05  FILLER                  PIC X(40) VALUE
002160         "NO VIOLATIONS - CLEAR TO PUBLISH".
002170     05  FILLER                  PIC X(40) VALUE SPACES.

002180 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002190 PROCEDURE DIVISION.
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     PERFORM 2000-CHECK-ONE-DAY THRU 2000-EXIT
002230         VARYING WS-DAY-IDX FROM 1 BY 1
002240         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
002250     PERFORM 3000-CHECK-ONE-WEEK THRU 3000-EXIT
002260         VARYING WS-WEEK-IDX FROM 1 BY 1
002270         UNTIL WS-WEEK-IDX > WS-WEEK-ROWS.
002280     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002290     STOP RUN.

002300*----------------------------------------------------------------
002310* 1000-INITIALIZE - THE LIMITS, THEN THE PLANNED DAYS FROM
002320*                   ASSIGNF AND THE WORKED DAYS FROM CLOCKEVT.
002330*                   WITHOUT ASSIGNF THERE IS NO PLAN TO CHECK.
002340*----------------------------------------------------------------
002350 1000-INITIALIZE.
002360     ACCEPT WS-RUN-DATE FROM DATE.
002370     ACCEPT WS-RUN-TIME FROM TIME.
002380     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
002390     OPEN OUTPUT WRKCRPT.
002400     MOVE "WRKCOMPL" TO RH-PROGRAM-ID.
002410     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002420     MOVE WS-RUN-TIME TO RH-RUN-ID.
002430     MOVE 1 TO RH-PAGE-NUMBER.
002440     WRITE WRKCRPT-REC FROM RH-REPORT-HEADER.
002450     WRITE WRKCRPT-REC FROM WS-TITLE-LINE.
002460     WRITE WRKCRPT-REC FROM WS-BLANK-LINE.
002470     MOVE WS-MIN-REST TO LL-MIN-REST.
002480     MOVE WS-MAX-WEEK TO LL-MAX-WEEK.
002490     MOVE WS-MAX-CONSEC TO LL-MAX-CONSEC.
002500     MOVE WS-MEAL-AFTER TO LL-MEAL-AFTER.
002510     MOVE WS-MEAL-MIN TO LL-MEAL-MIN.
002520     WRITE WRKCRPT-REC FROM WS-LIMIT-LINE.
002530     WRITE WRKCRPT-REC FROM WS-BLANK-LINE.
002540     WRITE WRKCRPT-REC FROM WS-COLUMN-LINE.
002550     OPEN INPUT ASSIGNF.
002560     IF WS-ASGN-STATUS NOT = "00"
002570         DISPLAY "WRKCOMPL - ASSIGNF NOT FOUND - RUN ABORTED"
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     PERFORM 1200-LOAD-ONE-ASSIGNMENT THRU 1200-EXIT
002620         UNTIL WS-EOF.
002630     CLOSE ASSIGNF.
002640     MOVE "N" TO WS-EOF-SW.
002650     OPEN INPUT CLOCKEVT.
002660     IF WS-CLK-STATUS = "00"
002670         PERFORM 1300-LOAD-ONE-PUNCH THRU 1300-EXIT
002680             UNTIL WS-EOF
002690         CLOSE CLOCKEVT
002700     END-IF.
002710     MOVE "N" TO WS-EOF-SW.
002720     PERFORM 1400-FINISH-ONE-DAY THRU 1400-EXIT
002730         VARYING WS-DAY-IDX FROM 1 BY 1
002740         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
002750 1000-EXIT.
002760     EXIT.

002770*----------------------------------------------------------------
002780* 1100-LOAD-RULES - THE LIMITS FROM WRKRULES. MISSING ENTRIES
002790*                   KEEP THE SHOP DEFAULTS: 11 HOURS' REST, 48
002800*                   HOURS A WEEK, 6 DAYS RUNNING, A 30-MINUTE
002810*                   MEAL BREAK IN ANY DAY OVER 6 HOURS, SHIFTS
002820*                   STARTING AT 0800.
002830*----------------------------------------------------------------
002840 1100-LOAD-RULES.
002850     OPEN INPUT WRKRULES.
002860     IF WS-RULE-STATUS NOT = "00"
002870         GO TO 1100-EXIT
002880     END-IF.
002890     PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
002900         UNTIL WS-EOF.
002910     CLOSE WRKRULES.
002920     MOVE "N" TO WS-EOF-SW.
002930 1100-EXIT.
002940     EXIT.

002950 1110-LOAD-ONE-RULE.
002960     READ WRKRULES
002970         AT END
002980             SET WS-EOF TO TRUE
002990         NOT AT END
003000             EVALUATE WR-RULE-NAME
003010                 WHEN "MINREST"
003020                     MOVE WR-RULE-VALUE TO WS-MIN-REST
003030                 WHEN "MAXWEEK"
003040                     MOVE WR-RULE-VALUE TO WS-MAX-WEEK
003050                 WHEN "MAXCONS"
003060                     MOVE WR-RULE-VALUE TO WS-MAX-CONSEC
003070                 WHEN "MEALAFTR"
003080                     MOVE WR-RULE-VALUE TO WS-MEAL-AFTER
003090                 WHEN "MEALMIN"
003100                     MOVE WR-RULE-VALUE TO WS-MEAL-MIN
003110                 WHEN "SHIFTBEG"
003120                     MOVE WR-RULE-VALUE TO WS-SHIFT-BEGIN
003130                 WHEN OTHER
003140                     CONTINUE
003150             END-EVALUATE
003160     END-READ.
003170 1110-EXIT.
003180     EXIT.

003190*----------------------------------------------------------------
003200* 1200-LOAD-ONE-ASSIGNMENT - A PLANNED SHIFT. TWO ASSIGNMENTS THE
003210*                            SAME DAY RUN BACK TO BACK.
003220*----------------------------------------------------------------
003230 1200-LOAD-ONE-ASSIGNMENT.
003240     READ ASSIGNF
003250         AT END
003260             SET WS-EOF TO TRUE
003270             GO TO 1200-EXIT
003280     END-READ.
003290     MOVE AS-SHIFT-DATE TO WS-ISO-DATE.
003300     PERFORM 7000-CONVERT-ISO-DATE THRU 7000-EXIT.
003310     IF NOT WS-DATE-OK
003320         ADD 1 TO WS-BAD-DATE-COUNT
003330         GO TO 1200-EXIT
003340     END-IF.
003350     MOVE AS-PERSON-ID TO WS-PERSON-ID.
003360     MOVE "SCHED" TO WS-SOURCE.
003370     PERFORM 7100-FIND-DAY THRU 7100-EXIT.
003380     SET DY-IDX TO WS-DAY-IDX.
003390     IF DY-HAS-IN-SW(DY-IDX) = "N"
003400         MOVE WS-SHIFT-BEGIN TO WS-TIME-PARTS
003410         COMPUTE DY-START(DY-IDX) = WS-TIME-HH * 60 + WS-TIME-MM
003420         MOVE DY-START(DY-IDX) TO DY-END(DY-IDX)
003430         MOVE "Y" TO DY-HAS-IN-SW(DY-IDX) DY-HAS-OUT-SW(DY-IDX)
003440     END-IF.
003450     COMPUTE DY-END(DY-IDX) =
003460         DY-END(DY-IDX) + AS-SCHED-HOURS * 60.
003470     COMPUTE DY-WORKED(DY-IDX) =
003480         DY-WORKED(DY-IDX) + AS-SCHED-HOURS * 60.
003490     MOVE WS-MEAL-MIN TO DY-BREAK(DY-IDX).
003500 1200-EXIT.
003510     EXIT.

003520*----------------------------------------------------------------
003530* 1300-LOAD-ONE-PUNCH - A WORKED DAY RUNS FROM ITS FIRST IN PUNCH
003540*                       TO ITS LAST OUT PUNCH.
003550*----------------------------------------------------------------
003560 1300-LOAD-ONE-PUNCH.
003570     READ CLOCKEVT
003580         AT END
003590             SET WS-EOF TO TRUE
003600             GO TO 1300-EXIT
003610     END-READ.
003620     MOVE CK-DATE TO WS-ISO-DATE.
003630     PERFORM 7000-CONVERT-ISO-DATE THRU 7000-EXIT.
003640     IF NOT WS-DATE-OK OR CK-TIME NOT NUMERIC
003650         ADD 1 TO WS-BAD-DATE-COUNT
003660         GO TO 1300-EXIT
003670     END-IF.
003680     IF CK-TYPE NOT = "I" AND CK-TYPE NOT = "O"
003690         GO TO 1300-EXIT
003700     END-IF.
003710     MOVE CK-PERSON-ID TO WS-PERSON-ID.
003720     MOVE "ACTUAL" TO WS-SOURCE.
003730     PERFORM 7100-FIND-DAY THRU 7100-EXIT.
003740     MOVE CK-TIME TO WS-TIME-PARTS.
003750     COMPUTE WS-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.
003760     SET DY-IDX TO WS-DAY-IDX.
003770     IF CK-TYPE = "I"
003780         IF DY-HAS-IN-SW(DY-IDX) = "N"
003790                 OR WS-MINUTES < DY-START(DY-IDX)
003800             MOVE WS-MINUTES TO DY-START(DY-IDX)
003810         END-IF
003820         MOVE "Y" TO DY-HAS-IN-SW(DY-IDX)
003830     ELSE
003840         IF WS-MINUTES > DY-END(DY-IDX)
003850             MOVE WS-MINUTES TO DY-END(DY-IDX)
003860         END-IF
003870         MOVE "Y" TO DY-HAS-OUT-SW(DY-IDX)
003880     END-IF.
003890     IF WS-PUNCH-COUNT >= 5000
003900         DISPLAY "WRKCOMPL - CLOCKEVT EXCEEDS THE 5000-PUNCH "
003910             "TABLE - RUN ABORTED"
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     ADD 1 TO WS-PUNCH-COUNT.
003960     SET PU-IDX TO WS-PUNCH-COUNT.
003970     MOVE WS-DAY-IDX TO PU-DAY-IDX(PU-IDX).
003980     MOVE CK-TYPE TO PU-TYPE(PU-IDX).
003990     MOVE WS-MINUTES TO PU-MINUTE(PU-IDX).
004000 1300-EXIT.
004010     EXIT.

004020*----------------------------------------------------------------
004030* 1400-FINISH-ONE-DAY - A WORKED DAY'S BREAKS: EACH OUT PUNCH
004040*                       FOLLOWED BY AN IN PUNCH THE SAME DAY IS A
004050*                       BREAK. THE LONGEST COUNTS FOR THE MEAL
004060*                       RULE; ALL OF THEM COME OFF THE TIME
004070*                       WORKED. A DAY MISSING ITS IN OR ITS OUT
004080*                       CANNOT BE TIMED AND IS LEFT OUT OF THE
004090*                       CHECKS - TIMEATND REPORTS THOSE PUNCHES.
004100*                       EVERY TIMED DAY IS ADDED TO ITS WEEK.
004110*----------------------------------------------------------------
004120 1400-FINISH-ONE-DAY.
004130     SET DY-IDX TO WS-DAY-IDX.
004140     IF DY-HAS-IN-SW(DY-IDX) = "N" OR DY-HAS-OUT-SW(DY-IDX) = "N"
004150             OR DY-END(DY-IDX) NOT > DY-START(DY-IDX)
004160         MOVE "N" TO DY-HAS-IN-SW(DY-IDX)
004170         GO TO 1400-EXIT
004180     END-IF.
004190     IF DY-SOURCE(DY-IDX) = "ACTUAL"
004200         COMPUTE DY-WORKED(DY-IDX) =
004210             DY-END(DY-IDX) - DY-START(DY-IDX)
004220         MOVE ZERO TO DY-BREAK(DY-IDX)
004230         PERFORM 1410-MEASURE-ONE-BREAK THRU 1410-EXIT
004240             VARYING WS-K FROM 1 BY 1
004250             UNTIL WS-K > WS-PUNCH-COUNT
004260     END-IF.
004270     PERFORM 1500-ADD-TO-WEEK THRU 1500-EXIT.
004280 1400-EXIT.
004290     EXIT.

004300 1410-MEASURE-ONE-BREAK.
004310     IF PU-DAY-IDX(WS-K) NOT = WS-DAY-IDX
004320             OR PU-TYPE(WS-K) NOT = "O"
004330             OR PU-MINUTE(WS-K) NOT < DY-END(DY-IDX)
004340         GO TO 1410-EXIT
004350     END-IF.
004360     MOVE 99999 TO WS-NEXT-IN.
004370     PERFORM 1420-MATCH-NEXT-IN THRU 1420-EXIT
004380         VARYING WS-J FROM 1 BY 1
004390         UNTIL WS-J > WS-PUNCH-COUNT.
004400     IF WS-NEXT-IN = 99999
004410         GO TO 1410-EXIT
004420     END-IF.
004430     COMPUTE WS-MINUTES = WS-NEXT-IN - PU-MINUTE(WS-K).
004440     IF WS-MINUTES > DY-BREAK(DY-IDX)
004450         MOVE WS-MINUTES TO DY-BREAK(DY-IDX)
004460     END-IF.
004470     IF WS-MINUTES < DY-WORKED(DY-IDX)
004480         SUBTRACT WS-MINUTES FROM DY-WORKED(DY-IDX)
004490     END-IF.
004500 1410-EXIT.
004510     EXIT.

004520 1420-MATCH-NEXT-IN.
004530     IF PU-DAY-IDX(WS-J) = WS-DAY-IDX
004540             AND PU-TYPE(WS-J) = "I"
004550             AND PU-MINUTE(WS-J) > PU-MINUTE(WS-K)
004560             AND PU-MINUTE(WS-J) < WS-NEXT-IN
004570         MOVE PU-MINUTE(WS-J) TO WS-NEXT-IN
004580     END-IF.
004590 1420-EXIT.
004600     EXIT.

004610*    WEEKS RUN MONDAY TO SUNDAY - DAY 1 OF THE INTEGER DATES WAS A
004620*    MONDAY
004630 1500-ADD-TO-WEEK.
004640     COMPUTE WS-WEEK-NUMBER = (DY-DAY-NUMBER(DY-IDX) - 1) / 7.
004650     MOVE ZERO TO WS-WEEK-IDX.
004660     PERFORM 1510-MATCH-WEEK THRU 1510-EXIT
004670         VARYING WS-K FROM 1 BY 1
004680         UNTIL WS-K > WS-WEEK-ROWS OR WS-WEEK-IDX > ZERO.
004690     IF WS-WEEK-IDX = ZERO
004700         IF WS-WEEK-ROWS >= 2000
004710             DISPLAY "WRKCOMPL - THE SCHEDULE EXCEEDS THE "
004720                 "2000-WEEK TABLE - RUN ABORTED"
004730             MOVE 16 TO RETURN-CODE
004740             STOP RUN
004750         END-IF
004760         ADD 1 TO WS-WEEK-ROWS
004770         MOVE WS-WEEK-ROWS TO WS-WEEK-IDX
004780         SET WK-IDX TO WS-WEEK-IDX
004790         MOVE DY-PERSON-ID(DY-IDX) TO WK-PERSON-ID(WK-IDX)
004800         MOVE DY-SOURCE(DY-IDX) TO WK-SOURCE(WK-IDX)
004810         MOVE WS-WEEK-NUMBER TO WK-WEEK-NUMBER(WK-IDX)
004820         MOVE DY-DATE(DY-IDX) TO WK-FIRST-DATE(WK-IDX)
004830         MOVE ZERO TO WK-MINUTES(WK-IDX)
004840     END-IF.
004850     SET WK-IDX TO WS-WEEK-IDX.
004860     ADD DY-WORKED(DY-IDX) TO WK-MINUTES(WK-IDX).
004870     IF DY-DATE(DY-IDX) < WK-FIRST-DATE(WK-IDX)
004880         MOVE DY-DATE(DY-IDX) TO WK-FIRST-DATE(WK-IDX)
004890     END-IF.
004900 1500-EXIT.
004910     EXIT.

004920 1510-MATCH-WEEK.
004930     IF WK-PERSON-ID(WS-K) = DY-PERSON-ID(DY-IDX)
004940             AND WK-SOURCE(WS-K) = DY-SOURCE(DY-IDX)
004950             AND WK-WEEK-NUMBER(WS-K) = WS-WEEK-NUMBER
004960         MOVE WS-K TO WS-WEEK-IDX
004970     END-IF.
004980 1510-EXIT.
004990     EXIT.

005000*----------------------------------------------------------------
005010* 2000-CHECK-ONE-DAY - REST SINCE THE PERSON'S PREVIOUS DAY, THE
005020*                      RUN OF CONSECUTIVE DAYS ENDING HERE, AND
005030*                      THE MEAL BREAK.
005040*----------------------------------------------------------------
005050 2000-CHECK-ONE-DAY.
005060     SET DY-IDX TO WS-DAY-IDX.
005070     IF DY-HAS-IN-SW(DY-IDX) = "N"
005080         GO TO 2000-EXIT
005090     END-IF.
005100     PERFORM 2100-CHECK-REST THRU 2100-EXIT.
005110     PERFORM 2200-CHECK-CONSECUTIVE THRU 2200-EXIT.
005120     IF DY-WORKED(DY-IDX) > WS-MEAL-AFTER * 60
005130             AND DY-BREAK(DY-IDX) < WS-MEAL-MIN
005140         ADD 1 TO WS-MEAL-COUNT
005150         MOVE "MEAL BREAK (MINUTES)" TO DL-RULE
005160         MOVE DY-BREAK(DY-IDX) TO DL-ACTUAL
005170         MOVE WS-MEAL-MIN TO DL-LIMIT
005180         PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
005190     END-IF.
005200 2000-EXIT.
005210     EXIT.

005220 2100-CHECK-REST.
005230     MOVE ZERO TO WS-PREV-IDX.
005240     PERFORM 2110-MATCH-PREVIOUS THRU 2110-EXIT
005250         VARYING WS-K FROM 1 BY 1
005260         UNTIL WS-K > WS-DAY-COUNT.
005270     IF WS-PREV-IDX = ZERO
005280         GO TO 2100-EXIT
005290     END-IF.
005300     COMPUTE WS-REST =
005310         (DY-DAY-NUMBER(DY-IDX) - DY-DAY-NUMBER(WS-PREV-IDX))
005320             * 1440
005330         + DY-START(DY-IDX) - DY-END(WS-PREV-IDX).
005340     IF WS-REST < WS-MIN-REST * 60
005350         ADD 1 TO WS-REST-COUNT
005360         MOVE "REST BETWEEN SHIFTS (H)" TO DL-RULE
005370         IF WS-REST < ZERO
005380             MOVE ZERO TO DL-ACTUAL
005390         ELSE
005400             COMPUTE DL-ACTUAL ROUNDED = WS-REST / 60
005410         END-IF
005420         MOVE WS-MIN-REST TO DL-LIMIT
005430         PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
005440     END-IF.
005450 2100-EXIT.
005460     EXIT.

005470*    THE SAME PERSON'S LATEST EARLIER DAY FROM THE SAME SOURCE
005480 2110-MATCH-PREVIOUS.
005490     IF DY-PERSON-ID(WS-K) NOT = DY-PERSON-ID(DY-IDX)
005500             OR DY-SOURCE(WS-K) NOT = DY-SOURCE(DY-IDX)
005510             OR DY-HAS-IN-SW(WS-K) = "N"
005520             OR DY-DAY-NUMBER(WS-K) NOT < DY-DAY-NUMBER(DY-IDX)
005530         GO TO 2110-EXIT
005540     END-IF.
005550     IF WS-PREV-IDX = ZERO
005560         MOVE WS-K TO WS-PREV-IDX
005570         GO TO 2110-EXIT
005580     END-IF.
005590     IF DY-DAY-NUMBER(WS-K) > DY-DAY-NUMBER(WS-PREV-IDX)
005600         MOVE WS-K TO WS-PREV-IDX
005610     END-IF.
005620 2110-EXIT.
005630     EXIT.

005640*    COUNT BACK DAY BY DAY. ONLY THE DAY THAT FIRST BREAKS THE
005650*    LIMIT IS REPORTED, NOT EVERY DAY OF THE SAME RUN AFTER IT.
005660 2200-CHECK-CONSECUTIVE.
005670     MOVE 1 TO WS-RUN-LENGTH.
005680     MOVE DY-DAY-NUMBER(DY-IDX) TO WS-LOOK-DAY.
005690     SET WS-FOUND TO TRUE.
005700     PERFORM 2210-STEP-BACK THRU 2210-EXIT
005710         UNTIL NOT WS-FOUND OR WS-RUN-LENGTH > WS-MAX-CONSEC.
005720     IF WS-RUN-LENGTH = WS-MAX-CONSEC + 1
005730         PERFORM 2210-STEP-BACK THRU 2210-EXIT
005740         IF NOT WS-FOUND
005750             ADD 1 TO WS-CONSEC-COUNT
005760             MOVE "CONSECUTIVE DAYS" TO DL-RULE
005770             COMPUTE DL-ACTUAL = WS-MAX-CONSEC + 1
005780             MOVE WS-MAX-CONSEC TO DL-LIMIT
005790             PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
005800         END-IF
005810     END-IF.
005820 2200-EXIT.
005830     EXIT.

005840 2210-STEP-BACK.
005850     SUBTRACT 1 FROM WS-LOOK-DAY.
005860     MOVE "N" TO WS-FOUND-SW.
005870     PERFORM 2220-MATCH-LOOK-DAY THRU 2220-EXIT
005880         VARYING WS-K FROM 1 BY 1
005890         UNTIL WS-K > WS-DAY-COUNT OR WS-FOUND.
005900     IF WS-FOUND
005910         ADD 1 TO WS-RUN-LENGTH
005920     END-IF.
005930 2210-EXIT.
005940     EXIT.

005950 2220-MATCH-LOOK-DAY.
005960     IF DY-PERSON-ID(WS-K) = DY-PERSON-ID(DY-IDX)
005970             AND DY-SOURCE(WS-K) = DY-SOURCE(DY-IDX)
005980             AND DY-HAS-IN-SW(WS-K) = "Y"
005990             AND DY-DAY-NUMBER(WS-K) = WS-LOOK-DAY
006000         SET WS-FOUND TO TRUE
006010     END-IF.
006020 2220-EXIT.
006030     EXIT.

006040 2900-WRITE-VIOLATION.
006050     ADD 1 TO WS-VIOLATION-COUNT.
006060     MOVE DY-PERSON-ID(DY-IDX) TO DL-PERSON-ID.
006070     MOVE DY-DATE(DY-IDX) TO DL-DATE.
006080     MOVE DY-SOURCE(DY-IDX) TO DL-SOURCE.
006090     WRITE WRKCRPT-REC FROM WS-DETAIL-LINE.
006100 2900-EXIT.
006110     EXIT.

006120 3000-CHECK-ONE-WEEK.
006130     SET WK-IDX TO WS-WEEK-IDX.
006140     IF WK-MINUTES(WK-IDX) NOT > WS-MAX-WEEK * 60
006150         GO TO 3000-EXIT
006160     END-IF.
006170     ADD 1 TO WS-WEEK-COUNT.
006180     ADD 1 TO WS-VIOLATION-COUNT.
006190     MOVE WK-PERSON-ID(WK-IDX) TO DL-PERSON-ID.
006200     MOVE WK-FIRST-DATE(WK-IDX) TO DL-DATE.
006210     MOVE WK-SOURCE(WK-IDX) TO DL-SOURCE.
006220     MOVE "HOURS IN THE WEEK" TO DL-RULE.
006230     COMPUTE DL-ACTUAL ROUNDED = WK-MINUTES(WK-IDX) / 60.
006240     MOVE WS-MAX-WEEK TO DL-LIMIT.
006250     WRITE WRKCRPT-REC FROM WS-DETAIL-LINE.
006260 3000-EXIT.
006270     EXIT.

006280 5000-FINALIZE.
006290     WRITE WRKCRPT-REC FROM WS-BLANK-LINE.
006300     IF WS-VIOLATION-COUNT = ZERO
006310         WRITE WRKCRPT-REC FROM WS-CLEAN-LINE
006320     ELSE
006330         MOVE 4 TO RETURN-CODE
006340     END-IF.
006350     MOVE WS-REST-COUNT TO SL-REST.
006360     MOVE WS-WEEK-COUNT TO SL-WEEK.
006370     MOVE WS-CONSEC-COUNT TO SL-CONSEC.
006380     MOVE WS-MEAL-COUNT TO SL-MEAL.
006390     MOVE WS-VIOLATION-COUNT TO SL-TOTAL.
006400     WRITE WRKCRPT-REC FROM WS-SUMMARY-LINE.
006410     IF WS-BAD-DATE-COUNT > ZERO
006420         MOVE WS-BAD-DATE-COUNT TO BL-COUNT
006430         WRITE WRKCRPT-REC FROM WS-BAD-DATE-LINE
006440     END-IF.
006450     CLOSE WRKCRPT.
006460 5000-EXIT.
006470     EXIT.

006480*----------------------------------------------------------------
006490* 7000-CONVERT-ISO-DATE - WS-ISO-DATE TO WS-WORK-DATE, CCYYMMDD.
006500*----------------------------------------------------------------
006510 7000-CONVERT-ISO-DATE.
006520     MOVE "N" TO WS-DATE-OK-SW.
006530     IF WS-ISO-DASH-1 NOT = "-" OR WS-ISO-DASH-2 NOT = "-"
006540             OR WS-ISO-CCYY NOT NUMERIC
006550             OR WS-ISO-MM NOT NUMERIC
006560             OR WS-ISO-DD NOT NUMERIC
006570         GO TO 7000-EXIT
006580     END-IF.
006590     STRING WS-ISO-CCYY WS-ISO-MM WS-ISO-DD
006600         DELIMITED BY SIZE INTO WS-WORK-DATE.
006610     IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0
006620         SET WS-DATE-OK TO TRUE
006630     END-IF.
006640 7000-EXIT.
006650     EXIT.

006660*    WS-PERSON-ID'S WS-SOURCE ROW FOR WS-WORK-DATE, ADDED IF NEW
006670 7100-FIND-DAY.
006680     MOVE ZERO TO WS-DAY-IDX.
006690     PERFORM 7110-MATCH-DAY THRU 7110-EXIT
006700         VARYING WS-K FROM 1 BY 1
006710         UNTIL WS-K > WS-DAY-COUNT OR WS-DAY-IDX > ZERO.
006720     IF WS-DAY-IDX > ZERO
006730         GO TO 7100-EXIT
006740     END-IF.
006750     IF WS-DAY-COUNT >= 5000
006760         DISPLAY "WRKCOMPL - THE SCHEDULE EXCEEDS THE 5000-DAY "
006770             "TABLE - RUN ABORTED"
006780         MOVE 16 TO RETURN-CODE
006790         STOP RUN
006800     END-IF.
006810     ADD 1 TO WS-DAY-COUNT.
006820     MOVE WS-DAY-COUNT TO WS-DAY-IDX.
006830     SET DY-IDX TO WS-DAY-IDX.
006840     MOVE WS-PERSON-ID TO DY-PERSON-ID(DY-IDX).
006850     MOVE WS-SOURCE TO DY-SOURCE(DY-IDX).
006860     MOVE WS-WORK-DATE TO DY-DATE(DY-IDX).
006870     COMPUTE DY-DAY-NUMBER(DY-IDX) =
006880         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
006890     MOVE ZERO TO DY-START(DY-IDX) DY-END(DY-IDX)
006900                  DY-WORKED(DY-IDX) DY-BREAK(DY-IDX).
006910     MOVE "N" TO DY-HAS-IN-SW(DY-IDX) DY-HAS-OUT-SW(DY-IDX).
006920 7100-EXIT.
006930     EXIT.

006940 7110-MATCH-DAY.
006950     IF DY-PERSON-ID(WS-K) = WS-PERSON-ID
006960             AND DY-SOURCE(WS-K) = WS-SOURCE
006970             AND DY-DATE(WS-K) = WS-WORK-DATE
006980         MOVE WS-K TO WS-DAY-IDX
006990     END-IF.
007000 7110-EXIT.
007010     EXIT.
