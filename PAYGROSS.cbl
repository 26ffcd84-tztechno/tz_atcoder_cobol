000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYGROSS.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. PAY-PERIOD GROSS PAY, SO
000110*                  PAYROLL NO LONGER RE-KEYS THE ATTENDANCE AND
000120*                  PREMIUM FEEDS. THE PAYPERD CARD GIVES THE
000130*                  PERIOD START AND END (CCYYMMDD, AT MOST SIX
000140*                  WEEKS). ACTHOURS ACTUAL HOURS FROM TIMEATND ARE
000150*                  TOTALLED PER PERSON PER DAY; HOURS OVER THE
000160*                  DAILY THRESHOLD ARE OVERTIME, AND STRAIGHT
000170*                  HOURS OVER THE WEEKLY THRESHOLD IN A SEVEN-DAY
000180*                  WEEK COUNTED FROM THE PERIOD START ARE OVERTIME
000190*                  TOO. THRESHOLDS, THE OVERTIME PERCENTAGE AND
000200*                  THE HOURS PAID PER LEAVE DAY COME FROM BIZPARM
000210*                  (OTDAYHRS 8, OTWEEKHRS 40, OTPCT 150, LEAVEHRS
000220*                  8 BY DEFAULT). EACH APPROVED LEAVE DAY ON THE
000230*                  LEAVELDG LEAVEAPP FILE IS PAID LEAVE. THE
000240*                  OVERLAP PREMIUM ALREADY PRICED ON PAYEXTR IS
000250*                  ADDED AS IT STANDS. HOURS ARE PRICED AT THE
000260*                  EMPRATE PER-MINUTE RATE TIMES 60. AN ATTENDANCE
000270*                  DAY WITH NO SCHEDULED HOURS, A PREMIUM FOR A
000280*                  DAY WITH NO SCHEDULED HOURS, AND A PERSON WITH
000290*                  NO EMPRATE RATE ARE LEFT UNPAID AND LISTED ON
000300*                  PAYEXCP IN THE SHARED REJECTREC LAYOUT. PAYREG
000310*                  IS THE GROSS-PAY REGISTER; PAYINTF IS THE
000320*                  PAYROLL INTERFACE FILE, ONE RECORD PER PERSON
000330*                  BETWEEN A CTLREC HEADER AND TRAILER.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM.
000380 OBJECT-COMPUTER. IBM.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PAYPERD ASSIGN TO "PAYPERD"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PERD-STATUS.
000440     SELECT BIZPARM ASSIGN TO "BIZPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000470     SELECT EMPRATE ASSIGN TO "EMPRATE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RATE-STATUS.
000500     SELECT ACTHOURS ASSIGN TO "ACTHOURS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-HOURS-STATUS.
000530     SELECT PAYEXTR ASSIGN TO "PAYEXTR"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PREM-STATUS.
000560     SELECT LEAVEAPP ASSIGN TO "LEAVEAPP"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-LEAVE-STATUS.
000590     SELECT PAYINTF ASSIGN TO "PAYINTF"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT PAYEXCP ASSIGN TO "PAYEXCP"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT PAYREG ASSIGN TO "PAYREG"
000640         ORGANIZATION IS LINE SEQUENTIAL.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PAYPERD
000680     RECORDING MODE IS F.
000690 01  PAYPERD-REC.
000700     05  PP-PERIOD-START          PIC 9(08).
000710     05  FILLER                   PIC X(01).
000720     05  PP-PERIOD-END            PIC 9(08).
000730     05  FILLER                   PIC X(63).

000740 FD  BIZPARM
000750     RECORDING MODE IS F.
000760 01  BIZPARM-REC                  PIC X(80).

000770 FD  EMPRATE
000780     RECORDING MODE IS F.
000790 01  EMPRATE-REC.
000800     05  ER-EMP-ID                PIC X(06).
000810     05  FILLER                   PIC X(01).
000820     05  ER-RATE                  PIC 9(03)V99.

000830 FD  ACTHOURS
000840     RECORDING MODE IS F.
000850 01  ACTHOURS-REC.
000860     05  AH-PERSON-ID             PIC X(05).
000870     05  FILLER                   PIC X(01).
000880     05  AH-DATE                  PIC X(10).
000890     05  FILLER                   PIC X(01).
000900     05  AH-SCHED-HOURS           PIC 9(02).
000910     05  FILLER                   PIC X(01).
000920     05  AH-ACTUAL-HOURS          PIC 9(02)V99.
000930     05  FILLER                   PIC X(56).

000940 FD  PAYEXTR
000950     RECORDING MODE IS F.
000960 01  PAYEXTR-REC.
000970     05  PX-EMP-ID                PIC X(06).
000980     05  FILLER                   PIC X(01).
000990     05  PX-SHIFT-DATE            PIC 9(06).
001000     05  FILLER                   PIC X(01).
001010     05  PX-MINUTES               PIC 9(05).
001020     05  FILLER                   PIC X(01).
001030     05  PX-PCT                   PIC 9(05).
001040     05  FILLER                   PIC X(01).
001050     05  PX-AMOUNT                PIC 9(09)V99.

001060 FD  LEAVEAPP
001070     RECORDING MODE IS F.
001080 01  LEAVEAPP-REC.
001090     05  LA-PERSON-ID             PIC X(05).
001100     05  FILLER                   PIC X(01).
001110     05  LA-DATE                  PIC X(10).
001120     05  FILLER                   PIC X(64).

001130 FD  PAYINTF
001140     RECORDING MODE IS F.
001150 01  PAYINTF-REC.
001160     05  PI-EMP-ID                PIC X(06).
001170     05  FILLER                   PIC X(01).
001180     05  PI-PERIOD-END            PIC 9(08).
001190     05  FILLER                   PIC X(01).
001200     05  PI-REG-HOURS             PIC 9(03)V99.
001210     05  FILLER                   PIC X(01).
001220     05  PI-OT-HOURS              PIC 9(03)V99.
001230     05  FILLER                   PIC X(01).
001240     05  PI-LEAVE-HOURS           PIC 9(03)V99.
001250     05  FILLER                   PIC X(01).
001260     05  PI-REG-PAY               PIC 9(07)V99.
001270     05  FILLER                   PIC X(01).
001280     05  PI-OT-PAY                PIC 9(07)V99.
001290     05  FILLER                   PIC X(01).
001300     05  PI-LEAVE-PAY             PIC 9(07)V99.
001310     05  FILLER                   PIC X(01).
001320     05  PI-PREMIUM               PIC 9(07)V99.
001330     05  FILLER                   PIC X(01).
001340     05  PI-GROSS                 PIC 9(07)V99.
001350     05  FILLER                   PIC X(17).

001360 FD  PAYEXCP
001370     RECORDING MODE IS F.
001380 01  PAYEXCP-REC                  PIC X(80).

001390 FD  PAYREG
001400     RECORDING MODE IS F.
001410 01  PAYREG-REC                   PIC X(80).

001420 WORKING-STORAGE SECTION.
001430 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001440     88  WS-EOF                             VALUE "Y".
001450 77  WS-PERD-STATUS               PIC X(02) VALUE SPACES.
001460 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001470 77  WS-RATE-STATUS               PIC X(02) VALUE SPACES.
001480 77  WS-HOURS-STATUS              PIC X(02) VALUE SPACES.
001490 77  WS-PREM-STATUS               PIC X(02) VALUE SPACES.
001500 77  WS-LEAVE-STATUS              PIC X(02) VALUE SPACES.
001510 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001520 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001530 77  WS-START-DAY                 PIC 9(07) VALUE ZERO.
001540 77  WS-END-DAY                   PIC 9(07) VALUE ZERO.
001550 77  WS-DAY-NUMBER                PIC 9(07) VALUE ZERO.
001560 77  WS-DAY-HOURS                 PIC 9(03) VALUE 8.
001570 77  WS-WEEK-HOURS                PIC 9(03) VALUE 40.
001580 77  WS-OT-PCT                    PIC 9(05) VALUE 150.
001590 77  WS-LEAVE-DAY-HOURS           PIC 9(03) VALUE 8.
001600 77  WS-K                         PIC 9(05) COMP.
001610 77  WS-W                         PIC 9(02) COMP.
001620 77  WS-EMP-IDX                   PIC 9(05) VALUE ZERO COMP.
001630 77  WS-DAY-IDX                   PIC 9(05) VALUE ZERO COMP.
001640 77  WS-RATE-IDX                  PIC 9(05) VALUE ZERO COMP.
001650 77  WS-WEEK                      PIC 9(02) VALUE ZERO.
001660 77  WS-EMP-ID                    PIC X(06) VALUE SPACES.
001670 77  WS-WORK-DATE                 PIC 9(08) VALUE ZERO.
001680 77  WS-DATE-OK-SW                PIC X(01) VALUE "N".
001690     88  WS-DATE-OK                         VALUE "Y".
001700 77  WS-STRAIGHT                  PIC 9(03)V99 VALUE ZERO.
001710 77  WS-OVERTIME                  PIC 9(03)V99 VALUE ZERO.
001720 77  WS-HOURLY-RATE               PIC 9(05)V99 VALUE ZERO.
001730 77  WS-REG-PAY                   PIC 9(07)V99 VALUE ZERO.
001740 77  WS-OT-PAY                    PIC 9(07)V99 VALUE ZERO.
001750 77  WS-LEAVE-PAY                 PIC 9(07)V99 VALUE ZERO.
001760 77  WS-GROSS                     PIC 9(07)V99 VALUE ZERO.
001770 77  WS-PAID-COUNT                PIC 9(05) VALUE ZERO COMP.
001780 77  WS-EXCP-COUNT                PIC 9(05) VALUE ZERO COMP.
001790 77  WS-GROSS-TOTAL               PIC 9(11)V99 VALUE ZERO.

001800*    AN ATTENDANCE DATE AS THE FEED CARRIES IT, CCYY-MM-DD
001810 01  WS-ISO-DATE.
001820     05  WS-ISO-CCYY              PIC X(04).
001830     05  WS-ISO-DASH-1            PIC X(01).
001840     05  WS-ISO-MM                PIC X(02).
001850     05  WS-ISO-DASH-2            PIC X(01).
001860     05  WS-ISO-DD                PIC X(02).

001870 01  WS-RATE-TABLE.
001880     05  WS-RATE-COUNT            PIC 9(05) VALUE ZERO COMP.
001890     05  RT-ENTRY OCCURS 500 TIMES
001900                  INDEXED BY RT-IDX.
001910         10  RT-EMP-ID            PIC X(06).
001920         10  RT-RATE              PIC 9(03)V99.

001930*    ONE ROW PER PERSON IN THE PERIOD - THE PAY BEING BUILT
001940 01  WS-EMP-TABLE.
001950     05  WS-EMP-COUNT             PIC 9(05) VALUE ZERO COMP.
001960     05  EM-ENTRY OCCURS 500 TIMES
001970                  INDEXED BY EM-IDX.
001980         10  EM-EMP-ID            PIC X(06).
001990         10  EM-REG-HOURS         PIC 9(03)V99.
002000         10  EM-OT-HOURS          PIC 9(03)V99.
002010         10  EM-LEAVE-HOURS       PIC 9(03)V99.
002020         10  EM-PREMIUM           PIC 9(07)V99.
002030         10  EM-WEEK-STRAIGHT     PIC 9(03)V99
002040                  OCCURS 6 TIMES.

002050*    ONE ROW PER PERSON PER DAY WORKED, SHIFTS SUMMED
002060 01  WS-DAY-TABLE.
002070     05  WS-DAY-COUNT             PIC 9(05) VALUE ZERO COMP.
002080     05  DY-ENTRY OCCURS 5000 TIMES
002090                  INDEXED BY DY-IDX.
002100         10  DY-EMP-IDX           PIC 9(05) COMP.
002110         10  DY-DATE              PIC 9(08).
002120         10  DY-HOURS             PIC 9(03)V99.

002130 COPY PARMCTL.
002140 COPY CTLREC.
002150 COPY REJECTREC.
002160 COPY RPTHDR.
002170 COPY DATXLINK.

002180 01  WS-TITLE-LINE.
002190     05  FILLER                  PIC X(26) VALUE
002200         "GROSS-PAY REGISTER PERIOD ".
002210     05  TL-PERIOD-START          PIC 9(08).
002220     05  FILLER                  PIC X(04) VALUE " TO ".
002230     05  TL-PERIOD-END            PIC 9(08).
002240     05  FILLER                  PIC X(34) VALUE SPACES.

002250 01  WS-COLUMN-LINE.
002260     05  FILLER                  PIC X(40) VALUE
002270         "EMP    REG HRS  OT HRS  LV HRS   REG PAY".
002280     05  FILLER                  PIC X(40) VALUE
002290         "    OT PAY    LV PAY   PREMIUM     GROSS".

002300 01  WS-DETAIL-LINE.
002310     05  DL-EMP-ID                PIC X(06).
002320     05  FILLER                  PIC X(01) VALUE SPACES.
002330     05  DL-REG-HOURS             PIC ZZZ9.99.
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002350     05  DL-OT-HOURS              PIC ZZZ9.99.
002360     05  FILLER                  PIC X(01) VALUE SPACES.
002370     05  DL-LEAVE-HOURS           PIC ZZZ9.99.
002380     05  FILLER                  PIC X(01) VALUE SPACES.
002390     05  DL-REG-PAY               PIC ZZZZZ9.99.
002400     05  FILLER                  PIC X(01) VALUE SPACES.
002410     05  DL-OT-PAY                PIC ZZZZZ9.99.
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  DL-LEAVE-PAY             PIC ZZZZZ9.99.
002440     05  FILLER                  PIC X(01) VALUE SPACES.
002450     05  DL-PREMIUM               PIC ZZZZZ9.99.
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  DL-GROSS                 PIC ZZZZZ9.99.

002480 01  WS-SUMMARY-LINE.
002490     05  FILLER                  PIC X(16) VALUE
002500         "EMPLOYEES PAID: ".
002510     05  SL-PAID-COUNT            PIC ZZZZ9.
002520     05  FILLER                  PIC X(14) VALUE
002530         "  EXCEPTIONS: ".
002540     05  SL-EXCP-COUNT            PIC ZZZZ9.
002550     05  FILLER                  PIC X(15) VALUE
002560         "  GROSS TOTAL: ".
002570     05  SL-GROSS-TOTAL           PIC ZZZZZZZZZZ9.99.
002580     05  FILLER                  PIC X(11) VALUE SPACES.

002590 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002600 PROCEDURE DIVISION.
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     PERFORM 2000-SPLIT-ONE-DAY THRU 2000-EXIT
002640         VARYING WS-DAY-IDX FROM 1 BY 1
002650         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
002660     PERFORM 3000-PAY-ONE-EMPLOYEE THRU 3000-EXIT
002670         VARYING WS-EMP-IDX FROM 1 BY 1
002680         UNTIL WS-EMP-IDX > WS-EMP-COUNT.
002690     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002700     STOP RUN.

002710*----------------------------------------------------------------
002720* 1000-INITIALIZE - THE PERIOD, THE PARAMETERS AND RATES, THEN
002730*                   EVERY FEED FOR THE PERIOD INTO THE TABLES.
002740*                   ATTENDANCE LOADS BEFORE THE PREMIUMS SO A
002750*                   PREMIUM CAN BE TIED TO ITS SCHEDULED DAY.
002760*----------------------------------------------------------------
002770 1000-INITIALIZE.
002780     ACCEPT WS-RUN-DATE FROM DATE.
002790     ACCEPT WS-RUN-TIME FROM TIME.
002800     OPEN INPUT PAYPERD.
002810     IF WS-PERD-STATUS NOT = "00"
002820         DISPLAY "PAYGROSS - PAYPERD NOT FOUND - RUN ABORTED"
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860     READ PAYPERD
002870         AT END
002880             MOVE ZERO TO PP-PERIOD-START PP-PERIOD-END
002890     END-READ.
002900     CLOSE PAYPERD.
002910     SET WS-DATE-OK TO TRUE.
002920     IF PP-PERIOD-START NOT NUMERIC OR PP-PERIOD-END NOT NUMERIC
002930         MOVE "N" TO WS-DATE-OK-SW
002940     END-IF.
002950     IF WS-DATE-OK
002960         IF FUNCTION TEST-DATE-YYYYMMDD(PP-PERIOD-START)
002970                 NOT = ZERO
002980             OR FUNCTION TEST-DATE-YYYYMMDD(PP-PERIOD-END)
002990                 NOT = ZERO
003000             MOVE "N" TO WS-DATE-OK-SW
003010         END-IF
003020     END-IF.
003030     IF WS-DATE-OK
003040         COMPUTE WS-START-DAY =
003050             FUNCTION INTEGER-OF-DATE(PP-PERIOD-START)
003060         COMPUTE WS-END-DAY =
003070             FUNCTION INTEGER-OF-DATE(PP-PERIOD-END)
003080         IF WS-END-DAY < WS-START-DAY
003090                 OR WS-END-DAY - WS-START-DAY > 41
003100             MOVE "N" TO WS-DATE-OK-SW
003110         END-IF
003120     END-IF.
003130     IF NOT WS-DATE-OK
003140         DISPLAY "PAYGROSS - PAYPERD PERIOD IS NOT VALID - "
003150             "RUN ABORTED"
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190     OPEN OUTPUT PAYREG
003200          OUTPUT PAYINTF
003210          OUTPUT PAYEXCP.
003220     MOVE "PAYGROSS" TO RH-PROGRAM-ID.
003230     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003240     MOVE WS-RUN-TIME TO RH-RUN-ID.
003250     MOVE 1 TO RH-PAGE-NUMBER.
003260     WRITE PAYREG-REC FROM RH-REPORT-HEADER.
003270     MOVE PP-PERIOD-START TO TL-PERIOD-START.
003280     MOVE PP-PERIOD-END TO TL-PERIOD-END.
003290     WRITE PAYREG-REC FROM WS-TITLE-LINE.
003300     WRITE PAYREG-REC FROM WS-BLANK-LINE.
003310     WRITE PAYREG-REC FROM WS-COLUMN-LINE.
003320     MOVE SPACES TO CT-CONTROL-RECORD.
003330     MOVE "HDR" TO CT-RECORD-TYPE.
003340     MOVE PP-PERIOD-END TO CT-FILE-DATE.
003350     MOVE ZERO TO CT-RECORD-COUNT.
003360     MOVE ZERO TO CT-HASH-TOTAL.
003370     WRITE PAYINTF-REC FROM CT-CONTROL-RECORD.
003380     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
003390     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
003400     OPEN INPUT ACTHOURS.
003410     IF WS-HOURS-STATUS = "00"
003420         PERFORM 1300-LOAD-ONE-DAY THRU 1300-EXIT
003430             UNTIL WS-EOF
003440         CLOSE ACTHOURS
003450     END-IF.
003460     MOVE "N" TO WS-EOF-SW.
003470     OPEN INPUT PAYEXTR.
003480     IF WS-PREM-STATUS = "00"
003490         PERFORM 1400-LOAD-ONE-PREMIUM THRU 1400-EXIT
003500             UNTIL WS-EOF
003510         CLOSE PAYEXTR
003520     END-IF.
003530     MOVE "N" TO WS-EOF-SW.
003540     OPEN INPUT LEAVEAPP.
003550     IF WS-LEAVE-STATUS = "00"
003560         PERFORM 1500-LOAD-ONE-LEAVE THRU 1500-EXIT
003570             UNTIL WS-EOF
003580         CLOSE LEAVEAPP
003590     END-IF.
003600     MOVE "N" TO WS-EOF-SW.
003610 1000-EXIT.
003620     EXIT.

003630 1100-SCAN-PARMS.
003640     OPEN INPUT BIZPARM.
003650     IF WS-PARM-STATUS NOT = "00"
003660         GO TO 1100-EXIT
003670     END-IF.
003680     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
003690         UNTIL WS-EOF.
003700     CLOSE BIZPARM.
003710     MOVE "N" TO WS-EOF-SW.
003720 1100-EXIT.
003730     EXIT.

003740 1110-SCAN-ONE-PARM.
003750     READ BIZPARM
003760         AT END
003770             SET WS-EOF TO TRUE
003780             GO TO 1110-EXIT
003790     END-READ.
003800     MOVE BIZPARM-REC TO PC-PARM-RECORD.
003810     IF PC-PARM-VALUE NOT > ZERO
003820         GO TO 1110-EXIT
003830     END-IF.
003840     EVALUATE PC-PARM-NAME
003850         WHEN "OTDAYHRS"
003860             MOVE PC-PARM-VALUE TO WS-DAY-HOURS
003870         WHEN "OTWEEKHRS"
003880             MOVE PC-PARM-VALUE TO WS-WEEK-HOURS
003890         WHEN "OTPCT"
003900             MOVE PC-PARM-VALUE TO WS-OT-PCT
003910         WHEN "LEAVEHRS"
003920             MOVE PC-PARM-VALUE TO WS-LEAVE-DAY-HOURS
003930         WHEN OTHER
003940             CONTINUE
003950     END-EVALUATE.
003960 1110-EXIT.
003970     EXIT.

003980 1200-LOAD-RATES.
003990     OPEN INPUT EMPRATE.
004000     IF WS-RATE-STATUS NOT = "00"
004010         GO TO 1200-EXIT
004020     END-IF.
004030     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
004040         UNTIL WS-EOF.
004050     CLOSE EMPRATE.
004060     MOVE "N" TO WS-EOF-SW.
004070 1200-EXIT.
004080     EXIT.

004090 1210-LOAD-ONE-RATE.
004100     READ EMPRATE
004110         AT END
004120             SET WS-EOF TO TRUE
004130             GO TO 1210-EXIT
004140     END-READ.
004150     IF WS-RATE-COUNT >= 500
004160         DISPLAY "PAYGROSS - EMPRATE EXCEEDS THE 500-EMPLOYEE "
004170             "TABLE - RUN ABORTED"
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     ADD 1 TO WS-RATE-COUNT.
004220     SET RT-IDX TO WS-RATE-COUNT.
004230     MOVE ER-EMP-ID TO RT-EMP-ID(RT-IDX).
004240     MOVE ER-RATE TO RT-RATE(RT-IDX).
004250 1210-EXIT.
004260     EXIT.

004270*----------------------------------------------------------------
004280* 1300-LOAD-ONE-DAY - ONE ACTHOURS ROW. OUTSIDE THE PERIOD IS
004290*                     ANOTHER PERIOD'S PAY. A ROW WITH NO
004300*                     SCHEDULED HOURS IS NOT PAID.
004310*----------------------------------------------------------------
004320 1300-LOAD-ONE-DAY.
004330     READ ACTHOURS
004340         AT END
004350             SET WS-EOF TO TRUE
004360             GO TO 1300-EXIT
004370     END-READ.
004380     MOVE AH-DATE TO WS-ISO-DATE.
004390     PERFORM 7000-CONVERT-ISO-DATE THRU 7000-EXIT.
004400     IF NOT WS-DATE-OK
004410         MOVE AH-PERSON-ID TO RJ-RECORD-KEY
004420         MOVE SPACES TO RJ-REASON-CODE
004430         STRING "ATTENDANCE DATE NOT VALID " AH-DATE
004440             DELIMITED BY SIZE INTO RJ-REASON-CODE
004450         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004460         GO TO 1300-EXIT
004470     END-IF.
004480     PERFORM 7100-CHECK-PERIOD THRU 7100-EXIT.
004490     IF NOT WS-DATE-OK
004500         GO TO 1300-EXIT
004510     END-IF.
004520     IF AH-SCHED-HOURS NOT NUMERIC OR AH-SCHED-HOURS = ZERO
004530         MOVE AH-PERSON-ID TO RJ-RECORD-KEY
004540         MOVE SPACES TO RJ-REASON-CODE
004550         STRING "HOURS WITHOUT A SCHEDULE " AH-DATE
004560             DELIMITED BY SIZE INTO RJ-REASON-CODE
004570         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004580         GO TO 1300-EXIT
004590     END-IF.
004600     MOVE AH-PERSON-ID TO WS-EMP-ID.
004610     PERFORM 7200-FIND-EMPLOYEE THRU 7200-EXIT.
004620     PERFORM 7300-FIND-DAY THRU 7300-EXIT.
004630     IF WS-DAY-IDX = ZERO
004640         IF WS-DAY-COUNT >= 5000
004650             DISPLAY "PAYGROSS - ACTHOURS EXCEEDS THE 5000-DAY "
004660                 "TABLE - RUN ABORTED"
004670             MOVE 16 TO RETURN-CODE
004680             STOP RUN
004690         END-IF
004700         ADD 1 TO WS-DAY-COUNT
004710         MOVE WS-DAY-COUNT TO WS-DAY-IDX
004720         SET DY-IDX TO WS-DAY-IDX
004730         MOVE WS-EMP-IDX TO DY-EMP-IDX(DY-IDX)
004740         MOVE WS-WORK-DATE TO DY-DATE(DY-IDX)
004750         MOVE ZERO TO DY-HOURS(DY-IDX)
004760     END-IF.
004770     SET DY-IDX TO WS-DAY-IDX.
004780     ADD AH-ACTUAL-HOURS TO DY-HOURS(DY-IDX).
004790 1300-EXIT.
004800     EXIT.

004810*----------------------------------------------------------------
004820* 1400-LOAD-ONE-PREMIUM - ONE PRICED OVERLAP. IT IS PAID ONLY FOR
004830*                         A DAY THE PERSON HAS SCHEDULED HOURS.
004840*----------------------------------------------------------------
004850 1400-LOAD-ONE-PREMIUM.
004860     READ PAYEXTR
004870         AT END
004880             SET WS-EOF TO TRUE
004890             GO TO 1400-EXIT
004900     END-READ.
004910     MOVE "EXPND" TO DX-ACTION.
004920     MOVE PX-SHIFT-DATE TO DX-DATE-YYMMDD.
004930     CALL "DATEXPND" USING DATEXPND-PARMS.
004940     MOVE DX-DATE-CCYYMMDD TO WS-WORK-DATE.
004950     PERFORM 7100-CHECK-PERIOD THRU 7100-EXIT.
004960     IF NOT WS-DATE-OK
004970         GO TO 1400-EXIT
004980     END-IF.
004990     MOVE PX-EMP-ID TO WS-EMP-ID.
005000     PERFORM 7200-FIND-EMPLOYEE THRU 7200-EXIT.
005010     PERFORM 7300-FIND-DAY THRU 7300-EXIT.
005020     IF WS-DAY-IDX = ZERO
005030         MOVE PX-EMP-ID TO RJ-RECORD-KEY
005040         MOVE SPACES TO RJ-REASON-CODE
005050         STRING "PREMIUM WITHOUT A SCHEDULE " WS-WORK-DATE
005060             DELIMITED BY SIZE INTO RJ-REASON-CODE
005070         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
005080         GO TO 1400-EXIT
005090     END-IF.
005100     SET EM-IDX TO WS-EMP-IDX.
005110     ADD PX-AMOUNT TO EM-PREMIUM(EM-IDX).
005120 1400-EXIT.
005130     EXIT.

005140 1500-LOAD-ONE-LEAVE.
005150     READ LEAVEAPP
005160         AT END
005170             SET WS-EOF TO TRUE
005180             GO TO 1500-EXIT
005190     END-READ.
005200     MOVE LA-DATE TO WS-ISO-DATE.
005210     PERFORM 7000-CONVERT-ISO-DATE THRU 7000-EXIT.
005220     IF NOT WS-DATE-OK
005230         GO TO 1500-EXIT
005240     END-IF.
005250     PERFORM 7100-CHECK-PERIOD THRU 7100-EXIT.
005260     IF NOT WS-DATE-OK
005270         GO TO 1500-EXIT
005280     END-IF.
005290     MOVE LA-PERSON-ID TO WS-EMP-ID.
005300     PERFORM 7200-FIND-EMPLOYEE THRU 7200-EXIT.
005310     SET EM-IDX TO WS-EMP-IDX.
005320     ADD WS-LEAVE-DAY-HOURS TO EM-LEAVE-HOURS(EM-IDX).
005330 1500-EXIT.
005340     EXIT.

005350*----------------------------------------------------------------
005360* 2000-SPLIT-ONE-DAY - HOURS OVER THE DAILY THRESHOLD ARE
005370*                      OVERTIME; THE REST ARE STRAIGHT TIME FOR
005380*                      THE DAY'S WEEK OF THE PERIOD.
005390*----------------------------------------------------------------
005400 2000-SPLIT-ONE-DAY.
005410     SET DY-IDX TO WS-DAY-IDX.
005420     SET EM-IDX TO DY-EMP-IDX(DY-IDX).
005430     IF DY-HOURS(DY-IDX) > WS-DAY-HOURS
005440         MOVE WS-DAY-HOURS TO WS-STRAIGHT
005450         COMPUTE WS-OVERTIME = DY-HOURS(DY-IDX) - WS-DAY-HOURS
005460     ELSE
005470         MOVE DY-HOURS(DY-IDX) TO WS-STRAIGHT
005480         MOVE ZERO TO WS-OVERTIME
005490     END-IF.
005500     COMPUTE WS-DAY-NUMBER =
005510         FUNCTION INTEGER-OF-DATE(DY-DATE(DY-IDX)).
005520     COMPUTE WS-WEEK =
005530         (WS-DAY-NUMBER - WS-START-DAY) / 7 + 1.
005540     ADD WS-STRAIGHT TO EM-WEEK-STRAIGHT(EM-IDX WS-WEEK).
005550     ADD WS-OVERTIME TO EM-OT-HOURS(EM-IDX).
005560 2000-EXIT.
005570     EXIT.

005580 2900-WRITE-EXCEPTION.
005590     ADD 1 TO WS-EXCP-COUNT.
005600     MOVE "PAYGROSS" TO RJ-SOURCE-PROGRAM.
005610     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
005620         INTO RJ-REJECT-TIMESTAMP.
005630     WRITE PAYEXCP-REC FROM RJ-REJECT-RECORD.
005640 2900-EXIT.
005650     EXIT.

005660*----------------------------------------------------------------
005670* 3000-PAY-ONE-EMPLOYEE - STRAIGHT TIME OVER THE WEEKLY THRESHOLD
005680*                         BECOMES OVERTIME, THEN EVERYTHING IS
005690*                         PRICED. NO RATE, NO PAY - AN EXCEPTION.
005700*----------------------------------------------------------------
005710 3000-PAY-ONE-EMPLOYEE.
005720     SET EM-IDX TO WS-EMP-IDX.
005730     PERFORM 3100-SPLIT-ONE-WEEK THRU 3100-EXIT
005740         VARYING WS-W FROM 1 BY 1
005750         UNTIL WS-W > 6.
005760     MOVE ZERO TO WS-RATE-IDX.
005770     PERFORM 3200-MATCH-RATE THRU 3200-EXIT
005780         VARYING WS-K FROM 1 BY 1
005790         UNTIL WS-K > WS-RATE-COUNT OR WS-RATE-IDX > ZERO.
005800     IF WS-RATE-IDX = ZERO
005810         MOVE EM-EMP-ID(EM-IDX) TO RJ-RECORD-KEY
005820         MOVE "NO EMPRATE RATE - NOT PAID" TO RJ-REASON-CODE
005830         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
005840         GO TO 3000-EXIT
005850     END-IF.
005860     SET RT-IDX TO WS-RATE-IDX.
005870     COMPUTE WS-HOURLY-RATE = RT-RATE(RT-IDX) * 60.
005880     COMPUTE WS-REG-PAY ROUNDED =
005890         EM-REG-HOURS(EM-IDX) * WS-HOURLY-RATE.
005900     COMPUTE WS-OT-PAY ROUNDED =
005910         EM-OT-HOURS(EM-IDX) * WS-HOURLY-RATE * WS-OT-PCT / 100.
005920     COMPUTE WS-LEAVE-PAY ROUNDED =
005930         EM-LEAVE-HOURS(EM-IDX) * WS-HOURLY-RATE.
005940     COMPUTE WS-GROSS = WS-REG-PAY + WS-OT-PAY + WS-LEAVE-PAY
005950         + EM-PREMIUM(EM-IDX).
005960     ADD 1 TO WS-PAID-COUNT.
005970     ADD WS-GROSS TO WS-GROSS-TOTAL.
005980     MOVE SPACES TO PAYINTF-REC.
005990     MOVE EM-EMP-ID(EM-IDX) TO PI-EMP-ID.
006000     MOVE PP-PERIOD-END TO PI-PERIOD-END.
006010     MOVE EM-REG-HOURS(EM-IDX) TO PI-REG-HOURS.
006020     MOVE EM-OT-HOURS(EM-IDX) TO PI-OT-HOURS.
006030     MOVE EM-LEAVE-HOURS(EM-IDX) TO PI-LEAVE-HOURS.
006040     MOVE WS-REG-PAY TO PI-REG-PAY.
006050     MOVE WS-OT-PAY TO PI-OT-PAY.
006060     MOVE WS-LEAVE-PAY TO PI-LEAVE-PAY.
006070     MOVE EM-PREMIUM(EM-IDX) TO PI-PREMIUM.
006080     MOVE WS-GROSS TO PI-GROSS.
006090     WRITE PAYINTF-REC.
006100     MOVE EM-EMP-ID(EM-IDX) TO DL-EMP-ID.
006110     MOVE EM-REG-HOURS(EM-IDX) TO DL-REG-HOURS.
006120     MOVE EM-OT-HOURS(EM-IDX) TO DL-OT-HOURS.
006130     MOVE EM-LEAVE-HOURS(EM-IDX) TO DL-LEAVE-HOURS.
006140     MOVE WS-REG-PAY TO DL-REG-PAY.
006150     MOVE WS-OT-PAY TO DL-OT-PAY.
006160     MOVE WS-LEAVE-PAY TO DL-LEAVE-PAY.
006170     MOVE EM-PREMIUM(EM-IDX) TO DL-PREMIUM.
006180     MOVE WS-GROSS TO DL-GROSS.
006190     WRITE PAYREG-REC FROM WS-DETAIL-LINE.
006200 3000-EXIT.
006210     EXIT.

006220 3100-SPLIT-ONE-WEEK.
006230     IF EM-WEEK-STRAIGHT(EM-IDX WS-W) > WS-WEEK-HOURS
006240         COMPUTE EM-OT-HOURS(EM-IDX) = EM-OT-HOURS(EM-IDX)
006250             + EM-WEEK-STRAIGHT(EM-IDX WS-W) - WS-WEEK-HOURS
006260         ADD WS-WEEK-HOURS TO EM-REG-HOURS(EM-IDX)
006270     ELSE
006280         ADD EM-WEEK-STRAIGHT(EM-IDX WS-W) TO EM-REG-HOURS(EM-IDX)
006290     END-IF.
006300 3100-EXIT.
006310     EXIT.

006320 3200-MATCH-RATE.
006330     IF RT-EMP-ID(WS-K) = EM-EMP-ID(EM-IDX)
006340         MOVE WS-K TO WS-RATE-IDX
006350     END-IF.
006360 3200-EXIT.
006370     EXIT.

006380 5000-FINALIZE.
006390     MOVE SPACES TO CT-CONTROL-RECORD.
006400     MOVE "TRL" TO CT-RECORD-TYPE.
006410     MOVE ZERO TO CT-FILE-DATE.
006420     MOVE WS-PAID-COUNT TO CT-RECORD-COUNT.
006430     COMPUTE CT-HASH-TOTAL = WS-GROSS-TOTAL * 100.
006440     WRITE PAYINTF-REC FROM CT-CONTROL-RECORD.
006450     WRITE PAYREG-REC FROM WS-BLANK-LINE.
006460     MOVE WS-PAID-COUNT TO SL-PAID-COUNT.
006470     MOVE WS-EXCP-COUNT TO SL-EXCP-COUNT.
006480     MOVE WS-GROSS-TOTAL TO SL-GROSS-TOTAL.
006490     WRITE PAYREG-REC FROM WS-SUMMARY-LINE.
006500     CLOSE PAYREG
006510           PAYINTF
006520           PAYEXCP.
006530 5000-EXIT.
006540     EXIT.

006550*----------------------------------------------------------------
006560* 7000-CONVERT-ISO-DATE - WS-ISO-DATE TO WS-WORK-DATE, CCYYMMDD.
006570*----------------------------------------------------------------
006580 7000-CONVERT-ISO-DATE.
006590     MOVE "N" TO WS-DATE-OK-SW.
006600     IF WS-ISO-DASH-1 NOT = "-" OR WS-ISO-DASH-2 NOT = "-"
006610             OR WS-ISO-CCYY NOT NUMERIC
006620             OR WS-ISO-MM NOT NUMERIC
006630             OR WS-ISO-DD NOT NUMERIC
006640         GO TO 7000-EXIT
006650     END-IF.
006660     STRING WS-ISO-CCYY WS-ISO-MM WS-ISO-DD
006670         DELIMITED BY SIZE INTO WS-WORK-DATE.
006680     IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0
006690         SET WS-DATE-OK TO TRUE
006700     END-IF.
006710 7000-EXIT.
006720     EXIT.

006730 7100-CHECK-PERIOD.
006740     MOVE "N" TO WS-DATE-OK-SW.
006750     IF WS-WORK-DATE NOT < PP-PERIOD-START
006760             AND WS-WORK-DATE NOT > PP-PERIOD-END
006770         SET WS-DATE-OK TO TRUE
006780     END-IF.
006790 7100-EXIT.
006800     EXIT.

006810*    WS-EMP-ID'S ROW, ADDED AT ZERO WHEN FIRST SEEN
006820 7200-FIND-EMPLOYEE.
006830     MOVE ZERO TO WS-EMP-IDX.
006840     PERFORM 7210-MATCH-EMPLOYEE THRU 7210-EXIT
006850         VARYING WS-K FROM 1 BY 1
006860         UNTIL WS-K > WS-EMP-COUNT OR WS-EMP-IDX > ZERO.
006870     IF WS-EMP-IDX > ZERO
006880         GO TO 7200-EXIT
006890     END-IF.
006900     IF WS-EMP-COUNT >= 500
006910         DISPLAY "PAYGROSS - THE PERIOD EXCEEDS THE 500-EMPLOYEE "
006920             "TABLE - RUN ABORTED"
006930         MOVE 16 TO RETURN-CODE
006940         STOP RUN
006950     END-IF.
006960     ADD 1 TO WS-EMP-COUNT.
006970     MOVE WS-EMP-COUNT TO WS-EMP-IDX.
006980     SET EM-IDX TO WS-EMP-IDX.
006990     MOVE WS-EMP-ID TO EM-EMP-ID(EM-IDX).
007000     MOVE ZERO TO EM-REG-HOURS(EM-IDX) EM-OT-HOURS(EM-IDX)
007010                  EM-LEAVE-HOURS(EM-IDX) EM-PREMIUM(EM-IDX).
007020     PERFORM 7220-CLEAR-ONE-WEEK THRU 7220-EXIT
007030         VARYING WS-W FROM 1 BY 1
007040         UNTIL WS-W > 6.
007050 7200-EXIT.
007060     EXIT.

007070 7210-MATCH-EMPLOYEE.
007080     IF EM-EMP-ID(WS-K) = WS-EMP-ID
007090         MOVE WS-K TO WS-EMP-IDX
007100     END-IF.
007110 7210-EXIT.
007120     EXIT.

007130 7220-CLEAR-ONE-WEEK.
007140     MOVE ZERO TO EM-WEEK-STRAIGHT(EM-IDX WS-W).
007150 7220-EXIT.
007160     EXIT.

007170*    THE WS-EMP-IDX PERSON'S ROW FOR WS-WORK-DATE, IF ANY
007180 7300-FIND-DAY.
007190     MOVE ZERO TO WS-DAY-IDX.
007200     PERFORM 7310-MATCH-DAY THRU 7310-EXIT
007210         VARYING WS-K FROM 1 BY 1
007220         UNTIL WS-K > WS-DAY-COUNT OR WS-DAY-IDX > ZERO.
007230 7300-EXIT.
007240     EXIT.

007250 7310-MATCH-DAY.
007260     IF DY-EMP-IDX(WS-K) = WS-EMP-IDX
007270             AND DY-DATE(WS-K) = WS-WORK-DATE
007280         MOVE WS-K TO WS-DAY-IDX
007290     END-IF.
007300 7310-EXIT.
007310     EXIT.
