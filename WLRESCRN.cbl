000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WLRESCRN.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. DATA QUALITY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. WATCH-LIST REVIEW AND
000110*                  RESCREEN. FIRST APPLIES THE COMPLIANCE
000120*                  OFFICERS' SCRNDEC DECISION CARDS TO THE
000130*                  WLREVIEW CASE QUEUE - "C" CLEARS A CASE AS A
000140*                  FALSE POSITIVE AND RELEASES THE PARTY, "F"
000150*                  CONFIRMS THE MATCH AND KEEPS IT BLOCKED. ONLY
000160*                  AN OFFICER HOLDING THE OPERAUTH "COMPLY"
000170*                  FUNCTION MAY DECIDE A CASE; REFUSED CARDS GO TO
000180*                  SCRNREJ IN THE SHARED REJECTREC LAYOUT AND
000190*                  EVERY DECISION IS LOGGED THROUGH AUDITLOG.
000200*                  THEN, WHEN A NEW WATCHLST HAS BEEN LOADED,
000210*                  RESCREENS EVERY NAMEMSTR CUSTOMER AGAINST IT
000220*                  THROUGH WLSCREEN, WHICH OPENS A CASE FOR EACH
000230*                  NEW POSSIBLE MATCH. A LIST IS NEW WHEN IT
000240*                  PASSES ITS FILECTL CONTROL CHECK AND IS NOT
000250*                  ALREADY REGISTERED ON FILEREG FOR THIS JOB, SO
000260*                  EACH LIST IS RESCREENED ONCE; FILEOVRD FORCES A
000270*                  REPEAT. SCRNRPT LISTS THE DECISIONS, THE
000280*                  RESCREEN HITS AND EVERY CASE STILL OPEN WITH
000290*                  ITS AGE.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM.
000340 OBJECT-COMPUTER. IBM.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SCRNDEC ASSIGN TO "SCRNDEC"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DEC-STATUS.
000400     SELECT OPERAUTH ASSIGN TO "OPERAUTH"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-AUTH-STATUS.
000430     SELECT WLREVIEW ASSIGN TO "WLREVIEW"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-REVW-STATUS.
000460     SELECT NAMEMSTR ASSIGN TO "NAMEMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS NM-IN-KEY
000500         FILE STATUS IS WS-NAM-STATUS.
000510     SELECT SCRNREJ ASSIGN TO "SCRNREJ"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT SCRNRPT ASSIGN TO "SCRNRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SCRNDEC
000580     RECORDING MODE IS F.
000590 01  SCRNDEC-REC.
000600     05  SD-CASE-ID               PIC X(10).
000610     05  FILLER                   PIC X(01).
000620     05  SD-DECISION              PIC X(01).
000630         88  SD-CLEAR                       VALUE "C".
000640         88  SD-CONFIRM                     VALUE "F".
000650     05  FILLER                   PIC X(01).
000660     05  SD-OFFICER-ID            PIC X(08).
000670     05  FILLER                   PIC X(59).

000680 FD  OPERAUTH
000690     RECORDING MODE IS F.
000700 01  OPERAUTH-REC.
000710     05  OA-OPERATOR-ID           PIC X(08).
000720     05  FILLER                   PIC X(01).
000730     05  OA-FUNCTION              PIC X(08).
000740     05  FILLER                   PIC X(63).

000750 FD  WLREVIEW
000760     RECORDING MODE IS F.
000770 01  WLREVIEW-REC                 PIC X(120).

000780 FD  NAMEMSTR.
000790 01  NAMEMSTR-REC.
000800     05  NM-IN-KEY.
000810         10  NM-CUST-ID           PIC X(10).
000820         10  FILLER               PIC X(10).
000830     05  NM-NAME                  PIC X(30).
000840     05  NM-ADDRESS               PIC X(24).
000850     05  NM-POSTCODE              PIC X(06).

000860 FD  SCRNREJ
000870     RECORDING MODE IS F.
000880 01  SCRNREJ-REC                  PIC X(80).

000890 FD  SCRNRPT
000900     RECORDING MODE IS F.
000910 01  SCRNRPT-REC                  PIC X(132).

000920 WORKING-STORAGE SECTION.
000930 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000940     88  WS-EOF                             VALUE "Y".
000950 77  WS-AUTHORIZED-SW             PIC X(01) VALUE "N".
000960     88  WS-AUTHORIZED                      VALUE "Y".
000970 77  WS-DEC-STATUS                PIC X(02) VALUE SPACES.
000980 77  WS-AUTH-STATUS               PIC X(02) VALUE SPACES.
000990 77  WS-REVW-STATUS               PIC X(02) VALUE SPACES.
001000 77  WS-NAM-STATUS                PIC X(02) VALUE SPACES.
001010 77  WS-AU                        PIC 9(05) COMP.
001020 77  WS-R                         PIC 9(05) COMP.
001030 77  WS-RV-IDX                    PIC 9(05) VALUE ZERO COMP.
001040 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001050 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001060 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001070 77  WS-RUN-DAY                   PIC 9(07) VALUE ZERO.
001080 77  WS-AGE-DAYS                  PIC 9(05) VALUE ZERO.
001090 77  WS-REASON                    PIC X(40) VALUE SPACES.
001100 77  WS-CLEAR-COUNT               PIC 9(05) VALUE ZERO COMP.
001110 77  WS-CONFIRM-COUNT             PIC 9(05) VALUE ZERO COMP.
001120 77  WS-REFUSE-COUNT              PIC 9(05) VALUE ZERO COMP.
001130 77  WS-SCREENED-COUNT            PIC 9(07) VALUE ZERO COMP.
001140 77  WS-HELD-COUNT                PIC 9(05) VALUE ZERO COMP.
001150 77  WS-NEW-COUNT                 PIC 9(05) VALUE ZERO COMP.
001160 77  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO COMP.
001170 77  WS-OLDEST-DAYS               PIC 9(05) VALUE ZERO.

001180 01  WS-AUTH-TABLE.
001190     05  WS-AUTH-COUNT            PIC 9(05) VALUE ZERO COMP.
001200     05  AU-ENTRY OCCURS 200 TIMES
001210                  INDEXED BY AU-IDX.
001220         10  AU-OPERATOR-ID       PIC X(08).
001230         10  AU-FUNCTION          PIC X(08).

001240 01  WS-REVW-TABLE.
001250     05  WS-REVW-COUNT            PIC 9(05) VALUE ZERO COMP.
001260     05  RT-ENTRY OCCURS 5000 TIMES
001270                  INDEXED BY RT-IDX.
001280         10  RT-RECORD            PIC X(120).

001290 COPY WLREVIEW.
001300 COPY WLSLINK.
001310 COPY FCTLLINK.
001320 COPY REJECTREC.
001330 COPY AUDTLINK.
001340 COPY RPTHDR.
001350 COPY DATXLINK.

001360 01  WS-TITLE-LINE.
001370     05  FILLER                  PIC X(40) VALUE
001380         "WATCH-LIST REVIEW AND RESCREEN".
001390     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001400     05  TL-RUN-DATE              PIC 9(08).
001410     05  FILLER                  PIC X(74) VALUE SPACES.

001420 01  WS-SECTION-LINE.
001430     05  SC-TEXT                  PIC X(51).
001440     05  SC-DATE                  PIC X(08).
001450     05  FILLER                  PIC X(73) VALUE SPACES.

001460 01  WS-HEADING-LINE.
001470     05  FILLER                  PIC X(42) VALUE
001480         "ACTION     CASE       SUBJECT  SUBJECT ID".
001490     05  FILLER                  PIC X(42) VALUE
001500         "NAME                           ENTRY".
001510     05  FILLER                  PIC X(48) VALUE
001520         "SCORE OFFICER  NOTE".

001530 01  WS-OPEN-HEADING-LINE.
001540     05  FILLER                  PIC X(42) VALUE
001550         "ACTION     CASE       SUBJECT  SUBJECT ID".
001560     05  FILLER                  PIC X(42) VALUE
001570         "NAME                           ENTRY".
001580     05  FILLER                  PIC X(48) VALUE
001590         "SCORE          RAISED   BY       AGE (DAYS)".

001600 01  WS-DETAIL-LINE.
001610     05  DL-ACTION                PIC X(10).
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  DL-CASE-ID               PIC X(10).
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  DL-SUBJECT-TYPE          PIC X(08).
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  DL-SUBJECT-ID            PIC X(10).
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  DL-NAME                  PIC X(30).
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  DL-ENTRY-ID              PIC X(10).
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  DL-SCORE                 PIC ZZ9.
001740     05  FILLER                  PIC X(03) VALUE SPACES.
001750     05  DL-OFFICER-ID            PIC X(08).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  DL-NOTE                  PIC X(32).
001780     05  DL-OPEN-NOTE REDEFINES DL-NOTE.
001790         10  DL-FLAG-DATE         PIC 9(08).
001800         10  FILLER               PIC X(01).
001810         10  DL-SOURCE            PIC X(08).
001820         10  FILLER               PIC X(01).
001830         10  DL-AGE-DAYS          PIC ZZZZ9.
001840         10  FILLER               PIC X(09).

001850 01  WS-SUMMARY-LINE-1.
001860     05  FILLER                  PIC X(21) VALUE
001870         "DECISIONS - CLEARED: ".
001880     05  SL-CLEAR-COUNT           PIC ZZZZ9.
001890     05  FILLER                  PIC X(13) VALUE "  CONFIRMED: ".
001900     05  SL-CONFIRM-COUNT         PIC ZZZZ9.
001910     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
001920     05  SL-REFUSE-COUNT          PIC ZZZZ9.
001930     05  FILLER                  PIC X(72) VALUE SPACES.

001940 01  WS-SUMMARY-LINE-2.
001950     05  FILLER                  PIC X(32) VALUE
001960         "RESCREEN - CUSTOMERS SCREENED: ".
001970     05  SL-SCREENED-COUNT        PIC ZZZZZZ9.
001980     05  FILLER                  PIC X(08) VALUE "  HELD: ".
001990     05  SL-HELD-COUNT            PIC ZZZZ9.
002000     05  FILLER                  PIC X(13) VALUE "  NEW CASES: ".
002010     05  SL-NEW-COUNT             PIC ZZZZ9.
002020     05  FILLER                  PIC X(62) VALUE SPACES.

002030 01  WS-SUMMARY-LINE-3.
002040     05  FILLER                  PIC X(12) VALUE "OPEN CASES: ".
002050     05  SL-OPEN-COUNT            PIC ZZZZ9.
002060     05  FILLER                  PIC X(22) VALUE
002070         "  OLDEST OPEN (DAYS): ".
002080     05  SL-OLDEST-DAYS           PIC ZZZZ9.
002090     05  FILLER                  PIC X(88) VALUE SPACES.

002100 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

002110 PROCEDURE DIVISION.
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-APPLY-DECISIONS THRU 2000-EXIT.
002150     PERFORM 3000-REWRITE-QUEUE THRU 3000-EXIT.
002160     PERFORM 4000-RESCREEN THRU 4000-EXIT.
002170     PERFORM 5000-LIST-OPEN-CASES THRU 5000-EXIT.
002180     PERFORM 7000-FINALIZE THRU 7000-EXIT.
002190     STOP RUN.

002200*----------------------------------------------------------------
002210* 1000-INITIALIZE - THE OPERATOR AUTHORITY AND THE CASE QUEUE.
002220*                   NO WLREVIEW MEANS NO CASE HAS BEEN RAISED YET.
002230*----------------------------------------------------------------
002240 1000-INITIALIZE.
002250     ACCEPT WS-RUN-DATE FROM DATE.
002260     MOVE "EXPND" TO DX-ACTION.
002270     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002280     CALL "DATEXPND" USING DATEXPND-PARMS.
002290     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002300     COMPUTE WS-RUN-DAY =
002310         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
002320     ACCEPT WS-RUN-TIME FROM TIME.
002330     OPEN OUTPUT SCRNREJ
002340          OUTPUT SCRNRPT.
002350     MOVE "WLRESCRN" TO RH-PROGRAM-ID.
002360     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002370     MOVE WS-RUN-TIME TO RH-RUN-ID.
002380     MOVE 1 TO RH-PAGE-NUMBER.
002390     WRITE SCRNRPT-REC FROM RH-REPORT-HEADER.
002400     MOVE WS-RUN-CCYYMMDD TO TL-RUN-DATE.
002410     WRITE SCRNRPT-REC FROM WS-TITLE-LINE.
002420     PERFORM 1300-LOAD-AUTHORITY THRU 1300-EXIT.
002430     OPEN INPUT WLREVIEW.
002440     IF WS-REVW-STATUS = "00"
002450         PERFORM 1100-LOAD-ONE-CASE THRU 1100-EXIT
002460             UNTIL WS-EOF
002470         CLOSE WLREVIEW
002480     END-IF.
002490     MOVE "N" TO WS-EOF-SW.
002500 1000-EXIT.
002510     EXIT.

002520 1100-LOAD-ONE-CASE.
002530     READ WLREVIEW
002540         AT END
002550             SET WS-EOF TO TRUE
002560             GO TO 1100-EXIT
002570     END-READ.
002580     IF WLREVIEW-REC = SPACES
002590         GO TO 1100-EXIT
002600     END-IF.
002610     IF WS-REVW-COUNT >= 5000
002620*        A PARTIAL TABLE WOULD REWRITE A TRUNCATED QUEUE AND
002630*        RELEASE THE PARTIES WHOSE CASES WERE LOST
002640         DISPLAY "WLRESCRN - WLREVIEW EXCEEDS THE 5000-CASE "
002650             "TABLE - RUN ABORTED"
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     ADD 1 TO WS-REVW-COUNT.
002700     SET RT-IDX TO WS-REVW-COUNT.
002710     MOVE WLREVIEW-REC TO RT-RECORD(RT-IDX).
002720 1100-EXIT.
002730     EXIT.

002740*----------------------------------------------------------------
002750* 1300-LOAD-AUTHORITY - THE OPERATOR-AUTHORITY FILE. NO FILE
002760*                       MEANS NOBODY MAY DECIDE A CASE - AUTHORITY
002770*                       IS GRANTED, NEVER ASSUMED.
002780*----------------------------------------------------------------
002790 1300-LOAD-AUTHORITY.
002800     OPEN INPUT OPERAUTH.
002810     IF WS-AUTH-STATUS NOT = "00"
002820         GO TO 1300-EXIT
002830     END-IF.
002840     PERFORM 1310-LOAD-ONE-AUTHORITY THRU 1310-EXIT
002850         UNTIL WS-EOF.
002860     CLOSE OPERAUTH.
002870     MOVE "N" TO WS-EOF-SW.
002880 1300-EXIT.
002890     EXIT.

002900 1310-LOAD-ONE-AUTHORITY.
002910     READ OPERAUTH
002920         AT END
002930             SET WS-EOF TO TRUE
002940         NOT AT END
002950             IF WS-AUTH-COUNT < 200
002960                 ADD 1 TO WS-AUTH-COUNT
002970                 SET AU-IDX TO WS-AUTH-COUNT
002980                 MOVE OA-OPERATOR-ID
002990                     TO AU-OPERATOR-ID(AU-IDX)
003000                 MOVE OA-FUNCTION TO AU-FUNCTION(AU-IDX)
003010             END-IF
003020     END-READ.
003030 1310-EXIT.
003040     EXIT.

003050 1320-CHECK-AUTHORITY.
003060     MOVE "N" TO WS-AUTHORIZED-SW.
003070     PERFORM 1330-MATCH-AUTHORITY THRU 1330-EXIT
003080         VARYING WS-AU FROM 1 BY 1
003090         UNTIL WS-AU > WS-AUTH-COUNT OR WS-AUTHORIZED.
003100 1320-EXIT.
003110     EXIT.

003120 1330-MATCH-AUTHORITY.
003130     IF AU-OPERATOR-ID(WS-AU) = SD-OFFICER-ID
003140             AND AU-FUNCTION(WS-AU) = "COMPLY"
003150         SET WS-AUTHORIZED TO TRUE
003160     END-IF.
003170 1330-EXIT.
003180     EXIT.

003190*----------------------------------------------------------------
003200* 2000-APPLY-DECISIONS - ONE SCRNDEC CARD DECIDES ONE OPEN CASE.
003210*                        NO CARD FILE MEANS NOTHING WAS DECIDED.
003220*----------------------------------------------------------------
003230 2000-APPLY-DECISIONS.
003240     WRITE SCRNRPT-REC FROM WS-BLANK-LINE.
003250     MOVE "OFFICER DECISIONS" TO SC-TEXT.
003260     MOVE SPACES TO SC-DATE.
003270     WRITE SCRNRPT-REC FROM WS-SECTION-LINE.
003280     WRITE SCRNRPT-REC FROM WS-HEADING-LINE.
003290     OPEN INPUT SCRNDEC.
003300     IF WS-DEC-STATUS NOT = "00"
003310         GO TO 2000-EXIT
003320     END-IF.
003330     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
003340         UNTIL WS-EOF.
003350     CLOSE SCRNDEC.
003360     MOVE "N" TO WS-EOF-SW.
003370 2000-EXIT.
003380     EXIT.

003390*----------------------------------------------------------------
003400* 2100-APPLY-ONE-CARD - IN ORDER: AN OFFICER NAMED, A DECISION OF
003410*                       C OR F, THE OFFICER HOLDS "COMPLY", THE
003420*                       CASE EXISTS AND IS STILL OPEN. A DECIDED
003430*                       CASE IS NOT REOPENED BY A LATER CARD.
003440*----------------------------------------------------------------
003450 2100-APPLY-ONE-CARD.
003460     READ SCRNDEC
003470         AT END
003480             SET WS-EOF TO TRUE
003490             GO TO 2100-EXIT
003500     END-READ.
003510     IF SCRNDEC-REC = SPACES
003520         GO TO 2100-EXIT
003530     END-IF.
003540     MOVE SPACES TO WS-REASON.
003550     MOVE ZERO TO WS-RV-IDX.
003560     PERFORM 2110-MATCH-CASE THRU 2110-EXIT
003570         VARYING WS-R FROM 1 BY 1
003580         UNTIL WS-R > WS-REVW-COUNT OR WS-RV-IDX > ZERO.
003590     PERFORM 1320-CHECK-AUTHORITY THRU 1320-EXIT.
003600     EVALUATE TRUE
003610         WHEN SD-OFFICER-ID = SPACES
003620             MOVE "OFFICER ID REQUIRED" TO WS-REASON
003630         WHEN NOT SD-CLEAR AND NOT SD-CONFIRM
003640             MOVE "DECISION MUST BE C OR F" TO WS-REASON
003650         WHEN NOT WS-AUTHORIZED
003660             MOVE "OFFICER LACKS COMPLY AUTHORITY" TO WS-REASON
003670         WHEN WS-RV-IDX = ZERO
003680             MOVE "NO SUCH WATCH-LIST CASE" TO WS-REASON
003690     END-EVALUATE.
003700     IF WS-REASON = SPACES
003710         SET RT-IDX TO WS-RV-IDX
003720         MOVE RT-RECORD(RT-IDX) TO WR-REVIEW-RECORD
003730         IF NOT WR-OPEN
003740             MOVE "CASE ALREADY DECIDED" TO WS-REASON
003750         END-IF
003760     END-IF.
003770     IF WS-REASON NOT = SPACES
003780         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
003790         GO TO 2100-EXIT
003800     END-IF.
003810     MOVE SD-DECISION TO WR-STATUS.
003820     MOVE WS-RUN-CCYYMMDD TO WR-DECISION-DATE.
003830     MOVE SD-OFFICER-ID TO WR-OFFICER-ID.
003840     MOVE WR-REVIEW-RECORD TO RT-RECORD(RT-IDX).
003850     MOVE "WRITE" TO AL-ACTION.
003860     MOVE "WLRESCRN" TO AL-SOURCE-PROGRAM.
003870     MOVE WR-CASE-ID TO AL-RECORD-KEY.
003880     MOVE "WLCASE STAT" TO AL-FIELD-NAME.
003890     MOVE "O" TO AL-OLD-VALUE.
003900     MOVE WR-STATUS TO AL-NEW-VALUE.
003910     MOVE SD-OFFICER-ID TO AL-OPERATOR-ID.
003920     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003930         INTO AL-TIMESTAMP.
003940     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
003950     IF WR-CLEARED
003960         ADD 1 TO WS-CLEAR-COUNT
003970         MOVE "CLEARED" TO DL-ACTION
003980         MOVE "FALSE POSITIVE - PARTY RELEASED" TO DL-NOTE
003990     ELSE
004000         ADD 1 TO WS-CONFIRM-COUNT
004010         MOVE "CONFIRMED" TO DL-ACTION
004020         MOVE "MATCH CONFIRMED - PARTY BLOCKED" TO DL-NOTE
004030     END-IF.
004040     PERFORM 6000-FORMAT-CASE THRU 6000-EXIT.
004050     MOVE SD-OFFICER-ID TO DL-OFFICER-ID.
004060     WRITE SCRNRPT-REC FROM WS-DETAIL-LINE.
004070 2100-EXIT.
004080     EXIT.

004090 2110-MATCH-CASE.
004100     SET RT-IDX TO WS-R.
004110     IF RT-RECORD(RT-IDX) (1:10) = SD-CASE-ID
004120         MOVE WS-R TO WS-RV-IDX
004130     END-IF.
004140 2110-EXIT.
004150     EXIT.

004160 2900-REFUSE-CARD.
004170     ADD 1 TO WS-REFUSE-COUNT.
004180     MOVE "WLRESCRN" TO RJ-SOURCE-PROGRAM.
004190     MOVE SD-CASE-ID TO RJ-RECORD-KEY.
004200     MOVE WS-REASON TO RJ-REASON-CODE.
004210     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
004220         INTO RJ-REJECT-TIMESTAMP.
004230     WRITE SCRNREJ-REC FROM RJ-REJECT-RECORD.
004240     MOVE SPACES TO WS-DETAIL-LINE.
004250     MOVE "REFUSED" TO DL-ACTION.
004260     MOVE SD-CASE-ID TO DL-CASE-ID.
004270     MOVE ZERO TO DL-SCORE.
004280     MOVE SD-OFFICER-ID TO DL-OFFICER-ID.
004290     MOVE WS-REASON TO DL-NOTE.
004300     WRITE SCRNRPT-REC FROM WS-DETAIL-LINE.
004310 2900-EXIT.
004320     EXIT.

004330*----------------------------------------------------------------
004340* 3000-REWRITE-QUEUE - WRITE THE DECISIONS BACK BEFORE THE
004350*                      RESCREEN, SO WLSCREEN LOADS THEM AND A
004360*                      CLEARED NAME IS NOT RAISED AGAIN.
004370*----------------------------------------------------------------
004380 3000-REWRITE-QUEUE.
004390     IF WS-CLEAR-COUNT = ZERO AND WS-CONFIRM-COUNT = ZERO
004400         GO TO 3000-EXIT
004410     END-IF.
004420     OPEN OUTPUT WLREVIEW.
004430     PERFORM 3100-SAVE-ONE-CASE THRU 3100-EXIT
004440         VARYING WS-R FROM 1 BY 1
004450         UNTIL WS-R > WS-REVW-COUNT.
004460     CLOSE WLREVIEW.
004470 3000-EXIT.
004480     EXIT.

004490 3100-SAVE-ONE-CASE.
004500     SET RT-IDX TO WS-R.
004510     WRITE WLREVIEW-REC FROM RT-RECORD(RT-IDX).
004520 3100-EXIT.
004530     EXIT.

004540*----------------------------------------------------------------
004550* 4000-RESCREEN - ONLY WHEN A NEW LIST HAS BEEN LOADED. FILECTL
004560*                 RETURNS 16 FOR A LIST ALREADY REGISTERED TO THIS
004570*                 JOB, WHICH MEANS IT HAS BEEN RESCREENED BEFORE.
004580*                 A LIST THAT FAILS ITS CONTROL CHECK, OR A
004590*                 CUSTOMER MASTER THAT CANNOT BE READ, ENDS THE
004600*                 RUN WITH RETURN CODE 16 SO IT IS RESUBMITTED.
004610*----------------------------------------------------------------
004620 4000-RESCREEN.
004630     WRITE SCRNRPT-REC FROM WS-BLANK-LINE.
004640     MOVE "CHECK" TO FC-ACTION.
004650     MOVE "WLRESCRN" TO FC-CALLER.
004660     MOVE "WATCHLST" TO FC-FILE-NAME.
004670     MOVE ZERO TO FC-AMT-POS
004680                  FC-AMT-LEN.
004690     CALL "FILECTL" USING FILECTL-PARMS.
004700     MOVE SPACES TO SC-TEXT.
004710     MOVE FC-FILE-DATE TO SC-DATE.
004720     EVALUATE FC-RETURN-CODE
004730         WHEN ZERO
004740             STRING "RESCREEN OF NAMEMSTR AGAINST THE WATCH LIST "
004750                    "DATED"
004760                 DELIMITED BY SIZE INTO SC-TEXT
004770         WHEN 16
004780             STRING "NO RESCREEN - LIST ALREADY RESCREENED, "
004790                    "DATED"
004800                 DELIMITED BY SIZE INTO SC-TEXT
004810         WHEN OTHER
004820             DISPLAY "WLRESCRN - WATCHLST FAILED ITS CONTROL "
004830                 "CHECK - RESCREEN NOT RUN"
004840             MOVE 16 TO RETURN-CODE
004850             STRING "NO RESCREEN - WATCHLST FAILED ITS CONTROL "
004860                    "CHECK"
004870                 DELIMITED BY SIZE INTO SC-TEXT
004880             MOVE SPACES TO SC-DATE
004890     END-EVALUATE.
004900     WRITE SCRNRPT-REC FROM WS-SECTION-LINE.
004910     IF FC-RETURN-CODE NOT = ZERO
004920         GO TO 4000-EXIT
004930     END-IF.
004940     OPEN INPUT NAMEMSTR.
004950     IF WS-NAM-STATUS NOT = "00"
004960         DISPLAY "WLRESCRN - NAMEMSTR NOT AVAILABLE - RESCREEN "
004970             "NOT RUN"
004980         MOVE 16 TO RETURN-CODE
004990         GO TO 4000-EXIT
005000     END-IF.
005010     WRITE SCRNRPT-REC FROM WS-HEADING-LINE.
005020     PERFORM 4100-SCREEN-ONE-CUST THRU 4100-EXIT
005030         UNTIL WS-EOF.
005040     CLOSE NAMEMSTR.
005050     MOVE "N" TO WS-EOF-SW.
005060 4000-EXIT.
005070     EXIT.

005080 4100-SCREEN-ONE-CUST.
005090     READ NAMEMSTR NEXT RECORD
005100         AT END
005110             SET WS-EOF TO TRUE
005120             GO TO 4100-EXIT
005130     END-READ.
005140     MOVE "NAME" TO WL-ACTION.
005150     MOVE "WLRESCRN" TO WL-CALLER.
005160     MOVE "CUSTOMER" TO WL-SUBJECT-TYPE.
005170     MOVE NM-CUST-ID TO WL-SUBJECT-ID.
005180     MOVE NM-NAME TO WL-NAME.
005190     MOVE NM-ADDRESS TO WL-ADDRESS.
005200     MOVE NM-POSTCODE TO WL-POSTCODE.
005210     MOVE WS-RUN-CCYYMMDD TO WL-AS-OF-DATE.
005220     CALL "WLSCREEN" USING WLSCREEN-PARMS.
005230     IF WL-RETURN-CODE = 20
005240         GO TO 4100-EXIT
005250     END-IF.
005260     ADD 1 TO WS-SCREENED-COUNT.
005270     IF NOT WL-BLOCKED
005280         GO TO 4100-EXIT
005290     END-IF.
005300     ADD 1 TO WS-HELD-COUNT.
005310     MOVE SPACES TO WS-DETAIL-LINE.
005320     IF WL-NEW-CASE
005330         ADD 1 TO WS-NEW-COUNT
005340         MOVE "NEW CASE" TO DL-ACTION
005350     ELSE
005360         MOVE "HELD" TO DL-ACTION
005370     END-IF.
005380     MOVE WL-CASE-ID TO DL-CASE-ID.
005390     MOVE WL-SUBJECT-TYPE TO DL-SUBJECT-TYPE.
005400     MOVE WL-SUBJECT-ID TO DL-SUBJECT-ID.
005410     MOVE NM-NAME TO DL-NAME.
005420     MOVE WL-ENTRY-ID TO DL-ENTRY-ID.
005430     MOVE WL-SCORE TO DL-SCORE.
005440     IF WL-RETURN-CODE = 12
005450         MOVE "CONFIRMED MATCH - BLOCKED" TO DL-NOTE
005460     ELSE
005470         MOVE "POSSIBLE MATCH - HELD FOR REVIEW" TO DL-NOTE
005480     END-IF.
005490     WRITE SCRNRPT-REC FROM WS-DETAIL-LINE.
005500 4100-EXIT.
005510     EXIT.

005520*----------------------------------------------------------------
005530* 5000-LIST-OPEN-CASES - RE-READ THE QUEUE, WHICH NOW HOLDS ANY
005540*                        CASES THE RESCREEN RAISED, AND LIST EVERY
005550*                        CASE STILL AWAITING AN OFFICER.
005560*----------------------------------------------------------------
005570 5000-LIST-OPEN-CASES.
005580     WRITE SCRNRPT-REC FROM WS-BLANK-LINE.
005590     MOVE "OPEN CASES AWAITING REVIEW" TO SC-TEXT.
005600     MOVE SPACES TO SC-DATE.
005610     WRITE SCRNRPT-REC FROM WS-SECTION-LINE.
005620     WRITE SCRNRPT-REC FROM WS-OPEN-HEADING-LINE.
005630     OPEN INPUT WLREVIEW.
005640     IF WS-REVW-STATUS NOT = "00"
005650         GO TO 5000-EXIT
005660     END-IF.
005670     PERFORM 5100-LIST-ONE-CASE THRU 5100-EXIT
005680         UNTIL WS-EOF.
005690     CLOSE WLREVIEW.
005700     MOVE "N" TO WS-EOF-SW.
005710 5000-EXIT.
005720     EXIT.

005730 5100-LIST-ONE-CASE.
005740     READ WLREVIEW
005750         AT END
005760             SET WS-EOF TO TRUE
005770             GO TO 5100-EXIT
005780     END-READ.
005790     MOVE WLREVIEW-REC TO WR-REVIEW-RECORD.
005800     IF WLREVIEW-REC = SPACES OR NOT WR-OPEN
005810         GO TO 5100-EXIT
005820     END-IF.
005830     ADD 1 TO WS-OPEN-COUNT.
005840     MOVE ZERO TO WS-AGE-DAYS.
005850     IF FUNCTION TEST-DATE-YYYYMMDD(WR-FLAG-DATE) = ZERO
005860             AND WR-FLAG-DATE < WS-RUN-CCYYMMDD
005870         COMPUTE WS-AGE-DAYS = WS-RUN-DAY -
005880             FUNCTION INTEGER-OF-DATE(WR-FLAG-DATE)
005890     END-IF.
005900     IF WS-AGE-DAYS > WS-OLDEST-DAYS
005910         MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
005920     END-IF.
005930     MOVE "OPEN" TO DL-ACTION.
005940     PERFORM 6000-FORMAT-CASE THRU 6000-EXIT.
005950     MOVE SPACES TO DL-OFFICER-ID
005960                    DL-NOTE.
005970     MOVE WR-FLAG-DATE TO DL-FLAG-DATE.
005980     MOVE WR-SOURCE-PROGRAM TO DL-SOURCE.
005990     MOVE WS-AGE-DAYS TO DL-AGE-DAYS.
006000     WRITE SCRNRPT-REC FROM WS-DETAIL-LINE.
006010 5100-EXIT.
006020     EXIT.

006030 6000-FORMAT-CASE.
006040     MOVE WR-CASE-ID TO DL-CASE-ID.
006050     MOVE WR-SUBJECT-TYPE TO DL-SUBJECT-TYPE.
006060     MOVE WR-SUBJECT-ID TO DL-SUBJECT-ID.
006070     MOVE WR-NAME TO DL-NAME.
006080     MOVE WR-ENTRY-ID TO DL-ENTRY-ID.
006090     MOVE WR-SCORE TO DL-SCORE.
006100 6000-EXIT.
006110     EXIT.

006120 7000-FINALIZE.
006130     WRITE SCRNRPT-REC FROM WS-BLANK-LINE.
006140     MOVE WS-CLEAR-COUNT TO SL-CLEAR-COUNT.
006150     MOVE WS-CONFIRM-COUNT TO SL-CONFIRM-COUNT.
006160     MOVE WS-REFUSE-COUNT TO SL-REFUSE-COUNT.
006170     WRITE SCRNRPT-REC FROM WS-SUMMARY-LINE-1.
006180     MOVE WS-SCREENED-COUNT TO SL-SCREENED-COUNT.
006190     MOVE WS-HELD-COUNT TO SL-HELD-COUNT.
006200     MOVE WS-NEW-COUNT TO SL-NEW-COUNT.
006210     WRITE SCRNRPT-REC FROM WS-SUMMARY-LINE-2.
006220     MOVE WS-OPEN-COUNT TO SL-OPEN-COUNT.
006230     MOVE WS-OLDEST-DAYS TO SL-OLDEST-DAYS.
006240     WRITE SCRNRPT-REC FROM WS-SUMMARY-LINE-3.
006250     MOVE "CLOSE" TO AL-ACTION.
006260     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006270     CLOSE SCRNREJ
006280           SCRNRPT.
006290 7000-EXIT.
006300     EXIT.
