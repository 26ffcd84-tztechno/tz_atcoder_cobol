0003K1* 09/02/2026  RM   FOUR-DIGIT YEARS. STORED DATES AND DATE
0003K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0003K3*                  SHARED DATEXPND CENTURY WINDOW.
0003A1* 10/15/2026  RO   JOB DEPENDENCIES AND PARALLEL STREAMS. A FAILED
0003A2*                  JOB USED TO STOP THE WHOLE SUITE, AND A
0003A3*                  HAND-EDITED DISPCTL COULD STILL RUN A JOB WHOSE
0003A4*                  INPUT NEVER ARRIVED. EACH DISPCTL ENTRY MAY NOW
0003A5*                  NAME A STREAM, A CONDITION-CODE RULE AND UP TO
0003A6*                  THREE PREDECESSOR JOBS. IFOK (THE DEFAULT) RUNS
0003A7*                  THE JOB ONLY IF EVERY PREDECESSOR SUCCEEDED,
0003A8*                  ALWAYS RUNS IT REGARDLESS, AND SKIPSTRM
0003A9*                  BYPASSES THE JOB AND THE REST OF ITS STREAM. AN
0003AA*                  ENTRY NAMING NO PREDECESSOR DEPENDS ON
0003AB*                  EVERYTHING BEFORE IT IN ITS STREAM, SO AN
0003AC*                  UNCHANGED DISPCTL STOPS AT ITS FIRST FAILURE AS
0003AD*                  BEFORE. A FAILURE NO LONGER STOPS THE OTHER
0003AE*                  STREAMS. THE DISPSEL CARDS START CHOSEN STREAMS
0003AF*                  ON THEIR OWN, EACH STREAM KEEPS ITS OWN
0003AG*                  CHECKPOINT AND RESTART POINT, AND JOBRPT SHOWS
0003AH*                  EVERY BYPASSED JOB WITH THE REASON.
0003AI* 10/15/2026  RO   A JOB THAT SUCCEEDS AFTER ITS STREAM HAS
0003AJ*                  STOPPED ADVANCING (AN ALWAYS JOB, OR ONE WHOSE
0003AK*                  NAMED PREDECESSORS ALL RAN) NOW LEAVES ITS OWN
0003AL*                  DISPATCH-DONE-NNNNN CHECKPOINT, AND A RESTART
0003AM*                  MARKS THAT ENTRY ALREADY COMPLETE INSTEAD OF
0003AN*                  RUNNING IT A SECOND TIME. A STREAM THAT
0003AO*                  FINISHES CLEAN CLEARS THE ONES IT HONOURED.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000422     SELECT JOBHIST ASSIGN TO "JOBHIST"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS WS-JH-STATUS.
0004A1     SELECT DISPSEL ASSIGN TO "DISPSEL"
0004A2         ORGANIZATION IS LINE SEQUENTIAL
0004A3         FILE STATUS IS WS-SEL-STATUS.
      
000440 DATA DIVISION.
000450 FILE SECTION.
000490     05  DC-JOB-NAME              PIC X(20).
000492     05  FILLER                   PIC X(01).
000494     05  DC-FREQUENCY             PIC X(08).
0004A4     05  FILLER                   PIC X(01).
0004A5     05  DC-STREAM                PIC X(08).
0004A6     05  FILLER                   PIC X(01).
0004A7     05  DC-COND-RULE             PIC X(08).
0004A8         88  DC-RUN-IF-OK                   VALUE "IFOK" SPACES.
0004A9         88  DC-RUN-ALWAYS                  VALUE "ALWAYS".
0004AA         88  DC-SKIP-STREAM                 VALUE "SKIPSTRM".
0004AB     05  DC-PRED-ENTRY OCCURS 3 TIMES.
0004AC         10  FILLER               PIC X(01).
0004AD         10  DC-PRED-JOB          PIC X(20).
      
000510 FD  JOBRPT
000520     RECORDING MODE IS F.
00053O     05  JH-END-TIME              PIC 9(08).
00053Q     05  FILLER                   PIC X(01).
00053S     05  JH-RETURN-CODE           PIC 9(05).

0005A1*    ONE CARD PER STREAM TO RUN. NO CARDS (OR NO FILE) RUNS THEM
0005A2*    ALL.
0005A3 FD  DISPSEL
0005A4     RECORDING MODE IS F.
0005A5 01  DISPSEL-REC.
0005A6     05  DS-STREAM                PIC X(08).
0005A7     05  FILLER                   PIC X(72).
      
000550 WORKING-STORAGE SECTION.
000560 77  WS-EOF-SW                    PIC X(01) VALUE "N".
00061A COPY DATXLINK.
00061F COPY CHKPTLINK.
00061G 77  WS-ENTRY-SEQ                 PIC 9(05) VALUE ZERO COMP.
00061I 77  WS-SEQ-KEY                   PIC 9(05) VALUE ZERO.
00061J 77  WS-FAILED-SW                 PIC X(01) VALUE "N".
00061K     88  WS-SUITE-FAILED                    VALUE "Y".
00061M 77  WS-JH-STATUS                 PIC X(02) VALUE SPACES.
00061N 77  WS-START-TIME                PIC 9(08) VALUE ZERO.
00061O 77  WS-END-TIME                  PIC 9(08) VALUE ZERO.
0006A1 77  WS-SEL-STATUS                PIC X(02) VALUE SPACES.
0006A2 77  WS-STREAM                    PIC X(08) VALUE SPACES.
0006A3 77  WS-ST-IDX                    PIC 9(05) VALUE ZERO COMP.
0006A4 77  WS-OC-IDX                    PIC 9(05) VALUE ZERO COMP.
0006A5 77  WS-S                         PIC 9(05) COMP.
0006A6 77  WS-P                         PIC 9(05) COMP.
0006A7 77  WS-SELECTED-SW               PIC X(01) VALUE "N".
0006A8     88  WS-STREAM-SELECTED                 VALUE "Y".
0006A9 77  WS-OUTCOME                   PIC X(01) VALUE SPACES.
0006AA 77  WS-PRED-NAME                 PIC X(20) VALUE SPACES.
0006AB 77  WS-PRED-OUTCOME              PIC X(01) VALUE SPACES.
0006AC 77  WS-BYPASS-REASON             PIC X(60) VALUE SPACES.
0006AD 77  WS-BYPASS-COUNT              PIC 9(05) VALUE ZERO COMP.
0006B9 77  WS-DONE-SW                   PIC X(01) VALUE "N".
0006BA     88  WS-ENTRY-DONE                      VALUE "Y".

0006AE*    THE STREAMS NAMED ON DISPSEL.
0006AF 01  WS-SELECT-TABLE.
0006AG     05  WS-SELECT-COUNT          PIC 9(05) VALUE ZERO COMP.
0006AH     05  SS-STREAM OCCURS 20 TIMES
0006AI                                  PIC X(08).

0006AJ*    ONE ENTRY PER STREAM MET THIS RUN. A BLANK DC-STREAM IS THE
0006AK*    MAIN STREAM, WHOSE CHECKPOINT KEEPS THE DISPATCH NAME.
0006AL*    ST-BAD-JOB IS THE FIRST JOB IN THE STREAM TO FAIL OR BE
0006AM*    BYPASSED; WHILE IT IS BLANK THE STREAM'S CHECKPOINT ADVANCES.
0006AN 01  WS-STREAM-TABLE.
0006AO     05  WS-STREAM-COUNT          PIC 9(05) VALUE ZERO COMP.
0006AP     05  ST-ENTRY OCCURS 20 TIMES
0006AQ                  INDEXED BY ST-IDX.
0006AR         10  ST-STREAM            PIC X(08).
0006AS         10  ST-CKPT-NAME         PIC X(20).
0006AT         10  ST-RESUME-SEQ        PIC 9(05) COMP.
0006AU         10  ST-BAD-JOB           PIC X(20).
0006AV         10  ST-BAD-OUTCOME       PIC X(01).
0006AW         10  ST-STOPPED-SW        PIC X(01).
0006AX             88  ST-STOPPED                 VALUE "Y".

0006AY*    THE LATEST OUTCOME OF EVERY JOB MET THIS RUN, FOR THE
0006AZ*    PREDECESSOR TESTS: S SUCCEEDED, A ALREADY COMPLETE, C SKIPPED
0006B1*    BY CALENDAR, F FAILED, B BYPASSED.
0006B2 01  WS-OUTCOME-TABLE.
0006B3     05  WS-OUTCOME-COUNT         PIC 9(05) VALUE ZERO COMP.
0006B4     05  OC-ENTRY OCCURS 500 TIMES
0006B5                  INDEXED BY OC-IDX.
0006B6         10  OC-JOB-NAME          PIC X(20).
0006B7         10  OC-OUTCOME           PIC X(01).
0006B8             88  OC-SATISFIED               VALUE "S" "A" "C".

0006BB*    ENTRIES A RESTART FOUND ALREADY COMPLETE ON THEIR OWN
0006BC*    DISPATCH-DONE CHECKPOINT, CLEARED WHEN THE STREAM RUNS CLEAN.
0006BD 01  WS-DONE-TABLE.
0006BE     05  WS-DONE-COUNT            PIC 9(05) VALUE ZERO COMP.
0006BF     05  DN-ENTRY OCCURS 500 TIMES
0006BG                  INDEXED BY DN-IDX.
0006BH         10  DN-SEQ               PIC 9(05).
0006BI         10  DN-STREAM            PIC X(08).
      
000630 01  WS-HEADING-LINE.
000640     05  FILLER                  PIC X(30) VALUE
000680 01  WS-DETAIL-LINE.
000690     05  FILLER                  PIC X(05) VALUE "JOB ".
000700     05  DL-JOB-NAME              PIC X(20).
0007A1     05  FILLER                  PIC X(01) VALUE SPACES.
0007A2     05  DL-STREAM                PIC X(08).
000710     05  FILLER                  PIC X(05) VALUE "  RC:".
000720     05  DL-RC                    PIC ZZZZ9.
000730     05  FILLER                  PIC X(02) VALUE SPACES.
000740     05  DL-STATUS                PIC X(25).
0007A3     05  FILLER                  PIC X(09) VALUE SPACES.

0007A4 01  WS-REASON-LINE.
0007A5     05  FILLER                  PIC X(14) VALUE
0007A6         "     REASON - ".
0007A7     05  RL-REASON                PIC X(60).
0007A8     05  FILLER                  PIC X(06) VALUE SPACES.

0007A9 01  WS-RESTART-LINE.
0007AA     05  FILLER                  PIC X(07) VALUE "STREAM ".
0007AB     05  RS-STREAM                PIC X(08).
0007AC     05  FILLER                  PIC X(24) VALUE
0007AD         " RESTARTING AFTER ENTRY ".
0007AE     05  RS-RESUME-SEQ            PIC ZZZZ9.
0007AF     05  FILLER                  PIC X(36) VALUE SPACES.
      
000770 01  WS-SUMMARY-LINE.
000780     05  FILLER                  PIC X(15) VALUE
000834         "  SKIPPED BY CALENDAR:".
000836     05  SL-SKIP-COUNT            PIC ZZZZ9.
000840     05  FILLER                  PIC X(11) VALUE SPACES.

0008A1 01  WS-SUMMARY-LINE-2.
0008A2     05  FILLER                  PIC X(24) VALUE
0008A3         "BYPASSED BY DEPENDENCY: ".
0008A4     05  SL-BYPASS-COUNT          PIC ZZZZ9.
0008A5     05  FILLER                  PIC X(15) VALUE
0008A6         "  STREAMS RUN: ".
0008A7     05  SL-STREAM-COUNT          PIC ZZZZ9.
0008A8     05  FILLER                  PIC X(31) VALUE SPACES.
      
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000964     MOVE WS-RUN-DATE (3:2) TO WS-RUN-MONTH.
000966     PERFORM 1100-CLASSIFY-RUN-DATE THRU 1100-EXIT.
000970     WRITE JOBRPT-REC FROM WS-HEADING-LINE.
0009A1     PERFORM 1200-LOAD-SELECTION THRU 1200-EXIT.
000980     PERFORM 8000-READ-DISPCTL THRU 8000-EXIT.
000990 1000-EXIT.
001000     EXIT.
00100a     EXIT.
      
001020*----------------------------------------------------------------
0010A1* 1200-LOAD-SELECTION - THE DISPSEL CARDS NAME THE STREAMS THIS
0010A2*                       INVOCATION RUNS, SO OPERATIONS CAN START
0010A3*                       THE INVENTORY CHAIN APART FROM THE POLICY
0010A4*                       AND AR CHAIN. NO CARDS RUNS EVERY STREAM.
0010A5*----------------------------------------------------------------
0010A6 1200-LOAD-SELECTION.
0010A7     OPEN INPUT DISPSEL.
0010A8     IF WS-SEL-STATUS NOT = "00"
0010A9         GO TO 1200-EXIT
0010AA     END-IF.
0010AB     PERFORM 1210-LOAD-ONE-CARD THRU 1210-EXIT
0010AC         UNTIL WS-EOF.
0010AD     CLOSE DISPSEL.
0010AE     MOVE "N" TO WS-EOF-SW.
0010AF 1200-EXIT.
0010AG     EXIT.

0010AH 1210-LOAD-ONE-CARD.
0010AI     READ DISPSEL
0010AJ         AT END
0010AK             SET WS-EOF TO TRUE
0010AL             GO TO 1210-EXIT
0010AM     END-READ.
0010AN     IF DS-STREAM = SPACES
0010AO         GO TO 1210-EXIT
0010AP     END-IF.
0010AQ     IF WS-SELECT-COUNT >= 20
0010AR         DISPLAY "DISPATCH - DISPSEL EXCEEDS THE 20-STREAM "
0010AS             "TABLE - RUN ABORTED"
0010AT         MOVE 16 TO RETURN-CODE
0010AU         STOP RUN
0010AV     END-IF.
0010AW     ADD 1 TO WS-SELECT-COUNT.
0010AX     MOVE DS-STREAM TO SS-STREAM(WS-SELECT-COUNT).
0010AY 1210-EXIT.
0010AZ     EXIT.

0010B1 1220-MATCH-SELECTION.
0010B2     IF SS-STREAM(WS-S) = WS-STREAM
0010B3         SET WS-STREAM-SELECTED TO TRUE
0010B4     END-IF.
0010B5 1220-EXIT.
0010B6     EXIT.

0010B7*----------------------------------------------------------------
001030* 2000-RUN-JOB - RUN THE NEXT COMPILED JOB IN THE FIXED SEQUENCE
001040*                 AND RECORD WHAT IT REPORTED BACK. A NONZERO
001050*                 RETURN-CODE MEANS THE OPERATOR NEEDS TO LOOK AT
0010B8*                 THAT JOB BEFORE THE NEXT RUN. A JOB IN A STREAM
0010B9*                 NOT SELECTED ON DISPSEL IS PASSED OVER SILENTLY;
0010BA*                 ONE WHOSE PREDECESSORS DO NOT SATISFY ITS RULE
0010BB*                 IS BYPASSED AND THE REASON PRINTED. A FAILURE
0010BC*                 NO LONGER ENDS THE RUN - THE RULES OF THE JOBS
0010BD*                 AFTER IT DECIDE WHAT ELSE RUNS. ONE THAT RUNS
0010CK*                 CLEAN BEHIND A FAILURE CANNOT ADVANCE THE
0010CL*                 STREAM'S RESTART POINT, SO IT IS CHECKPOINTED
0010CM*                 ON ITS OWN.
001070*----------------------------------------------------------------
001080 2000-RUN-JOB.
001081     ADD 1 TO WS-ENTRY-SEQ.
0010BE     MOVE DC-STREAM TO WS-STREAM.
0010BF     IF WS-STREAM = SPACES
0010BG         MOVE "MAIN" TO WS-STREAM
0010BH     END-IF.
0010BI     IF WS-SELECT-COUNT > ZERO
0010BJ         MOVE "N" TO WS-SELECTED-SW
0010BK         PERFORM 1220-MATCH-SELECTION THRU 1220-EXIT
0010BL             VARYING WS-S FROM 1 BY 1
0010BM             UNTIL WS-S > WS-SELECT-COUNT OR WS-STREAM-SELECTED
0010BN         IF NOT WS-STREAM-SELECTED
0010BO             PERFORM 8000-READ-DISPCTL THRU 8000-EXIT
0010BP             GO TO 2000-EXIT
0010BQ         END-IF
0010BR     END-IF.
0010BS     PERFORM 2100-FIND-STREAM THRU 2100-EXIT.
0010BT     SET ST-IDX TO WS-ST-IDX.
0010BU     MOVE DC-JOB-NAME TO DL-JOB-NAME.
0010BV     MOVE WS-STREAM TO DL-STREAM.
0010BW     MOVE ZERO TO DL-RC.
0010CN     PERFORM 2150-CHECK-DONE THRU 2150-EXIT.
0010BX     IF WS-ENTRY-DONE
00108G         MOVE "ALREADY COMPLETE" TO DL-STATUS
00108H         WRITE JOBRPT-REC FROM WS-DETAIL-LINE
0010BY         MOVE "A" TO WS-OUTCOME
0010BZ         PERFORM 2700-RECORD-OUTCOME THRU 2700-EXIT
0010C1         PERFORM 8000-READ-DISPCTL THRU 8000-EXIT
0010C2         GO TO 2000-EXIT
0010C3     END-IF.
0010C4     IF ST-STOPPED(ST-IDX)
0010C5         MOVE SPACES TO WS-BYPASS-REASON
0010C6         STRING "STREAM " DELIMITED BY SIZE
0010C7                WS-STREAM DELIMITED BY SPACE
0010C8                " STOPPED AFTER " DELIMITED BY SIZE
0010C9                ST-BAD-JOB(ST-IDX) DELIMITED BY SPACE
0010CA             INTO WS-BYPASS-REASON
0010CB         PERFORM 2200-BYPASS-JOB THRU 2200-EXIT
00108I         PERFORM 8000-READ-DISPCTL THRU 8000-EXIT
00108J         GO TO 2000-EXIT
00108K     END-IF.
001082     PERFORM 2500-JUDGE-FREQUENCY THRU 2500-EXIT.
001084     IF NOT WS-RUN-TODAY
001085         ADD 1 TO WS-SKIP-COUNT
001088         MOVE "SKIPPED BY CALENDAR" TO DL-STATUS
001089         WRITE JOBRPT-REC FROM WS-DETAIL-LINE
0010CC         MOVE "C" TO WS-OUTCOME
0010CD         PERFORM 2700-RECORD-OUTCOME THRU 2700-EXIT
0010CE         PERFORM 8000-READ-DISPCTL THRU 8000-EXIT
0010CF         GO TO 2000-EXIT
0010CG     END-IF.
0010CH     PERFORM 2600-JUDGE-PREDECESSORS THRU 2600-EXIT.
0010CI     IF WS-BYPASS-REASON NOT = SPACES
0010CJ         PERFORM 2200-BYPASS-JOB THRU 2200-EXIT
00108A         PERFORM 8000-READ-DISPCTL THRU 8000-EXIT
00108B         GO TO 2000-EXIT
00108C     END-IF.
001140     MOVE RETURN-CODE TO WS-JOB-RC.
001142     ACCEPT WS-END-TIME FROM TIME.
001144     PERFORM 2800-SAVE-HISTORY THRU 2800-EXIT.
001160     MOVE WS-JOB-RC TO DL-RC.
001170     IF WS-JOB-RC = ZERO
001180         MOVE "SUCCEEDED" TO DL-STATUS
0011A1         MOVE "S" TO WS-OUTCOME
0011A2         IF ST-BAD-JOB(ST-IDX) = SPACES
0011A3             PERFORM 2900-SAVE-POSITION THRU 2900-EXIT
0011AA         ELSE
0011AB             PERFORM 2910-SAVE-DONE THRU 2910-EXIT
0011A4         END-IF
001190     ELSE
001200         ADD 1 TO WS-ATTN-COUNT
001210         MOVE "NEEDS OPERATOR ATTENTION" TO DL-STATUS
0012A1         MOVE "F" TO WS-OUTCOME
001215         SET WS-SUITE-FAILED TO TRUE
0012A2         IF ST-BAD-JOB(ST-IDX) = SPACES
0012A3             MOVE DC-JOB-NAME TO ST-BAD-JOB(ST-IDX)
0012A4             MOVE "F" TO ST-BAD-OUTCOME(ST-IDX)
0012A5         END-IF
001220     END-IF.
001230     WRITE JOBRPT-REC FROM WS-DETAIL-LINE.
0012A6     PERFORM 2700-RECORD-OUTCOME THRU 2700-EXIT.
001240     PERFORM 8000-READ-DISPCTL THRU 8000-EXIT.
001250 2000-EXIT.
0012A7     EXIT.

0012A8*----------------------------------------------------------------
0012A9* 2100-FIND-STREAM - LEAVE WS-ST-IDX ON THE ENTRY'S STREAM. THE
0012AA*                    FIRST TIME A STREAM IS MET ITS OWN CHECKPOINT
0012AB*                    IS READ FOR THE RESTART POINT.
0012AC*----------------------------------------------------------------
0012AD 2100-FIND-STREAM.
0012AE     MOVE ZERO TO WS-ST-IDX.
0012AF     PERFORM 2110-MATCH-STREAM THRU 2110-EXIT
0012AG         VARYING WS-S FROM 1 BY 1
0012AH         UNTIL WS-S > WS-STREAM-COUNT OR WS-ST-IDX > ZERO.
0012AI     IF WS-ST-IDX > ZERO
0012AJ         GO TO 2100-EXIT
0012AK     END-IF.
0012AL     IF WS-STREAM-COUNT >= 20
0012AM         DISPLAY "DISPATCH - DISPCTL EXCEEDS THE 20-STREAM "
0012AN             "TABLE - RUN ABORTED"
0012AO         MOVE 16 TO RETURN-CODE
0012AP         STOP RUN
0012AQ     END-IF.
0012AR     ADD 1 TO WS-STREAM-COUNT.
0012AS     MOVE WS-STREAM-COUNT TO WS-ST-IDX.
0012AT     SET ST-IDX TO WS-ST-IDX.
0012AU     MOVE WS-STREAM TO ST-STREAM(ST-IDX).
0012AV     MOVE SPACES TO ST-BAD-JOB(ST-IDX)
0012AW                    ST-BAD-OUTCOME(ST-IDX).
0012AX     MOVE "N" TO ST-STOPPED-SW(ST-IDX).
0012AY     MOVE ZERO TO ST-RESUME-SEQ(ST-IDX).
0012AZ     IF WS-STREAM = "MAIN"
0012B1         MOVE "DISPATCH" TO ST-CKPT-NAME(ST-IDX)
0012B2     ELSE
0012B3         MOVE SPACES TO ST-CKPT-NAME(ST-IDX)
0012B4         STRING "DISPATCH-" DELIMITED BY SIZE
0012B5                WS-STREAM DELIMITED BY SPACE
0012B6             INTO ST-CKPT-NAME(ST-IDX)
0012B7     END-IF.
0012B8     MOVE "READ " TO CP-ACTION.
0012B9     MOVE ST-CKPT-NAME(ST-IDX) TO CP-JOB-NAME.
0012BA     CALL "CHECKPT" USING CHECKPOINT-PARMS.
0012BB     IF CP-RETURN-CODE = ZERO
0012BC         MOVE FUNCTION NUMVAL(CP-LAST-KEY)
0012BD             TO ST-RESUME-SEQ(ST-IDX)
0012BE     END-IF.
0012BF     IF ST-RESUME-SEQ(ST-IDX) > ZERO
0012BG         MOVE WS-STREAM TO RS-STREAM
0012BH         MOVE ST-RESUME-SEQ(ST-IDX) TO RS-RESUME-SEQ
0012BI         WRITE JOBRPT-REC FROM WS-RESTART-LINE
0012BJ     END-IF.
0012BK 2100-EXIT.
0012BL     EXIT.

0012BM 2110-MATCH-STREAM.
0012BN     IF ST-STREAM(WS-S) = WS-STREAM
0012BO         MOVE WS-S TO WS-ST-IDX
0012BP     END-IF.
0012BQ 2110-EXIT.
0012BR     EXIT.

0012FQ*----------------------------------------------------------------
0012FR* 2150-CHECK-DONE - AN ENTRY IS ALREADY COMPLETE IF IT IS AT OR
0012FS*                   BEFORE ITS STREAM'S RESTART POINT, OR IF IT
0012FT*                   RAN CLEAN BEHIND A FAILURE ON AN EARLIER RUN
0012FU*                   AND LEFT ITS OWN DISPATCH-DONE CHECKPOINT. A
0012FV*                   DONE ENTRY MET WHILE THE STREAM IS STILL
0012FW*                   ADVANCING MOVES THE RESTART POINT PAST IT.
0012FX*----------------------------------------------------------------
0012FY 2150-CHECK-DONE.
0012FZ     MOVE "N" TO WS-DONE-SW.
0012G1     IF WS-ENTRY-SEQ <= ST-RESUME-SEQ(ST-IDX)
0012G2         SET WS-ENTRY-DONE TO TRUE
0012G3         GO TO 2150-EXIT
0012G4     END-IF.
0012G5     MOVE WS-ENTRY-SEQ TO WS-SEQ-KEY.
0012G6     PERFORM 2920-BUILD-DONE-NAME THRU 2920-EXIT.
0012G7     MOVE "READ " TO CP-ACTION.
0012G8     CALL "CHECKPT" USING CHECKPOINT-PARMS.
0012G9     IF CP-RETURN-CODE NOT = ZERO
0012GA         GO TO 2150-EXIT
0012GB     END-IF.
0012GC     SET WS-ENTRY-DONE TO TRUE.
0012GD     IF WS-DONE-COUNT >= 500
0012GE         DISPLAY "DISPATCH - DISPCTL EXCEEDS THE 500-ENTRY "
0012GF             "DONE TABLE - RUN ABORTED"
0012GG         MOVE 16 TO RETURN-CODE
0012GH         STOP RUN
0012GI     END-IF.
0012GJ     ADD 1 TO WS-DONE-COUNT.
0012GK     SET DN-IDX TO WS-DONE-COUNT.
0012GL     MOVE WS-ENTRY-SEQ TO DN-SEQ(DN-IDX).
0012GM     MOVE WS-STREAM TO DN-STREAM(DN-IDX).
0012GN     IF ST-BAD-JOB(ST-IDX) = SPACES
0012GO         PERFORM 2900-SAVE-POSITION THRU 2900-EXIT
0012GP     END-IF.
0012GQ 2150-EXIT.
0012GR     EXIT.

0012BS*----------------------------------------------------------------
0012BT* 2200-BYPASS-JOB - A BYPASSED JOB IS NOT RUN, IS NOT A FAILURE
0012BU*                   ITSELF, BUT DOES HOLD ITS STREAM'S RESTART
0012BV*                   POINT SO A RESTART PICKS IT UP.
0012BW*----------------------------------------------------------------
0012BX 2200-BYPASS-JOB.
0012BY     ADD 1 TO WS-BYPASS-COUNT.
0012BZ     MOVE "BYPASSED" TO DL-STATUS.
0012C1     WRITE JOBRPT-REC FROM WS-DETAIL-LINE.
0012C2     MOVE WS-BYPASS-REASON TO RL-REASON.
0012C3     WRITE JOBRPT-REC FROM WS-REASON-LINE.
0012C4     IF ST-BAD-JOB(ST-IDX) = SPACES
0012C5         MOVE DC-JOB-NAME TO ST-BAD-JOB(ST-IDX)
0012C6         MOVE "B" TO ST-BAD-OUTCOME(ST-IDX)
0012C7     END-IF.
0012C8     MOVE "B" TO WS-OUTCOME.
0012C9     PERFORM 2700-RECORD-OUTCOME THRU 2700-EXIT.
0012CA 2200-EXIT.
001260     EXIT.

00125A*----------------------------------------------------------------
00126F*----------------------------------------------------------------
00126G 2900-SAVE-POSITION.
00126H     MOVE "WRITE" TO CP-ACTION.
0012CB     MOVE ST-CKPT-NAME(ST-IDX) TO CP-JOB-NAME.
00126J     MOVE WS-ENTRY-SEQ TO WS-SEQ-KEY.
00126K     MOVE WS-SEQ-KEY TO CP-LAST-KEY.
00126L     MOVE WS-RUN-ID TO CP-RUN-ID.
00126M     CALL "CHECKPT" USING CHECKPOINT-PARMS.
00126N 2900-EXIT.
00126O     EXIT.

00126P*----------------------------------------------------------------
00126Q* 2910-SAVE-DONE - AN ENTRY THAT SUCCEEDS BEHIND ITS STREAM'S
00126R*                  FIRST FAILURE CANNOT MOVE THE RESTART POINT,
00126S*                  SO IT GETS A CHECKPOINT OF ITS OWN, NAMED FOR
00126T*                  ITS ENTRY SEQUENCE, AND A RESTART SKIPS IT.
00126U*----------------------------------------------------------------
00126V 2910-SAVE-DONE.
00126W     MOVE WS-ENTRY-SEQ TO WS-SEQ-KEY.
00126X     PERFORM 2920-BUILD-DONE-NAME THRU 2920-EXIT.
00126Y     MOVE "WRITE" TO CP-ACTION.
00126Z     MOVE WS-SEQ-KEY TO CP-LAST-KEY.
0012GS     MOVE WS-RUN-ID TO CP-RUN-ID.
0012GT     CALL "CHECKPT" USING CHECKPOINT-PARMS.
0012GU 2910-EXIT.
0012GV     EXIT.

0012GW 2920-BUILD-DONE-NAME.
0012GX     MOVE SPACES TO CP-JOB-NAME.
0012GY     STRING "DISPATCH-DONE-" DELIMITED BY SIZE
0012GZ            WS-SEQ-KEY DELIMITED BY SIZE
0012H1         INTO CP-JOB-NAME.
0012H2 2920-EXIT.
0012H3     EXIT.
      
00127A*----------------------------------------------------------------
00127B* 2500-JUDGE-FREQUENCY - DOES THIS ENTRY'S FREQUENCY CODE PUT IT
001279 2500-EXIT.
00127a     EXIT.

0012CC*----------------------------------------------------------------
0012CD* 2600-JUDGE-PREDECESSORS - LEAVE WS-BYPASS-REASON BLANK IF THE
0012CE*                           ENTRY MAY RUN. AN ENTRY NAMING NO
0012CF*                           PREDECESSOR DEPENDS ON EVERYTHING
0012CG*                           BEFORE IT IN ITS STREAM, AS THE SUITE
0012CH*                           ALWAYS HAS. A NAMED PREDECESSOR IS
0012CI*                           SATISFIED IF IT SUCCEEDED, WAS ALREADY
0012CJ*                           COMPLETE, OR WAS NOT DUE BY CALENDAR.
0012CK*                           THE RULE THEN DECIDES: IFOK BYPASSES
0012CL*                           THE ENTRY, ALWAYS RUNS IT ANYWAY, AND
0012CM*                           SKIPSTRM BYPASSES IT AND EVERYTHING
0012CN*                           AFTER IT IN THE STREAM.
0012CO*----------------------------------------------------------------
0012CP 2600-JUDGE-PREDECESSORS.
0012CQ     MOVE SPACES TO WS-BYPASS-REASON.
0012CR     IF DC-PRED-JOB(1) = SPACES
0012CS             AND DC-PRED-JOB(2) = SPACES
0012CT             AND DC-PRED-JOB(3) = SPACES
0012CU         IF ST-BAD-JOB(ST-IDX) NOT = SPACES
0012CV             MOVE ST-BAD-JOB(ST-IDX) TO WS-PRED-NAME
0012CW             MOVE ST-BAD-OUTCOME(ST-IDX) TO WS-PRED-OUTCOME
0012CX             PERFORM 2620-BUILD-REASON THRU 2620-EXIT
0012CY         END-IF
0012CZ     ELSE
0012D1         PERFORM 2610-CHECK-ONE-PRED THRU 2610-EXIT
0012D2             VARYING WS-P FROM 1 BY 1
0012D3             UNTIL WS-P > 3 OR WS-BYPASS-REASON NOT = SPACES
0012D4     END-IF.
0012D5     IF WS-BYPASS-REASON = SPACES
0012D6         GO TO 2600-EXIT
0012D7     END-IF.
0012D8     EVALUATE TRUE
0012D9         WHEN DC-RUN-ALWAYS
0012DA             MOVE SPACES TO WS-BYPASS-REASON
0012DB         WHEN DC-SKIP-STREAM
0012DC             MOVE "Y" TO ST-STOPPED-SW(ST-IDX)
0012DD         WHEN OTHER
0012DE             CONTINUE
0012DF     END-EVALUATE.
0012DG 2600-EXIT.
0012DH     EXIT.

0012DI 2610-CHECK-ONE-PRED.
0012DJ     IF DC-PRED-JOB(WS-P) = SPACES
0012DK         GO TO 2610-EXIT
0012DL     END-IF.
0012DM     MOVE DC-PRED-JOB(WS-P) TO WS-PRED-NAME.
0012DN     MOVE SPACE TO WS-PRED-OUTCOME.
0012DO     MOVE ZERO TO WS-OC-IDX.
0012DP     PERFORM 2630-MATCH-OUTCOME THRU 2630-EXIT
0012DQ         VARYING WS-S FROM 1 BY 1
0012DR         UNTIL WS-S > WS-OUTCOME-COUNT OR WS-OC-IDX > ZERO.
0012DS     IF WS-OC-IDX > ZERO
0012DT         SET OC-IDX TO WS-OC-IDX
0012DU         IF OC-SATISFIED(OC-IDX)
0012DV             GO TO 2610-EXIT
0012DW         END-IF
0012DX         MOVE OC-OUTCOME(OC-IDX) TO WS-PRED-OUTCOME
0012DY     END-IF.
0012DZ     PERFORM 2620-BUILD-REASON THRU 2620-EXIT.
0012E1 2610-EXIT.
0012E2     EXIT.

0012E3 2620-BUILD-REASON.
0012E4     MOVE SPACES TO WS-BYPASS-REASON.
0012E5     EVALUATE WS-PRED-OUTCOME
0012E6         WHEN "F"
0012E7             STRING "PREDECESSOR " DELIMITED BY SIZE
0012E8                    WS-PRED-NAME DELIMITED BY SPACE
0012E9                    " FAILED" DELIMITED BY SIZE
0012EA                 INTO WS-BYPASS-REASON
0012EB         WHEN "B"
0012EC             STRING "PREDECESSOR " DELIMITED BY SIZE
0012ED                    WS-PRED-NAME DELIMITED BY SPACE
0012EE                    " WAS BYPASSED" DELIMITED BY SIZE
0012EF                 INTO WS-BYPASS-REASON
0012EG         WHEN OTHER
0012EH             STRING "PREDECESSOR " DELIMITED BY SIZE
0012EI                    WS-PRED-NAME DELIMITED BY SPACE
0012EJ                    " NOT RUN THIS CYCLE" DELIMITED BY SIZE
0012EK                 INTO WS-BYPASS-REASON
0012EL     END-EVALUATE.
0012EM 2620-EXIT.
0012EN     EXIT.

0012EO 2630-MATCH-OUTCOME.
0012EP     IF OC-JOB-NAME(WS-S) = WS-PRED-NAME
0012EQ         MOVE WS-S TO WS-OC-IDX
0012ER     END-IF.
0012ES 2630-EXIT.
0012ET     EXIT.

0012EU*----------------------------------------------------------------
0012EV* 2700-RECORD-OUTCOME - REMEMBER HOW THE ENTRY ENDED SO LATER
0012EW*                       ENTRIES CAN NAME IT AS A PREDECESSOR. A
0012EX*                       JOB LISTED TWICE KEEPS ITS LATEST OUTCOME.
0012EY*----------------------------------------------------------------
0012EZ 2700-RECORD-OUTCOME.
0012F1     MOVE DC-JOB-NAME TO WS-PRED-NAME.
0012F2     MOVE ZERO TO WS-OC-IDX.
0012F3     PERFORM 2630-MATCH-OUTCOME THRU 2630-EXIT
0012F4         VARYING WS-S FROM 1 BY 1
0012F5         UNTIL WS-S > WS-OUTCOME-COUNT OR WS-OC-IDX > ZERO.
0012F6     IF WS-OC-IDX = ZERO
0012F7         IF WS-OUTCOME-COUNT >= 500
0012F8             DISPLAY "DISPATCH - DISPCTL EXCEEDS THE 500-JOB "
0012F9                 "OUTCOME TABLE - RUN ABORTED"
0012FA             MOVE 16 TO RETURN-CODE
0012FB             STOP RUN
0012FC         END-IF
0012FD         ADD 1 TO WS-OUTCOME-COUNT
0012FE         MOVE WS-OUTCOME-COUNT TO WS-OC-IDX
0012FF     END-IF.
0012FG     SET OC-IDX TO WS-OC-IDX.
0012FH     MOVE DC-JOB-NAME TO OC-JOB-NAME(OC-IDX).
0012FI     MOVE WS-OUTCOME TO OC-OUTCOME(OC-IDX).
0012FJ 2700-EXIT.
0012FK     EXIT.

0012FL*----------------------------------------------------------------
0012FM* 3000-FINALIZE - EACH STREAM THAT RAN CLEAN HAS ITS CHECKPOINT
0012FN*                 CLEARED; A STREAM WITH A FAILED OR BYPASSED JOB
0012FO*                 KEEPS ITS OWN RESTART POINT FOR THE NEXT RUN,
0012H4*                 AND ITS DISPATCH-DONE CHECKPOINTS WITH IT.
0012FP*----------------------------------------------------------------
001280 3000-FINALIZE.
001290     MOVE WS-JOB-COUNT TO SL-JOB-COUNT.
001300     MOVE WS-ATTN-COUNT TO SL-ATTN-COUNT.
001302     MOVE WS-SKIP-COUNT TO SL-SKIP-COUNT.
001310     WRITE JOBRPT-REC FROM WS-SUMMARY-LINE.
0013A1     MOVE WS-BYPASS-COUNT TO SL-BYPASS-COUNT.
0013A2     MOVE WS-STREAM-COUNT TO SL-STREAM-COUNT.
0013A3     WRITE JOBRPT-REC FROM WS-SUMMARY-LINE-2.
0013A4     PERFORM 3100-CLOSE-STREAM THRU 3100-EXIT
0013A5         VARYING ST-IDX FROM 1 BY 1
0013A6         UNTIL ST-IDX > WS-STREAM-COUNT.
001312     IF WS-SUITE-FAILED
001313         MOVE 8 TO RETURN-CODE
001318     END-IF.
001320     CLOSE DISPCTL
001330           JOBRPT.
001340 3000-EXIT.
0013A7     EXIT.

0013A8 3100-CLOSE-STREAM.
0013A9     IF ST-BAD-JOB(ST-IDX) = SPACES
0013AA         MOVE "CLEAR" TO CP-ACTION
0013AB         MOVE ST-CKPT-NAME(ST-IDX) TO CP-JOB-NAME
0013AC         CALL "CHECKPT" USING CHECKPOINT-PARMS
0013AF         PERFORM 3110-CLEAR-DONE THRU 3110-EXIT
0013AG             VARYING DN-IDX FROM 1 BY 1
0013AH             UNTIL DN-IDX > WS-DONE-COUNT
0013AD     END-IF.
0013AE 3100-EXIT.
001350     EXIT.

00135A 3110-CLEAR-DONE.
00135B     IF DN-STREAM(DN-IDX) NOT = ST-STREAM(ST-IDX)
00135C         GO TO 3110-EXIT
00135D     END-IF.
00135E     MOVE DN-SEQ(DN-IDX) TO WS-SEQ-KEY.
00135F     PERFORM 2920-BUILD-DONE-NAME THRU 2920-EXIT.
00135G     MOVE "CLEAR" TO CP-ACTION.
00135H     CALL "CHECKPT" USING CHECKPOINT-PARMS.
00135I 3110-EXIT.
00135J     EXIT.
      
001370 8000-READ-DISPCTL.
001380     READ DISPCTL
