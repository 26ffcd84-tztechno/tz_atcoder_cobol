000260*                  APPLICATIONS GO TO POLINREJ IN THE SHARED
000270*                  REJECTREC LAYOUT FOR REPAIR AND RESUBMIT. A
000280*                  RUN SUMMARY GOES TO POLINRPT.
000282* 10/15/2026  RO   AGENT LICENSING. APPLFILE NOW CARRIES THE
000284*                  WRITING AGENT'S ID, WHICH BECOMES PM-AGENT-ID
000286*                  ON THE NEW POLICY. THE AGENT IS CHECKED
000288*                  THROUGH THE SHARED AGTLICCK SERVICE AND AN
00028A*                  APPLICATION WRITTEN UNDER AN AGENT WHO IS NOT
00028B*                  ON AGTMAST, UNLICENSED, PAST LICENSE EXPIRY OR
00028C*                  NOT APPOINTED REJECTS TO POLINREJ. DIRECT
00028D*                  BUSINESS (NO AGENT) IS UNAFFECTED.
00028E* 10/15/2026  RO   UNDERWRITING REFERRAL. AN APPLICATION WITH A
00028F*                  RISK FACTOR OVER THE BIZPARM UWRISKMAX LIMIT
00028G*                  (DEFAULT 100) OR A RATING IN THE TOP TIERCTL
00028H*                  TIER IS NO LONGER LOADED OUTRIGHT. IT IS GIVEN
00028I*                  THE NEXT REFERRAL NUMBER OFF THE UWRCTL CONTROL
00028J*                  FILE AND QUEUED ON UWREFER FOR AN UNDERWRITER;
00028K*                  UWAPPLY APPLIES THE DECISIONS. REFERRALS ARE
00028L*                  AUDIT-LOGGED AND COUNTED ON THE RUN SUMMARY.
00028M* 10/15/2026  RO   EACH POLICY LOADED IS QUEUED ON DECQUEUE SO
00028N*                  DECPRINT PRINTS ITS NEW BUSINESS DECLARATIONS.
0002A1* 10/15/2026  RO   WATCH-LIST SCREENING. EACH APPLICANT'S NAME IS
0002A2*                  SCREENED THROUGH THE SHARED WLSCREEN SERVICE
0002A3*                  BEFORE REFERRAL OR LOAD. A POSSIBLE OR
0002A4*                  CONFIRMED MATCH, OR NO WATCH LIST TO SCREEN
0002A5*                  AGAINST, REJECTS THE APPLICATION TO POLINREJ
0002A6*                  WITH THE REVIEW CASE NUMBER; IT IS RESUBMITTED
0002A7*                  ONCE A COMPLIANCE OFFICER HAS CLEARED THE CASE.
0002A8* 10/15/2026  RO   EACH POLICY LOADED NOW CARRIES ITS TERM PREMIUM
0002A9*                  ON POLMAST (CARVED FROM FILLER), CAPTURED FROM
0002AA*                  THE RATES AT INCEPTION. THE PREMIUM RUN BILLS
0002AB*                  IT, SO A LATER MID-TERM ENDORSEMENT IS NOT
0002AC*                  BILLED A SECOND TIME.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT POLINRPT ASSIGN TO "POLINRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000611     SELECT BIZPARM ASSIGN TO "BIZPARM"
000612         ORGANIZATION IS LINE SEQUENTIAL
000613         FILE STATUS IS WS-PARM-STATUS.
000614     SELECT UWRCTL ASSIGN TO "UWRCTL"
000615         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-UWRC-STATUS.
000617     SELECT UWREFER ASSIGN TO "UWREFER"
000618         ORGANIZATION IS LINE SEQUENTIAL
000619         FILE STATUS IS WS-UWR-STATUS.
00061A     SELECT DECQUEUE ASSIGN TO "DECQUEUE"
00061B         ORGANIZATION IS LINE SEQUENTIAL
00061C         FILE STATUS IS WS-DQ-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000710     05  AP-RISK-FACTOR-1         PIC X(04).
000720     05  FILLER                   PIC X(01).
000730     05  AP-RISK-FACTOR-2         PIC X(04).
000732     05  FILLER                   PIC X(01).
000734     05  AP-AGENT-ID              PIC X(06).
000740     05  FILLER                   PIC X(28).

000750 FD  IDNEW
000760     RECORDING MODE IS F.
000990     05  PM-AGENT-ID              PIC X(06).
001000     05  FILLER                   PIC X(01).
001010     05  PM-EFF-DATE              PIC X(06).
001020     05  FILLER                   PIC X(01).
00102A     05  PM-TERM-PREMIUM          PIC 9(05).
00102B     05  FILLER                   PIC X(22).

001030 FD  NAMEMSTR.
001040 01  NAMEMSTR-REC.
001180     RECORDING MODE IS F.
001190 01  POLINRPT-REC                 PIC X(80).

001191 FD  BIZPARM
001192     RECORDING MODE IS F.
001193 01  BIZPARM-REC                  PIC X(80).

001194 FD  UWRCTL
001195     RECORDING MODE IS F.
001196 01  UWRCTL-REC.
001197     05  UW-LAST-REFER-SEQ        PIC 9(07).
001198     05  FILLER                   PIC X(73).

001199 FD  UWREFER
00119A     RECORDING MODE IS F.
00119B 01  UWREFER-REC.
00119C     05  UR-REFER-NO              PIC X(10).
00119D     05  FILLER                   PIC X(01).
00119E     05  UR-REFER-DATE            PIC 9(06).
00119F     05  FILLER                   PIC X(01).
00119G     05  UR-REASON                PIC X(20).
00119H     05  FILLER                   PIC X(01).
00119I     05  UR-APPLICATION           PIC X(80).

00119J FD  DECQUEUE
00119K     RECORDING MODE IS F.
00119L 01  DECQUEUE-REC.
00119M     05  DQ-POLICY-ID             PIC X(10).
00119N     05  FILLER                   PIC X(01).
00119O     05  DQ-DOC-TYPE              PIC X(01).
00119P     05  FILLER                   PIC X(01).
00119Q     05  DQ-QUEUE-DATE            PIC 9(06).
00119R     05  FILLER                   PIC X(61).

001200 WORKING-STORAGE SECTION.
001210 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001220     88  WS-EOF                             VALUE "Y".
001260 77  WS-POL-STATUS                PIC X(02) VALUE SPACES.
001270 77  WS-NAM-STATUS                PIC X(02) VALUE SPACES.
001280 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
001285 77  WS-DQ-STATUS                 PIC X(02) VALUE SPACES.
001290 77  WS-I                         PIC 9(05) COMP.
001300 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001310 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001312 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001320 77  WS-FIELDS-OK-SW              PIC X(01) VALUE "Y".
001330     88  WS-FIELDS-OK                       VALUE "Y".
001340 77  WS-RATING                    PIC 9(05) VALUE ZERO.
001360 77  WS-LOADED-COUNT              PIC 9(05) VALUE ZERO COMP.
001370 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001380 77  WS-NEXT-ID                   PIC 9(05) VALUE ZERO COMP.
001381 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
001382 77  WS-UWRC-STATUS               PIC X(02) VALUE SPACES.
001383 77  WS-UWR-STATUS                PIC X(02) VALUE SPACES.
001384 77  WS-RISK-MAX                  PIC 9(04) VALUE 100.
001385 77  WS-REFER-COUNT               PIC 9(05) VALUE ZERO COMP.
001386 77  WS-REFER-REASON              PIC X(20) VALUE SPACES.

001387 01  WS-REFER-NUMBER.
001388     05  FILLER                   PIC X(03) VALUE "UWR".
001389     05  WS-LAST-REFER-SEQ        PIC 9(07) VALUE ZERO.

001390 01  WS-EDIT-VALUE.
001400     05  FILLER                   PIC X(06) VALUE "000000".
001490 COPY VALIDLINK.
001500 COPY REJECTREC.
001510 COPY RPTHDR.
001512 COPY AGTLLINK.
001514 COPY DATXLINK.
001516 COPY PARMCTL.
0015A1 COPY WLSLINK.

001520 01  WS-TITLE-LINE.
001530     05  FILLER                  PIC X(32) VALUE
001620     05  DL-RATING                PIC ZZZZ9.
001630     05  FILLER                  PIC X(10) VALUE SPACES.

001631 01  WS-REFER-LINE.
001632     05  FILLER                  PIC X(09) VALUE "REFERRAL ".
001633     05  RL-REFER-NO              PIC X(10).
001634     05  FILLER                  PIC X(01) VALUE SPACES.
001635     05  RL-NAME                  PIC X(30).
001636     05  FILLER                  PIC X(01) VALUE SPACES.
001637     05  RL-REASON                PIC X(20).
001638     05  FILLER                  PIC X(09) VALUE SPACES.

001640 01  WS-SUMMARY-LINE.
001650     05  FILLER                  PIC X(15) VALUE
001660         "APPLICATIONS:  ".
001690     05  SL-LOADED-COUNT          PIC ZZZZ9.
001700     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
001710     05  SL-REJECT-COUNT          PIC ZZZZ9.
001712     05  FILLER                  PIC X(12) VALUE "  REFERRED: ".
001714     05  SL-REFER-COUNT           PIC ZZZZ9.
001720     05  FILLER                  PIC X(11) VALUE SPACES.

001730 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001870 1000-INITIALIZE.
001880     ACCEPT WS-RUN-DATE FROM DATE.
001890     ACCEPT WS-RUN-TIME FROM TIME.
001892     MOVE "EXPND" TO DX-ACTION.
001894     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001896     CALL "DATEXPND" USING DATEXPND-PARMS.
001898     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001900     OPEN OUTPUT POLINRPT
001910          OUTPUT POLINREJ.
001920     MOVE "POLINTAK" TO RH-PROGRAM-ID.
001980     WRITE POLINRPT-REC FROM WS-BLANK-LINE.
001990     PERFORM 1100-LOAD-ID-POOL THRU 1100-EXIT.
002000     PERFORM 1200-LOAD-TIERS THRU 1200-EXIT.
002002     PERFORM 1300-SCAN-PARMS THRU 1300-EXIT.
002004     PERFORM 1400-READ-REFER-CONTROL THRU 1400-EXIT.
002010     OPEN I-O POLMAST.
002020     IF WS-POL-STATUS = "35"
002030         OPEN OUTPUT POLMAST
002260     IF WS-XREF-STATUS = "35"
002270         OPEN OUTPUT CUSTPOLX
002280     END-IF.
002282     OPEN EXTEND UWREFER.
002284     IF WS-UWR-STATUS = "35"
002286         OPEN OUTPUT UWREFER
002288     END-IF.
00228A     OPEN EXTEND DECQUEUE.
00228B     IF WS-DQ-STATUS = "35"
00228C         OPEN OUTPUT DECQUEUE
00228D     END-IF.
002290     OPEN INPUT APPLFILE.
002300     IF WS-APPL-STATUS NOT = "00"
002310         DISPLAY "POLINTAK - APPLFILE NOT FOUND - RUN ABORTED"
002870 1210-EXIT.
002880     EXIT.

0028B1*----------------------------------------------------------------
0028B2* 1300-SCAN-PARMS - THE RISK-FACTOR CEILING ABOVE WHICH AN
0028B3*                   APPLICATION GOES TO AN UNDERWRITER. NO BIZPARM
0028B4*                   OR NO UWRISKMAX CARD KEEPS THE DEFAULT OF 100.
0028B5*----------------------------------------------------------------
0028B6 1300-SCAN-PARMS.
0028B7     OPEN INPUT BIZPARM.
0028B8     IF WS-PARM-STATUS NOT = "00"
0028B9         GO TO 1300-EXIT
0028BA     END-IF.
0028BB     PERFORM 1310-SCAN-ONE-PARM THRU 1310-EXIT
0028BC         UNTIL WS-EOF.
0028BD     CLOSE BIZPARM.
0028BE     MOVE "N" TO WS-EOF-SW.
0028BF 1300-EXIT.
0028BG     EXIT.

0028BH 1310-SCAN-ONE-PARM.
0028BI     READ BIZPARM
0028BJ         AT END
0028BK             SET WS-EOF TO TRUE
0028BL         NOT AT END
0028BM             MOVE BIZPARM-REC TO PC-PARM-RECORD
0028BN             IF PC-PARM-NAME = "UWRISKMAX"
0028BO                     AND PC-PARM-VALUE > ZERO
0028BP                 MOVE PC-PARM-VALUE TO WS-RISK-MAX
0028BQ             END-IF
0028BR     END-READ.
0028BS 1310-EXIT.
0028BT     EXIT.

0028BU*----------------------------------------------------------------
0028BV* 1400-READ-REFER-CONTROL - THE LAST REFERRAL SEQUENCE ISSUED. NO
0028BW*                           UWRCTL MEANS NOTHING HAS EVER BEEN
0028BX*                           REFERRED AND NUMBERING STARTS AT ONE.
0028BY*----------------------------------------------------------------
0028BZ 1400-READ-REFER-CONTROL.
0028C1     OPEN INPUT UWRCTL.
0028C2     IF WS-UWRC-STATUS NOT = "00"
0028C3         GO TO 1400-EXIT
0028C4     END-IF.
0028C5     READ UWRCTL
0028C6         AT END
0028C7             CONTINUE
0028C8         NOT AT END
0028C9             MOVE UW-LAST-REFER-SEQ TO WS-LAST-REFER-SEQ
0028CA     END-READ.
0028CB     CLOSE UWRCTL.
0028CC 1400-EXIT.
0028CD     EXIT.

002890*----------------------------------------------------------------
002900* 2000-INTAKE-ONE - EDIT ONE APPLICATION, ASSIGN ITS ISSUED ID,
002910*                   AND WRITE THE CUSTOMER, THE POLICY AND THE
003160             GO TO 2000-NEXT
003170         END-IF
003180     END-IF.
003182     IF AP-AGENT-ID NOT = SPACES
003184         MOVE "CHECK" TO LC-ACTION
003186         MOVE AP-AGENT-ID TO LC-AGENT-ID
003188         MOVE WS-RUN-CCYYMMDD TO LC-AS-OF-DATE
00318A         CALL "AGTLICCK" USING AGTLICCK-PARMS
00318B         IF NOT LC-AGENT-LICENSED
00318C             MOVE LC-REASON TO RJ-REASON-CODE
00318D             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
00318E             GO TO 2000-NEXT
00318F         END-IF
00318G     END-IF.
0031A1     MOVE "NAME" TO WL-ACTION.
0031A2     MOVE "POLINTAK" TO WL-CALLER.
0031A3     MOVE "APPLCANT" TO WL-SUBJECT-TYPE.
0031A4     MOVE SPACES TO WL-SUBJECT-ID
0031A5                    WL-ADDRESS
0031A6                    WL-POSTCODE.
0031A7     MOVE AP-NAME TO WL-NAME.
0031A8     MOVE WS-RUN-CCYYMMDD TO WL-AS-OF-DATE.
0031A9     CALL "WLSCREEN" USING WLSCREEN-PARMS.
0031AA     IF WL-BLOCKED
0031AB         MOVE WL-REASON TO RJ-REASON-CODE
0031AC         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
0031AD         GO TO 2000-NEXT
0031AE     END-IF.
00318H     PERFORM 2300-CHECK-REFERRAL THRU 2300-EXIT.
00318I     IF WS-REFER-REASON NOT = SPACES
00318J         PERFORM 2400-WRITE-REFERRAL THRU 2400-EXIT
00318K         GO TO 2000-NEXT
00318L     END-IF.
003190     IF WS-NEXT-ID >= WS-ID-COUNT
003200         MOVE "NO ISSUED ID AVAILABLE" TO RJ-REASON-CODE
003210         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003690     MOVE FUNCTION NUMVAL(AP-RISK-FACTOR-2)
003700         TO PM-RISK-FACTOR-2.
003710     MOVE WS-RUN-DATE TO PM-EFF-DATE.
003712     MOVE AP-AGENT-ID TO PM-AGENT-ID.
00371A     COMPUTE PM-TERM-PREMIUM = PM-BASE-RATE + PM-RISK-FACTOR-1
00371B         + PM-RISK-FACTOR-2.
003720     WRITE POLMAST-REC
003730         INVALID KEY
003740             MOVE "ISSUED ID ALREADY ON POLMAST"
003800     MOVE PM-POLICY-ID TO XR-POLICY-ID.
003810     MOVE PM-POLICY-ID TO XR-CUST-ID.
003820     WRITE CUSTPOLX-REC.
003822     MOVE SPACES TO DECQUEUE-REC.
003824     MOVE PM-POLICY-ID TO DQ-POLICY-ID.
003826     MOVE "N" TO DQ-DOC-TYPE.
003828     MOVE WS-RUN-DATE TO DQ-QUEUE-DATE.
00382A     WRITE DECQUEUE-REC.
003830     MOVE "POLICY" TO AL-FIELD-NAME.
003840     MOVE SPACES TO AL-OLD-VALUE.
003850     MOVE "LOADED" TO AL-NEW-VALUE.
003920 2200-EXIT.
003930     EXIT.

0039B1*----------------------------------------------------------------
0039B2* 2300-CHECK-REFERRAL - OUTSIDE THE AUTO-ACCEPT LIMITS: EITHER
0039B3*                       RISK FACTOR OVER UWRISKMAX, OR A RATING IN
0039B4*                       THE TOP TIER (AT OR ABOVE THE NEXT-TO-LAST
0039B5*                       TIER'S EXCLUSIVE UPPER BOUND). WITH FEWER
0039B6*                       THAN TWO TIERS THERE IS NO TOP TIER.
0039B7*----------------------------------------------------------------
0039B8 2300-CHECK-REFERRAL.
0039B9     MOVE SPACES TO WS-REFER-REASON.
0039BA     IF FUNCTION NUMVAL(AP-RISK-FACTOR-1) > WS-RISK-MAX
0039BB             OR FUNCTION NUMVAL(AP-RISK-FACTOR-2) > WS-RISK-MAX
0039BC         MOVE "RISK FACTOR OVER MAX" TO WS-REFER-REASON
0039BD         GO TO 2300-EXIT
0039BE     END-IF.
0039BF     IF TC-TIER-COUNT > 1
0039BG         SET TC-IDX TO TC-TIER-COUNT
0039BH         SET TC-IDX DOWN BY 1
0039BI         IF WS-RATING >= TC-TIER-MAX(TC-IDX)
0039BJ             MOVE "TOP RATING TIER" TO WS-REFER-REASON
0039BK         END-IF
0039BL     END-IF.
0039BM 2300-EXIT.
0039BN     EXIT.

0039BO*----------------------------------------------------------------
0039BP* 2400-WRITE-REFERRAL - QUEUE THE WHOLE APPLICATION UNDER THE NEXT
0039BQ*                       REFERRAL NUMBER. NO ID IS CONSUMED FROM
0039BR*                       THE POOL UNTIL THE UNDERWRITER ACCEPTS.
0039BS*----------------------------------------------------------------
0039BT 2400-WRITE-REFERRAL.
0039BU     ADD 1 TO WS-LAST-REFER-SEQ.
0039BV     MOVE SPACES TO UWREFER-REC.
0039BW     MOVE WS-REFER-NUMBER TO UR-REFER-NO.
0039BX     MOVE WS-RUN-DATE TO UR-REFER-DATE.
0039BY     MOVE WS-REFER-REASON TO UR-REASON.
0039BZ     MOVE APPLFILE-REC TO UR-APPLICATION.
0039C1     WRITE UWREFER-REC.
0039C2     ADD 1 TO WS-REFER-COUNT.
0039C3     MOVE "WRITE" TO AL-ACTION.
0039C4     MOVE "POLINTAK" TO AL-SOURCE-PROGRAM.
0039C5     MOVE UR-REFER-NO TO AL-RECORD-KEY.
0039C6     MOVE "UW-REFERRAL" TO AL-FIELD-NAME.
0039C7     MOVE SPACES TO AL-OLD-VALUE.
0039C8     MOVE "REFERRED" TO AL-NEW-VALUE.
0039C9     MOVE SPACES TO AL-TIMESTAMP.
0039CA     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
0039CB         INTO AL-TIMESTAMP.
0039CC     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
0039CD     MOVE UR-REFER-NO TO RL-REFER-NO.
0039CE     MOVE AP-NAME TO RL-NAME.
0039CF     MOVE WS-REFER-REASON TO RL-REASON.
0039CG     WRITE POLINRPT-REC FROM WS-REFER-LINE.
0039CH 2400-EXIT.
0039CI     EXIT.

003940 2800-WRITE-AUDIT.
003950     MOVE "WRITE" TO AL-ACTION.
003960     MOVE "POLINTAK" TO AL-SOURCE-PROGRAM.
004190     CLOSE APPLFILE
004200           POLMAST
004210           NAMEMSTR
004220           CUSTPOLX
004222           UWREFER
004223           DECQUEUE.
004224     OPEN OUTPUT UWRCTL.
004226     MOVE SPACES TO UWRCTL-REC.
004228     MOVE WS-LAST-REFER-SEQ TO UW-LAST-REFER-SEQ.
00422A     WRITE UWRCTL-REC.
00422B     CLOSE UWRCTL.
004230     OPEN OUTPUT IDNEW.
004240     PERFORM 5100-SAVE-ONE-ID THRU 5100-EXIT
004250         VARYING WS-I FROM 1 BY 1
004290     MOVE WS-APPL-COUNT TO SL-APPL-COUNT.
004300     MOVE WS-LOADED-COUNT TO SL-LOADED-COUNT.
004310     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
004312     MOVE WS-REFER-COUNT TO SL-REFER-COUNT.
004320     WRITE POLINRPT-REC FROM WS-SUMMARY-LINE.
004330     CLOSE POLINRPT
004340           POLINREJ.
