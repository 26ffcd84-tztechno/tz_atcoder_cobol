000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMAPPL.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. OPERATIONS CONTROL BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. DUAL-CONTROL CHANGE
000110*                  MANAGEMENT FOR THE CONTROL FILES THAT DRIVE
000120*                  MONEY DECISIONS - BIZPARM, TIERCTL, DENOMCTL
000130*                  AND QQCTL. A CHANGE IS NO LONGER MADE BY
000140*                  EDITING THE FILE: ONE OPERATOR PROPOSES IT ON
000150*                  PARMCHG (SEE PARMCHG.CPY) WITH AN EFFECTIVE
000160*                  DATE, AND A SECOND OPERATOR HOLDING THE
000170*                  OPERAUTH "PARMAPRV" FUNCTION APPROVES IT. THIS
000180*                  JOB VETS EACH OPEN REQUEST, REJECTS ONE
000190*                  APPROVED BY ITS OWN PROPOSER OR BY AN
000200*                  UNAUTHORIZED OPERATOR, AND APPLIES EVERY
000210*                  APPROVED CHANGE WHOSE EFFECTIVE DATE HAS COME,
000220*                  OLDEST FIRST. EACH APPLIED CHANGE IS APPENDED
000230*                  TO THE PARMHIST BEFORE/AFTER HISTORY AND LOGGED
000240*                  THROUGH AUDITLOG, REJECTIONS ALSO GO TO PARMREJ
000250*                  IN THE SHARED REJECTREC LAYOUT, AND PARMLOG
000260*                  PRINTS THE RUN'S CHANGE LOG. THE OUTCOME OF
000270*                  EVERY REQUEST IS WRITTEN BACK TO PARMCHG.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM.
000320 OBJECT-COMPUTER. IBM.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PARMCHG ASSIGN TO "PARMCHG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CHG-STATUS.
000380     SELECT OPERAUTH ASSIGN TO "OPERAUTH"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-AUTH-STATUS.
000410     SELECT CTLFILE ASSIGN USING WS-CTL-NAME
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CTL-STATUS.
000440     SELECT PARMHIST ASSIGN TO "PARMHIST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-HIST-STATUS.
000470     SELECT PARMREJ ASSIGN TO "PARMREJ"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT PARMLOG ASSIGN TO "PARMLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PARMCHG
000540     RECORDING MODE IS F.
000550 01  PARMCHG-REC                  PIC X(150).

000560 FD  OPERAUTH
000570     RECORDING MODE IS F.
000580 01  OPERAUTH-REC.
000590     05  OA-OPERATOR-ID           PIC X(08).
000600     05  FILLER                   PIC X(01).
000610     05  OA-FUNCTION              PIC X(08).
000620     05  FILLER                   PIC X(63).

000630 FD  CTLFILE
000640     RECORDING MODE IS F.
000650 01  CTLFILE-REC                  PIC X(80).

000660 FD  PARMHIST
000670     RECORDING MODE IS F.
000680 01  PARMHIST-REC                 PIC X(120).

000690 FD  PARMREJ
000700     RECORDING MODE IS F.
000710 01  PARMREJ-REC                  PIC X(80).

000720 FD  PARMLOG
000730     RECORDING MODE IS F.
000740 01  PARMLOG-REC                  PIC X(132).

000750 WORKING-STORAGE SECTION.
000760 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000770     88  WS-EOF                             VALUE "Y".
000780 77  WS-CHG-STATUS                PIC X(02) VALUE SPACES.
000790 77  WS-AUTH-STATUS               PIC X(02) VALUE SPACES.
000800 77  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
000810 77  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
000820 77  WS-CTL-NAME                  PIC X(10) VALUE SPACES.
000830 77  WS-C                         PIC 9(05) COMP.
000840 77  WS-R                         PIC 9(05) COMP.
000850 77  WS-AU                        PIC 9(03) COMP.
000860 77  WS-NEXT-IDX                  PIC 9(05) VALUE ZERO COMP.
000870 77  WS-FOUND-IDX                 PIC 9(05) VALUE ZERO COMP.
000875 77  WS-NEXT-EFF-DATE             PIC 9(08) VALUE ZERO.
000880 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000890 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000900 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000910 77  WS-REASON                    PIC X(40) VALUE SPACES.
000920 77  WS-OLD-NUM                   PIC 9(09) VALUE ZERO.
000930 77  WS-NEIGHBOR                  PIC 9(09) VALUE ZERO.
000940 77  WS-DENOM                     PIC 9(07) VALUE ZERO.
000950 77  WS-QQ-MARGINAL               PIC 9(02) VALUE ZERO.
000960 77  WS-QQ-FAIL                   PIC 9(02) VALUE ZERO.
000970 77  WS-AUTHORIZED-SW             PIC X(01) VALUE "N".
000980     88  WS-AUTHORIZED                      VALUE "Y".
000990 77  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO COMP.
001000 77  WS-WAITING-COUNT             PIC 9(05) VALUE ZERO COMP.
001010 77  WS-PENDING-COUNT             PIC 9(05) VALUE ZERO COMP.
001020 77  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO COMP.

001030*    EVERY PARMCHG RECORD, WITH WHAT THIS RUN DID TO IT: "N"
001040*    NOTHING (SETTLED IN AN EARLIER RUN), "P" STILL AWAITING
001050*    APPROVAL, "W" APPROVED BUT NOT YET EFFECTIVE, "Y" READY TO
001060*    APPLY, "A" APPLIED, "R" REJECTED.
001070 01  WS-CHANGE-TABLE.
001080     05  WS-CHG-COUNT             PIC 9(05) VALUE ZERO COMP.
001090     05  CT-ENTRY OCCURS 500 TIMES
001100                  INDEXED BY CT-IDX.
001110         10  CT-RECORD            PIC X(150).
001120         10  CT-ACTION            PIC X(01).
001130             88  CT-UNTOUCHED               VALUE "N".
001140             88  CT-READY                   VALUE "Y".

001150 01  WS-AUTH-TABLE.
001160     05  WS-AUTH-COUNT            PIC 9(03) VALUE ZERO COMP.
001170     05  AU-ENTRY OCCURS 200 TIMES
001180                  INDEXED BY AU-IDX.
001190         10  AU-OPERATOR-ID       PIC X(08).
001200         10  AU-FUNCTION          PIC X(08).

001210 01  WS-RECORD-BUFFER.
001220     05  WS-BUF-COUNT             PIC 9(05) VALUE ZERO COMP.
001230     05  BF-ENTRY OCCURS 1 TO 5000 TIMES
001240                  DEPENDING ON WS-BUF-COUNT
001250                  INDEXED BY BF-IDX.
001260         10  BF-RECORD            PIC X(80).

001270*    THE TWO CONTROL-FILE LAYOUTS THE BUFFER IS READ THROUGH THAT
001280*    HAVE NO COPYBOOK OF THEIR OWN.
001290 01  WS-TIER-LINE.
001300     05  TL-TIER-NAME             PIC X(10).
001310     05  FILLER                   PIC X(01).
001320     05  TL-TIER-MAX              PIC ZZZZ9.
001330     05  FILLER                   PIC X(64).

001340 01  WS-QQ-LINE.
001350     05  QL-PREFIX                PIC X(02).
001360     05  FILLER                   PIC X(01).
001370     05  QL-MARGINAL              PIC 9(02).
001380     05  FILLER                   PIC X(01).
001390     05  QL-FAIL                  PIC 9(02).
001400     05  FILLER                   PIC X(72).

001410 01  WS-HIST-LINE.
001420     05  HL-APPLIED-DATE          PIC 9(08).
001430     05  FILLER                   PIC X(01) VALUE SPACES.
001440     05  HL-REQUEST-ID            PIC X(10).
001450     05  FILLER                   PIC X(01) VALUE SPACES.
001460     05  HL-TARGET                PIC X(08).
001470     05  FILLER                   PIC X(01) VALUE SPACES.
001480     05  HL-KEY                   PIC X(20).
001490     05  FILLER                   PIC X(01) VALUE SPACES.
001500     05  HL-FIELD                 PIC X(08).
001510     05  FILLER                   PIC X(01) VALUE SPACES.
001520     05  HL-OLD-VALUE             PIC X(09).
001530     05  FILLER                   PIC X(01) VALUE SPACES.
001540     05  HL-NEW-VALUE             PIC 9(09).
001550     05  FILLER                   PIC X(01) VALUE SPACES.
001560     05  HL-EFF-DATE              PIC 9(08).
001570     05  FILLER                   PIC X(01) VALUE SPACES.
001580     05  HL-PROPOSER              PIC X(08).
001590     05  FILLER                   PIC X(01) VALUE SPACES.
001600     05  HL-APPROVER              PIC X(08).
001610     05  FILLER                   PIC X(15) VALUE SPACES.

001620 COPY PARMCTL.
001630 COPY PARMCHG.
001640 COPY REJECTREC.
001650 COPY AUDTLINK.
001660 COPY RPTHDR.
001670 COPY DATXLINK.

001680 01  WS-TITLE-LINE.
001690     05  FILLER                  PIC X(40) VALUE
001700         "CONTROL-FILE CHANGE LOG".
001710     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001720     05  TL-RUN-DATE              PIC 9(08).
001730     05  FILLER                  PIC X(74) VALUE SPACES.

001740 01  WS-HEADING-LINE.
001750     05  FILLER                   PIC X(41) VALUE
001760         "REQUEST    TARGET   KEY".
001770     05  FILLER                   PIC X(39) VALUE
001780         "FIELD    EFFECTIVE BEFORE        AFTER".
001790     05  FILLER                   PIC X(52) VALUE
001800         "PROPOSER APPROVER DISPOSITION".

001810 01  WS-DETAIL-LINE.
001820     05  DL-REQUEST-ID            PIC X(10).
001830     05  FILLER                  PIC X(01) VALUE SPACES.
001840     05  DL-TARGET                PIC X(08).
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  DL-KEY                   PIC X(20).
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  DL-FIELD                 PIC X(08).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  DL-EFF-DATE              PIC 9(08).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  DL-OLD-VALUE             PIC X(09).
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  DL-NEW-VALUE             PIC Z(08)9.
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  DL-PROPOSER              PIC X(08).
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  DL-APPROVER              PIC X(08).
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  DL-DISPOSITION           PIC X(34).

002010 01  WS-REASON-LINE.
002020     05  FILLER                  PIC X(14) VALUE
002030         "     REASON - ".
002040     05  RL-REASON                PIC X(40).
002050     05  FILLER                  PIC X(78) VALUE SPACES.

002060 01  WS-SUMMARY-LINE.
002070     05  FILLER                  PIC X(09) VALUE "APPLIED: ".
002080     05  SL-APPLIED-COUNT         PIC ZZZZ9.
002090     05  FILLER                  PIC X(27) VALUE
002100         "  APPROVED, NOT YET DUE: ".
002110     05  SL-WAITING-COUNT         PIC ZZZZ9.
002120     05  FILLER                  PIC X(22) VALUE
002130         "  AWAITING APPROVAL: ".
002140     05  SL-PENDING-COUNT         PIC ZZZZ9.
002150     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
002160     05  SL-REJECTED-COUNT        PIC ZZZZ9.
002170     05  FILLER                  PIC X(42) VALUE SPACES.

002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 2000-REVIEW-REQUESTS THRU 2000-EXIT.
002220     MOVE "BIZPARM" TO WS-CTL-NAME.
002230     PERFORM 3000-APPLY-TO-FILE THRU 3000-EXIT.
002240     MOVE "TIERCTL" TO WS-CTL-NAME.
002250     PERFORM 3000-APPLY-TO-FILE THRU 3000-EXIT.
002260     MOVE "DENOMCTL" TO WS-CTL-NAME.
002270     PERFORM 3000-APPLY-TO-FILE THRU 3000-EXIT.
002280     MOVE "QQCTL" TO WS-CTL-NAME.
002290     PERFORM 3000-APPLY-TO-FILE THRU 3000-EXIT.
002300     PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
002310     PERFORM 6000-REWRITE-REQUESTS THRU 6000-EXIT.
002320     PERFORM 7000-FINALIZE THRU 7000-EXIT.
002330     STOP RUN.

002340*----------------------------------------------------------------
002350* 1000-INITIALIZE - THE OPERATOR AUTHORITY AND EVERY CHANGE
002360*                   REQUEST ON FILE. NO PARMCHG MEANS NOTHING HAS
002370*                   EVER BEEN PROPOSED AND THE RUN ABORTS BEFORE
002380*                   TOUCHING ANY CONTROL FILE.
002390*----------------------------------------------------------------
002400 1000-INITIALIZE.
002410     ACCEPT WS-RUN-DATE FROM DATE.
002420     MOVE "EXPND" TO DX-ACTION.
002430     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002440     CALL "DATEXPND" USING DATEXPND-PARMS.
002450     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002460     ACCEPT WS-RUN-TIME FROM TIME.
002470     OPEN OUTPUT PARMLOG.
002480     MOVE "PARMAPPL" TO RH-PROGRAM-ID.
002490     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002500     MOVE WS-RUN-TIME TO RH-RUN-ID.
002510     MOVE 1 TO RH-PAGE-NUMBER.
002520     WRITE PARMLOG-REC FROM RH-REPORT-HEADER.
002530     MOVE WS-RUN-CCYYMMDD TO TL-RUN-DATE.
002540     WRITE PARMLOG-REC FROM WS-TITLE-LINE.
002550     WRITE PARMLOG-REC FROM WS-HEADING-LINE.
002560     PERFORM 1300-LOAD-AUTHORITY THRU 1300-EXIT.
002570     OPEN INPUT PARMCHG.
002580     IF WS-CHG-STATUS NOT = "00"
002590         DISPLAY "PARMAPPL - PARMCHG NOT FOUND - RUN ABORTED"
002600         MOVE 16 TO RETURN-CODE
002610         CLOSE PARMLOG
002620         STOP RUN
002630     END-IF.
002640     PERFORM 1100-LOAD-ONE-REQUEST THRU 1100-EXIT
002650         UNTIL WS-EOF.
002660     CLOSE PARMCHG.
002670     MOVE "N" TO WS-EOF-SW.
002680     OPEN OUTPUT PARMREJ.
002690 1000-EXIT.
002700     EXIT.

002710 1100-LOAD-ONE-REQUEST.
002720     READ PARMCHG
002730         AT END
002740             SET WS-EOF TO TRUE
002750             GO TO 1100-EXIT
002760     END-READ.
002770     IF PARMCHG-REC = SPACES
002780         GO TO 1100-EXIT
002790     END-IF.
002800     IF WS-CHG-COUNT >= 500
002810*        A PARTIAL TABLE WOULD REWRITE A TRUNCATED PARMCHG - STOP
002820*        BEFORE A REQUEST IS LOST
002830         DISPLAY "PARMAPPL - PARMCHG EXCEEDS THE 500-REQUEST "
002840             "TABLE - RUN ABORTED"
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     ADD 1 TO WS-CHG-COUNT.
002890     SET CT-IDX TO WS-CHG-COUNT.
002900     MOVE PARMCHG-REC TO CT-RECORD(CT-IDX).
002910     MOVE "N" TO CT-ACTION(CT-IDX).
002920 1100-EXIT.
002930     EXIT.

002940*----------------------------------------------------------------
002950* 1300-LOAD-AUTHORITY - THE OPERATOR-AUTHORITY FILE. NO FILE
002960*                       MEANS NOBODY MAY APPROVE AND NOTHING IS
002970*                       APPLIED - AUTHORITY IS GRANTED, NEVER
002980*                       ASSUMED.
002990*----------------------------------------------------------------
003000 1300-LOAD-AUTHORITY.
003010     OPEN INPUT OPERAUTH.
003020     IF WS-AUTH-STATUS NOT = "00"
003030         GO TO 1300-EXIT
003040     END-IF.
003050     PERFORM 1310-LOAD-ONE-AUTHORITY THRU 1310-EXIT
003060         UNTIL WS-EOF.
003070     CLOSE OPERAUTH.
003080     MOVE "N" TO WS-EOF-SW.
003090 1300-EXIT.
003100     EXIT.

003110 1310-LOAD-ONE-AUTHORITY.
003120     READ OPERAUTH
003130         AT END
003140             SET WS-EOF TO TRUE
003150         NOT AT END
003160             IF WS-AUTH-COUNT < 200
003170                 ADD 1 TO WS-AUTH-COUNT
003180                 SET AU-IDX TO WS-AUTH-COUNT
003190                 MOVE OA-OPERATOR-ID
003200                     TO AU-OPERATOR-ID(AU-IDX)
003210                 MOVE OA-FUNCTION TO AU-FUNCTION(AU-IDX)
003220             END-IF
003230     END-READ.
003240 1310-EXIT.
003250     EXIT.

003260 1320-CHECK-AUTHORITY.
003270     MOVE "N" TO WS-AUTHORIZED-SW.
003280     PERFORM 1330-MATCH-AUTHORITY THRU 1330-EXIT
003290         VARYING WS-AU FROM 1 BY 1
003300         UNTIL WS-AU > WS-AUTH-COUNT OR WS-AUTHORIZED.
003310 1320-EXIT.
003320     EXIT.

003330 1330-MATCH-AUTHORITY.
003340     IF AU-OPERATOR-ID(WS-AU) = CQ-APPROVER
003350             AND AU-FUNCTION(WS-AU) = "PARMAPRV"
003360         SET WS-AUTHORIZED TO TRUE
003370     END-IF.
003380 1330-EXIT.
003390     EXIT.

003400*----------------------------------------------------------------
003410* 2000-REVIEW-REQUESTS - VET EVERY REQUEST NOT YET APPLIED OR
003420*                        REJECTED. ONE WITH NO APPROVER WAITS. AN
003430*                        APPROVAL BY THE PROPOSER OR BY AN
003440*                        OPERATOR WITHOUT "PARMAPRV" REJECTS THE
003450*                        REQUEST - A FRESH ONE MUST BE RAISED. AN
003460*                        APPROVED REQUEST IS READY ONCE ITS
003470*                        EFFECTIVE DATE HAS COME.
003480*----------------------------------------------------------------
003490 2000-REVIEW-REQUESTS.
003500     PERFORM 2100-REVIEW-ONE THRU 2100-EXIT
003510         VARYING WS-C FROM 1 BY 1
003520         UNTIL WS-C > WS-CHG-COUNT.
003530 2000-EXIT.
003540     EXIT.

003550 2100-REVIEW-ONE.
003560     SET CT-IDX TO WS-C.
003570     MOVE CT-RECORD(CT-IDX) TO CQ-CHANGE-RECORD.
003580     IF CQ-APPLIED OR CQ-REJECTED
003590         GO TO 2100-EXIT
003600     END-IF.
003610     MOVE SPACES TO WS-REASON.
003620     PERFORM 2200-EDIT-REQUEST THRU 2200-EXIT.
003630     IF WS-REASON NOT = SPACES
003640         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
003650         GO TO 2100-EXIT
003660     END-IF.
003670     IF CQ-APPROVER = SPACES
003680         MOVE "P" TO CQ-STATUS
003690         MOVE "P" TO CT-ACTION(CT-IDX)
003700         MOVE CQ-CHANGE-RECORD TO CT-RECORD(CT-IDX)
003710         GO TO 2100-EXIT
003720     END-IF.
003730     IF CQ-APPROVER = CQ-PROPOSER
003740         MOVE "APPROVER MAY NOT BE THE PROPOSER" TO WS-REASON
003750         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
003760         GO TO 2100-EXIT
003770     END-IF.
003780     PERFORM 1320-CHECK-AUTHORITY THRU 1320-EXIT.
003790     IF NOT WS-AUTHORIZED
003800         MOVE "APPROVER NOT AUTHORIZED FOR PARMAPRV"
003810             TO WS-REASON
003820         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
003830         GO TO 2100-EXIT
003840     END-IF.
003850     MOVE "W" TO CQ-STATUS.
003860     MOVE CQ-CHANGE-RECORD TO CT-RECORD(CT-IDX).
003870     IF CQ-EFF-DATE > WS-RUN-CCYYMMDD
003880         MOVE "W" TO CT-ACTION(CT-IDX)
003890     ELSE
003900         MOVE "Y" TO CT-ACTION(CT-IDX)
003910     END-IF.
003920 2100-EXIT.
003930     EXIT.

003940*----------------------------------------------------------------
003950* 2200-EDIT-REQUEST - LEAVE WS-REASON BLANK IF THE REQUEST IS
003960*                     WELL FORMED FOR ITS TARGET FILE. WHETHER THE
003970*                     ENTRY EXISTS IS CHECKED WHEN IT IS APPLIED.
003980*----------------------------------------------------------------
003990 2200-EDIT-REQUEST.
004000     EVALUATE TRUE
004010         WHEN NOT CQ-BIZPARM AND NOT CQ-TIERCTL
004020                 AND NOT CQ-DENOMCTL AND NOT CQ-QQCTL
004030             MOVE "TARGET IS NOT A CONTROLLED FILE"
004040                 TO WS-REASON
004050         WHEN CQ-PROPOSER = SPACES
004060             MOVE "NO PROPOSING OPERATOR" TO WS-REASON
004070         WHEN CQ-NEW-VALUE NOT NUMERIC
004080             MOVE "NEW VALUE NOT NUMERIC" TO WS-REASON
004090         WHEN CQ-EFF-DATE NOT NUMERIC
004100             MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REASON
004110         WHEN FUNCTION TEST-DATE-YYYYMMDD(CQ-EFF-DATE)
004120                 NOT = ZERO
004130             MOVE "EFFECTIVE DATE NOT A VALID DATE"
004140                 TO WS-REASON
004150         WHEN CQ-BIZPARM AND CQ-KEY = SPACES
004160             MOVE "NO PARAMETER NAME" TO WS-REASON
004170         WHEN CQ-TIERCTL AND CQ-KEY = SPACES
004180             MOVE "NO TIER NAME" TO WS-REASON
004190         WHEN CQ-TIERCTL AND CQ-NEW-VALUE > 99999
004200             MOVE "TIER BOUND OVER 99999" TO WS-REASON
004210         WHEN CQ-DENOMCTL AND CQ-FIELD NOT = "ADD"
004220                 AND CQ-FIELD NOT = "REMOVE"
004230             MOVE "DENOMCTL FIELD NOT ADD OR REMOVE"
004240                 TO WS-REASON
004250         WHEN CQ-DENOMCTL AND CQ-NEW-VALUE = ZERO
004260             MOVE "DENOMINATION IS ZERO" TO WS-REASON
004270         WHEN CQ-DENOMCTL AND CQ-NEW-VALUE > 9999999
004280             MOVE "DENOMINATION OVER 9999999" TO WS-REASON
004290         WHEN CQ-QQCTL AND CQ-KEY = SPACES
004300             MOVE "NO PRODUCT PREFIX" TO WS-REASON
004310         WHEN CQ-QQCTL AND CQ-FIELD NOT = "MARGINAL"
004320                 AND CQ-FIELD NOT = "FAIL"
004330             MOVE "QQCTL FIELD NOT MARGINAL OR FAIL"
004340                 TO WS-REASON
004350         WHEN CQ-QQCTL AND CQ-NEW-VALUE > 99
004360             MOVE "CUT POINT OVER 99" TO WS-REASON
004370     END-EVALUATE.
004380 2200-EXIT.
004390     EXIT.

004400*----------------------------------------------------------------
004410* 3000-APPLY-TO-FILE - IF A REQUEST AGAINST WS-CTL-NAME IS READY,
004420*                      LOAD THE CONTROL FILE, APPLY THE READY
004430*                      REQUESTS IN EFFECTIVE-DATE ORDER, AND WRITE
004440*                      THE FILE BACK.
004450*----------------------------------------------------------------
004460 3000-APPLY-TO-FILE.
004470     PERFORM 3100-FIND-NEXT-READY THRU 3100-EXIT.
004480     IF WS-NEXT-IDX = ZERO
004490         GO TO 3000-EXIT
004500     END-IF.
004510     MOVE ZERO TO WS-BUF-COUNT.
004520     OPEN INPUT CTLFILE.
004530     IF WS-CTL-STATUS = "00"
004540         PERFORM 3200-LOAD-ONE-CTL THRU 3200-EXIT
004550             UNTIL WS-EOF
004560         CLOSE CTLFILE
004570         MOVE "N" TO WS-EOF-SW
004580     END-IF.
004590     PERFORM 3300-APPLY-ONE THRU 3300-EXIT
004600         UNTIL WS-NEXT-IDX = ZERO.
004610     OPEN OUTPUT CTLFILE.
004620     PERFORM 3400-WRITE-ONE-CTL THRU 3400-EXIT
004630         VARYING WS-R FROM 1 BY 1
004640         UNTIL WS-R > WS-BUF-COUNT.
004650     CLOSE CTLFILE.
004660 3000-EXIT.
004670     EXIT.

004680*----------------------------------------------------------------
004690* 3100-FIND-NEXT-READY - LEAVE WS-NEXT-IDX ON THE READY REQUEST
004700*                        AGAINST WS-CTL-NAME WITH THE EARLIEST
004710*                        EFFECTIVE DATE (FILE ORDER BREAKS A TIE),
004720*                        OR ZERO IF NONE IS LEFT.
004730*----------------------------------------------------------------
004740 3100-FIND-NEXT-READY.
004750     MOVE ZERO TO WS-NEXT-IDX.
004760     PERFORM 3110-COMPARE-READY THRU 3110-EXIT
004770         VARYING WS-C FROM 1 BY 1
004780         UNTIL WS-C > WS-CHG-COUNT.
004790 3100-EXIT.
004800     EXIT.

004810 3110-COMPARE-READY.
004820     SET CT-IDX TO WS-C.
004830     IF NOT CT-READY(CT-IDX)
004840         GO TO 3110-EXIT
004850     END-IF.
004860     MOVE CT-RECORD(CT-IDX) TO CQ-CHANGE-RECORD.
004870     IF CQ-TARGET NOT = WS-CTL-NAME
004880         GO TO 3110-EXIT
004890     END-IF.
004900     IF WS-NEXT-IDX = ZERO
004910             OR CQ-EFF-DATE < WS-NEXT-EFF-DATE
004920         MOVE WS-C TO WS-NEXT-IDX
004930         MOVE CQ-EFF-DATE TO WS-NEXT-EFF-DATE
004940     END-IF.
004970 3110-EXIT.
004980     EXIT.

004990 3200-LOAD-ONE-CTL.
005000     READ CTLFILE
005010         AT END
005020             SET WS-EOF TO TRUE
005030             GO TO 3200-EXIT
005040     END-READ.
005050     IF WS-BUF-COUNT >= 5000
005060*        A PARTIAL BUFFER WOULD REWRITE A TRUNCATED CONTROL FILE -
005070*        STOP BEFORE A RECORD IS LOST
005080         DISPLAY "PARMAPPL - " WS-CTL-NAME " EXCEEDS THE "
005090             "5000-RECORD BUFFER - RUN ABORTED"
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF.
005130     ADD 1 TO WS-BUF-COUNT.
005140     SET BF-IDX TO WS-BUF-COUNT.
005150     MOVE CTLFILE-REC TO BF-RECORD(BF-IDX).
005160 3200-EXIT.
005170     EXIT.

005180*----------------------------------------------------------------
005190* 3300-APPLY-ONE - APPLY THE REQUEST AT WS-NEXT-IDX TO THE
005200*                  BUFFERED CONTROL FILE, THEN FIND THE NEXT ONE.
005210*                  A REQUEST THAT CANNOT BE APPLIED - ITS ENTRY IS
005220*                  NOT ON FILE, OR THE CHANGE WOULD BREAK THE
005230*                  FILE'S OWN ORDERING RULES - IS REJECTED AND THE
005240*                  FILE IS LEFT AS IT WAS.
005250*----------------------------------------------------------------
005260 3300-APPLY-ONE.
005270     SET CT-IDX TO WS-NEXT-IDX.
005280     MOVE CT-RECORD(CT-IDX) TO CQ-CHANGE-RECORD.
005290     MOVE SPACES TO WS-REASON.
005300     EVALUATE TRUE
005310         WHEN CQ-BIZPARM
005320             PERFORM 3310-APPLY-BIZPARM THRU 3310-EXIT
005330         WHEN CQ-TIERCTL
005340             PERFORM 3320-APPLY-TIERCTL THRU 3320-EXIT
005350         WHEN CQ-DENOMCTL
005360             PERFORM 3330-APPLY-DENOMCTL THRU 3330-EXIT
005370         WHEN CQ-QQCTL
005380             PERFORM 3340-APPLY-QQCTL THRU 3340-EXIT
005390     END-EVALUATE.
005400     IF WS-REASON NOT = SPACES
005410         PERFORM 3900-REJECT-REQUEST THRU 3900-EXIT
005420     ELSE
005430         PERFORM 3800-RECORD-APPLIED THRU 3800-EXIT
005440     END-IF.
005450     PERFORM 3100-FIND-NEXT-READY THRU 3100-EXIT.
005460 3300-EXIT.
005470     EXIT.

005480*----------------------------------------------------------------
005490* 3310-APPLY-BIZPARM - REPLACE THE NAMED PARAMETER'S VALUE. A NAME
005500*                      NOT YET ON BIZPARM IS ADDED - EVERY READER
005510*                      OF A NEW PARAMETER FALLS BACK TO ITS OWN
005520*                      DEFAULT UNTIL IT IS.
005530*----------------------------------------------------------------
005540 3310-APPLY-BIZPARM.
005550     MOVE ZERO TO WS-FOUND-IDX.
005560     PERFORM 3311-MATCH-PARM THRU 3311-EXIT
005570         VARYING WS-R FROM 1 BY 1
005580         UNTIL WS-R > WS-BUF-COUNT OR WS-FOUND-IDX > ZERO.
005590     IF WS-FOUND-IDX = ZERO
005600         PERFORM 3500-ADD-BUFFER-SLOT THRU 3500-EXIT
005610         MOVE WS-BUF-COUNT TO WS-FOUND-IDX
005620         MOVE SPACES TO PC-PARM-RECORD
005630         MOVE CQ-KEY TO PC-PARM-NAME
005640         MOVE "NONE" TO CQ-OLD-VALUE
005650     ELSE
005660         MOVE BF-RECORD(WS-FOUND-IDX) TO PC-PARM-RECORD
005670         MOVE PC-PARM-VALUE TO WS-OLD-NUM
005680         MOVE WS-OLD-NUM TO CQ-OLD-VALUE
005690     END-IF.
005700     MOVE CQ-NEW-VALUE TO PC-PARM-VALUE.
005710     MOVE PC-PARM-RECORD TO BF-RECORD(WS-FOUND-IDX).
005720 3310-EXIT.
005730     EXIT.

005740 3311-MATCH-PARM.
005750     MOVE BF-RECORD(WS-R) TO PC-PARM-RECORD.
005760     IF PC-PARM-NAME = CQ-KEY
005770         MOVE WS-R TO WS-FOUND-IDX
005780     END-IF.
005790 3311-EXIT.
005800     EXIT.

005810*----------------------------------------------------------------
005820* 3320-APPLY-TIERCTL - REPLACE A TIER'S UPPER BOUND. THE TIERS
005830*                      STAY IN ASCENDING ORDER OF BOUND, SO THE
005840*                      NEW BOUND MUST FALL BETWEEN ITS NEIGHBORS.
005850*----------------------------------------------------------------
005860 3320-APPLY-TIERCTL.
005870     MOVE ZERO TO WS-FOUND-IDX.
005880     PERFORM 3321-MATCH-TIER THRU 3321-EXIT
005890         VARYING WS-R FROM 1 BY 1
005900         UNTIL WS-R > WS-BUF-COUNT OR WS-FOUND-IDX > ZERO.
005910     IF WS-FOUND-IDX = ZERO
005920         MOVE "TIER NOT ON TIERCTL" TO WS-REASON
005930         GO TO 3320-EXIT
005940     END-IF.
005950     IF WS-FOUND-IDX > 1
005960         MOVE FUNCTION NUMVAL(BF-RECORD(WS-FOUND-IDX - 1) (12:5))
005970             TO WS-NEIGHBOR
005980         IF CQ-NEW-VALUE NOT > WS-NEIGHBOR
005990             MOVE "BOUND NOT ABOVE THE TIER BELOW"
006000                 TO WS-REASON
006010             GO TO 3320-EXIT
006020         END-IF
006030     END-IF.
006040     IF WS-FOUND-IDX < WS-BUF-COUNT
006050         MOVE FUNCTION NUMVAL(BF-RECORD(WS-FOUND-IDX + 1) (12:5))
006060             TO WS-NEIGHBOR
006070         IF CQ-NEW-VALUE NOT < WS-NEIGHBOR
006080             MOVE "BOUND NOT BELOW THE TIER ABOVE"
006090                 TO WS-REASON
006100             GO TO 3320-EXIT
006110         END-IF
006120     END-IF.
006130     MOVE BF-RECORD(WS-FOUND-IDX) TO WS-TIER-LINE.
006140     MOVE FUNCTION NUMVAL(WS-TIER-LINE (12:5)) TO WS-OLD-NUM.
006150     MOVE WS-OLD-NUM TO CQ-OLD-VALUE.
006160     MOVE CQ-NEW-VALUE TO TL-TIER-MAX.
006170     MOVE WS-TIER-LINE TO BF-RECORD(WS-FOUND-IDX).
006180 3320-EXIT.
006190     EXIT.

006200 3321-MATCH-TIER.
006210     MOVE BF-RECORD(WS-R) TO WS-TIER-LINE.
006220     IF TL-TIER-NAME = CQ-KEY
006230         MOVE WS-R TO WS-FOUND-IDX
006240     END-IF.
006250 3321-EXIT.
006260     EXIT.

006270*----------------------------------------------------------------
006280* 3330-APPLY-DENOMCTL - ADD OR WITHDRAW A DENOMINATION. THE FILE
006290*                       IS KEPT IN DESCENDING ORDER, SO AN
006300*                       ADDITION GOES AHEAD OF THE FIRST SMALLER
006310*                       ONE. THE LAST ONE MAY NOT BE WITHDRAWN.
006320*----------------------------------------------------------------
006330 3330-APPLY-DENOMCTL.
006340     MOVE ZERO TO WS-FOUND-IDX.
006350     PERFORM 3331-MATCH-DENOM THRU 3331-EXIT
006360         VARYING WS-R FROM 1 BY 1
006370         UNTIL WS-R > WS-BUF-COUNT OR WS-FOUND-IDX > ZERO.
006380     IF CQ-FIELD = "REMOVE"
006390         IF WS-FOUND-IDX = ZERO
006400             MOVE "DENOMINATION NOT ON DENOMCTL" TO WS-REASON
006410             GO TO 3330-EXIT
006420         END-IF
006430         IF WS-BUF-COUNT = 1
006440             MOVE "LAST DENOMINATION CANNOT BE REMOVED"
006450                 TO WS-REASON
006460             GO TO 3330-EXIT
006470         END-IF
006480         MOVE CQ-NEW-VALUE TO WS-OLD-NUM
006490         MOVE WS-OLD-NUM TO CQ-OLD-VALUE
006500         PERFORM 3332-CLOSE-UP-SLOT THRU 3332-EXIT
006510             VARYING WS-R FROM WS-FOUND-IDX BY 1
006520             UNTIL WS-R >= WS-BUF-COUNT
006530         SUBTRACT 1 FROM WS-BUF-COUNT
006540         GO TO 3330-EXIT
006550     END-IF.
006560     IF WS-FOUND-IDX > ZERO
006570         MOVE "DENOMINATION ALREADY ON DENOMCTL" TO WS-REASON
006580         GO TO 3330-EXIT
006590     END-IF.
006600     MOVE "NONE" TO CQ-OLD-VALUE.
006610     MOVE ZERO TO WS-FOUND-IDX.
006620     PERFORM 3333-FIND-SMALLER THRU 3333-EXIT
006630         VARYING WS-R FROM 1 BY 1
006640         UNTIL WS-R > WS-BUF-COUNT OR WS-FOUND-IDX > ZERO.
006650     PERFORM 3500-ADD-BUFFER-SLOT THRU 3500-EXIT.
006660     IF WS-FOUND-IDX = ZERO
006670         MOVE WS-BUF-COUNT TO WS-FOUND-IDX
006680     ELSE
006690         PERFORM 3334-OPEN-UP-SLOT THRU 3334-EXIT
006700             VARYING WS-R FROM WS-BUF-COUNT BY -1
006710             UNTIL WS-R <= WS-FOUND-IDX
006720     END-IF.
006730     MOVE CQ-NEW-VALUE TO WS-DENOM.
006740     MOVE SPACES TO BF-RECORD(WS-FOUND-IDX).
006750     MOVE WS-DENOM TO BF-RECORD(WS-FOUND-IDX) (1:7).
006760 3330-EXIT.
006770     EXIT.

006780 3331-MATCH-DENOM.
006790     IF BF-RECORD(WS-R) (1:7) IS NUMERIC
006800         MOVE BF-RECORD(WS-R) (1:7) TO WS-DENOM
006810         IF WS-DENOM = CQ-NEW-VALUE
006820             MOVE WS-R TO WS-FOUND-IDX
006830         END-IF
006840     END-IF.
006850 3331-EXIT.
006860     EXIT.

006870 3332-CLOSE-UP-SLOT.
006880     MOVE BF-RECORD(WS-R + 1) TO BF-RECORD(WS-R).
006890 3332-EXIT.
006900     EXIT.

006910 3333-FIND-SMALLER.
006920     IF BF-RECORD(WS-R) (1:7) IS NUMERIC
006930         MOVE BF-RECORD(WS-R) (1:7) TO WS-DENOM
006940         IF WS-DENOM < CQ-NEW-VALUE
006950             MOVE WS-R TO WS-FOUND-IDX
006960         END-IF
006970     END-IF.
006980 3333-EXIT.
006990     EXIT.

007000 3334-OPEN-UP-SLOT.
007010     MOVE BF-RECORD(WS-R - 1) TO BF-RECORD(WS-R).
007020 3334-EXIT.
007030     EXIT.

007040*----------------------------------------------------------------
007050* 3340-APPLY-QQCTL - REPLACE ONE CUT POINT OF A PRODUCT PREFIX'S
007060*                    RULE. THE MARGINAL CUT MAY NOT RISE ABOVE THE
007070*                    FAIL CUT.
007080*----------------------------------------------------------------
007090 3340-APPLY-QQCTL.
007100     MOVE ZERO TO WS-FOUND-IDX.
007110     PERFORM 3341-MATCH-PREFIX THRU 3341-EXIT
007120         VARYING WS-R FROM 1 BY 1
007130         UNTIL WS-R > WS-BUF-COUNT OR WS-FOUND-IDX > ZERO.
007140     IF WS-FOUND-IDX = ZERO
007150         MOVE "PREFIX NOT ON QQCTL" TO WS-REASON
007160         GO TO 3340-EXIT
007170     END-IF.
007180     MOVE BF-RECORD(WS-FOUND-IDX) TO WS-QQ-LINE.
007190     MOVE QL-MARGINAL TO WS-QQ-MARGINAL.
007200     MOVE QL-FAIL TO WS-QQ-FAIL.
007210     IF CQ-FIELD = "MARGINAL"
007220         MOVE QL-MARGINAL TO WS-OLD-NUM
007230         MOVE CQ-NEW-VALUE TO WS-QQ-MARGINAL
007240     ELSE
007250         MOVE QL-FAIL TO WS-OLD-NUM
007260         MOVE CQ-NEW-VALUE TO WS-QQ-FAIL
007270     END-IF.
007280     IF WS-QQ-MARGINAL > WS-QQ-FAIL
007290         MOVE "MARGINAL CUT WOULD EXCEED FAIL CUT"
007300             TO WS-REASON
007310         GO TO 3340-EXIT
007320     END-IF.
007330     MOVE WS-OLD-NUM TO CQ-OLD-VALUE.
007340     MOVE WS-QQ-MARGINAL TO QL-MARGINAL.
007350     MOVE WS-QQ-FAIL TO QL-FAIL.
007360     MOVE WS-QQ-LINE TO BF-RECORD(WS-FOUND-IDX).
007370 3340-EXIT.
007380     EXIT.

007390 3341-MATCH-PREFIX.
007400     MOVE BF-RECORD(WS-R) TO WS-QQ-LINE.
007410     IF QL-PREFIX = CQ-KEY (1:2)
007420             AND CQ-KEY (3:18) = SPACES
007430         MOVE WS-R TO WS-FOUND-IDX
007440     END-IF.
007450 3341-EXIT.
007460     EXIT.

007470 3400-WRITE-ONE-CTL.
007480     SET BF-IDX TO WS-R.
007490     WRITE CTLFILE-REC FROM BF-RECORD(BF-IDX).
007500 3400-EXIT.
007510     EXIT.

007520 3500-ADD-BUFFER-SLOT.
007530     IF WS-BUF-COUNT >= 5000
007540         DISPLAY "PARMAPPL - " WS-CTL-NAME " EXCEEDS THE "
007550             "5000-RECORD BUFFER - RUN ABORTED"
007560         MOVE 16 TO RETURN-CODE
007570         STOP RUN
007580     END-IF.
007590     ADD 1 TO WS-BUF-COUNT.
007600 3500-EXIT.
007610     EXIT.

007620*----------------------------------------------------------------
007630* 3800-RECORD-APPLIED - MARK THE REQUEST APPLIED, APPEND ITS
007640*                       BEFORE/AFTER TO PARMHIST AND LOG IT TO
007650*                       AUDITLOG UNDER THE APPROVER'S ID.
007660*----------------------------------------------------------------
007670 3800-RECORD-APPLIED.
007680     MOVE "A" TO CQ-STATUS.
007690     MOVE WS-RUN-CCYYMMDD TO CQ-APPLIED-DATE.
007700     MOVE CQ-CHANGE-RECORD TO CT-RECORD(CT-IDX).
007710     MOVE "A" TO CT-ACTION(CT-IDX).
007720     MOVE WS-RUN-CCYYMMDD TO HL-APPLIED-DATE.
007730     MOVE CQ-REQUEST-ID TO HL-REQUEST-ID.
007740     MOVE CQ-TARGET TO HL-TARGET.
007750     MOVE CQ-KEY TO HL-KEY.
007760     MOVE CQ-FIELD TO HL-FIELD.
007770     MOVE CQ-OLD-VALUE TO HL-OLD-VALUE.
007780     MOVE CQ-NEW-VALUE TO HL-NEW-VALUE.
007790     MOVE CQ-EFF-DATE TO HL-EFF-DATE.
007800     MOVE CQ-PROPOSER TO HL-PROPOSER.
007810     MOVE CQ-APPROVER TO HL-APPROVER.
007820     OPEN EXTEND PARMHIST.
007830     IF WS-HIST-STATUS NOT = "00"
007840         OPEN OUTPUT PARMHIST
007850     END-IF.
007860     WRITE PARMHIST-REC FROM WS-HIST-LINE.
007870     CLOSE PARMHIST.
007880     MOVE "WRITE" TO AL-ACTION.
007890     MOVE CQ-APPROVER TO AL-OPERATOR-ID.
007900     MOVE "PARMAPPL" TO AL-SOURCE-PROGRAM.
007910     MOVE CQ-KEY (1:10) TO AL-RECORD-KEY.
007920     IF CQ-DENOMCTL
007930         MOVE CQ-FIELD TO AL-RECORD-KEY
007940     END-IF.
007950     MOVE CQ-TARGET TO AL-FIELD-NAME.
007960     MOVE CQ-OLD-VALUE TO AL-OLD-VALUE.
007970     MOVE CQ-NEW-VALUE TO WS-OLD-NUM.
007980     MOVE WS-OLD-NUM TO AL-NEW-VALUE.
007990     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
008000         INTO AL-TIMESTAMP.
008010     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
008020 3800-EXIT.
008030     EXIT.

008040*----------------------------------------------------------------
008050* 3900-REJECT-REQUEST - THE REQUEST IN CQ-CHANGE-RECORD AT CT-IDX
008060*                       IS REJECTED FOR WS-REASON. NO CONTROL FILE
008070*                       IS CHANGED AND THE REQUEST GOES TO
008080*                       PARMREJ.
008090*----------------------------------------------------------------
008100 3900-REJECT-REQUEST.
008110     MOVE "R" TO CQ-STATUS.
008120     MOVE WS-REASON TO CQ-REASON.
008130     MOVE CQ-CHANGE-RECORD TO CT-RECORD(CT-IDX).
008140     MOVE "R" TO CT-ACTION(CT-IDX).
008150     MOVE "PARMAPPL" TO RJ-SOURCE-PROGRAM.
008160     MOVE CQ-REQUEST-ID TO RJ-RECORD-KEY.
008170     MOVE WS-REASON TO RJ-REASON-CODE.
008180     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
008190         INTO RJ-REJECT-TIMESTAMP.
008200     WRITE PARMREJ-REC FROM RJ-REJECT-RECORD.
008210 3900-EXIT.
008220     EXIT.

008230*----------------------------------------------------------------
008240* 5000-WRITE-LOG - ONE LINE FOR EVERY REQUEST STILL OPEN OR
008250*                  SETTLED THIS RUN. REQUESTS SETTLED IN EARLIER
008260*                  RUNS ARE ALREADY ON THOSE RUNS' LOGS AND ON
008270*                  PARMHIST.
008280*----------------------------------------------------------------
008290 5000-WRITE-LOG.
008300     PERFORM 5100-LOG-ONE THRU 5100-EXIT
008310         VARYING WS-C FROM 1 BY 1
008320         UNTIL WS-C > WS-CHG-COUNT.
008330 5000-EXIT.
008340     EXIT.

008350 5100-LOG-ONE.
008360     SET CT-IDX TO WS-C.
008370     IF CT-UNTOUCHED(CT-IDX)
008380         GO TO 5100-EXIT
008390     END-IF.
008400     MOVE CT-RECORD(CT-IDX) TO CQ-CHANGE-RECORD.
008410     MOVE CQ-REQUEST-ID TO DL-REQUEST-ID.
008420     MOVE CQ-TARGET TO DL-TARGET.
008430     MOVE CQ-KEY TO DL-KEY.
008440     MOVE CQ-FIELD TO DL-FIELD.
008450     MOVE ZERO TO DL-EFF-DATE.
008460     IF CQ-EFF-DATE NUMERIC
008470         MOVE CQ-EFF-DATE TO DL-EFF-DATE
008480     END-IF.
008490     MOVE CQ-OLD-VALUE TO DL-OLD-VALUE.
008500     MOVE ZERO TO DL-NEW-VALUE.
008510     IF CQ-NEW-VALUE NUMERIC
008520         MOVE CQ-NEW-VALUE TO DL-NEW-VALUE
008530     END-IF.
008540     MOVE CQ-PROPOSER TO DL-PROPOSER.
008550     MOVE CQ-APPROVER TO DL-APPROVER.
008560     EVALUATE CT-ACTION(CT-IDX)
008570         WHEN "A"
008580             ADD 1 TO WS-APPLIED-COUNT
008590             MOVE "APPLIED" TO DL-DISPOSITION
008600         WHEN "W"
008610             ADD 1 TO WS-WAITING-COUNT
008620             MOVE "APPROVED - NOT YET EFFECTIVE"
008630                 TO DL-DISPOSITION
008640         WHEN "P"
008650             ADD 1 TO WS-PENDING-COUNT
008660             MOVE "AWAITING APPROVAL" TO DL-DISPOSITION
008670         WHEN OTHER
008680             ADD 1 TO WS-REJECTED-COUNT
008690             MOVE "REJECTED" TO DL-DISPOSITION
008700     END-EVALUATE.
008710     WRITE PARMLOG-REC FROM WS-DETAIL-LINE.
008720     IF CT-ACTION(CT-IDX) = "R"
008730         MOVE CQ-REASON TO RL-REASON
008740         WRITE PARMLOG-REC FROM WS-REASON-LINE
008750     END-IF.
008760 5100-EXIT.
008770     EXIT.

008780*----------------------------------------------------------------
008790* 6000-REWRITE-REQUESTS - PUT EVERY REQUEST BACK ON PARMCHG WITH
008800*                         ITS STATUS AS THIS RUN LEFT IT.
008810*----------------------------------------------------------------
008820 6000-REWRITE-REQUESTS.
008830     OPEN OUTPUT PARMCHG.
008840     PERFORM 6100-WRITE-ONE-REQUEST THRU 6100-EXIT
008850         VARYING WS-C FROM 1 BY 1
008860         UNTIL WS-C > WS-CHG-COUNT.
008870     CLOSE PARMCHG.
008880 6000-EXIT.
008890     EXIT.

008900 6100-WRITE-ONE-REQUEST.
008910     SET CT-IDX TO WS-C.
008920     WRITE PARMCHG-REC FROM CT-RECORD(CT-IDX).
008930 6100-EXIT.
008940     EXIT.

008950 7000-FINALIZE.
008960     MOVE WS-APPLIED-COUNT TO SL-APPLIED-COUNT.
008970     MOVE WS-WAITING-COUNT TO SL-WAITING-COUNT.
008980     MOVE WS-PENDING-COUNT TO SL-PENDING-COUNT.
008990     MOVE WS-REJECTED-COUNT TO SL-REJECTED-COUNT.
009000     WRITE PARMLOG-REC FROM WS-SUMMARY-LINE.
009010     MOVE "CLOSE" TO AL-ACTION.
009020     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
009030     CLOSE PARMLOG
009040           PARMREJ.
009050 7000-EXIT.
009060     EXIT.
