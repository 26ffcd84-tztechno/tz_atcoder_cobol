000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WLSCREEN.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. DATA QUALITY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. SHARED CALL'ABLE SANCTIONS
000110*                  AND WATCH-LIST SCREEN FOR THE JOBS THAT TAKE ON
000120*                  CUSTOMERS OR PAY MONEY OUT (POLINTAK, ARREFUND,
000130*                  CLMPROC, AGTCOMM, PRIZECLM) AND FOR THE
000140*                  WLRESCRN RESCREEN. LOADS THE WATCHLST REFERENCE
000150*                  FILE, THE WLREVIEW CASE QUEUE AND THE BIZPARM
000160*                  WLMATCHMIN THRESHOLD ON THE FIRST CALL OF THE
000170*                  RUN UNIT. A PARTY IS SCREENED BY NAME, OR BY
000180*                  NAMEMSTR CUSTOMER, OR AS EVERY CUSTOMER
000190*                  CUSTPOLX LINKS TO A POLICY. NAMES ARE
000200*                  NORMALIZED AND MATCHED WORD BY WORD, ALLOWING
000210*                  ONE TYPING SLIP PER WORD, INITIALS AND MISSING
000220*                  MIDDLE NAMES, WITH A BONUS FOR A MATCHING
000230*                  ADDRESS OR POSTCODE. A NEW POSSIBLE MATCH IS
000240*                  APPENDED TO WLREVIEW AS AN OPEN CASE AND THE
000250*                  PARTY IS HELD UNTIL A COMPLIANCE OFFICER CLEARS
000260*                  IT. A MISSING WATCHLST HOLDS EVERYONE. SEE
000270*                  WLSLINK.CPY.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM.
000320 OBJECT-COMPUTER. IBM.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT WATCHLST ASSIGN TO "WATCHLST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-LIST-STATUS.
000380     SELECT WLREVIEW ASSIGN TO "WLREVIEW"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REVW-STATUS.
000410     SELECT BIZPARM ASSIGN TO "BIZPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440     SELECT NAMEMSTR ASSIGN TO "NAMEMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS NM-IN-KEY
000480         FILE STATUS IS WS-NAM-STATUS.
000490     SELECT CUSTPOLX ASSIGN TO "CUSTPOLX"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-XREF-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  WATCHLST
000550     RECORDING MODE IS F.
000560 01  WATCHLST-REC                 PIC X(100).

000570 FD  WLREVIEW
000580     RECORDING MODE IS F.
000590 01  WLREVIEW-REC                 PIC X(120).

000600 FD  BIZPARM
000610     RECORDING MODE IS F.
000620 01  BIZPARM-REC                  PIC X(80).

000630 FD  NAMEMSTR.
000640 01  NAMEMSTR-REC.
000650     05  NM-IN-KEY.
000660         10  NM-CUST-ID           PIC X(10).
000670         10  FILLER               PIC X(10).
000680     05  NM-NAME                  PIC X(30).
000690     05  NM-ADDRESS               PIC X(24).
000700     05  NM-POSTCODE              PIC X(06).

000710 FD  CUSTPOLX
000720     RECORDING MODE IS F.
000730 01  CUSTPOLX-REC.
000740     05  XR-POLICY-ID             PIC X(10).
000750     05  FILLER                   PIC X(01).
000760     05  XR-CUST-ID               PIC X(10).
000770     05  FILLER                   PIC X(59).

000780 WORKING-STORAGE SECTION.
000790 77  WS-LOADED-SW                 PIC X(01) VALUE "N".
000800     88  WS-LOADED                          VALUE "Y".
000810 77  WS-LIST-SW                   PIC X(01) VALUE "N".
000820     88  WS-LIST-AVAILABLE                  VALUE "Y".
000830 77  WS-NAM-OPEN-SW               PIC X(01) VALUE "N".
000840     88  WS-NAM-OPENED                      VALUE "Y".
000850 77  WS-NAM-SW                    PIC X(01) VALUE "N".
000860     88  WS-NAM-AVAILABLE                   VALUE "Y".
000870 77  WS-XREF-SW                   PIC X(01) VALUE "N".
000880     88  WS-XREF-LOADED                     VALUE "Y".
000890 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000900     88  WS-EOF                             VALUE "Y".
000910 77  WS-MASTER-SW                 PIC X(01) VALUE "Y".
000920     88  WS-MASTER-MISSING                  VALUE "N".
000930 77  WS-ONE-EDIT-SW               PIC X(01) VALUE "N".
000940     88  WS-ONE-EDIT                        VALUE "Y".
000950 77  WS-LIST-STATUS               PIC X(02) VALUE SPACES.
000960 77  WS-REVW-STATUS               PIC X(02) VALUE SPACES.
000970 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000980 77  WS-NAM-STATUS                PIC X(02) VALUE SPACES.
000990 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
001000 77  WS-MATCH-MIN                 PIC 9(03) VALUE 85.
001010 77  WS-L                         PIC 9(05) COMP.
001020 77  WS-C                         PIC 9(05) COMP.
001030 77  WS-X                         PIC 9(05) COMP.
001040 77  WS-D                         PIC 9(05) COMP.
001050 77  WS-O                         PIC 9(05) COMP.
001060 77  WS-P                         PIC 9(05) COMP.
001070 77  WS-P1                        PIC 9(05) COMP.
001080 77  WS-P2                        PIC 9(05) COMP.
001090 77  WS-T                         PIC 9(05) COMP.
001100 77  WS-CS-IDX                    PIC 9(05) VALUE ZERO COMP.
001110 77  WS-MISMATCH-COUNT            PIC 9(05) VALUE ZERO COMP.
001120 77  WS-SCREENED-COUNT            PIC 9(05) VALUE ZERO COMP.
001130 77  WS-LINKED-COUNT              PIC 9(05) VALUE ZERO COMP.
001140 77  WS-LAST-CASE-NO              PIC 9(07) VALUE ZERO.
001150 77  WS-SEVERITY                  PIC 9(01) VALUE ZERO.
001160 77  WS-HIT-SEVERITY              PIC 9(01) VALUE ZERO.
001170 77  WS-SCORE                     PIC 9(03) VALUE ZERO.
001180 77  WS-NAME-SCORE                PIC 9(03) VALUE ZERO.
001190 77  WS-TOKEN-SCORE               PIC 9(03) VALUE ZERO.
001200 77  WS-BEST                      PIC 9(03) VALUE ZERO.
001210 77  WS-SCORE-SUM                 PIC 9(05) VALUE ZERO.
001220 77  WS-TA                        PIC X(20) VALUE SPACES.
001230 77  WS-TB                        PIC X(20) VALUE SPACES.
001240 77  WS-LA                        PIC 9(02) VALUE ZERO COMP.
001250 77  WS-LB                        PIC 9(02) VALUE ZERO COMP.
001260 77  WS-TL                        PIC X(20) VALUE SPACES.
001270 77  WS-TS                        PIC X(20) VALUE SPACES.
001280 77  WS-LL                        PIC 9(02) VALUE ZERO COMP.
001290 77  WS-LS                        PIC 9(02) VALUE ZERO COMP.
001300 77  WS-CHAR                      PIC X(01) VALUE SPACES.
001310 77  WS-NORM-IN                   PIC X(40) VALUE SPACES.
001320 77  WS-NORM-NAME                 PIC X(40) VALUE SPACES.
001330 77  WS-NORM-PTR                  PIC 9(03) VALUE ZERO COMP.
001340*    COURTESY TITLES AND ARTICLES ARE NOT PART OF ANYONE'S NAME
001350 77  WS-CUR-TOKEN                 PIC X(20) VALUE SPACES.
001360     88  WS-NOISE-WORD                      VALUE "MR" "MRS" "MS"
001370                                             "MISS" "DR" "SIR"
001380                                             "THE".
001390 77  WS-CUR-LEN                   PIC 9(02) VALUE ZERO COMP.
001400 77  WS-CUST-ID                   PIC X(10) VALUE SPACES.
001410 77  WS-PARTY-RAW                 PIC X(40) VALUE SPACES.
001420 77  WS-PARTY-ID                  PIC X(10) VALUE SPACES.
001430 77  WS-PARTY-NAME                PIC X(30) VALUE SPACES.
001440 77  WS-PARTY-ADDRESS             PIC X(24) VALUE SPACES.
001450 77  WS-PARTY-POSTCODE            PIC X(06) VALUE SPACES.
001460 77  WS-NONE-REASON               PIC X(40) VALUE SPACES.
001470 77  WS-LOWER-CASE                PIC X(26) VALUE
001480     "abcdefghijklmnopqrstuvwxyz".
001490 77  WS-UPPER-CASE                PIC X(26) VALUE
001500     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

001510*    A NAME AS MATCHED - UP TO EIGHT WORDS. THE SAME SHAPE IS
001520*    USED FOR THE NAME BEING SCREENED, EACH LIST ENTRY, AND THE
001530*    TWO SIDES OF A COMPARISON, SO ONE GROUP MOVE COPIES A NAME.
001540 01  WS-TOKEN-WORK.
001550     05  TW-TOKEN-COUNT           PIC 9(02) COMP.
001560     05  TW-ENTRY OCCURS 8 TIMES.
001570         10  TW-TOKEN             PIC X(20).
001580         10  TW-LEN               PIC 9(02) COMP.

001590 01  WS-PARTY-TOKENS.
001600     05  PT-TOKEN-COUNT           PIC 9(02) COMP.
001610     05  PT-ENTRY OCCURS 8 TIMES.
001620         10  PT-TOKEN             PIC X(20).
001630         10  PT-LEN               PIC 9(02) COMP.

001640 01  WS-DRIVER-TOKENS.
001650     05  DV-TOKEN-COUNT           PIC 9(02) COMP.
001660     05  DV-ENTRY OCCURS 8 TIMES.
001670         10  DV-TOKEN             PIC X(20).
001680         10  DV-LEN               PIC 9(02) COMP.

001690 01  WS-OTHER-TOKENS.
001700     05  OT-TOKEN-COUNT           PIC 9(02) COMP.
001710     05  OT-ENTRY OCCURS 8 TIMES.
001720         10  OT-TOKEN             PIC X(20).
001730         10  OT-LEN               PIC 9(02) COMP.

001740 01  WS-LIST-TABLE.
001750     05  WS-LIST-COUNT            PIC 9(05) VALUE ZERO COMP.
001760     05  LT-ENTRY OCCURS 2000 TIMES
001770                  INDEXED BY LT-IDX.
001780         10  LT-ENTRY-ID          PIC X(10).
001790         10  LT-ADDRESS           PIC X(24).
001800         10  LT-POSTCODE          PIC X(06).
001810         10  LT-TOKENS.
001820             15  LT-TOKEN-COUNT   PIC 9(02) COMP.
001830             15  LT-TOKEN-ENTRY OCCURS 8 TIMES.
001840                 20  LT-TOKEN     PIC X(20).
001850                 20  LT-LEN       PIC 9(02) COMP.

001860 01  WS-CASE-TABLE.
001870     05  WS-CASE-COUNT            PIC 9(05) VALUE ZERO COMP.
001880     05  CS-ENTRY OCCURS 5000 TIMES
001890                  INDEXED BY CS-IDX.
001900         10  CS-CASE-ID           PIC X(10).
001910         10  CS-STATUS            PIC X(01).
001920             88  CS-CLEARED                 VALUE "C".
001930             88  CS-CONFIRMED               VALUE "F".
001940         10  CS-NAME              PIC X(30).
001950         10  CS-ENTRY-ID          PIC X(10).

001960 01  WS-XREF-TABLE.
001970     05  WS-XREF-COUNT            PIC 9(05) VALUE ZERO COMP.
001980     05  XT-ENTRY OCCURS 10000 TIMES
001990                  INDEXED BY XT-IDX.
002000         10  XT-POLICY-ID         PIC X(10).
002010         10  XT-CUST-ID           PIC X(10).

002020 COPY WLENTRY.
002030 COPY WLREVIEW.
002040 COPY CTLREC.
002050 COPY PARMCTL.

002060 LINKAGE SECTION.
002070 COPY WLSLINK.

002080 PROCEDURE DIVISION USING WLSCREEN-PARMS.
002090 0000-MAINLINE.
002100     MOVE ZERO TO WL-RETURN-CODE
002110                  WL-SCORE.
002120     MOVE SPACES TO WL-REASON
002130                    WL-CASE-ID
002140                    WL-ENTRY-ID.
002150     MOVE "N" TO WL-NEW-CASE-SW.
002160     IF WL-ACTION NOT = "NAME" AND WL-ACTION NOT = "CUST"
002170             AND WL-ACTION NOT = "POLCY"
002180         MOVE 04 TO WL-RETURN-CODE
002190         MOVE "UNRECOGNIZED WATCH-LIST SCREEN ACTION" TO WL-REASON
002200         GOBACK
002210     END-IF.
002220     IF NOT WS-LOADED
002230         PERFORM 1000-LOAD-LISTS THRU 1000-EXIT
002240     END-IF.
002250     IF NOT WS-LIST-AVAILABLE
002260         MOVE 16 TO WL-RETURN-CODE
002270         MOVE "WATCH LIST NOT AVAILABLE - HELD" TO WL-REASON
002280         GOBACK
002290     END-IF.
002300     MOVE ZERO TO WS-SEVERITY
002310                  WS-SCREENED-COUNT.
002320     MOVE "Y" TO WS-MASTER-SW.
002330     EVALUATE WL-ACTION
002340         WHEN "NAME"
002350             MOVE "NO NAME TO SCREEN" TO WS-NONE-REASON
002360             MOVE WL-NAME TO WS-PARTY-RAW
002370             MOVE WL-ADDRESS TO WS-PARTY-ADDRESS
002380             MOVE WL-POSTCODE TO WS-PARTY-POSTCODE
002390             MOVE WL-SUBJECT-ID TO WS-PARTY-ID
002400             PERFORM 3000-SCREEN-PARTY THRU 3000-EXIT
002410         WHEN "CUST"
002420             MOVE "CUSTOMER NOT ON NAMEMSTR" TO WS-NONE-REASON
002430             MOVE WL-SUBJECT-ID TO WS-CUST-ID
002440             PERFORM 2100-SCREEN-CUSTOMER THRU 2100-EXIT
002450         WHEN OTHER
002460             MOVE "NO CUSTOMER ON FILE FOR POLICY"
002470                 TO WS-NONE-REASON
002480             PERFORM 2200-SCREEN-POLICY THRU 2200-EXIT
002490     END-EVALUATE.
002500     PERFORM 4000-SET-RESULT THRU 4000-EXIT.
002510     GOBACK.

002520*----------------------------------------------------------------
002530* 1000-LOAD-LISTS - FIRST CALL OF THE RUN UNIT ONLY: THE MATCH
002540*                   THRESHOLD, THE WATCH LIST AND THE CASE QUEUE.
002550*----------------------------------------------------------------
002560 1000-LOAD-LISTS.
002570     SET WS-LOADED TO TRUE.
002580     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002590     PERFORM 1200-LOAD-WATCHLIST THRU 1200-EXIT.
002600     PERFORM 1300-LOAD-CASES THRU 1300-EXIT.
002610 1000-EXIT.
002620     EXIT.

002630 1100-SCAN-PARMS.
002640     OPEN INPUT BIZPARM.
002650     IF WS-PARM-STATUS NOT = "00"
002660         GO TO 1100-EXIT
002670     END-IF.
002680     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
002690         UNTIL WS-EOF.
002700     CLOSE BIZPARM.
002710     MOVE "N" TO WS-EOF-SW.
002720 1100-EXIT.
002730     EXIT.

002740 1110-SCAN-ONE-PARM.
002750     READ BIZPARM
002760         AT END
002770             SET WS-EOF TO TRUE
002780             GO TO 1110-EXIT
002790     END-READ.
002800     MOVE BIZPARM-REC TO PC-PARM-RECORD.
002810     IF PC-PARM-NAME = "WLMATCHMIN"
002820             AND PC-PARM-VALUE > ZERO
002830             AND PC-PARM-VALUE NOT > 100
002840         MOVE PC-PARM-VALUE TO WS-MATCH-MIN
002850     END-IF.
002860 1110-EXIT.
002870     EXIT.

002880*----------------------------------------------------------------
002890* 1200-LOAD-WATCHLIST - NO WATCHLST LEAVES THE LIST UNAVAILABLE
002900*                       AND EVERY SCREEN RETURNS 16 - NOBODY IS
002910*                       PASSED AS CLEAR AGAINST A LIST WE DO NOT
002920*                       HAVE.
002930*----------------------------------------------------------------
002940 1200-LOAD-WATCHLIST.
002950     OPEN INPUT WATCHLST.
002960     IF WS-LIST-STATUS NOT = "00"
002970         GO TO 1200-EXIT
002980     END-IF.
002990     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
003000         UNTIL WS-EOF.
003010     CLOSE WATCHLST.
003020     MOVE "N" TO WS-EOF-SW.
003030     SET WS-LIST-AVAILABLE TO TRUE.
003040 1200-EXIT.
003050     EXIT.

003060 1210-LOAD-ONE-ENTRY.
003070     READ WATCHLST
003080         AT END
003090             SET WS-EOF TO TRUE
003100             GO TO 1210-EXIT
003110     END-READ.
003120     MOVE WATCHLST-REC TO CT-CONTROL-RECORD.
003130     IF CT-HEADER OR CT-TRAILER OR WATCHLST-REC = SPACES
003140         GO TO 1210-EXIT
003150     END-IF.
003160     MOVE WATCHLST-REC TO WE-ENTRY-RECORD.
003170     MOVE WE-NAME TO WS-NORM-IN.
003180     PERFORM 5000-NORMALIZE-NAME THRU 5000-EXIT.
003190     IF TW-TOKEN-COUNT = ZERO
003200         GO TO 1210-EXIT
003210     END-IF.
003220     IF WS-LIST-COUNT >= 2000
003230         DISPLAY "WLSCREEN - WATCHLST EXCEEDS THE 2000-"
003240             "ENTRY TABLE - RUN ABORTED"
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     ADD 1 TO WS-LIST-COUNT.
003290     SET LT-IDX TO WS-LIST-COUNT.
003300     MOVE WE-ENTRY-ID TO LT-ENTRY-ID(LT-IDX).
003310     INSPECT WE-ADDRESS
003320         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
003330     INSPECT WE-POSTCODE
003340         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
003350     MOVE WE-ADDRESS TO LT-ADDRESS(LT-IDX).
003360     MOVE WE-POSTCODE TO LT-POSTCODE(LT-IDX).
003370     MOVE WS-TOKEN-WORK TO LT-TOKENS(LT-IDX).
003380 1210-EXIT.
003390     EXIT.

003400*----------------------------------------------------------------
003410* 1300-LOAD-CASES - EVERY CASE EVER RAISED. NO WLREVIEW MEANS NO
003420*                   CASE HAS BEEN RAISED YET. THE NEXT CASE NUMBER
003430*                   FOLLOWS THE HIGHEST ON FILE.
003440*----------------------------------------------------------------
003450 1300-LOAD-CASES.
003460     OPEN INPUT WLREVIEW.
003470     IF WS-REVW-STATUS NOT = "00"
003480         GO TO 1300-EXIT
003490     END-IF.
003500     PERFORM 1310-LOAD-ONE-CASE THRU 1310-EXIT
003510         UNTIL WS-EOF.
003520     CLOSE WLREVIEW.
003530     MOVE "N" TO WS-EOF-SW.
003540 1300-EXIT.
003550     EXIT.

003560 1310-LOAD-ONE-CASE.
003570     READ WLREVIEW
003580         AT END
003590             SET WS-EOF TO TRUE
003600             GO TO 1310-EXIT
003610     END-READ.
003620     IF WLREVIEW-REC = SPACES
003630         GO TO 1310-EXIT
003640     END-IF.
003650     IF WS-CASE-COUNT >= 5000
003660*        A CASE LEFT OFF THE TABLE WOULD LET ITS PARTY THROUGH
003670         DISPLAY "WLSCREEN - WLREVIEW EXCEEDS THE 5000-CASE "
003680             "TABLE - RUN ABORTED"
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720     MOVE WLREVIEW-REC TO WR-REVIEW-RECORD.
003730     ADD 1 TO WS-CASE-COUNT.
003740     SET CS-IDX TO WS-CASE-COUNT.
003750     MOVE WR-CASE-ID TO CS-CASE-ID(CS-IDX).
003760     MOVE WR-STATUS TO CS-STATUS(CS-IDX).
003770     MOVE WR-NAME TO CS-NAME(CS-IDX).
003780     MOVE WR-ENTRY-ID TO CS-ENTRY-ID(CS-IDX).
003790     IF WR-CASE-ID (4:7) IS NUMERIC
003800             AND WR-CASE-ID (4:7) > WS-LAST-CASE-NO
003810         MOVE WR-CASE-ID (4:7) TO WS-LAST-CASE-NO
003820     END-IF.
003830 1310-EXIT.
003840     EXIT.

003850 1400-LOAD-XREF.
003860     SET WS-XREF-LOADED TO TRUE.
003870     OPEN INPUT CUSTPOLX.
003880     IF WS-XREF-STATUS NOT = "00"
003890         GO TO 1400-EXIT
003900     END-IF.
003910     PERFORM 1410-LOAD-ONE-XREF THRU 1410-EXIT
003920         UNTIL WS-EOF.
003930     CLOSE CUSTPOLX.
003940     MOVE "N" TO WS-EOF-SW.
003950 1400-EXIT.
003960     EXIT.

003970 1410-LOAD-ONE-XREF.
003980     READ CUSTPOLX
003990         AT END
004000             SET WS-EOF TO TRUE
004010             GO TO 1410-EXIT
004020     END-READ.
004030     IF WS-XREF-COUNT >= 10000
004040         DISPLAY "WLSCREEN - CUSTPOLX EXCEEDS THE 10000-"
004050             "LINK TABLE - RUN ABORTED"
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     ADD 1 TO WS-XREF-COUNT.
004100     SET XT-IDX TO WS-XREF-COUNT.
004110     MOVE XR-POLICY-ID TO XT-POLICY-ID(XT-IDX).
004120     MOVE XR-CUST-ID TO XT-CUST-ID(XT-IDX).
004130 1410-EXIT.
004140     EXIT.

004150*----------------------------------------------------------------
004160* 2100-SCREEN-CUSTOMER - SCREEN WS-CUST-ID'S NAMEMSTR NAME AND
004170*                        ADDRESS. NAMEMSTR IS OPENED ON THE FIRST
004180*                        CUSTOMER LOOKUP OF THE RUN UNIT AND LEFT
004190*                        OPEN; IF IT CANNOT BE OPENED THE CUSTOMER
004200*                        CANNOT BE SHOWN CLEAR AND IS HELD.
004210*----------------------------------------------------------------
004220 2100-SCREEN-CUSTOMER.
004230     IF NOT WS-NAM-OPENED
004240         SET WS-NAM-OPENED TO TRUE
004250         OPEN INPUT NAMEMSTR
004260         IF WS-NAM-STATUS = "00"
004270             SET WS-NAM-AVAILABLE TO TRUE
004280         END-IF
004290     END-IF.
004300     IF NOT WS-NAM-AVAILABLE
004310         MOVE "CUSTOMER MASTER NOT AVAILABLE - HELD"
004320             TO WS-NONE-REASON
004330         SET WS-MASTER-MISSING TO TRUE
004340         GO TO 2100-EXIT
004350     END-IF.
004360     MOVE SPACES TO NM-IN-KEY.
004370     MOVE WS-CUST-ID TO NM-IN-KEY (1:10).
004380     READ NAMEMSTR
004390         INVALID KEY
004400             GO TO 2100-EXIT
004410     END-READ.
004420     MOVE NM-NAME TO WS-PARTY-RAW.
004430     MOVE NM-ADDRESS TO WS-PARTY-ADDRESS.
004440     MOVE NM-POSTCODE TO WS-PARTY-POSTCODE.
004450     MOVE WS-CUST-ID TO WS-PARTY-ID.
004460     PERFORM 3000-SCREEN-PARTY THRU 3000-EXIT.
004470 2100-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500* 2200-SCREEN-POLICY - EVERY CUSTOMER CUSTPOLX LINKS TO THE
004510*                      POLICY. A POLICY WRITTEN BEFORE THE
004520*                      CROSS-REFERENCE CARRIES ITS OWN ID AS THE
004530*                      NAMEMSTR KEY, SO WITH NO LINK THE POLICY
004535*                      ID ITSELF IS TRIED.
004540*----------------------------------------------------------------
004550 2200-SCREEN-POLICY.
004560     IF NOT WS-XREF-LOADED
004570         PERFORM 1400-LOAD-XREF THRU 1400-EXIT
004580     END-IF.
004590     MOVE ZERO TO WS-LINKED-COUNT.
004600     PERFORM 2210-SCREEN-ONE-LINK THRU 2210-EXIT
004610         VARYING WS-X FROM 1 BY 1
004620         UNTIL WS-X > WS-XREF-COUNT.
004630     IF WS-LINKED-COUNT = ZERO
004640         MOVE WL-SUBJECT-ID TO WS-CUST-ID
004650         PERFORM 2100-SCREEN-CUSTOMER THRU 2100-EXIT
004660     END-IF.
004670 2200-EXIT.
004680     EXIT.

004690 2210-SCREEN-ONE-LINK.
004700     SET XT-IDX TO WS-X.
004710     IF XT-POLICY-ID(XT-IDX) NOT = WL-SUBJECT-ID
004720         GO TO 2210-EXIT
004730     END-IF.
004740     ADD 1 TO WS-LINKED-COUNT.
004750     MOVE XT-CUST-ID(XT-IDX) TO WS-CUST-ID.
004760     PERFORM 2100-SCREEN-CUSTOMER THRU 2100-EXIT.
004770 2210-EXIT.
004780     EXIT.

004790*----------------------------------------------------------------
004800* 3000-SCREEN-PARTY - NORMALIZE THE PARTY'S NAME AND SCORE IT
004810*                     AGAINST EVERY LIST ENTRY.
004820*----------------------------------------------------------------
004830 3000-SCREEN-PARTY.
004840     MOVE WS-PARTY-RAW TO WS-NORM-IN.
004850     PERFORM 5000-NORMALIZE-NAME THRU 5000-EXIT.
004860     IF TW-TOKEN-COUNT = ZERO
004870         GO TO 3000-EXIT
004880     END-IF.
004890     ADD 1 TO WS-SCREENED-COUNT.
004900     MOVE WS-TOKEN-WORK TO WS-PARTY-TOKENS.
004910     MOVE WS-NORM-NAME TO WS-PARTY-NAME.
004920     INSPECT WS-PARTY-ADDRESS
004930         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004940     INSPECT WS-PARTY-POSTCODE
004950         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004960     PERFORM 3100-SCORE-ONE-ENTRY THRU 3100-EXIT
004970         VARYING WS-L FROM 1 BY 1
004980         UNTIL WS-L > WS-LIST-COUNT.
004990 3000-EXIT.
005000     EXIT.

005010*----------------------------------------------------------------
005020* 3100-SCORE-ONE-ENTRY - THE NAME SCORE, PLUS 15 FOR THE SAME
005030*                        ADDRESS AND 10 FOR THE SAME POSTCODE WHEN
005040*                        THE NAMES ARE AT LEAST HALF ALIKE, CAPPED
005050*                        AT 100. AT OR ABOVE WLMATCHMIN IS A HIT.
005060*----------------------------------------------------------------
005070 3100-SCORE-ONE-ENTRY.
005080     SET LT-IDX TO WS-L.
005090     PERFORM 3200-SCORE-NAME THRU 3200-EXIT.
005100     MOVE WS-NAME-SCORE TO WS-SCORE.
005110     IF WS-NAME-SCORE NOT < 50
005120         IF LT-ADDRESS(LT-IDX) NOT = SPACES
005130                 AND LT-ADDRESS(LT-IDX) = WS-PARTY-ADDRESS
005140             ADD 15 TO WS-SCORE
005150         END-IF
005160         IF LT-POSTCODE(LT-IDX) NOT = SPACES
005170                 AND LT-POSTCODE(LT-IDX) = WS-PARTY-POSTCODE
005180             ADD 10 TO WS-SCORE
005190         END-IF
005200     END-IF.
005210     IF WS-SCORE > 100
005220         MOVE 100 TO WS-SCORE
005230     END-IF.
005240     IF WS-SCORE < WS-MATCH-MIN
005250         GO TO 3100-EXIT
005260     END-IF.
005270     PERFORM 3500-DISPOSE-HIT THRU 3500-EXIT.
005280 3100-EXIT.
005290     EXIT.

005300*----------------------------------------------------------------
005310* 3200-SCORE-NAME - EACH WORD OF THE SHORTER NAME IS SCORED
005320*                   AGAINST ITS BEST MATCH IN THE LONGER ONE AND
005330*                   THE SCORES AVERAGED, SO A MISSING MIDDLE NAME
005340*                   DOES NOT HIDE A MATCH. A ONE-WORD NAME AGAINST
005350*                   A LONGER ONE IS SCORED THE OTHER WAY ROUND, SO
005360*                   A SURNAME ALONE IS NOT A MATCH.
005370*----------------------------------------------------------------
005380 3200-SCORE-NAME.
005390     IF (PT-TOKEN-COUNT < LT-TOKEN-COUNT(LT-IDX)
005400             AND PT-TOKEN-COUNT > 1)
005410             OR (PT-TOKEN-COUNT > LT-TOKEN-COUNT(LT-IDX)
005420             AND LT-TOKEN-COUNT(LT-IDX) = 1)
005430         MOVE WS-PARTY-TOKENS TO WS-DRIVER-TOKENS
005440         MOVE LT-TOKENS(LT-IDX) TO WS-OTHER-TOKENS
005450     ELSE
005460         MOVE LT-TOKENS(LT-IDX) TO WS-DRIVER-TOKENS
005470         MOVE WS-PARTY-TOKENS TO WS-OTHER-TOKENS
005480     END-IF.
005490     MOVE ZERO TO WS-SCORE-SUM.
005500     PERFORM 3210-SCORE-ONE-WORD THRU 3210-EXIT
005510         VARYING WS-D FROM 1 BY 1
005520         UNTIL WS-D > DV-TOKEN-COUNT.
005530     COMPUTE WS-NAME-SCORE = WS-SCORE-SUM / DV-TOKEN-COUNT.
005540 3200-EXIT.
005550     EXIT.

005560 3210-SCORE-ONE-WORD.
005570     MOVE ZERO TO WS-BEST.
005580     PERFORM 3220-COMPARE-ONE-PAIR THRU 3220-EXIT
005590         VARYING WS-O FROM 1 BY 1
005600         UNTIL WS-O > OT-TOKEN-COUNT OR WS-BEST = 100.
005610     ADD WS-BEST TO WS-SCORE-SUM.
005620 3210-EXIT.
005630     EXIT.

005640 3220-COMPARE-ONE-PAIR.
005650     MOVE DV-TOKEN(WS-D) TO WS-TA.
005660     MOVE DV-LEN(WS-D) TO WS-LA.
005670     MOVE OT-TOKEN(WS-O) TO WS-TB.
005680     MOVE OT-LEN(WS-O) TO WS-LB.
005690     PERFORM 3300-SCORE-WORDS THRU 3300-EXIT.
005700     IF WS-TOKEN-SCORE > WS-BEST
005710         MOVE WS-TOKEN-SCORE TO WS-BEST
005720     END-IF.
005730 3220-EXIT.
005740     EXIT.

005750*----------------------------------------------------------------
005760* 3300-SCORE-WORDS - 100 THE SAME WORD. 90 ONE TYPING SLIP APART
005770*                    (ONE LETTER WRONG, ADDED, DROPPED OR TWO
005780*                    SWAPPED) ON WORDS OF FOUR LETTERS OR MORE. 70
005790*                    AN INITIAL AGAINST A WORD IT STARTS. ELSE 0.
005800*----------------------------------------------------------------
005810 3300-SCORE-WORDS.
005820     MOVE ZERO TO WS-TOKEN-SCORE.
005830     IF WS-TA = WS-TB
005840         MOVE 100 TO WS-TOKEN-SCORE
005850         GO TO 3300-EXIT
005860     END-IF.
005870     IF WS-LA = 1 OR WS-LB = 1
005880         IF WS-TA (1:1) = WS-TB (1:1)
005890             MOVE 70 TO WS-TOKEN-SCORE
005900         END-IF
005910         GO TO 3300-EXIT
005920     END-IF.
005930     IF WS-LA < 4 OR WS-LB < 4
005940         GO TO 3300-EXIT
005950     END-IF.
005960     PERFORM 3400-CHECK-ONE-EDIT THRU 3400-EXIT.
005970     IF WS-ONE-EDIT
005980         MOVE 90 TO WS-TOKEN-SCORE
005990     END-IF.
006000 3300-EXIT.
006010     EXIT.

006020 3400-CHECK-ONE-EDIT.
006030     MOVE "N" TO WS-ONE-EDIT-SW.
006040     IF WS-LA = WS-LB
006050         MOVE ZERO TO WS-MISMATCH-COUNT
006060                      WS-P1
006070                      WS-P2
006080         PERFORM 3410-COUNT-MISMATCH THRU 3410-EXIT
006090             VARYING WS-P FROM 1 BY 1
006100             UNTIL WS-P > WS-LA OR WS-MISMATCH-COUNT > 2
006110         IF WS-MISMATCH-COUNT = 1
006120             SET WS-ONE-EDIT TO TRUE
006130         END-IF
006140         IF WS-MISMATCH-COUNT = 2 AND WS-P2 = WS-P1 + 1
006150                 AND WS-TA (WS-P1:1) = WS-TB (WS-P2:1)
006160                 AND WS-TA (WS-P2:1) = WS-TB (WS-P1:1)
006170             SET WS-ONE-EDIT TO TRUE
006180         END-IF
006190         GO TO 3400-EXIT
006200     END-IF.
006210     IF WS-LA = WS-LB + 1
006220         MOVE WS-TA TO WS-TL
006230         MOVE WS-LA TO WS-LL
006240         MOVE WS-TB TO WS-TS
006250         MOVE WS-LB TO WS-LS
006260     ELSE
006270         IF WS-LB = WS-LA + 1
006280             MOVE WS-TB TO WS-TL
006290             MOVE WS-LB TO WS-LL
006300             MOVE WS-TA TO WS-TS
006310             MOVE WS-LA TO WS-LS
006320         ELSE
006330             GO TO 3400-EXIT
006340         END-IF
006350     END-IF.
006360*    ONE LETTER LONGER - SKIP THE FIRST LETTER THAT DIFFERS IN THE
006370*    LONGER WORD AND THE REST MUST LINE UP
006380     MOVE ZERO TO WS-P1.
006390     PERFORM 3420-FIND-SKIP THRU 3420-EXIT
006400         VARYING WS-P FROM 1 BY 1
006410         UNTIL WS-P > WS-LS OR WS-P1 > ZERO.
006420     IF WS-P1 = ZERO
006430         SET WS-ONE-EDIT TO TRUE
006440         GO TO 3400-EXIT
006450     END-IF.
006460     COMPUTE WS-T = WS-LL - WS-P1.
006470     IF WS-TL (WS-P1 + 1:WS-T) = WS-TS (WS-P1:WS-T)
006480         SET WS-ONE-EDIT TO TRUE
006490     END-IF.
006500 3400-EXIT.
006510     EXIT.

006520 3410-COUNT-MISMATCH.
006530     IF WS-TA (WS-P:1) NOT = WS-TB (WS-P:1)
006540         ADD 1 TO WS-MISMATCH-COUNT
006550         IF WS-MISMATCH-COUNT = 1
006560             MOVE WS-P TO WS-P1
006570         ELSE
006580             MOVE WS-P TO WS-P2
006590         END-IF
006600     END-IF.
006610 3410-EXIT.
006620     EXIT.

006630 3420-FIND-SKIP.
006640     IF WS-TL (WS-P:1) NOT = WS-TS (WS-P:1)
006650         MOVE WS-P TO WS-P1
006660     END-IF.
006670 3420-EXIT.
006680     EXIT.

006690*----------------------------------------------------------------
006700* 3500-DISPOSE-HIT - A CLEARED CASE FOR THIS NAME AND ENTRY LETS
006710*                    THE PARTY THROUGH; AN OPEN OR CONFIRMED ONE
006720*                    HOLDS IT; NO CASE YET OPENS ONE. THE WORST
006730*                    HIT OF THE CALL IS THE ONE RETURNED.
006740*----------------------------------------------------------------
006750 3500-DISPOSE-HIT.
006760     MOVE ZERO TO WS-CS-IDX.
006770     PERFORM 3510-MATCH-CASE THRU 3510-EXIT
006780         VARYING WS-C FROM 1 BY 1
006790         UNTIL WS-C > WS-CASE-COUNT OR WS-CS-IDX > ZERO.
006800     IF WS-CS-IDX = ZERO
006810         PERFORM 3600-OPEN-CASE THRU 3600-EXIT
006820         MOVE "Y" TO WL-NEW-CASE-SW
006830     END-IF.
006840     SET CS-IDX TO WS-CS-IDX.
006850     EVALUATE TRUE
006860         WHEN CS-CLEARED(CS-IDX)
006870             GO TO 3500-EXIT
006880         WHEN CS-CONFIRMED(CS-IDX)
006890             MOVE 2 TO WS-HIT-SEVERITY
006900         WHEN OTHER
006910             MOVE 1 TO WS-HIT-SEVERITY
006920     END-EVALUATE.
006930     IF WS-HIT-SEVERITY > WS-SEVERITY
006940             OR (WS-HIT-SEVERITY = WS-SEVERITY
006950             AND WS-SCORE > WL-SCORE)
006960         MOVE WS-HIT-SEVERITY TO WS-SEVERITY
006970         MOVE CS-CASE-ID(CS-IDX) TO WL-CASE-ID
006980         MOVE LT-ENTRY-ID(LT-IDX) TO WL-ENTRY-ID
006990         MOVE WS-SCORE TO WL-SCORE
007000     END-IF.
007010 3500-EXIT.
007020     EXIT.

007030 3510-MATCH-CASE.
007040     IF CS-NAME(WS-C) = WS-PARTY-NAME
007050             AND CS-ENTRY-ID(WS-C) = LT-ENTRY-ID(LT-IDX)
007060         MOVE WS-C TO WS-CS-IDX
007070     END-IF.
007080 3510-EXIT.
007090     EXIT.

007100*----------------------------------------------------------------
007110* 3600-OPEN-CASE - APPEND THE NEW CASE TO WLREVIEW AT ONCE SO IT
007120*                  IS ON FILE HOWEVER THE CALLING JOB ENDS.
007130*----------------------------------------------------------------
007140 3600-OPEN-CASE.
007150     IF WS-CASE-COUNT >= 5000
007160         DISPLAY "WLSCREEN - WLREVIEW EXCEEDS THE 5000-CASE "
007170             "TABLE - RUN ABORTED"
007180         MOVE 16 TO RETURN-CODE
007190         STOP RUN
007200     END-IF.
007210     ADD 1 TO WS-LAST-CASE-NO.
007220     MOVE SPACES TO WR-CASE-ID.
007230     STRING "WLC" WS-LAST-CASE-NO DELIMITED BY SIZE
007240         INTO WR-CASE-ID.
007250     MOVE "O" TO WR-STATUS.
007260     MOVE WL-SUBJECT-TYPE TO WR-SUBJECT-TYPE.
007270     MOVE WS-PARTY-ID TO WR-SUBJECT-ID.
007280     MOVE WS-PARTY-NAME TO WR-NAME.
007290     MOVE LT-ENTRY-ID(LT-IDX) TO WR-ENTRY-ID.
007300     MOVE WS-SCORE TO WR-SCORE.
007310     MOVE WL-CALLER TO WR-SOURCE-PROGRAM.
007320     MOVE WL-AS-OF-DATE TO WR-FLAG-DATE.
007330     MOVE ZERO TO WR-DECISION-DATE.
007340     MOVE SPACES TO WR-OFFICER-ID.
007350     OPEN EXTEND WLREVIEW.
007360     IF WS-REVW-STATUS NOT = "00"
007370         OPEN OUTPUT WLREVIEW
007380     END-IF.
007390     WRITE WLREVIEW-REC FROM WR-REVIEW-RECORD.
007400     CLOSE WLREVIEW.
007410     ADD 1 TO WS-CASE-COUNT.
007420     MOVE WS-CASE-COUNT TO WS-CS-IDX.
007430     SET CS-IDX TO WS-CASE-COUNT.
007440     MOVE WR-CASE-ID TO CS-CASE-ID(CS-IDX).
007450     MOVE WR-STATUS TO CS-STATUS(CS-IDX).
007460     MOVE WR-NAME TO CS-NAME(CS-IDX).
007470     MOVE WR-ENTRY-ID TO CS-ENTRY-ID(CS-IDX).
007480 3600-EXIT.
007490     EXIT.

007500*----------------------------------------------------------------
007510* 4000-SET-RESULT - A CONFIRMED MATCH OUTRANKS AN OPEN ONE, AND A
007520*                   CUSTOMER MASTER THAT COULD NOT BE READ HOLDS
007530*                   THE PARTY LIKE A MISSING LIST.
007540*----------------------------------------------------------------
007550 4000-SET-RESULT.
007560     EVALUATE TRUE
007570         WHEN WS-SEVERITY = 2
007580             MOVE 12 TO WL-RETURN-CODE
007590             STRING "WATCH-LIST MATCH CONFIRMED " WL-CASE-ID
007600                 DELIMITED BY SIZE INTO WL-REASON
007610         WHEN WS-SEVERITY = 1
007620             MOVE 08 TO WL-RETURN-CODE
007630             STRING "WATCH-LIST HOLD - REVIEW CASE " WL-CASE-ID
007640                 DELIMITED BY SIZE INTO WL-REASON
007650         WHEN WS-MASTER-MISSING
007660             MOVE 16 TO WL-RETURN-CODE
007670             MOVE WS-NONE-REASON TO WL-REASON
007680         WHEN WS-SCREENED-COUNT = ZERO
007690             MOVE 20 TO WL-RETURN-CODE
007700             MOVE WS-NONE-REASON TO WL-REASON
007710     END-EVALUATE.
007720 4000-EXIT.
007730     EXIT.

007740*----------------------------------------------------------------
007750* 5000-NORMALIZE-NAME - WS-NORM-IN TO UPPER CASE WORDS IN
007760*                       WS-TOKEN-WORK AND ONE-SPACED IN
007770*                       WS-NORM-NAME. AN APOSTROPHE IS DROPPED
007780*                       (O'BRIEN IS OBRIEN); ANY OTHER CHARACTER
007790*                       THAT IS NOT A LETTER OR DIGIT SEPARATES
007800*                       WORDS. TITLES ARE DROPPED.
007810*----------------------------------------------------------------
007820 5000-NORMALIZE-NAME.
007830     MOVE ZERO TO TW-TOKEN-COUNT
007840                  WS-CUR-LEN.
007850     MOVE SPACES TO WS-CUR-TOKEN
007860                    WS-NORM-NAME.
007870     MOVE 1 TO WS-NORM-PTR.
007880     INSPECT WS-NORM-IN CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
007890     PERFORM 5100-SCAN-ONE-CHAR THRU 5100-EXIT
007900         VARYING WS-P FROM 1 BY 1
007910         UNTIL WS-P > 40.
007920     PERFORM 5200-END-WORD THRU 5200-EXIT.
007930 5000-EXIT.
007940     EXIT.

007950 5100-SCAN-ONE-CHAR.
007960     MOVE WS-NORM-IN (WS-P:1) TO WS-CHAR.
007970     IF WS-CHAR = "'"
007980         GO TO 5100-EXIT
007990     END-IF.
008000     IF WS-CHAR NOT = SPACE
008010             AND (WS-CHAR IS ALPHABETIC-UPPER
008020             OR WS-CHAR IS NUMERIC)
008030         IF WS-CUR-LEN < 20
008040             ADD 1 TO WS-CUR-LEN
008050             MOVE WS-CHAR TO WS-CUR-TOKEN (WS-CUR-LEN:1)
008060         END-IF
008070     ELSE
008080         PERFORM 5200-END-WORD THRU 5200-EXIT
008090     END-IF.
008100 5100-EXIT.
008110     EXIT.

008120 5200-END-WORD.
008130     IF WS-CUR-LEN = ZERO
008140         GO TO 5200-EXIT
008150     END-IF.
008160     IF NOT WS-NOISE-WORD AND TW-TOKEN-COUNT < 8
008170         ADD 1 TO TW-TOKEN-COUNT
008180         MOVE WS-CUR-TOKEN TO TW-TOKEN(TW-TOKEN-COUNT)
008190         MOVE WS-CUR-LEN TO TW-LEN(TW-TOKEN-COUNT)
008200         STRING WS-CUR-TOKEN DELIMITED BY SPACE
008210                " " DELIMITED BY SIZE
008220             INTO WS-NORM-NAME
008230             WITH POINTER WS-NORM-PTR
008240         END-STRING
008250     END-IF.
008260     MOVE SPACES TO WS-CUR-TOKEN.
008270     MOVE ZERO TO WS-CUR-LEN.
008280 5200-EXIT.
008290     EXIT.
