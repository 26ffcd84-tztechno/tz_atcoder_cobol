000250*                  AUDITLOG. PRZCLRPT CLOSES WITH THE MONTHLY
000260*                  OPEN-LIABILITY PICTURE - OPEN PRIZES VALUED
000270*                  FROM PRIZEVAL, BY TIER AND BY AGE BUCKET.
00027A* 10/15/2026  RO   EVERY GRANTED CLAIM IS NOW WRITTEN TO THE
00027B*                  PRZPYEXT PRIZE PAYMENT EXTRACT SO CHKISSUE
00027C*                  CAN CUT THE WINNER'S CHEQUE WITH THE REFUND
00027D*                  AND COMMISSION PAYMENTS.
0002A1* 10/15/2026  RO   WATCH-LIST SCREENING. CLMFILE NOW CARRIES THE
0002A2*                  CLAIMANT'S NAME (CL-CLAIMANT-NAME, CARVED FROM
0002A3*                  FILLER). BEFORE A CLAIM IS GRANTED THE CLAIMANT
0002A4*                  NAME, OR THE ENTRANT'S CUSTOMER RECORD WHEN NO
0002A5*                  NAME IS GIVEN, IS SCREENED THROUGH WLSCREEN. A
0002A6*                  HELD CLAIM IS REFUSED AND THE PRIZE STAYS OPEN
0002A7*                  FOR A NEW CLAIM ONCE THE CASE IS CLEARED.
0002AA* 10/15/2026  RO   A CLAIM WITH NO CLAIMANT NAME IS REFUSED AS
0002AB*                  "NO CLAIMANT NAME TO SCREEN". THE ENTRANT IS A
0002AC*                  PRIZE ENTRY, NOT A CUSTOMER, SO THE CUSTOMER
0002AD*                  FALLBACK NEVER SCREENED ANYTHING AND LET THE
0002AE*                  PRIZE BE PAID UNSCREENED.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000490         FILE STATUS IS WS-PRIZE-STATUS.
000500     SELECT ESCHEAT ASSIGN TO "ESCHEAT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000512     SELECT PRZPYEXT ASSIGN TO "PRZPYEXT"
000514         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT PRZCLRPT ASSIGN TO "PRZCLRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.

000870     05  CL-NUMBER                PIC 9(08).
000880     05  FILLER                   PIC X(01).
000890     05  CL-CLAIM-DATE            PIC X(08).
0008A1     05  FILLER                   PIC X(01).
0008A2     05  CL-CLAIMANT-NAME         PIC X(30).
0008A3     05  FILLER                   PIC X(23).

000910 FD  PROMOTERM
000920     RECORDING MODE IS F.
001110     05  ES-WIN-DATE              PIC 9(08).
001120     05  FILLER                   PIC X(42).

001121 FD  PRZPYEXT
001122     RECORDING MODE IS F.
001123 01  PRZPYEXT-REC.
001124     05  PY-ENTRANT               PIC X(08).
001125     05  FILLER                   PIC X(01).
001126     05  PY-NUMBER                PIC 9(08).
001127     05  FILLER                   PIC X(01).
001128     05  PY-AMOUNT                PIC 9(09).
001129     05  FILLER                   PIC X(01).
00112A     05  PY-CLAIM-DATE            PIC 9(08).
00112B     05  FILLER                   PIC X(44).

001130 FD  PRZCLRPT
001140     RECORDING MODE IS F.
001150 01  PRZCLRPT-REC                 PIC X(80).
001350 77  WS-REG-IDX                   PIC 9(05) VALUE ZERO COMP.
001360 77  WS-SEEDED-COUNT              PIC 9(05) VALUE ZERO COMP.
001370 77  WS-CLAIMED-COUNT             PIC 9(05) VALUE ZERO COMP.
001372 77  WS-PAID-COUNT                PIC 9(05) VALUE ZERO COMP.
001374 77  WS-PAID-TOTAL                PIC 9(11) VALUE ZERO.
001380 77  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO COMP.
001390 77  WS-EXPIRED-COUNT             PIC 9(05) VALUE ZERO COMP.
001400 77  WS-ESCHEAT-COUNT             PIC 9(05) VALUE ZERO COMP.
001410 77  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO COMP.
001420 77  WS-OPEN-LIABILITY            PIC 9(13) VALUE ZERO.
001430 77  WS-CLAIM-NUM                 PIC 9(08) VALUE ZERO.
001440 77  WS-REASON                    PIC X(26) VALUE SPACES.
001450 77  WS-MATCH-ENTRANT             PIC X(08) VALUE SPACES.

001460 01  WS-TIER-VALUES.
001660 COPY DATXLINK.
001670 COPY PARMCTL.
001680 COPY RPTHDR.
0016A1 COPY WLSLINK.

001690 01  WS-TITLE-LINE.
001700     05  FILLER                  PIC X(36) VALUE
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  RJ-NUMBER                PIC 9(08).
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  RJ-REASON                PIC X(26).
001810     05  FILLER                  PIC X(19) VALUE SPACES.

001820 01  WS-TIER-LINE.
001830     05  FILLER                  PIC X(05) VALUE "TIER ".
002110     05  SL-ESCHEAT               PIC ZZZZ9.
002120     05  FILLER                  PIC X(15) VALUE SPACES.

002122 01  WS-PAID-LINE.
002124     05  FILLER                  PIC X(13) VALUE "PRIZES PAID: ".
002126     05  PL-PAID-COUNT            PIC ZZZZ9.
002128     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
00212A     05  PL-PAID-TOTAL            PIC ZZZZZZZZZZ9.
00212C     05  FILLER                  PIC X(42) VALUE SPACES.

002130 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002140 PROCEDURE DIVISION.
002300     COMPUTE WS-TODAY-INT =
002310         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
002320     OPEN OUTPUT PRZCLRPT.
002322     OPEN OUTPUT PRZPYEXT.
002330     MOVE "PRIZECLM" TO RH-PROGRAM-ID.
002340     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002350     MOVE WS-RUN-TIME TO RH-RUN-ID.
003970*                     PRIZE ALREADY CLAIMED, EXPIRED OR
003980*                     ESCHEATED IS REFUSED ON THE REPORT - THE
003990*                     CLERK SEES WHY, FINANCE SEES NOTHING MOVE.
0039A1*                     SO IS A CLAIM HELD BY THE WATCH-LIST SCREEN.
004000*----------------------------------------------------------------
004010 2000-APPLY-CLAIMS.
004020     OPEN INPUT CLMFILE.
004290                 OR RG-STATUS(WS-REG-IDX) = "E"
004300             MOVE "PRIZE EXPIRED" TO WS-REASON
004310             PERFORM 2200-REFUSE-CLAIM THRU 2200-EXIT
00431A         WHEN CL-CLAIMANT-NAME = SPACES
00431B             MOVE "NO CLAIMANT NAME TO SCREEN" TO WS-REASON
00431C             PERFORM 2200-REFUSE-CLAIM THRU 2200-EXIT
004320         WHEN OTHER
0043A1             PERFORM 2150-SCREEN-CLAIMANT THRU 2150-EXIT
0043A2             IF WL-BLOCKED
0043A3                 PERFORM 2200-REFUSE-CLAIM THRU 2200-EXIT
0043A4             ELSE
0043A5                 PERFORM 2300-GRANT-CLAIM THRU 2300-EXIT
0043A6             END-IF
004340     END-EVALUATE.
004350 2100-EXIT.
004360     EXIT.

0043A7 2150-SCREEN-CLAIMANT.
0043A8     MOVE "PRIZECLM" TO WL-CALLER.
0043A9     MOVE "PRIZE" TO WL-SUBJECT-TYPE.
0043AA     MOVE CL-ENTRANT TO WL-SUBJECT-ID.
0043AB     MOVE WS-RUN-CCYYMMDD TO WL-AS-OF-DATE.
0043AD     MOVE "NAME" TO WL-ACTION.
0043AE     MOVE CL-CLAIMANT-NAME TO WL-NAME.
0043AF     MOVE SPACES TO WL-ADDRESS
0043AG                    WL-POSTCODE.
0043AK     CALL "WLSCREEN" USING WLSCREEN-PARMS.
0043AL     IF WL-BLOCKED
0043AM         MOVE SPACES TO WS-REASON
0043AN         IF WL-CASE-ID = SPACES
0043AO             MOVE "SCREEN HOLD - NO LIST" TO WS-REASON
0043AP         ELSE
0043AQ             STRING "SCREEN HOLD " WL-CASE-ID
0043AR                 DELIMITED BY SIZE INTO WS-REASON
0043AS         END-IF
0043AT     END-IF.
0043AU 2150-EXIT.
0043AV     EXIT.

004370 2200-REFUSE-CLAIM.
004380     ADD 1 TO WS-REJECTED-COUNT.
004390     MOVE CL-ENTRANT TO RJ-ENTRANT.
004520         MOVE WS-RUN-CCYYMMDD TO RG-EVENT-DATE(RG-IDX)
004530     END-IF.
004540     ADD 1 TO WS-CLAIMED-COUNT.
004542     PERFORM 2400-WRITE-PAYMENT THRU 2400-EXIT.
004550     MOVE "CLAIM" TO AL-FIELD-NAME.
004560     MOVE "O" TO AL-OLD-VALUE.
004570     MOVE "C" TO AL-NEW-VALUE.
004590 2300-EXIT.
004600     EXIT.

004601*----------------------------------------------------------------
004602* 2400-WRITE-PAYMENT - THE WINNER IS PAID THE TIER'S PRIZEVAL
004603*                      AMOUNT. A TIER WITH NO VALUE ON FILE HAS
004604*                      NOTHING TO PAY AND WRITES NOTHING.
004605*----------------------------------------------------------------
004606 2400-WRITE-PAYMENT.
004607     IF WS-TIER-VALUE(RG-TIER(RG-IDX)) = ZERO
004608         GO TO 2400-EXIT
004609     END-IF.
00460A     MOVE SPACES TO PRZPYEXT-REC.
00460B     MOVE RG-ENTRANT(RG-IDX) TO PY-ENTRANT.
00460C     MOVE RG-NUMBER(RG-IDX) TO PY-NUMBER.
00460D     MOVE WS-TIER-VALUE(RG-TIER(RG-IDX)) TO PY-AMOUNT.
00460E     MOVE RG-EVENT-DATE(RG-IDX) TO PY-CLAIM-DATE.
00460F     WRITE PRZPYEXT-REC.
00460G     ADD 1 TO WS-PAID-COUNT.
00460H     ADD PY-AMOUNT TO WS-PAID-TOTAL.
00460I 2400-EXIT.
00460J     EXIT.

004610 2500-FIND-ROW.
004620     MOVE ZERO TO WS-REG-IDX.
004630     PERFORM 2510-MATCH-ROW THRU 2510-EXIT
006260     MOVE WS-EXPIRED-COUNT TO SL-EXPIRED.
006270     MOVE WS-ESCHEAT-COUNT TO SL-ESCHEAT.
006280     WRITE PRZCLRPT-REC FROM WS-SUMMARY-LINE.
006282     MOVE WS-PAID-COUNT TO PL-PAID-COUNT.
006284     MOVE WS-PAID-TOTAL TO PL-PAID-TOTAL.
006286     WRITE PRZCLRPT-REC FROM WS-PAID-LINE.
006290     CLOSE PRZCLRPT
006292           PRZPYEXT.
006300     MOVE "CLOSE" TO AL-ACTION.
006310     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006320 6000-EXIT.
