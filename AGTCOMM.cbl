000240*                  POLICIES WITH NO AGENT GO TO AGTCREJ IN THE
000250*                  SHARED REJECTREC LAYOUT. AGTCASH IS CONSUMED
000260*                  AND REWRITTEN EMPTY SO NOTHING PAYS TWICE.
000262* 10/15/2026  RO   COMMISSION CHARGEBACK. NEGATIVE AGTCASH EVENTS
000264*                  (REFUNDS, WRITE-OFFS AND NOW POLLAPSE'S
000266*                  UNEARNED PREMIUM ON LAPSE) NO LONGER NET INTO
000268*                  COLLECTED CASH; THEY ARE CHARGED BACK AT THE
00026A*                  AGENT'S PERCENT ON THEIR OWN NEGATIVE
00026B*                  STATEMENT AND AGTPAYEX LINE. WHEN CHARGEBACKS
00026C*                  (PLUS ANY DEBIT ALREADY OWED) EXCEED THE
00026D*                  MONTH'S COMMISSION THE SHORTFALL IS NOT
00026E*                  EXTRACTED AS A NEGATIVE PAYABLE ANY MORE; IT
00026F*                  CARRIES FORWARD ON THE AGTDEBIT FILE AND IS
00026G*                  RECOVERED FROM LATER COMMISSION. THE DEBIT
00026H*                  BALANCE MOVEMENT POSTS TO 1250AGTDR.
00026I* 10/15/2026  RO   EVERY AGTPAYEX LINE IS ALSO APPENDED TO THE
00026J*                  AGTPAYHS PAYMENT HISTORY, WHICH AGTINFO TOTALS
00026K*                  AT YEAR END FOR THE AGENT INFORMATION RETURNS.
0002A1* 10/15/2026  RO   WATCH-LIST SCREENING. EACH AGENT WITH EVENTS IS
0002A2*                  SCREENED THROUGH WLSCREEN ONCE PER RUN. A HELD
0002A3*                  AGENT'S EVENTS ARE NOT PRICED OR PAID; THEY ARE
0002A4*                  WRITTEN BACK TO AGTCASH INSTEAD OF BEING
0002A5*                  CONSUMED, SO THEY PAY ON THE FIRST RUN AFTER
0002A6*                  THE REVIEW CASE IS CLEARED. THE STATEMENT SHOWS
0002A7*                  A SCREEN HOLD LINE WITH THE CASE AND HELD CASH.
0002A8* 10/15/2026  RO   AGTPAYEX CARRIES ONE NET LINE PER AGENT -
0002A9*                  COMMISSION LESS THE CHARGEBACKS AND DEBIT
0002AA*                  RECOVERED FROM IT - INSTEAD OF A GROSS LINE AND
0002AB*                  A NEGATIVE RECOVERY LINE, SO THE CHEQUE ISSUED
0002AC*                  MATCHES THE 2100COMMPY CREDIT.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT AGTCREJ ASSIGN TO "AGTCREJ"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000502     SELECT AGTDEBIT ASSIGN TO "AGTDEBIT"
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-DEBIT-STATUS.
000507     SELECT AGTPAYHS ASSIGN TO "AGTPAYHS"
000508         ORGANIZATION IS LINE SEQUENTIAL
000509         FILE STATUS IS WS-PAYHS-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
001060     RECORDING MODE IS F.
001070 01  AGTCREJ-REC                  PIC X(80).

001072 FD  AGTDEBIT
001074     RECORDING MODE IS F.
001076 01  AGTDEBIT-REC.
001078     05  AD-AGENT-ID              PIC X(06).
00107A     05  FILLER                   PIC X(01).
00107B     05  AD-BALANCE               PIC 9(09).
00107C     05  FILLER                   PIC X(01).
00107D     05  AD-CARRIED-DATE          PIC 9(06).
00107E     05  FILLER                   PIC X(57).

00107F FD  AGTPAYHS
00107G     RECORDING MODE IS F.
00107H 01  AGTPAYHS-REC                 PIC X(80).

001080 WORKING-STORAGE SECTION.
001090 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001100     88  WS-EOF                             VALUE "Y".
001110 77  WS-AGT-STATUS                PIC X(02) VALUE SPACES.
001120 77  WS-CASH-STATUS               PIC X(02) VALUE SPACES.
001130 77  WS-POL-STATUS                PIC X(02) VALUE SPACES.
001132 77  WS-DEBIT-STATUS              PIC X(02) VALUE SPACES.
001134 77  WS-PAYHS-STATUS              PIC X(02) VALUE SPACES.
001140 77  WS-A                         PIC 9(03) COMP.
001150 77  WS-AGT-IDX                   PIC 9(03) VALUE ZERO COMP.
001160 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001200 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001210 77  WS-NET-COMMISSION            PIC S9(11) VALUE ZERO.
001220 77  WS-GL-AMOUNT                 PIC 9(11) VALUE ZERO.
001222 77  WS-NET-PAYABLE               PIC S9(11) VALUE ZERO.
001224 77  WS-DEBIT-CHANGE              PIC S9(11) VALUE ZERO.
001226 77  WS-OWED                      PIC S9(11) VALUE ZERO.
0012A1 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.

001230 01  WS-AGT-TABLE.
001240     05  WS-AGT-COUNT             PIC 9(03) VALUE ZERO COMP.
001290         10  AT-COMM-PCT          PIC 9(02).
001300         10  AT-COLLECTED         PIC S9(11).
001310         10  AT-COMMISSION        PIC S9(11).
001312         10  AT-RETURNED          PIC S9(11).
001314         10  AT-CHARGEBACK        PIC S9(11).
001316         10  AT-PRIOR-DEBIT       PIC 9(09).
001318         10  AT-PRIOR-DATE        PIC 9(06).
00131A         10  AT-RECOVERED         PIC 9(11).
00131B         10  AT-CARRIED-DEBIT     PIC 9(09).
0013A1         10  AT-SCREEN-SW         PIC X(01).
0013A2             88  AT-NOT-SCREENED              VALUE SPACE.
0013A3             88  AT-SCREEN-HELD               VALUE "H".
0013A4         10  AT-HOLD-CASE-ID      PIC X(10).
0013A5         10  AT-HELD-CASH         PIC S9(11).

0013A6*    EVENTS FOR AGENTS HELD BY THE WATCH-LIST SCREEN, WRITTEN BACK
0013A7*    TO AGTCASH AT END OF RUN
0013A8 01  WS-HELD-TABLE.
0013A9     05  WS-HELD-COUNT            PIC 9(05) VALUE ZERO COMP.
0013AA     05  HE-ENTRY OCCURS 5000 TIMES
0013AB                  INDEXED BY HE-IDX.
0013AC         10  HE-RECORD            PIC X(80).

00131C*    DEBITS OWED BY AGENTS NO LONGER ON AGTMAST ARE CARRIED
00131D*    THROUGH UNTOUCHED SO THE BALANCE IS NEVER LOST
00131E 01  WS-ORPHAN-TABLE.
00131F     05  WS-ORPHAN-COUNT          PIC 9(03) VALUE ZERO COMP.
00131G     05  OD-ENTRY OCCURS 200 TIMES
00131H                  INDEXED BY OD-IDX.
00131I         10  OD-AGENT-ID          PIC X(06).
00131J         10  OD-BALANCE           PIC 9(09).
00131K         10  OD-CARRIED-DATE      PIC 9(06).

001320 COPY GLJRLINK.
001330 COPY REJECTREC.
001340 COPY RPTHDR.
0013AD COPY DATXLINK.
0013AE COPY WLSLINK.

001350 01  WS-TITLE-LINE.
001360     05  FILLER                  PIC X(34) VALUE
001490     05  ST-COMMISSION            PIC -(9)9.
001500     05  FILLER                  PIC X(01) VALUE SPACES.

001502 01  WS-CHARGEBACK-LINE.
001504     05  FILLER                  PIC X(13) VALUE SPACES.
001506     05  FILLER                  PIC X(20) VALUE
001508         "CHARGEBACK          ".
00150A     05  FILLER                  PIC X(12) VALUE "   RETURNED:".
00150B     05  CB-RETURNED              PIC -(10)9.
00150C     05  FILLER                  PIC X(06) VALUE "  PCT:".
00150D     05  CB-PCT                   PIC Z9.
00150E     05  FILLER                  PIC X(07) VALUE "  COMM:".
00150F     05  CB-CHARGEBACK            PIC -(9)9.
00150G     05  FILLER                  PIC X(01) VALUE SPACES.

00150H 01  WS-DEBIT-LINE.
00150I     05  FILLER                  PIC X(13) VALUE SPACES.
00150J     05  FILLER                  PIC X(12) VALUE "PRIOR DEBIT:".
00150K     05  DB-PRIOR                 PIC ZZZZZZZZ9.
00150L     05  FILLER                  PIC X(12) VALUE "  RECOVERED:".
00150M     05  DB-RECOVERED             PIC ZZZZZZZZ9.
00150N     05  FILLER                  PIC X(16) VALUE
00150O         "  CARRIED DEBIT:".
00150P     05  DB-CARRIED               PIC ZZZZZZZZ9.

0015A1 01  WS-HOLD-LINE.
0015A2     05  FILLER                  PIC X(13) VALUE SPACES.
0015A3     05  FILLER                  PIC X(12) VALUE "SCREEN HOLD ".
0015A4     05  HL-CASE-ID               PIC X(10).
0015A5     05  FILLER                  PIC X(12) VALUE "  HELD CASH:".
0015A6     05  HL-HELD-CASH             PIC -(10)9.
0015A7     05  FILLER                  PIC X(22) VALUE SPACES.

001510 01  WS-SUMMARY-LINE.
001520     05  FILLER                  PIC X(09) VALUE "EVENTS:  ".
001530     05  SL-EVENT-COUNT           PIC ZZZZZZ9.
001550     05  SL-REJECT-COUNT          PIC ZZZZ9.
001560     05  FILLER                  PIC X(12) VALUE "  NET COMM: ".
001570     05  SL-NET-COMMISSION        PIC -(10)9.
0015A8     05  FILLER                  PIC X(08) VALUE "  HELD: ".
0015A9     05  SL-HELD-COUNT            PIC ZZZZ9.
0015AA     05  FILLER                  PIC X(16) VALUE SPACES.

001590 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001680 1000-INITIALIZE.
001690     ACCEPT WS-RUN-DATE FROM DATE.
001700     ACCEPT WS-RUN-TIME FROM TIME.
0017A1     MOVE "EXPND" TO DX-ACTION.
0017A2     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
0017A3     CALL "DATEXPND" USING DATEXPND-PARMS.
0017A4     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001710     OPEN OUTPUT AGTSTMT
001720          OUTPUT AGTPAYEX
001730          OUTPUT AGTCREJ.
001732     OPEN EXTEND AGTPAYHS.
001734     IF WS-PAYHS-STATUS = "35"
001736         OPEN OUTPUT AGTPAYHS
001738     END-IF.
001740     MOVE "AGTCOMM" TO RH-PROGRAM-ID.
001750     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001760     MOVE WS-RUN-TIME TO RH-RUN-ID.
001880         UNTIL WS-EOF.
001890     CLOSE AGTMAST.
001900     MOVE "N" TO WS-EOF-SW.
001902     OPEN INPUT AGTDEBIT.
001904     IF WS-DEBIT-STATUS = "00"
001906         PERFORM 1200-LOAD-ONE-DEBIT THRU 1200-EXIT
001908             UNTIL WS-EOF
00190A         CLOSE AGTDEBIT
00190B     END-IF.
00190C     MOVE "N" TO WS-EOF-SW.
001910     OPEN INPUT POLMAST.
001920     IF WS-POL-STATUS NOT = "00"
001930         DISPLAY "AGTCOMM - POLMAST OPEN FAILED, STATUS "
002210             MOVE AG-COMM-PCT TO AT-COMM-PCT(AG-IDX)
002220             MOVE ZERO TO AT-COLLECTED(AG-IDX)
002230             MOVE ZERO TO AT-COMMISSION(AG-IDX)
002232             MOVE ZERO TO AT-RETURNED(AG-IDX)
002234             MOVE ZERO TO AT-CHARGEBACK(AG-IDX)
002236             MOVE ZERO TO AT-PRIOR-DEBIT(AG-IDX)
002238             MOVE ZERO TO AT-PRIOR-DATE(AG-IDX)
00223A             MOVE ZERO TO AT-RECOVERED(AG-IDX)
00223B             MOVE ZERO TO AT-CARRIED-DEBIT(AG-IDX)
0022A1             MOVE SPACE TO AT-SCREEN-SW(AG-IDX)
0022A2             MOVE SPACES TO AT-HOLD-CASE-ID(AG-IDX)
0022A3             MOVE ZERO TO AT-HELD-CASH(AG-IDX)
002240     END-READ.
002250 1100-EXIT.
002260     EXIT.

0022B1 1200-LOAD-ONE-DEBIT.
0022B2     READ AGTDEBIT
0022B3         AT END
0022B4             SET WS-EOF TO TRUE
0022B5             GO TO 1200-EXIT
0022B6     END-READ.
0022B7     MOVE AD-AGENT-ID TO WS-LOOKUP-AGENT.
0022B8     PERFORM 2500-FIND-AGENT THRU 2500-EXIT.
0022B9     IF WS-AGT-IDX > ZERO
0022BA         SET AG-IDX TO WS-AGT-IDX
0022BB         ADD AD-BALANCE TO AT-PRIOR-DEBIT(AG-IDX)
0022BC         MOVE AD-CARRIED-DATE TO AT-PRIOR-DATE(AG-IDX)
0022BD         GO TO 1200-EXIT
0022BE     END-IF.
0022BF     IF WS-ORPHAN-COUNT >= 200
0022BG         DISPLAY "AGTCOMM - AGTDEBIT EXCEEDS THE 200-"
0022BH             "DEBIT TABLE - RUN ABORTED"
0022BI         MOVE 16 TO RETURN-CODE
0022BJ         STOP RUN
0022BK     END-IF.
0022BL     ADD 1 TO WS-ORPHAN-COUNT.
0022BM     SET OD-IDX TO WS-ORPHAN-COUNT.
0022BN     MOVE AD-AGENT-ID TO OD-AGENT-ID(OD-IDX).
0022BO     MOVE AD-BALANCE TO OD-BALANCE(OD-IDX).
0022BP     MOVE AD-CARRIED-DATE TO OD-CARRIED-DATE(OD-IDX).
0022BQ 1200-EXIT.
0022BR     EXIT.

002270*----------------------------------------------------------------
002280* 2000-PRICE-ONE-EVENT - ROUTE ONE COLLECTION EVENT TO ITS
002290*                        POLICY'S AGENT. A POLICY WITH NO AGENT
002300*                        (OR NONE ON POLMAST) REJECTS SO THE
002310*                        MONEY IS INVESTIGATED, NOT SILENTLY
0023A1*                        UNCOMMISSIONED. AN EVENT FOR AN AGENT
0023A2*                        HELD BY THE WATCH-LIST SCREEN IS SET
0023A3*                        ASIDE UNPRICED.
002330*----------------------------------------------------------------
002340 2000-PRICE-ONE-EVENT.
002350     ADD 1 TO WS-EVENT-COUNT.
002530         GO TO 2000-NEXT
002540     END-IF.
002550     SET AG-IDX TO WS-AGT-IDX.
0025A1     IF AT-NOT-SCREENED(AG-IDX)
0025A2         PERFORM 2600-SCREEN-AGENT THRU 2600-EXIT
0025A3     END-IF.
0025A4     IF AT-SCREEN-HELD(AG-IDX)
0025A5         IF WS-HELD-COUNT >= 5000
0025A6             DISPLAY "AGTCOMM - HELD EVENTS EXCEED THE 5000-"
0025A7                 "EVENT TABLE - RUN ABORTED"
0025A8             MOVE 16 TO RETURN-CODE
0025A9             STOP RUN
0025AA         END-IF
0025AB         ADD 1 TO WS-HELD-COUNT
0025AC         SET HE-IDX TO WS-HELD-COUNT
0025AD         MOVE AGTCASH-REC TO HE-RECORD(HE-IDX)
0025AE         ADD AC-AMOUNT TO AT-HELD-CASH(AG-IDX)
0025AF         GO TO 2000-NEXT
0025AG     END-IF.
002552     IF AC-AMOUNT < ZERO
002554         ADD AC-AMOUNT TO AT-RETURNED(AG-IDX)
002556     ELSE
002558         ADD AC-AMOUNT TO AT-COLLECTED(AG-IDX)
00255A     END-IF.
002570 2000-NEXT.
002580     PERFORM 8000-READ-EVENT THRU 8000-EXIT.
002590 2000-EXIT.
002720 2510-EXIT.
002730     EXIT.

0027A2*----------------------------------------------------------------
0027A3* 2600-SCREEN-AGENT - SCREEN THE AGENT'S NAME THE FIRST TIME ONE
0027A4*                     OF THEIR EVENTS COMES UP. THE RESULT HOLDS
0027A5*                     FOR THE REST OF THE RUN.
0027A6*----------------------------------------------------------------
0027A7 2600-SCREEN-AGENT.
0027A8     MOVE "C" TO AT-SCREEN-SW(AG-IDX).
0027A9     MOVE "NAME" TO WL-ACTION.
0027AA     MOVE "AGTCOMM" TO WL-CALLER.
0027AB     MOVE "COMMISSN" TO WL-SUBJECT-TYPE.
0027AC     MOVE AT-AGENT-ID(AG-IDX) TO WL-SUBJECT-ID.
0027AD     MOVE AT-NAME(AG-IDX) TO WL-NAME.
0027AE     MOVE SPACES TO WL-ADDRESS
0027AF                    WL-POSTCODE.
0027AG     MOVE WS-RUN-CCYYMMDD TO WL-AS-OF-DATE.
0027AH     CALL "WLSCREEN" USING WLSCREEN-PARMS.
0027AI     IF WL-BLOCKED
0027AJ         MOVE "H" TO AT-SCREEN-SW(AG-IDX)
0027AK         IF WL-CASE-ID = SPACES
0027AL             MOVE "NO LIST" TO AT-HOLD-CASE-ID(AG-IDX)
0027AM         ELSE
0027AN             MOVE WL-CASE-ID TO AT-HOLD-CASE-ID(AG-IDX)
0027AO         END-IF
0027AP     END-IF.
0027AQ 2600-EXIT.
0027AR     EXIT.

002740 2900-WRITE-REJECT.
002750     ADD 1 TO WS-REJECT-COUNT.
002760     MOVE "AGTCOMM" TO RJ-SOURCE-PROGRAM.
002830*----------------------------------------------------------------
002840* 3000-SETTLE-AGENTS - PRICE EACH AGENT'S NET COLLECTED CASH AT
002850*                      THEIR PERCENT, PRINT THE STATEMENT LINE,
002860*                      AND CUT THE PAYABLE EXTRACT. RETURNED
002870*                      PREMIUM IS CHARGED BACK ON ITS OWN LINE;
002880*                      THE CHARGEBACK AND ANY DEBIT ALREADY OWED
002882*                      COME OUT OF THIS MONTH'S COMMISSION AS
002884*                      FAR AS IT GOES, AND THE REST CARRIES.
002886*                      THE EXTRACT GETS ONE LINE PER AGENT FOR
002888*                      THE NET DUE - NONE WHEN NOTHING IS LEFT.
002890*----------------------------------------------------------------
002900 3000-SETTLE-AGENTS.
002910     PERFORM 3100-SETTLE-ONE THRU 3100-EXIT
002970     SET AG-IDX TO WS-A.
002980     COMPUTE AT-COMMISSION(AG-IDX) =
002990         AT-COLLECTED(AG-IDX) * AT-COMM-PCT(AG-IDX) / 100.
002992     COMPUTE AT-CHARGEBACK(AG-IDX) =
002994         AT-RETURNED(AG-IDX) * AT-COMM-PCT(AG-IDX) / 100.
002996     COMPUTE WS-OWED =
002998         AT-PRIOR-DEBIT(AG-IDX) - AT-CHARGEBACK(AG-IDX).
00299A     IF WS-OWED > AT-COMMISSION(AG-IDX)
00299B         MOVE AT-COMMISSION(AG-IDX) TO AT-RECOVERED(AG-IDX)
00299C         COMPUTE AT-CARRIED-DEBIT(AG-IDX) =
00299D             WS-OWED - AT-COMMISSION(AG-IDX)
00299E     ELSE
00299F         MOVE WS-OWED TO AT-RECOVERED(AG-IDX)
00299G         MOVE ZERO TO AT-CARRIED-DEBIT(AG-IDX)
00299H     END-IF.
003000     COMPUTE WS-NET-COMMISSION = WS-NET-COMMISSION
003002         + AT-COMMISSION(AG-IDX) + AT-CHARGEBACK(AG-IDX).
003004     COMPUTE WS-NET-PAYABLE = WS-NET-PAYABLE
003006         + AT-COMMISSION(AG-IDX) - AT-RECOVERED(AG-IDX).
003008     COMPUTE WS-DEBIT-CHANGE = WS-DEBIT-CHANGE
00300A         + AT-CARRIED-DEBIT(AG-IDX) - AT-PRIOR-DEBIT(AG-IDX).
003010     MOVE AT-AGENT-ID(AG-IDX) TO ST-AGENT-ID.
003020     MOVE AT-NAME(AG-IDX) TO ST-NAME.
003030     MOVE AT-COLLECTED(AG-IDX) TO ST-COLLECTED.
003040     MOVE AT-COMM-PCT(AG-IDX) TO ST-PCT.
003050     MOVE AT-COMMISSION(AG-IDX) TO ST-COMMISSION.
003060     WRITE AGTSTMT-REC FROM WS-STMT-LINE.
003062     IF AT-RETURNED(AG-IDX) NOT = ZERO
003064         MOVE AT-RETURNED(AG-IDX) TO CB-RETURNED
003066         MOVE AT-COMM-PCT(AG-IDX) TO CB-PCT
003068         MOVE AT-CHARGEBACK(AG-IDX) TO CB-CHARGEBACK
00306A         WRITE AGTSTMT-REC FROM WS-CHARGEBACK-LINE
00306B     END-IF.
00306C     IF AT-PRIOR-DEBIT(AG-IDX) NOT = ZERO
00306D             OR AT-CARRIED-DEBIT(AG-IDX) NOT = ZERO
00306E         MOVE AT-PRIOR-DEBIT(AG-IDX) TO DB-PRIOR
00306F         MOVE AT-RECOVERED(AG-IDX) TO DB-RECOVERED
00306G         MOVE AT-CARRIED-DEBIT(AG-IDX) TO DB-CARRIED
00306H         WRITE AGTSTMT-REC FROM WS-DEBIT-LINE
00306I     END-IF.
0030A1     IF AT-SCREEN-HELD(AG-IDX)
0030A2         MOVE AT-HOLD-CASE-ID(AG-IDX) TO HL-CASE-ID
0030A3         MOVE AT-HELD-CASH(AG-IDX) TO HL-HELD-CASH
0030A4         WRITE AGTSTMT-REC FROM WS-HOLD-LINE
0030A5     END-IF.
003070     IF AT-COMMISSION(AG-IDX) > AT-RECOVERED(AG-IDX)
003080         MOVE SPACES TO AGTPAYEX-REC
003090         MOVE AT-AGENT-ID(AG-IDX) TO PX-AGENT-ID
003100         COMPUTE PX-COMMISSION =
003110             AT-COMMISSION(AG-IDX) - AT-RECOVERED(AG-IDX)
003120         MOVE WS-RUN-DATE TO PX-PAY-DATE
003130         PERFORM 3150-WRITE-PAYABLE THRU 3150-EXIT
003132     END-IF.
003140 3100-EXIT.
003150     EXIT.

003152 3150-WRITE-PAYABLE.
003154     WRITE AGTPAYEX-REC.
003155     WRITE AGTPAYHS-REC FROM AGTPAYEX-REC.
003157 3150-EXIT.
003158     EXIT.

003160*----------------------------------------------------------------
003170* 5000-FINALIZE - CONSUME THE EVENT FILE SO NOTHING PAYS TWICE,
0031A1*                 KEEPING ONLY THE EVENTS HELD BY THE SCREEN,
003180*                 RAISE THE JOURNAL ENTRY FOR THE NET
003190*                 COMMISSION, AND PRINT THE RUN TOTALS.
003200*----------------------------------------------------------------
003220     IF WS-CASH-STATUS = "00" OR WS-CASH-STATUS = "10"
003230         CLOSE AGTCASH
003240         OPEN OUTPUT AGTCASH
0032A1         PERFORM 5100-WRITE-HELD-EVENT THRU 5100-EXIT
0032A2             VARYING HE-IDX FROM 1 BY 1
0032A3             UNTIL HE-IDX > WS-HELD-COUNT
003250         CLOSE AGTCASH
003260     END-IF.
003270     CLOSE POLMAST.
003272     PERFORM 5200-WRITE-DEBITS THRU 5200-EXIT.
003280     PERFORM 5500-WRITE-JOURNAL THRU 5500-EXIT.
003290     WRITE AGTSTMT-REC FROM WS-BLANK-LINE.
003300     MOVE WS-EVENT-COUNT TO SL-EVENT-COUNT.
003310     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
003320     MOVE WS-NET-COMMISSION TO SL-NET-COMMISSION.
0033A1     MOVE WS-HELD-COUNT TO SL-HELD-COUNT.
003330     WRITE AGTSTMT-REC FROM WS-SUMMARY-LINE.
003340     CLOSE AGTSTMT
003350           AGTPAYEX
003360           AGTCREJ
003362           AGTPAYHS.
003370 5000-EXIT.
003380     EXIT.

0033A3 5100-WRITE-HELD-EVENT.
0033A4     WRITE AGTCASH-REC FROM HE-RECORD(HE-IDX).
0033A5 5100-EXIT.
0033A6     EXIT.

0033B1*----------------------------------------------------------------
0033B2* 5200-WRITE-DEBITS - REWRITE THE CARRIED DEBIT FILE: EVERY AGENT
0033B3*                     STILL OWING AFTER THIS RUN, PLUS ANY DEBIT
0033B4*                     FOR AN AGENT NO LONGER ON AGTMAST. A DEBIT
0033B5*                     KEEPS THE DATE IT WAS FIRST CARRIED.
0033B6*----------------------------------------------------------------
0033B7 5200-WRITE-DEBITS.
0033B8     OPEN OUTPUT AGTDEBIT.
0033B9     PERFORM 5210-WRITE-AGENT-DEBIT THRU 5210-EXIT
0033BA         VARYING WS-A FROM 1 BY 1
0033BB         UNTIL WS-A > WS-AGT-COUNT.
0033BC     PERFORM 5220-WRITE-ORPHAN-DEBIT THRU 5220-EXIT
0033BD         VARYING WS-A FROM 1 BY 1
0033BE         UNTIL WS-A > WS-ORPHAN-COUNT.
0033BF     CLOSE AGTDEBIT.
0033BG 5200-EXIT.
0033BH     EXIT.

0033BI 5210-WRITE-AGENT-DEBIT.
0033BJ     SET AG-IDX TO WS-A.
0033BK     IF AT-CARRIED-DEBIT(AG-IDX) = ZERO
0033BL         GO TO 5210-EXIT
0033BM     END-IF.
0033BN     MOVE SPACES TO AGTDEBIT-REC.
0033BO     MOVE AT-AGENT-ID(AG-IDX) TO AD-AGENT-ID.
0033BP     MOVE AT-CARRIED-DEBIT(AG-IDX) TO AD-BALANCE.
0033BQ     IF AT-PRIOR-DEBIT(AG-IDX) = ZERO
0033BR         MOVE WS-RUN-DATE TO AD-CARRIED-DATE
0033BS     ELSE
0033BT         MOVE AT-PRIOR-DATE(AG-IDX) TO AD-CARRIED-DATE
0033BU     END-IF.
0033BV     WRITE AGTDEBIT-REC.
0033BW 5210-EXIT.
0033BX     EXIT.

0033BY 5220-WRITE-ORPHAN-DEBIT.
0033BZ     SET OD-IDX TO WS-A.
0033C1     MOVE SPACES TO AGTDEBIT-REC.
0033C2     MOVE OD-AGENT-ID(OD-IDX) TO AD-AGENT-ID.
0033C3     MOVE OD-BALANCE(OD-IDX) TO AD-BALANCE.
0033C4     MOVE OD-CARRIED-DATE(OD-IDX) TO AD-CARRIED-DATE.
0033C5     WRITE AGTDEBIT-REC.
0033C6 5220-EXIT.
0033C7     EXIT.

0033Z1*----------------------------------------------------------------
0033Z2* 5500-WRITE-JOURNAL - NET COMMISSION EXPENSE (COMMISSION LESS
0033Z3*                      CHARGEBACKS) AND THE CHANGE IN AGENT DEBIT
0033Z4*                      BALANCES TOGETHER EQUAL WHAT IS PAYABLE,
0033Z5*                      SO THE THREE LINES BALANCE WHATEVER THEIR
0033Z6*                      SIGNS.
0033Z7*----------------------------------------------------------------
003390 5500-WRITE-JOURNAL.
003400     IF WS-NET-COMMISSION = ZERO AND WS-NET-PAYABLE = ZERO
003402             AND WS-DEBIT-CHANGE = ZERO
003410         GO TO 5500-CLOSE
003420     END-IF.
003430     MOVE "WRITE" TO GJ-ACTION.
003490         MOVE "5200COMMEX" TO GJ-ACCOUNT
003500         MOVE "D" TO GJ-DC
003510         CALL "GLJRNL" USING GLJRNL-PARMS
003550     END-IF.
003552     IF WS-NET-COMMISSION < ZERO
003560         COMPUTE WS-GL-AMOUNT = ZERO - WS-NET-COMMISSION
003570         MOVE WS-GL-AMOUNT TO GJ-AMOUNT
003610         MOVE "5200COMMEX" TO GJ-ACCOUNT
003620         MOVE "C" TO GJ-DC
003630         CALL "GLJRNL" USING GLJRNL-PARMS
003640     END-IF.
003641     IF WS-NET-PAYABLE > ZERO
003642         MOVE WS-NET-PAYABLE TO GJ-AMOUNT
003643         MOVE "2100COMMPY" TO GJ-ACCOUNT
003644         MOVE "C" TO GJ-DC
003645         CALL "GLJRNL" USING GLJRNL-PARMS
003646     END-IF.
003647     MOVE "AGENT DEBIT BALANCE" TO GJ-DESC.
003648     IF WS-DEBIT-CHANGE > ZERO
003649         MOVE WS-DEBIT-CHANGE TO GJ-AMOUNT
00364A         MOVE "1250AGTDR" TO GJ-ACCOUNT
00364B         MOVE "D" TO GJ-DC
00364C         CALL "GLJRNL" USING GLJRNL-PARMS
00364D     END-IF.
00364E     IF WS-DEBIT-CHANGE < ZERO
00364F         COMPUTE WS-GL-AMOUNT = ZERO - WS-DEBIT-CHANGE
00364G         MOVE WS-GL-AMOUNT TO GJ-AMOUNT
00364H         MOVE "1250AGTDR" TO GJ-ACCOUNT
00364I         MOVE "C" TO GJ-DC
00364J         CALL "GLJRNL" USING GLJRNL-PARMS
00364K     END-IF.
003650 5500-CLOSE.
003660     MOVE "CLOSE" TO GJ-ACTION.
003670     MOVE "AGTCOMM" TO GJ-SOURCE-PROGRAM.
