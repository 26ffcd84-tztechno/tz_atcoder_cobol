0002K1* 09/02/2026  RO   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002K4* 10/15/2026  RO   COMMISSION CHARGEBACK ON LAPSE. A LAPSING
0002K5*                  POLICY WITH A SELLING AGENT APPENDS A NEGATIVE
0002K6*                  EVENT TO AGTCASH FOR THE PREMIUM COLLECTED
0002K7*                  BEYOND WHAT THE TERM HAD EARNED BY THE LAPSE
0002K8*                  DATE, SO AGTCOMM CHARGES THE UNEARNED
0002K9*                  COMMISSION BACK. COLLECTED PREMIUM IS THE
0002KA*                  PAY-PLAN INSTALLMENTS BILLED SO FAR LESS THE
0002KB*                  OPEN BALANCE; PM-PAY-PLAN, PM-AGENT-ID AND
0002KC*                  PM-EFF-DATE ARE CARVED FROM FILLER HERE.
0002KD* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
0002KE*                  AMOUNT ("F" = LATE FEE); THE RECORD IS READ AT
0002KF*                  ITS FULL LENGTH.
0002KG* 10/15/2026  RO   A POLICY AGES FROM ITS OLDEST OPEN TERM-PREMIUM
0002KH*                  OR ENDORSEMENT ITEM, NOT WHICHEVER ARMAST ITEM
0002KI*                  COMES FIRST; LATE FEES NEITHER AGE A POLICY
0002KJ*                  NOR COUNT AS PREMIUM. THE CHARGEBACK PREMIUM IS
0002KK*                  PM-TERM-PREMIUM AS BILLED (THE RATES ONLY WHEN
0002KL*                  IT IS NOT SET) PLUS THE POLICY'S ENDTHIST
0002KM*                  ENDORSEMENTS IN THE TERM, EACH EARNED FROM ITS
0002KN*                  OWN DATE; COLLECTED IS WHAT WAS BILLED LESS
0002KO*                  EVERY OPEN TERM-PREMIUM AND ENDORSEMENT ITEM.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000420         FILE STATUS IS WS-PARM-STATUS.
000430     SELECT POLLRPT ASSIGN TO "POLLRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000442     SELECT AGTCASH ASSIGN TO "AGTCASH"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS WS-AGTC-STATUS.
000447     SELECT ENDTHIST ASSIGN TO "ENDTHIST"
000448         ORGANIZATION IS LINE SEQUENTIAL
000449         FILE STATUS IS WS-EHIST-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000580         88  PM-LAPSED                      VALUE "L".
000590     05  FILLER                   PIC X(01).
000600     05  PM-LAPSE-DATE            PIC X(06).
000602     05  FILLER                   PIC X(01).
000604     05  PM-PAY-PLAN              PIC X(01).
000606         88  PM-PLAN-MONTHLY                VALUE "M".
000608         88  PM-PLAN-QUARTERLY              VALUE "Q".
00060A     05  FILLER                   PIC X(01).
00060B     05  PM-DEBIT-AUTH            PIC X(01).
00060C     05  FILLER                   PIC X(01).
00060D     05  PM-AGENT-ID              PIC X(06).
00060E     05  FILLER                   PIC X(01).
00060F     05  PM-EFF-DATE              PIC X(06).
000610     05  FILLER                   PIC X(01).
000612     05  PM-TERM-PREMIUM          PIC 9(05).
000614     05  FILLER                   PIC X(22).

000620 FD  ARMAST
000630     RECORDING MODE IS F.
000690     05  AR-BILLED-AMOUNT         PIC 9(09).
000700     05  FILLER                   PIC X(01).
000710     05  AR-PAID-AMOUNT           PIC 9(09).
00071A     05  FILLER                   PIC X(01).
00071B     05  AR-ITEM-TYPE             PIC X(01).
00071C         88  AR-FEE-ITEM                    VALUE "F".

000720 FD  BIZPARM
000730     RECORDING MODE IS F.
000760     RECORDING MODE IS F.
000770 01  POLLRPT-REC                  PIC X(80).

000772 FD  AGTCASH
000774     RECORDING MODE IS F.
000776 01  AGTCASH-REC.
000778     05  AC-POLICY-ID             PIC X(10).
00077A     05  FILLER                   PIC X(01).
00077B     05  AC-AMOUNT                PIC S9(09) SIGN LEADING
00077C                                            SEPARATE.
00077D     05  FILLER                   PIC X(01).
00077E     05  AC-EVENT-DATE            PIC 9(06).
00077F     05  FILLER                   PIC X(52).

00077H FD  ENDTHIST
00077I     RECORDING MODE IS F.
00077J 01  ENDTHIST-REC.
00077K     05  EH-POLICY-ID             PIC X(10).
00077L     05  FILLER                   PIC X(01).
00077M     05  EH-EFF-DATE              PIC 9(08).
00077N     05  FILLER                   PIC X(01).
00077O     05  EH-AMOUNT                PIC S9(09) SIGN LEADING
00077P                                            SEPARATE.
00077Q     05  FILLER                   PIC X(01).
00077R     05  EH-POST-DATE             PIC 9(08).
00077S     05  FILLER                   PIC X(41).

000780 WORKING-STORAGE SECTION.
000790 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000800     88  WS-EOF                             VALUE "Y".
000810 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
000820 77  WS-AR-STATUS                 PIC X(02) VALUE SPACES.
000830 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000832 77  WS-AGTC-STATUS               PIC X(02) VALUE SPACES.
000834 77  WS-EHIST-STATUS              PIC X(02) VALUE SPACES.
000840 77  WS-A                         PIC 9(05) COMP.
000850 77  WS-AR-IDX                    PIC 9(05) VALUE ZERO COMP.
000852 77  WS-AR-ITEMS                  PIC 9(05) VALUE ZERO COMP.
000854 77  WS-E                         PIC 9(05) COMP.
000860 77  WS-GRACE-DAYS                PIC 9(05) VALUE 60.
000870 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000872 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000930 77  WS-LAPSE-COUNT               PIC 9(05) VALUE ZERO COMP.
000940 77  WS-REINSTATE-COUNT           PIC 9(05) VALUE ZERO COMP.
000950 77  WS-POLICY-COUNT              PIC 9(05) VALUE ZERO COMP.
000952 77  WS-CHARGEBACK-COUNT          PIC 9(05) VALUE ZERO COMP.
000954 77  WS-EFF-INT                   PIC 9(08) VALUE ZERO.
000956 77  WS-DAYS-ELAPSED              PIC S9(05) VALUE ZERO.
000958 77  WS-PREMIUM                   PIC 9(05) VALUE ZERO.
00095A 77  WS-INST-COUNT                PIC 9(02) VALUE ZERO.
00095B 77  WS-INST-BILLED               PIC 9(02) VALUE ZERO.
00095C 77  WS-EARNED                    PIC S9(09) VALUE ZERO.
00095D 77  WS-COLLECTED                 PIC S9(09) VALUE ZERO.
00095E 77  WS-UNEARNED-CASH             PIC S9(09) VALUE ZERO.
00095F 77  WS-TERM-OPEN                 PIC S9(09) VALUE ZERO.
00095G 77  WS-ENDT-OPEN                 PIC S9(09) VALUE ZERO.
00095H 77  WS-ENDT-BILLED               PIC S9(09) VALUE ZERO.
00095I 77  WS-CUTOFF-INT                PIC 9(08) VALUE ZERO.
00095J 77  WS-ENDT-INT                  PIC 9(08) VALUE ZERO.
00095K 77  WS-UNEXPIRED-DAYS            PIC S9(05) VALUE ZERO.
00095L 77  WS-ENDT-DAYS                 PIC S9(05) VALUE ZERO.
00095M 77  WS-ENDT-EARNED               PIC S9(09) VALUE ZERO.

000960 01  WS-AR-TABLE.
000970     05  WS-AR-COUNT              PIC 9(05) VALUE ZERO COMP.
001000         10  AT-POLICY-ID         PIC X(10).
001010         10  AT-BILL-DATE         PIC 9(08).
001020         10  AT-BALANCE           PIC S9(09).
001022         10  AT-ITEM-TYPE         PIC X(01).
001024             88  AT-TERM-ITEM               VALUE SPACE.
001026             88  AT-ENDT-ITEM               VALUE "E".

001028 01  WS-ENDT-TABLE.
00102A     05  WS-ET-COUNT              PIC 9(05) VALUE ZERO COMP.
00102B     05  ET-ENTRY OCCURS 5000 TIMES
00102C                  INDEXED BY ET-IDX.
00102D         10  ET-POLICY-ID         PIC X(10).
00102E         10  ET-EFF-INT           PIC 9(08).
00102F         10  ET-AMOUNT            PIC S9(09).

001030 COPY AUDTLINK.
001040 COPY PARMCTL.
001220     05  SL-LAPSE-COUNT           PIC ZZZZ9.
001230     05  FILLER                  PIC X(14) VALUE "  REINSTATED: ".
001240     05  SL-REINSTATE-COUNT       PIC ZZZZ9.
001242     05  FILLER                  PIC X(15) VALUE
001244         "  CHARGEBACKS: ".
001246     05  SL-CHARGEBACK-COUNT      PIC ZZZZ9.
001250     05  FILLER                  PIC X(10) VALUE SPACES.

001260 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.


001340*----------------------------------------------------------------
001350* 1000-INITIALIZE - PICK UP THE GRACE DAYS, LOAD THE OPEN
001360*                   RECEIVABLES AND THE ENDORSEMENTS, AND OPEN
001370*                   THE KEYED MASTER FOR UPDATE-IN-PLACE.
001380*----------------------------------------------------------------
001390 1000-INITIALIZE.
001400     ACCEPT WS-RUN-DATE FROM DATE.
001408     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001410     ACCEPT WS-RUN-TIME FROM TIME.
001420     OPEN OUTPUT POLLRPT.
001422     OPEN EXTEND AGTCASH.
001424     IF WS-AGTC-STATUS = "35"
001426         OPEN OUTPUT AGTCASH
001428     END-IF.
001430     MOVE "POLLAPSE" TO RH-PROGRAM-ID.
001440     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001450     MOVE WS-RUN-TIME TO RH-RUN-ID.
001580         CLOSE ARMAST
001590     END-IF.
001600     MOVE "N" TO WS-EOF-SW.
001602     PERFORM 1300-LOAD-ENDORSEMENTS THRU 1300-EXIT.
001610     OPEN I-O POLMAST.
001620     IF WS-MAST-STATUS NOT = "00"
001630         DISPLAY "POLLAPSE - POLMAST OPEN FAILED, STATUS "
002110             MOVE AR-BILL-DATE TO AT-BILL-DATE(AT-IDX)
002120             COMPUTE AT-BALANCE(AT-IDX) =
002130                 AR-BILLED-AMOUNT - AR-PAID-AMOUNT
002132             MOVE AR-ITEM-TYPE TO AT-ITEM-TYPE(AT-IDX)
002140     END-READ.
002150 1200-EXIT.
002160     EXIT.

00216A*----------------------------------------------------------------
00216B* 1300-LOAD-ENDORSEMENTS - THE ENDORSEMENT HISTORY CASHAPP KEEPS,
00216C*                          BACK TO ONE YEAR BEFORE TODAY. NO
00216D*                          ENDTHIST YET (STATUS 35) MEANS NO
00216E*                          ENDORSEMENT HAS BEEN BILLED.
00216F*----------------------------------------------------------------
00216G 1300-LOAD-ENDORSEMENTS.
00216H     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - 365.
00216I     OPEN INPUT ENDTHIST.
00216J     IF WS-EHIST-STATUS NOT = "00"
00216K         GO TO 1300-EXIT
00216L     END-IF.
00216M     PERFORM 1310-LOAD-ONE-ENDORSEMENT THRU 1310-EXIT
00216N         UNTIL WS-EOF.
00216O     CLOSE ENDTHIST.
00216P     MOVE "N" TO WS-EOF-SW.
00216Q 1300-EXIT.
00216R     EXIT.

00216T 1310-LOAD-ONE-ENDORSEMENT.
00216U     READ ENDTHIST
00216V         AT END
00216W             SET WS-EOF TO TRUE
00216X             GO TO 1310-EXIT
00216Y     END-READ.
00216Z     IF EH-EFF-DATE IS NOT NUMERIC
0021A1         GO TO 1310-EXIT
0021A2     END-IF.
0021A3     MOVE EH-EFF-DATE TO WS-DATE-CCYYMMDD.
0021A4     COMPUTE WS-ENDT-INT =
0021A5         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
0021A6     IF WS-ENDT-INT < WS-CUTOFF-INT
0021A7         GO TO 1310-EXIT
0021A8     END-IF.
0021A9     IF WS-ET-COUNT >= 5000
0021AA         DISPLAY "POLLAPSE - ENDTHIST EXCEEDS THE 5000-"
0021AB             "ENDORSEMENT TABLE - RUN ABORTED"
0021AC         MOVE 16 TO RETURN-CODE
0021AD         STOP RUN
0021AE     END-IF.
0021AF     ADD 1 TO WS-ET-COUNT.
0021AG     SET ET-IDX TO WS-ET-COUNT.
0021AH     MOVE EH-POLICY-ID TO ET-POLICY-ID(ET-IDX).
0021AI     MOVE WS-ENDT-INT TO ET-EFF-INT(ET-IDX).
0021AJ     MOVE EH-AMOUNT TO ET-AMOUNT(ET-IDX).
0021AK 1310-EXIT.
0021AL     EXIT.

002170*----------------------------------------------------------------
002180* 2000-CHECK-ONE-POLICY - ONE POLICY AGAINST ITS RECEIVABLE. AN
002190*                         OPEN PREMIUM ITEM PAST GRACE LAPSES AN
002200*                         ACTIVE POLICY; NO ITEM LEFT ON ARMAST
002210*                         REINSTATES A LAPSED ONE. EVERYTHING
002220*                         ELSE IS LEFT ALONE.
002230*----------------------------------------------------------------
002270     EVALUATE TRUE
002280         WHEN WS-AR-IDX > ZERO AND NOT PM-LAPSED
002290             PERFORM 2100-CONSIDER-LAPSE THRU 2100-EXIT
002300         WHEN WS-AR-ITEMS = ZERO AND PM-LAPSED
002310             PERFORM 2200-REINSTATE THRU 2200-EXIT
002320     END-EVALUATE.
002330     PERFORM 8000-READ-POLMAST THRU 8000-EXIT.
002570     MOVE "LAPSED" TO DL-ACTION-DESC.
002580     MOVE "RECEIVABLE OPEN PAST GRACE PERIOD" TO DL-NOTE.
002590     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
002592     PERFORM 2300-CHARGE-BACK-COMMISSION THRU 2300-EXIT.
002600 2100-EXIT.
002610     EXIT.

002740 2200-EXIT.
002750     EXIT.

0027B1*----------------------------------------------------------------
0027B2* 2300-CHARGE-BACK-COMMISSION - THE TERM EARNS EVENLY OVER 365
0027B3*                               DAYS FROM PM-EFF-DATE. CASH
0027B4*                               COLLECTED IS THE INSTALLMENTS
0027B5*                               BILLED BY NOW (ONE PER PLAN
0027B6*                               PERIOD BEGUN) LESS WHAT IS STILL
0027B7*                               OPEN. WHATEVER THE AGENT WAS
0027B8*                               PAID ON BEYOND THE EARNED PART
0027B9*                               GOES BACK AS A NEGATIVE EVENT.
0027BA*----------------------------------------------------------------
0027BB 2300-CHARGE-BACK-COMMISSION.
0027BC     IF PM-AGENT-ID = SPACES OR PM-EFF-DATE NOT NUMERIC
0027BD         GO TO 2300-EXIT
0027BE     END-IF.
0027BF     MOVE "EXPND" TO DX-ACTION.
0027BG     MOVE PM-EFF-DATE TO DX-DATE-YYMMDD.
0027BH     CALL "DATEXPND" USING DATEXPND-PARMS.
0027BI     MOVE DX-DATE-CCYYMMDD TO WS-DATE-CCYYMMDD.
0027BJ     COMPUTE WS-EFF-INT =
0027BK         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
0027BL     COMPUTE WS-DAYS-ELAPSED = WS-TODAY-INT - WS-EFF-INT.
0027BM     IF WS-DAYS-ELAPSED < ZERO
0027BN         MOVE ZERO TO WS-DAYS-ELAPSED
0027BO     END-IF.
0027BP     IF WS-DAYS-ELAPSED > 364
0027BQ         GO TO 2300-EXIT
0027BR     END-IF.
0027BS     IF PM-TERM-PREMIUM IS NUMERIC AND PM-TERM-PREMIUM > ZERO
0027BT         MOVE PM-TERM-PREMIUM TO WS-PREMIUM
0027BU     ELSE
0027BV         COMPUTE WS-PREMIUM = PM-BASE-RATE + PM-RISK-FACTOR-1
0027BW             + PM-RISK-FACTOR-2
0027BX     END-IF.
0027BY     EVALUATE TRUE
0027BZ         WHEN PM-PLAN-MONTHLY
0027C1             MOVE 12 TO WS-INST-COUNT
0027C2         WHEN PM-PLAN-QUARTERLY
0027C3             MOVE 4 TO WS-INST-COUNT
0027C4         WHEN OTHER
0027C5             MOVE 1 TO WS-INST-COUNT
0027C6     END-EVALUATE.
0027C7     COMPUTE WS-INST-BILLED =
0027C8         (WS-DAYS-ELAPSED * WS-INST-COUNT / 365) + 1.
0027C9     IF WS-INST-BILLED > WS-INST-COUNT
0027CA         MOVE WS-INST-COUNT TO WS-INST-BILLED
0027CB     END-IF.
0027CC     COMPUTE WS-COLLECTED =
0027CD         (WS-PREMIUM * WS-INST-BILLED / WS-INST-COUNT)
0027CE         - WS-TERM-OPEN.
0027CF     COMPUTE WS-EARNED ROUNDED =
0027CG         WS-PREMIUM * WS-DAYS-ELAPSED / 365.
0027CH     MOVE ZERO TO WS-ENDT-BILLED.
0027CI     PERFORM 2310-EARN-ONE-ENDORSEMENT THRU 2310-EXIT
0027CJ         VARYING WS-E FROM 1 BY 1
0027CK         UNTIL WS-E > WS-ET-COUNT.
0027CL     COMPUTE WS-COLLECTED =
0027CM         WS-COLLECTED + WS-ENDT-BILLED - WS-ENDT-OPEN.
0027CN     COMPUTE WS-UNEARNED-CASH = WS-COLLECTED - WS-EARNED.
0027CO     IF WS-UNEARNED-CASH <= ZERO
0027CP         GO TO 2300-EXIT
0027CQ     END-IF.
0027CR     MOVE SPACES TO AGTCASH-REC.
0027CS     MOVE PM-POLICY-ID TO AC-POLICY-ID.
0027CT     COMPUTE AC-AMOUNT = ZERO - WS-UNEARNED-CASH.
0027CU     MOVE WS-RUN-DATE TO AC-EVENT-DATE.
0027CV     WRITE AGTCASH-REC.
0027CW     ADD 1 TO WS-CHARGEBACK-COUNT.
0027CX 2300-EXIT.
0027CY     EXIT.

0027CZ*----------------------------------------------------------------
0027D1* 2310-EARN-ONE-ENDORSEMENT - AN ENDORSEMENT OF THIS POLICY DATED
0027D2*                             IN ITS CURRENT TERM WAS BILLED IN
0027D3*                             FULL FOR THE DAYS LEFT IN THE TERM,
0027D4*                             SO IT EARNS OVER THOSE DAYS FROM
0027D5*                             ITS EFFECTIVE DATE TO TODAY.
0027D6*----------------------------------------------------------------
0027D7 2310-EARN-ONE-ENDORSEMENT.
0027D8     SET ET-IDX TO WS-E.
0027D9     IF ET-POLICY-ID(ET-IDX) NOT = PM-POLICY-ID
0027DA             OR ET-EFF-INT(ET-IDX) < WS-EFF-INT
0027DB             OR ET-EFF-INT(ET-IDX) NOT < WS-EFF-INT + 365
0027DC         GO TO 2310-EXIT
0027DD     END-IF.
0027DE     COMPUTE WS-UNEXPIRED-DAYS =
0027DF         WS-EFF-INT + 365 - ET-EFF-INT(ET-IDX).
0027DG     COMPUTE WS-ENDT-DAYS = WS-TODAY-INT - ET-EFF-INT(ET-IDX).
0027DH     IF WS-ENDT-DAYS < ZERO
0027DI         MOVE ZERO TO WS-ENDT-DAYS
0027DJ     END-IF.
0027DK     IF WS-ENDT-DAYS > WS-UNEXPIRED-DAYS
0027DL         MOVE WS-UNEXPIRED-DAYS TO WS-ENDT-DAYS
0027DM     END-IF.
0027DN     COMPUTE WS-ENDT-EARNED ROUNDED = ET-AMOUNT(ET-IDX)
0027DO         * WS-ENDT-DAYS / WS-UNEXPIRED-DAYS.
0027DP     ADD ET-AMOUNT(ET-IDX) TO WS-ENDT-BILLED.
0027DQ     ADD WS-ENDT-EARNED TO WS-EARNED.
0027DR 2310-EXIT.
0027DS     EXIT.

00275A*----------------------------------------------------------------
00275B* 2500-FIND-RECEIVABLE - EVERY ARMAST ITEM OF THE POLICY. THE
00275C*                        OLDEST OPEN TERM-PREMIUM OR ENDORSEMENT
00275D*                        ITEM IS THE ONE THE POLICY AGES FROM,
00275E*                        AND THE OPEN BALANCES OF EACH KIND ARE
00275F*                        SUMMED FOR THE CHARGEBACK. LATE FEES
00275G*                        ONLY KEEP A LAPSED POLICY FROM BEING
00275H*                        REINSTATED.
00275I*----------------------------------------------------------------
002760 2500-FIND-RECEIVABLE.
002770     MOVE ZERO TO WS-AR-IDX.
002772     MOVE ZERO TO WS-AR-ITEMS.
002774     MOVE ZERO TO WS-TERM-OPEN.
002776     MOVE ZERO TO WS-ENDT-OPEN.
002780     PERFORM 2510-MATCH-RECEIVABLE THRU 2510-EXIT
002790         VARYING WS-A FROM 1 BY 1
002800         UNTIL WS-A > WS-AR-COUNT.
002810 2500-EXIT.
002820     EXIT.

002830 2510-MATCH-RECEIVABLE.
002840     IF AT-POLICY-ID(WS-A) NOT = PM-POLICY-ID
002842         GO TO 2510-EXIT
002844     END-IF.
002846     ADD 1 TO WS-AR-ITEMS.
002848     SET AT-IDX TO WS-A.
00284A     EVALUATE TRUE
00284B         WHEN AT-TERM-ITEM(AT-IDX)
00284C             ADD AT-BALANCE(AT-IDX) TO WS-TERM-OPEN
00284D         WHEN AT-ENDT-ITEM(AT-IDX)
00284E             ADD AT-BALANCE(AT-IDX) TO WS-ENDT-OPEN
00284F         WHEN OTHER
00284G             GO TO 2510-EXIT
00284H     END-EVALUATE.
00284I     IF AT-BALANCE(AT-IDX) <= ZERO
00284J         GO TO 2510-EXIT
00284K     END-IF.
00284L     IF WS-AR-IDX = ZERO
00284M         MOVE WS-A TO WS-AR-IDX
00284N         GO TO 2510-EXIT
00284O     END-IF.
00284P     IF AT-BILL-DATE(AT-IDX) < AT-BILL-DATE(WS-AR-IDX)
002850         MOVE WS-A TO WS-AR-IDX
002860     END-IF.
002870 2510-EXIT.
003030     EXIT.

003040 3000-FINALIZE.
003050     CLOSE POLMAST
003052           AGTCASH.
003060     WRITE POLLRPT-REC FROM WS-BLANK-LINE.
003070     MOVE WS-POLICY-COUNT TO SL-POLICY-COUNT.
003080     MOVE WS-LAPSE-COUNT TO SL-LAPSE-COUNT.
003090     MOVE WS-REINSTATE-COUNT TO SL-REINSTATE-COUNT.
003092     MOVE WS-CHARGEBACK-COUNT TO SL-CHARGEBACK-COUNT.
003100     WRITE POLLRPT-REC FROM WS-SUMMARY-LINE.
003110     CLOSE POLLRPT.
003120     MOVE "CLOSE" TO AL-ACTION.
