0003K1* 09/02/2026  RO   FOUR-DIGIT YEARS. STORED DATES AND DATE
0003K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0003K3*                  SHARED DATEXPND CENTURY WINDOW.
0003K4* 10/15/2026  RO   MID-TERM ENDORSEMENTS. THE ENDTBILL FILE
0003K5*                  POLMAINT WRITES IS FOLDED IN AFTER PREMBILL:
0003K6*                  ADDITIONAL PREMIUM IS ADDED TO THE POLICY'S
0003K7*                  BILLED AMOUNT (A POLICY NOT ON THE MASTER IS
0003K8*                  SET UP AS A NEW BILL), RETURN PREMIUM IS
0003K9*                  TAKEN OFF IT. ENDTBILL IS CONSUMED AND
0003KA*                  REWRITTEN EMPTY SO NOTHING BILLS TWICE.
0003KB* 10/15/2026  RO   COLLECTION HISTORY. EACH RUN THAT HAD A
0003KC*                  CASHRCPT FILE NOW APPENDS ONE COLLHIST RECORD:
0003KD*                  THE OPEN RECEIVABLE BEFORE CASH IN EACH AGING
0003KE*                  BUCKET (CURRENT / 30 / 60 / 90+) AND THE CASH
0003KF*                  APPLIED AGAINST IT, OVERPAYMENTS LEFT OUT.
0003KG*                  THE CASHFCST FORECAST TAKES ITS COLLECTION
0003KH*                  RATES FROM THIS HISTORY.
0003KI* 10/15/2026  RO   LATE-FEE ITEMS. ARMAST NOW CARRIES AN ITEM
0003KJ*                  TYPE ("F" = THE LATEFEE JOB'S FEE ITEM), SO A
0003KK*                  POLICY CAN HOLD MORE THAN ONE ITEM. PREMBILL
0003KL*                  AND ENDTBILL FOLD ONLY INTO THE POLICY'S
0003KM*                  PREMIUM ITEM - A FEE IS NEVER REFRESHED OVER.
0003KN*                  A PAYMENT IS SPREAD ACROSS THE POLICY'S OPEN
0003KO*                  ITEMS, OLDEST BILL DATE FIRST, AND ANY EXCESS
0003KP*                  RIDES ON THE PREMIUM ITEM; A CREDIT ALREADY ON
0003KQ*                  ONE ITEM IS SETTLED AGAINST THE POLICY'S OTHER
0003KR*                  OPEN ITEMS BEFORE THE AGING. RETURN PREMIUM
0003KS*                  BEYOND WHAT IS STILL BILLED IS LEFT ON THE
0003KT*                  ACCOUNT AS A CREDIT FOR THE ARREFUND SWEEP.
0003L1* 10/15/2026  RO   ENDORSEMENT ITEMS. EACH ENDTBILL RECORD IS NOW
0003L2*                  POSTED AS AN ARMAST ITEM OF ITS OWN (ITEM TYPE
0003L3*                  "E") DATED THE RUN DATE - ADDITIONAL PREMIUM AS
0003L4*                  A BILL, RETURN PREMIUM AS A CREDIT SETTLED
0003L5*                  AGAINST THE POLICY'S OPEN ITEMS. PREMBILL NOW
0003L6*                  REFRESHES ONLY THE TERM PREMIUM ITEM, SO A
0003L7*                  LATER BILLING NEITHER WIPES AN ENDORSEMENT OUT
0003L8*                  NOR BILLS IT TWICE. EVERY POSTING ALSO GOES TO
0003L9*                  THE ENDTHIST HISTORY UPRCALC EARNS FROM.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
00051C     SELECT CURRMSTR ASSIGN TO "CURRMSTR"
00051E         ORGANIZATION IS LINE SEQUENTIAL
00051G         FILE STATUS IS WS-CURR-STATUS.
00051H     SELECT ENDTBILL ASSIGN TO "ENDTBILL"
00051I         ORGANIZATION IS LINE SEQUENTIAL
00051J         FILE STATUS IS WS-ENDT-STATUS.
00051K     SELECT COLLHIST ASSIGN TO "COLLHIST"
00051L         ORGANIZATION IS LINE SEQUENTIAL
00051M         FILE STATUS IS WS-COLL-STATUS.
00051N     SELECT ENDTHIST ASSIGN TO "ENDTHIST"
00051O         ORGANIZATION IS LINE SEQUENTIAL
00051P         FILE STATUS IS WS-EHIST-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000620     05  AR-BILLED-AMOUNT         PIC 9(09).
000630     05  FILLER                   PIC X(01).
000640     05  AR-PAID-AMOUNT           PIC 9(09).
00064A     05  FILLER                   PIC X(01).
00064B     05  AR-ITEM-TYPE             PIC X(01).
00064C         88  AR-FEE-ITEM                    VALUE "F".

000660 FD  PREMBILL
000670     RECORDING MODE IS F.
000832     05  CY-RATE                  PIC 9(04)V9(04).
000833     05  FILLER                   PIC X(61).

000834 FD  ENDTBILL
000835     RECORDING MODE IS F.
000836 01  ENDTBILL-REC.
000837     05  EB-POLICY-ID             PIC X(10).
000838     05  FILLER                   PIC X(01).
000839     05  EB-AMOUNT                PIC S9(09) SIGN LEADING
00083A                                            SEPARATE.
00083B     05  FILLER                   PIC X(01).
00083C     05  EB-EFF-DATE              PIC 9(06).
00083D     05  FILLER                   PIC X(52).

00083E FD  COLLHIST
00083F     RECORDING MODE IS F.
00083G 01  COLLHIST-REC.
00083H     05  CH-RUN-DATE              PIC 9(08).
00083I     05  CH-BUCKET OCCURS 4 TIMES.
00083J         10  FILLER               PIC X(01).
00083K         10  CH-OPEN-BALANCE      PIC 9(11).
00083L         10  FILLER               PIC X(01).
00083M         10  CH-COLLECTED         PIC 9(11).

00083N FD  ENDTHIST
00083O     RECORDING MODE IS F.
00083P 01  ENDTHIST-REC.
00083Q     05  EH-POLICY-ID             PIC X(10).
00083R     05  FILLER                   PIC X(01).
00083S     05  EH-EFF-DATE              PIC 9(08).
00083T     05  FILLER                   PIC X(01).
00083U     05  EH-AMOUNT                PIC S9(09) SIGN LEADING
00083V                                            SEPARATE.
00083W     05  FILLER                   PIC X(01).
00083X     05  EH-POST-DATE             PIC 9(08).
00083Y     05  FILLER                   PIC X(41).

000840 WORKING-STORAGE SECTION.
000850 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000860     88  WS-EOF                             VALUE "Y".
00109B 77  WS-FX-RESIDUE                PIC S9(07)V9(04) VALUE ZERO.
00109C 77  WS-FX-AMOUNT                 PIC 9(11) VALUE ZERO.
00109D 77  WS-Y                         PIC 9(03) COMP.
0010D1 77  WS-ENDT-STATUS               PIC X(02) VALUE SPACES.
0010D2 77  WS-EHIST-STATUS              PIC X(02) VALUE SPACES.
0010D3 77  WS-COLL-STATUS               PIC X(02) VALUE SPACES.
0010D4 77  WS-BUCKET                    PIC 9(01) VALUE ZERO COMP.
0010DA 77  WS-B                         PIC 9(05) COMP.
0010DB 77  WS-PAY-LEFT                  PIC 9(09) VALUE ZERO.
0010DC 77  WS-APPLY-AMOUNT              PIC 9(09) VALUE ZERO.
0010DD 77  WS-CREDIT-AMOUNT             PIC 9(09) VALUE ZERO.
0010DE 77  WS-OPEN-ITEM-SW              PIC X(01) VALUE "Y".
0010DF     88  WS-NO-OPEN-ITEM                    VALUE "N".
0010DG 77  WS-CASH-SW                   PIC X(01) VALUE "N".
0010DH     88  WS-APPLYING-CASH                   VALUE "Y".

0010D5 01  WS-COLL-BUCKETS.
0010D6     05  CB-ENTRY OCCURS 4 TIMES.
0010D7         10  CB-OPEN-BALANCE      PIC 9(11) VALUE ZERO.
0010D8         10  CB-COLLECTED         PIC 9(11) VALUE ZERO.

00109E 01  WS-CURRENCY-TABLE.
00109F     05  WS-CY-COUNT              PIC 9(03) VALUE ZERO COMP.
001160         10  AT-BILL-DATE         PIC 9(08).
001170         10  AT-BILLED-AMOUNT     PIC 9(09).
001180         10  AT-PAID-AMOUNT       PIC 9(09).
00118A         10  AT-ITEM-TYPE         PIC X(01).
00118B             88  AT-FEE-ITEM                VALUE "F".
00118C             88  AT-TERM-ITEM               VALUE SPACE.
00118D             88  AT-ENDT-ITEM               VALUE "E".

001200 COPY RPTHDR.
001205 COPY GLJRLINK.
001206 COPY PERCLINK.
00120A COPY BDATLINK.
001207 COPY REJECTREC.
00120B COPY DATXLINK.

001220 01  WS-TITLE-LINE.
001230     05  FILLER                  PIC X(42) VALUE
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     PERFORM 2000-FOLD-IN-BILLING THRU 2000-EXIT.
001755     PERFORM 2200-FOLD-IN-ENDORSEMENTS THRU 2200-EXIT.
001757     PERFORM 2300-BUCKET-OPEN-BALANCES THRU 2300-EXIT.
001760     PERFORM 3000-APPLY-CASH THRU 3000-EXIT.
00176A     PERFORM 3500-SETTLE-CREDITS THRU 3500-EXIT.
001770     PERFORM 4000-AGE-AND-REPORT THRU 4000-EXIT.
001780     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001790     STOP RUN.
002170             MOVE AR-BILLED-AMOUNT
002180                 TO AT-BILLED-AMOUNT(AT-IDX)
002190             MOVE AR-PAID-AMOUNT TO AT-PAID-AMOUNT(AT-IDX)
00219A             MOVE AR-ITEM-TYPE TO AT-ITEM-TYPE(AT-IDX)
002210     END-READ.
002220 1100-EXIT.
002230     EXIT.
002300*                        ALREADY ON THE MASTER KEEPS ITS
002310*                        ORIGINAL BILL DATE; ITS BILLED AMOUNT
002320*                        IS REFRESHED TO THE LATEST BILLING.
00232A*                        ONLY THE TERM PREMIUM ITEM IS
00232B*                        REFRESHED - A LATE-FEE OR ENDORSEMENT
00232C*                        ITEM IS NEVER TOUCHED.
002330*----------------------------------------------------------------
002340 2000-FOLD-IN-BILLING.
002350     OPEN INPUT PREMBILL.
002650         MOVE WS-RUN-CCYYMMDD TO AT-BILL-DATE(AT-IDX)
002660         MOVE WS-BILL-PREMIUM TO AT-BILLED-AMOUNT(AT-IDX)
002670         MOVE ZERO TO AT-PAID-AMOUNT(AT-IDX)
00267A         MOVE SPACE TO AT-ITEM-TYPE(AT-IDX)
002690     ELSE
002700         SET AT-IDX TO WS-AR-IDX
002702         IF PREMBILL-REC (38:5) = "INST:"
002730 2100-EXIT.
002740     EXIT.

00274A*----------------------------------------------------------------
00274B* 2200-FOLD-IN-ENDORSEMENTS - POLMAINT'S MID-TERM PREMIUM
00274C*                             ADJUSTMENTS. EACH IS BILLED AS
00274D*                             AN ITEM OF ITS OWN (TYPE "E")
00274E*                             THAT LATER BILLINGS NEVER
00274F*                             REFRESH - ADDITIONAL PREMIUM AS
00274G*                             A NEW BILL, RETURN PREMIUM AS A
00274H*                             CREDIT FOR THE SETTLEMENT BELOW
00274I*                             OR THE ARREFUND SWEEP. EACH IS
00274J*                             ALSO KEPT ON ENDTHIST FOR THE
00274K*                             UNEARNED PREMIUM RESERVE.
00274L*----------------------------------------------------------------
00274M 2200-FOLD-IN-ENDORSEMENTS.
00274N     OPEN INPUT ENDTBILL.
00274O     IF WS-ENDT-STATUS NOT = "00"
00274P         GO TO 2200-EXIT
00274Q     END-IF.
00274R     OPEN EXTEND ENDTHIST.
00274S     IF WS-EHIST-STATUS = "35"
00274T         OPEN OUTPUT ENDTHIST
00274U     END-IF.
00274V     PERFORM 2210-FOLD-ONE-ENDORSEMENT THRU 2210-EXIT
00274W         UNTIL WS-EOF.
00274X     CLOSE ENDTBILL
00274Y           ENDTHIST.
00274Z     MOVE "N" TO WS-EOF-SW.
0027A1 2200-EXIT.
0027A2     EXIT.

0027A4 2210-FOLD-ONE-ENDORSEMENT.
0027A5     READ ENDTBILL
0027A6         AT END
0027A7             SET WS-EOF TO TRUE
0027A8             GO TO 2210-EXIT
0027A9     END-READ.
0027AA     IF EB-AMOUNT = ZERO
0027AB         GO TO 2210-EXIT
0027AC     END-IF.
0027AD     MOVE EB-POLICY-ID TO WS-LOOKUP-ID.
0027AE     PERFORM 2220-ADD-ENDT-ITEM THRU 2220-EXIT.
0027AF     IF EB-AMOUNT < ZERO
0027AG         COMPUTE AT-PAID-AMOUNT(AT-IDX) = ZERO - EB-AMOUNT
0027AH     ELSE
0027AI         MOVE EB-AMOUNT TO AT-BILLED-AMOUNT(AT-IDX)
0027AJ     END-IF.
0027AK     MOVE SPACES TO ENDTHIST-REC.
0027AL     MOVE EB-POLICY-ID TO EH-POLICY-ID.
0027AM     MOVE "EXPND" TO DX-ACTION.
0027AN     MOVE EB-EFF-DATE TO DX-DATE-YYMMDD.
0027AO     CALL "DATEXPND" USING DATEXPND-PARMS.
0027AP     MOVE DX-DATE-CCYYMMDD TO EH-EFF-DATE.
0027AQ     MOVE EB-AMOUNT TO EH-AMOUNT.
0027AR     MOVE WS-RUN-CCYYMMDD TO EH-POST-DATE.
0027AS     WRITE ENDTHIST-REC.
0027AT 2210-EXIT.
0027AU     EXIT.

0027AW*----------------------------------------------------------------
0027AX* 2220-ADD-ENDT-ITEM - SET UP AN EMPTY ENDORSEMENT ITEM FOR POLICY
0027AY*                      WS-LOOKUP-ID, BILLED AS OF THE RUN DATE, AT
0027AZ*                      AT-IDX.
0027B1*----------------------------------------------------------------
0027B2 2220-ADD-ENDT-ITEM.
0027B3     IF WS-AR-COUNT >= 2000
0027B4         DISPLAY "CASHAPP - ARMAST EXCEEDS THE 2000-"
0027B5             "RECEIVABLE TABLE - RUN ABORTED"
0027B6         MOVE 16 TO RETURN-CODE
0027B7         STOP RUN
0027B8     END-IF.
0027B9     ADD 1 TO WS-AR-COUNT.
0027BA     SET AT-IDX TO WS-AR-COUNT.
0027BB     MOVE WS-LOOKUP-ID TO AT-POLICY-ID(AT-IDX).
0027BC     MOVE WS-RUN-CCYYMMDD TO AT-BILL-DATE(AT-IDX).
0027BD     MOVE ZERO TO AT-BILLED-AMOUNT(AT-IDX).
0027BE     MOVE ZERO TO AT-PAID-AMOUNT(AT-IDX).
0027BF     MOVE "E" TO AT-ITEM-TYPE(AT-IDX).
0027BG 2220-EXIT.
0027BH     EXIT.

0027BI*----------------------------------------------------------------
0027BJ* 2300-BUCKET-OPEN-BALANCES - THE OPEN RECEIVABLE BEFORE ANY
0027BK*                             CASH, BY AGING BUCKET, FOR THE
0027BL*                             COLLECTION HISTORY.
0027BM*----------------------------------------------------------------
0027BN 2300-BUCKET-OPEN-BALANCES.
0027BO     MOVE WS-RUN-CCYYMMDD TO WS-DATE-CCYYMMDD.
0027BP     COMPUTE WS-TODAY-INT =
0027BQ         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
0027BR     PERFORM 2310-BUCKET-ONE THRU 2310-EXIT
0027BS         VARYING WS-A FROM 1 BY 1
0027BT         UNTIL WS-A > WS-AR-COUNT.
0027BU 2300-EXIT.
0027BV     EXIT.

0027BW 2310-BUCKET-ONE.
0027BX     SET AT-IDX TO WS-A.
0027BY     COMPUTE WS-BALANCE =
0027BZ         AT-BILLED-AMOUNT(AT-IDX) - AT-PAID-AMOUNT(AT-IDX).
0027C1     IF WS-BALANCE <= ZERO
0027C2         GO TO 2310-EXIT
0027C3     END-IF.
0027C4     PERFORM 2350-AGE-BUCKET THRU 2350-EXIT.
0027C5     ADD WS-BALANCE TO CB-OPEN-BALANCE(WS-BUCKET).
0027C6 2310-EXIT.
0027C7     EXIT.

0027C8*----------------------------------------------------------------
0027C9* 2350-AGE-BUCKET - THE AGING BUCKET OF THE RECEIVABLE AT AT-IDX
0027CA*                   AS OF THE RUN DATE, 1 = CURRENT THROUGH
0027CB*                   4 = 90+, THE SAME CUTS AS THE AGEDRPT.
0027CC*----------------------------------------------------------------
0027CD 2350-AGE-BUCKET.
0027CE     MOVE AT-BILL-DATE(AT-IDX) TO WS-DATE-CCYYMMDD.
0027CF     COMPUTE WS-BILL-INT =
0027CG         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
0027CH     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-BILL-INT.
0027CI     EVALUATE TRUE
0027CJ         WHEN WS-AGE-DAYS < 30
0027CK             MOVE 1 TO WS-BUCKET
0027CL         WHEN WS-AGE-DAYS < 60
0027CM             MOVE 2 TO WS-BUCKET
0027CN         WHEN WS-AGE-DAYS < 90
0027CO             MOVE 3 TO WS-BUCKET
0027CP         WHEN OTHER
0027CQ             MOVE 4 TO WS-BUCKET
0027CR     END-EVALUATE.
0027CS 2350-EXIT.
0027CT     EXIT.

002760*----------------------------------------------------------------
002770* 3000-APPLY-CASH - MATCH EVERY PAYMENT TO ITS POLICY'S
002780*                   RECEIVABLE ITEMS AND ADD IT TO CASH APPLIED,
00278A*                   OLDEST OPEN ITEM FIRST. A PAYMENT FOR A
002790*                   POLICY WITH NO RECEIVABLE IS COUNTED
002800*                   UNMATCHED AND REPORTED, NOT LOST.
002810*----------------------------------------------------------------
002820 3000-APPLY-CASH.
002830     OPEN INPUT CASHRCPT.
00302E             GO TO 3100-EXIT
00302F         END-IF
00302G     END-IF.
003030     PERFORM 2520-FIND-ANY-ITEM THRU 2520-EXIT.
003040     IF WS-AR-IDX = ZERO
003050         ADD 1 TO WS-UNMATCHED-COUNT
003060         MOVE CR-POLICY-ID TO DL-POLICY-ID
003130         WRITE AGEDRPT-REC FROM WS-DETAIL-LINE
003140         GO TO 3100-EXIT
003150     END-IF.
003160     MOVE WS-PAY-AMOUNT TO WS-PAY-LEFT.
003162     MOVE "Y" TO WS-CASH-SW.
003163     MOVE "Y" TO WS-OPEN-ITEM-SW.
003164     PERFORM 3220-APPLY-TO-OLDEST THRU 3220-EXIT
003165         UNTIL WS-PAY-LEFT = ZERO OR WS-NO-OPEN-ITEM.
003166     MOVE "N" TO WS-CASH-SW.
003167*    WHAT THE OPEN ITEMS COULD NOT TAKE IS AN OVERPAYMENT - IT
003168*    RIDES ON THE TERM PREMIUM ITEM UNTIL IT IS SETTLED OR
00316E*    REFUNDED
003169     IF WS-PAY-LEFT > ZERO
00316A         PERFORM 2500-FIND-RECEIVABLE THRU 2500-EXIT
00316B         IF WS-AR-IDX = ZERO
00316C             PERFORM 2520-FIND-ANY-ITEM THRU 2520-EXIT
00316D         END-IF
003170         SET AT-IDX TO WS-AR-IDX
00317A         ADD WS-PAY-LEFT TO AT-PAID-AMOUNT(AT-IDX)
00317B     END-IF.
003172     ADD WS-PAY-AMOUNT TO WS-APPLIED-TOTAL.
003174     MOVE SPACES TO AGTCASH-REC.
003175     MOVE CR-POLICY-ID TO AC-POLICY-ID.
00319W 3160-EXIT.
00319X     EXIT.

0031A1*----------------------------------------------------------------
0031A2* 3210-FIND-OLDEST-OPEN - THE OPEN ITEM OF POLICY WS-LOOKUP-ID
0031A3*                         WITH THE EARLIEST BILL DATE, INTO
0031A4*                         WS-AR-IDX (ZERO WHEN NOTHING IS OPEN).
0031A5*----------------------------------------------------------------
0031A6 3210-FIND-OLDEST-OPEN.
0031A7     MOVE ZERO TO WS-AR-IDX.
0031A8     PERFORM 3230-TEST-OLDEST THRU 3230-EXIT
0031A9         VARYING WS-A FROM 1 BY 1
0031AA         UNTIL WS-A > WS-AR-COUNT.
0031AB 3210-EXIT.
0031AC     EXIT.

0031AD*----------------------------------------------------------------
0031AE* 3220-APPLY-TO-OLDEST - PUT AS MUCH OF WS-PAY-LEFT AS IT WILL
0031AF*                        TAKE ON THE POLICY'S OLDEST OPEN ITEM.
0031AG*                        ONLY CASH AGAINST AN OPEN BALANCE COUNTS
0031AH*                        AS COLLECTED - AN OVERPAYMENT IS A
0031AI*                        REFUND IN WAITING, NOT A COLLECTION.
0031AJ*----------------------------------------------------------------
0031AK 3220-APPLY-TO-OLDEST.
0031AL     PERFORM 3210-FIND-OLDEST-OPEN THRU 3210-EXIT.
0031AM     IF WS-AR-IDX = ZERO
0031AN         MOVE "N" TO WS-OPEN-ITEM-SW
0031AO         GO TO 3220-EXIT
0031AP     END-IF.
0031AQ     SET AT-IDX TO WS-AR-IDX.
0031AR     COMPUTE WS-BALANCE =
0031AS         AT-BILLED-AMOUNT(AT-IDX) - AT-PAID-AMOUNT(AT-IDX).
0031AT     IF WS-PAY-LEFT < WS-BALANCE
0031AU         MOVE WS-PAY-LEFT TO WS-APPLY-AMOUNT
0031AV     ELSE
0031AW         MOVE WS-BALANCE TO WS-APPLY-AMOUNT
0031AX     END-IF.
0031AY     IF WS-APPLYING-CASH
0031AZ         PERFORM 2350-AGE-BUCKET THRU 2350-EXIT
0031B1         ADD WS-APPLY-AMOUNT TO CB-COLLECTED(WS-BUCKET)
0031B2     END-IF.
0031B3     ADD WS-APPLY-AMOUNT TO AT-PAID-AMOUNT(AT-IDX).
0031B4     SUBTRACT WS-APPLY-AMOUNT FROM WS-PAY-LEFT.
0031B5 3220-EXIT.
0031B6     EXIT.

0031B7 3230-TEST-OLDEST.
0031B8     IF AT-POLICY-ID(WS-A) NOT = WS-LOOKUP-ID
0031B9             OR AT-PAID-AMOUNT(WS-A) NOT < AT-BILLED-AMOUNT(WS-A)
0031BA         GO TO 3230-EXIT
0031BB     END-IF.
0031BC     IF WS-AR-IDX = ZERO
0031BD         MOVE WS-A TO WS-AR-IDX
0031BE         GO TO 3230-EXIT
0031BF     END-IF.
0031BG     IF AT-BILL-DATE(WS-A) < AT-BILL-DATE(WS-AR-IDX)
0031BH         MOVE WS-A TO WS-AR-IDX
0031BI     END-IF.
0031BJ 3230-EXIT.
0031BK     EXIT.

0031BL*----------------------------------------------------------------
0031BM* 3500-SETTLE-CREDITS - A CREDIT SITTING ON ONE ITEM (AN EARLIER
0031BN*                       OVERPAYMENT OR A RETURN PREMIUM) PAYS
0031BO*                       THE SAME POLICY'S OTHER OPEN ITEMS,
0031BP*                       OLDEST FIRST, BEFORE ANYTHING IS AGED OR
0031BQ*                       LEFT FOR THE REFUND SWEEP. NO CASH MOVES,
0031BR*                       SO NOTHING IS JOURNALED OR COUNTED AS
0031BS*                       COLLECTED.
0031BT*----------------------------------------------------------------
0031BU 3500-SETTLE-CREDITS.
0031BV     PERFORM 3510-SETTLE-ONE THRU 3510-EXIT
0031BW         VARYING WS-B FROM 1 BY 1
0031BX         UNTIL WS-B > WS-AR-COUNT.
0031BY 3500-EXIT.
0031BZ     EXIT.

0031C1 3510-SETTLE-ONE.
0031C2     IF AT-PAID-AMOUNT(WS-B) NOT > AT-BILLED-AMOUNT(WS-B)
0031C3         GO TO 3510-EXIT
0031C4     END-IF.
0031C5     MOVE AT-POLICY-ID(WS-B) TO WS-LOOKUP-ID.
0031C6     COMPUTE WS-CREDIT-AMOUNT =
0031C7         AT-PAID-AMOUNT(WS-B) - AT-BILLED-AMOUNT(WS-B).
0031C8     MOVE WS-CREDIT-AMOUNT TO WS-PAY-LEFT.
0031C9     MOVE "Y" TO WS-OPEN-ITEM-SW.
0031CA     PERFORM 3220-APPLY-TO-OLDEST THRU 3220-EXIT
0031CB         UNTIL WS-PAY-LEFT = ZERO OR WS-NO-OPEN-ITEM.
0031CC     COMPUTE AT-PAID-AMOUNT(WS-B) = AT-PAID-AMOUNT(WS-B)
0031CD         - WS-CREDIT-AMOUNT + WS-PAY-LEFT.
0031CE 3510-EXIT.
0031CF     EXIT.

003210 2500-FIND-RECEIVABLE.
003220     MOVE ZERO TO WS-AR-IDX.
003230     PERFORM 2510-MATCH-RECEIVABLE THRU 2510-EXIT

003290 2510-MATCH-RECEIVABLE.
003300     IF AT-POLICY-ID(WS-A) = WS-LOOKUP-ID
00330A             AND AT-TERM-ITEM(WS-A)
003310         MOVE WS-A TO WS-AR-IDX
003320     END-IF.
003330 2510-EXIT.
003340     EXIT.

00334A*----------------------------------------------------------------
00334B* 2520-FIND-ANY-ITEM - THE FIRST ITEM OF ANY TYPE FOR POLICY
00334C*                      WS-LOOKUP-ID, INTO WS-AR-IDX.
00334D*----------------------------------------------------------------
00334E 2520-FIND-ANY-ITEM.
00334F     MOVE ZERO TO WS-AR-IDX.
00334G     PERFORM 2530-MATCH-ANY-ITEM THRU 2530-EXIT
00334H         VARYING WS-A FROM 1 BY 1
00334I         UNTIL WS-A > WS-AR-COUNT OR WS-AR-IDX > ZERO.
00334J 2520-EXIT.
00334K     EXIT.

00334L 2530-MATCH-ANY-ITEM.
00334M     IF AT-POLICY-ID(WS-A) = WS-LOOKUP-ID
00334N         MOVE WS-A TO WS-AR-IDX
00334O     END-IF.
00334P 2530-EXIT.
00334Q     EXIT.

003360*----------------------------------------------------------------
003370* 4000-AGE-AND-REPORT - ONE LINE PER POLICY ON THE MASTER: THE
003380*                       OPEN BALANCE, ITS AGE IN DAYS FROM THE
004150         VARYING WS-A FROM 1 BY 1
004160         UNTIL WS-A > WS-AR-COUNT.
004170     CLOSE ARMAST.
004171     PERFORM 5600-WRITE-COLL-HISTORY THRU 5600-EXIT.
004172*    THE ENDORSEMENTS ARE ON THE MASTER NOW - EMPTY THE FILE SO
004174*    THE NEXT RUN DOES NOT BILL THEM AGAIN
004176     IF WS-ENDT-STATUS = "00"
004178         OPEN OUTPUT ENDTBILL
00417A         CLOSE ENDTBILL
00417C     END-IF.
004180     MOVE WS-PAYMENT-COUNT TO SL-PAYMENT-COUNT.
004190     MOVE WS-SHORT-COUNT TO SL-SHORT-COUNT.
004200     MOVE WS-OVER-COUNT TO SL-OVER-COUNT.
004340     MOVE AT-BILL-DATE(AT-IDX) TO AR-BILL-DATE.
004350     MOVE AT-BILLED-AMOUNT(AT-IDX) TO AR-BILLED-AMOUNT.
004360     MOVE AT-PAID-AMOUNT(AT-IDX) TO AR-PAID-AMOUNT.
00436A     MOVE AT-ITEM-TYPE(AT-IDX) TO AR-ITEM-TYPE.
004370     WRITE ARMAST-REC.
004380 5100-EXIT.
004390     EXIT.
004630     CALL "GLJRNL" USING GLJRNL-PARMS.
004640 5500-EXIT.
004650     EXIT.

005130*----------------------------------------------------------------
005140* 5600-WRITE-COLL-HISTORY - ONE COLLHIST RECORD FOR THE RUN. A
005150*                           RUN WITH NO CASHRCPT FILE WAS NOT A
005160*                           COLLECTION DAY AND WRITES NOTHING,
005170*                           SO IT CANNOT DRAG THE RATES DOWN.
005180*----------------------------------------------------------------
005190 5600-WRITE-COLL-HISTORY.
005200     IF WS-CASH-STATUS NOT = "00"
005210         GO TO 5600-EXIT
005220     END-IF.
005230     OPEN EXTEND COLLHIST.
005240     IF WS-COLL-STATUS = "35"
005250         OPEN OUTPUT COLLHIST
005260     END-IF.
005270     MOVE SPACES TO COLLHIST-REC.
005280     MOVE WS-RUN-CCYYMMDD TO CH-RUN-DATE.
005290     PERFORM 5610-MOVE-ONE-BUCKET THRU 5610-EXIT
005300         VARYING WS-BUCKET FROM 1 BY 1
005310         UNTIL WS-BUCKET > 4.
005320     WRITE COLLHIST-REC.
005330     CLOSE COLLHIST.
005340 5600-EXIT.
005350     EXIT.

005360 5610-MOVE-ONE-BUCKET.
005370     MOVE CB-OPEN-BALANCE(WS-BUCKET)
005380         TO CH-OPEN-BALANCE(WS-BUCKET).
005390     MOVE CB-COLLECTED(WS-BUCKET) TO CH-COLLECTED(WS-BUCKET).
005400 5610-EXIT.
005410     EXIT.
