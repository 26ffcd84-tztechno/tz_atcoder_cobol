0002K1* 09/02/2026  RO   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002A1* 10/15/2026  RO   WATCH-LIST SCREENING. AN APPROVED REFUND IS
0002A2*                  SCREENED THROUGH WLSCREEN ON ITS POLICY'S
0002A3*                  CUSTOMER BEFORE IT IS PAID. A HELD REFUND IS
0002A4*                  NOT PAID, STAYS ON THE QUEUE FOR A FRESH
0002A5*                  APPROVAL ONCE THE CASE IS CLEARED, AND IS
0002A6*                  PRINTED AS SCRN HOLD WITH ITS REVIEW CASE.
0002AA* 10/15/2026  RO   LATE-FEE ITEMS. A POLICY CAN NOW HOLD MORE
0002AB*                  THAN ONE ARMAST ITEM, SO THE SWEEP QUEUES THE
0002AC*                  POLICY'S NET CREDIT (ALL ITS ITEMS, BILLED
0002AD*                  LESS PAID) RATHER THAN ONE ITEM'S EXCESS - AN
0002AE*                  OVERPAID PREMIUM NEXT TO AN UNPAID FEE IS NOT
0002AF*                  REFUNDED. AN APPROVED REFUND IS CAPPED AT THE
0002AG*                  CREDIT STILL ON THE ACCOUNT (NONE LEFT DROPS
0002AH*                  THE ENTRY AS NO CREDIT) AND IS DRAWN BACK ONLY
0002AI*                  FROM THE ITEMS CARRYING THE OVERPAYMENT.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000530     05  AR-BILLED-AMOUNT         PIC 9(09).
000540     05  FILLER                   PIC X(01).
000550     05  AR-PAID-AMOUNT           PIC 9(09).
00055A     05  FILLER                   PIC X(01).
00055B     05  AR-ITEM-TYPE             PIC X(01).
00055C         88  AR-FEE-ITEM                    VALUE "F".

000560 FD  REFQUEUE
000570     RECORDING MODE IS F.
001020 77  WS-APPROVED-COUNT            PIC 9(05) VALUE ZERO COMP.
001030 77  WS-REJECTED-COUNT            PIC 9(05) VALUE ZERO COMP.
001040 77  WS-REFUND-TOTAL              PIC 9(11) VALUE ZERO.
0010A1 77  WS-HELD-COUNT                PIC 9(05) VALUE ZERO COMP.
0010A2 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001042 77  WS-AGTC-STATUS               PIC X(02) VALUE SPACES.
00104A 77  WS-NET-BALANCE               PIC S9(11) VALUE ZERO.
00104B 77  WS-CREDIT-LEFT               PIC 9(09) VALUE ZERO.
00104C 77  WS-DRAW                      PIC 9(09) VALUE ZERO.

001050 01  WS-AR-TABLE.
001060     05  WS-AR-COUNT              PIC 9(05) VALUE ZERO COMP.
001100         10  AT-BILL-DATE         PIC 9(08).
001110         10  AT-BILLED-AMOUNT     PIC 9(09).
001120         10  AT-PAID-AMOUNT       PIC 9(09).
00112A         10  AT-ITEM-TYPE         PIC X(01).

001130 01  WS-QUEUE-TABLE.
001140     05  WS-QU-COUNT              PIC 9(05) VALUE ZERO COMP.

001210 COPY AUDTLINK.
001220 COPY RPTHDR.
0012A1 COPY DATXLINK.
0012A2 COPY WLSLINK.

001230 01  WS-TITLE-LINE.
001240     05  FILLER                  PIC X(31) VALUE
001310     05  DL-ACTION-DESC           PIC X(10).
001320     05  FILLER                  PIC X(10) VALUE "  CREDIT: ".
001330     05  DL-CREDIT                PIC ZZZZZZZZ9.
0013A1     05  FILLER                  PIC X(02) VALUE SPACES.
0013A2     05  DL-CASE-ID               PIC X(10) VALUE SPACES.
0013A3     05  FILLER                  PIC X(19) VALUE SPACES.

001350 01  WS-SUMMARY-LINE.
001360     05  FILLER                  PIC X(09) VALUE "QUEUED:  ".
001410     05  SL-REJECTED-COUNT        PIC ZZZZ9.
001420     05  FILLER                  PIC X(11) VALUE "  REFUNDED:".
001430     05  SL-REFUND-TOTAL          PIC ZZZZZZZZZZ9.
0014A1     05  FILLER                  PIC X(08) VALUE "  HELD: ".
0014A2     05  SL-HELD-COUNT            PIC ZZZZ9.
0014A3     05  FILLER                  PIC X(02) VALUE SPACES.

001450 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001580 1000-INITIALIZE.
001590     ACCEPT WS-RUN-DATE FROM DATE.
001600     ACCEPT WS-RUN-TIME FROM TIME.
0016A1     MOVE "EXPND" TO DX-ACTION.
0016A2     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
0016A3     CALL "DATEXPND" USING DATEXPND-PARMS.
0016A4     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001610     OPEN OUTPUT REFRPT
001620          OUTPUT REFPYEXT.
001583     OPEN EXTEND AGTCASH.
002040             MOVE AR-BILLED-AMOUNT
002050                 TO AT-BILLED-AMOUNT(AT-IDX)
002060             MOVE AR-PAID-AMOUNT TO AT-PAID-AMOUNT(AT-IDX)
00206A             MOVE AR-ITEM-TYPE TO AT-ITEM-TYPE(AT-IDX)
002070     END-READ.
002080 1100-EXIT.
002090     EXIT.
002340*                        POSTS THE REVERSAL; A REJECT JUST
002350*                        CLEARS THE QUEUE ENTRY. A DECISION FOR
002360*                        NOTHING IN THE QUEUE IS REPORTED AND
002370*                        SKIPPED. AN APPROVAL NEVER PAYS MORE
00237A*                        THAN THE POLICY'S CREDIT AS IT STANDS
00237B*                        NOW - LATER BILLING MAY HAVE USED IT.
002380*----------------------------------------------------------------
002390 2000-APPLY-DECISIONS.
002400     OPEN INPUT REFDECID.
002790 2200-PAY-REFUND.
002800     SET QU-IDX TO WS-QU-IDX.
002810     MOVE QU-CREDIT-AMOUNT(QU-IDX) TO WS-CREDIT.
00281A     MOVE QU-POLICY-ID(QU-IDX) TO WS-LOOKUP-ID.
00281B     PERFORM 2700-NET-POLICY THRU 2700-EXIT.
00281C     IF WS-NET-BALANCE NOT < ZERO
00281D         MOVE "Y" TO QU-DROP-SW(QU-IDX)
00281E         MOVE QU-POLICY-ID(QU-IDX) TO DL-POLICY-ID
00281F         MOVE "NO CREDIT" TO DL-ACTION-DESC
00281G         MOVE WS-CREDIT TO DL-CREDIT
00281H         WRITE REFRPT-REC FROM WS-DETAIL-LINE
00281I         GO TO 2200-EXIT
00281J     END-IF.
00281K     IF ZERO - WS-NET-BALANCE < WS-CREDIT
00281L         COMPUTE WS-CREDIT = ZERO - WS-NET-BALANCE
00281M     END-IF.
0028A1     MOVE "POLCY" TO WL-ACTION.
0028A2     MOVE "ARREFUND" TO WL-CALLER.
0028A3     MOVE "REFUND" TO WL-SUBJECT-TYPE.
0028A4     MOVE QU-POLICY-ID(QU-IDX) TO WL-SUBJECT-ID.
0028A5     MOVE WS-RUN-CCYYMMDD TO WL-AS-OF-DATE.
0028A6     CALL "WLSCREEN" USING WLSCREEN-PARMS.
0028A7     IF WL-BLOCKED
0028A8         ADD 1 TO WS-HELD-COUNT
0028A9         MOVE QU-POLICY-ID(QU-IDX) TO DL-POLICY-ID
0028AA         MOVE "SCRN HOLD" TO DL-ACTION-DESC
0028AB         MOVE WS-CREDIT TO DL-CREDIT
0028AC         MOVE WL-CASE-ID TO DL-CASE-ID
0028AD         WRITE REFRPT-REC FROM WS-DETAIL-LINE
0028AE         MOVE SPACES TO DL-CASE-ID
0028AF         GO TO 2200-EXIT
0028AG     END-IF.
002820     MOVE SPACES TO REFPYEXT-REC.
002830     MOVE QU-POLICY-ID(QU-IDX) TO RP-POLICY-ID.
002840     MOVE WS-CREDIT TO RP-REFUND-AMOUNT.
002890     MOVE RD-APPROVER TO AL-NEW-VALUE.
002900     MOVE QU-POLICY-ID(QU-IDX) TO AL-RECORD-KEY.
002910     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002920     MOVE WS-CREDIT TO WS-CREDIT-LEFT.
002930     PERFORM 2610-DRAW-ONE-ITEM THRU 2610-EXIT
002940         VARYING WS-A FROM 1 BY 1
002950         UNTIL WS-A > WS-AR-COUNT OR WS-CREDIT-LEFT = ZERO.
003010     SET QU-IDX TO WS-QU-IDX.
003020     MOVE "Y" TO QU-DROP-SW(QU-IDX).
003030     ADD 1 TO WS-APPROVED-COUNT.
003100     EXIT.

003110*----------------------------------------------------------------
003120* 3000-SWEEP-OVERPAYS - QUEUE EVERY POLICY THAT HAS AN ITEM
003130*                       PAID OVER BILLED, FOR ITS NET CREDIT
00313A*                       ACROSS ALL ITEMS, UNLESS IT IS ALREADY
00313B*                       AWAITING A DECISION. OTHER ITEMS STILL
00313C*                       OPEN CAN LEAVE NO CREDIT AT ALL.
003140*----------------------------------------------------------------
003150 3000-SWEEP-OVERPAYS.
003160     PERFORM 3100-SWEEP-ONE THRU 3100-EXIT
003280     IF WS-QU-IDX > ZERO
003290         GO TO 3100-EXIT
003300     END-IF.
00330A     PERFORM 2700-NET-POLICY THRU 2700-EXIT.
00330B     IF WS-NET-BALANCE NOT < ZERO
00330C         GO TO 3100-EXIT
00330D     END-IF.
003310     IF WS-QU-COUNT >= 2000
003320         DISPLAY "ARREFUND - REFQUEUE EXCEEDS THE 2000-ITEM "
003330             "TABLE - RUN ABORTED"
003380     SET QU-IDX TO WS-QU-COUNT.
003390     MOVE AT-POLICY-ID(AT-IDX) TO QU-POLICY-ID(QU-IDX).
003400     COMPUTE QU-CREDIT-AMOUNT(QU-IDX) =
003410         ZERO - WS-NET-BALANCE.
003420     MOVE WS-RUN-DATE TO QU-QUEUED-DATE(QU-IDX).
003430     MOVE "N" TO QU-DROP-SW(QU-IDX).
003440     ADD 1 TO WS-QUEUED-COUNT.
003630 2510-EXIT.
003640     EXIT.

003650*----------------------------------------------------------------
003660* 2610-DRAW-ONE-ITEM - TAKE THE REFUND BACK OUT OF CASH APPLIED,
003670*                      BUT ONLY FROM AN ITEM OF THE POLICY THAT
003680*                      IS PAID OVER BILLED AND NEVER BELOW ITS
003690*                      BILLED AMOUNT. EACH ITEM TOUCHED IS
003700*                      AUDITED.
003710*----------------------------------------------------------------
003720 2610-DRAW-ONE-ITEM.
003730     IF AT-POLICY-ID(WS-A) NOT = WS-LOOKUP-ID
00373A             OR AT-PAID-AMOUNT(WS-A) NOT > AT-BILLED-AMOUNT(WS-A)
003740         GO TO 2610-EXIT
003750     END-IF.
00375A     SET AT-IDX TO WS-A.
00375B     COMPUTE WS-DRAW =
00375C         AT-PAID-AMOUNT(AT-IDX) - AT-BILLED-AMOUNT(AT-IDX).
00375D     IF WS-DRAW > WS-CREDIT-LEFT
00375E         MOVE WS-CREDIT-LEFT TO WS-DRAW
00375F     END-IF.
00375G     MOVE "PAID-AMOUNT" TO AL-FIELD-NAME.
00375H     MOVE AT-PAID-AMOUNT(AT-IDX) TO AL-OLD-VALUE.
00375I     SUBTRACT WS-DRAW FROM AT-PAID-AMOUNT(AT-IDX).
00375J     MOVE AT-PAID-AMOUNT(AT-IDX) TO AL-NEW-VALUE.
00375K     MOVE WS-LOOKUP-ID TO AL-RECORD-KEY.
00375L     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
00375M     SUBTRACT WS-DRAW FROM WS-CREDIT-LEFT.
003760 2610-EXIT.
003770     EXIT.

00377A*----------------------------------------------------------------
00377B* 2700-NET-POLICY - BILLED LESS PAID OVER EVERY ITEM OF POLICY
00377C*                   WS-LOOKUP-ID. BELOW ZERO IS A CREDIT OWED.
00377D*----------------------------------------------------------------
00377E 2700-NET-POLICY.
00377F     MOVE ZERO TO WS-NET-BALANCE.
00377G     PERFORM 2710-NET-ONE-ITEM THRU 2710-EXIT
00377H         VARYING WS-A FROM 1 BY 1
00377I         UNTIL WS-A > WS-AR-COUNT.
00377J 2700-EXIT.
00377K     EXIT.

00377L 2710-NET-ONE-ITEM.
00377M     IF AT-POLICY-ID(WS-A) = WS-LOOKUP-ID
00377N         COMPUTE WS-NET-BALANCE = WS-NET-BALANCE
00377O             + AT-BILLED-AMOUNT(WS-A) - AT-PAID-AMOUNT(WS-A)
00377P     END-IF.
00377Q 2710-EXIT.
00377R     EXIT.

003780 2800-WRITE-AUDIT.
003790     MOVE "WRITE" TO AL-ACTION.
003800     MOVE "ARREFUND" TO AL-SOURCE-PROGRAM.
004060     MOVE WS-APPROVED-COUNT TO SL-APPROVED-COUNT.
004070     MOVE WS-REJECTED-COUNT TO SL-REJECTED-COUNT.
004080     MOVE WS-REFUND-TOTAL TO SL-REFUND-TOTAL.
0040A1     MOVE WS-HELD-COUNT TO SL-HELD-COUNT.
004090     WRITE REFRPT-REC FROM WS-SUMMARY-LINE.
004100     CLOSE REFRPT
004110           REFPYEXT.
004230     MOVE AT-BILL-DATE(AT-IDX) TO AR-BILL-DATE.
004240     MOVE AT-BILLED-AMOUNT(AT-IDX) TO AR-BILLED-AMOUNT.
004250     MOVE AT-PAID-AMOUNT(AT-IDX) TO AR-PAID-AMOUNT.
00425A     MOVE AT-ITEM-TYPE(AT-IDX) TO AR-ITEM-TYPE.
004260     WRITE ARMAST-REC.
004270 5100-EXIT.
004280     EXIT.
