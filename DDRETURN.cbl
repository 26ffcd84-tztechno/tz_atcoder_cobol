0002K1* 09/02/2026  RO   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002KA* 10/15/2026  RO   LATE-FEE ITEMS. A POLICY CAN NOW HOLD MORE
0002KB*                  THAN ONE ARMAST ITEM, SO A BOUNCE IS DRAWN
0002KC*                  BACK ACROSS ALL OF THEM, NEWEST BILL DATE
0002KD*                  FIRST, EACH ITEM AUDITED, INSTEAD OF OFF THE
0002KE*                  FIRST ITEM FOUND.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000600     05  AR-BILLED-AMOUNT         PIC 9(09).
000610     05  FILLER                   PIC X(01).
000620     05  AR-PAID-AMOUNT           PIC 9(09).
00062A     05  FILLER                   PIC X(01).
00062B     05  AR-ITEM-TYPE             PIC X(01).
00062C         88  AR-FEE-ITEM                    VALUE "F".

000630 FD  DUNHIST
000640     RECORDING MODE IS F.
000880 77  WS-REVERSED-COUNT            PIC 9(05) VALUE ZERO COMP.
000890 77  WS-UNMATCHED-COUNT           PIC 9(05) VALUE ZERO COMP.
000900 77  WS-REVERSED-TOTAL            PIC 9(11) VALUE ZERO.
00090A 77  WS-RET-LEFT                  PIC 9(09) VALUE ZERO.
00090B 77  WS-DRAW                      PIC 9(09) VALUE ZERO.

000910 01  WS-AR-TABLE.
000920     05  WS-AR-COUNT              PIC 9(05) VALUE ZERO COMP.
000960         10  AT-BILL-DATE         PIC 9(08).
000970         10  AT-BILLED-AMOUNT     PIC 9(09).
000980         10  AT-PAID-AMOUNT       PIC 9(09).
00098A         10  AT-ITEM-TYPE         PIC X(01).

000990 01  WS-HIST-TABLE.
001000     05  WS-HIST-COUNT            PIC 9(05) VALUE ZERO COMP.
001910             MOVE AR-BILLED-AMOUNT
001920                 TO AT-BILLED-AMOUNT(AT-IDX)
001930             MOVE AR-PAID-AMOUNT TO AT-PAID-AMOUNT(AT-IDX)
00193A             MOVE AR-ITEM-TYPE TO AT-ITEM-TYPE(AT-IDX)
001940     END-READ.
001950 1100-EXIT.
001960     EXIT.

002160*----------------------------------------------------------------
002170* 2000-REVERSE-ONE-RETURN - DRAW THE BOUNCED CASH BACK OFF THE
002180*                           POLICY'S RECEIVABLE ITEMS, NEWEST
00218A*                           BILL DATE FIRST, AND SEED THE
002190*                           DUNNING HISTORY SO THE NEXT RUN
002200*                           ESCALATES. A BOUNCE FOR A POLICY
002210*                           WITH NO RECEIVABLE IS REPORTED, NOT
002330         WRITE DDRETRPT-REC FROM WS-DETAIL-LINE
002340         GO TO 2000-NEXT
002350     END-IF.
002360     MOVE WS-RET-AMOUNT TO WS-RET-LEFT.
002370     PERFORM 2300-DRAW-NEWEST THRU 2300-EXIT
002380         UNTIL WS-RET-LEFT = ZERO.
002480     PERFORM 2600-SEED-DUNNING THRU 2600-EXIT.
002490     ADD 1 TO WS-REVERSED-COUNT.
002500     ADD WS-RET-AMOUNT TO WS-REVERSED-TOTAL.
002570 2000-EXIT.
002580     EXIT.

00258A*----------------------------------------------------------------
00258B* 2300-DRAW-NEWEST - TAKE WHAT IS LEFT OF THE BOUNCE OFF THE
00258C*                    POLICY'S NEWEST ITEM THAT STILL HAS CASH
00258D*                    APPLIED. ONCE NO ITEM HAS ANY, THE REST IS
00258E*                    DROPPED - PAID NEVER GOES BELOW ZERO.
00258F*----------------------------------------------------------------
00258G 2300-DRAW-NEWEST.
00258H     MOVE ZERO TO WS-AR-IDX.
00258I     PERFORM 2310-TEST-NEWEST THRU 2310-EXIT
00258J         VARYING WS-A FROM 1 BY 1
00258K         UNTIL WS-A > WS-AR-COUNT.
00258L     IF WS-AR-IDX = ZERO
00258M         MOVE ZERO TO WS-RET-LEFT
00258N         GO TO 2300-EXIT
00258O     END-IF.
00258P     SET AT-IDX TO WS-AR-IDX.
00258Q     IF WS-RET-LEFT > AT-PAID-AMOUNT(AT-IDX)
00258R         MOVE AT-PAID-AMOUNT(AT-IDX) TO WS-DRAW
00258S     ELSE
00258T         MOVE WS-RET-LEFT TO WS-DRAW
00258U     END-IF.
00258V     MOVE "PAID-AMOUNT" TO AL-FIELD-NAME.
00258W     MOVE AT-PAID-AMOUNT(AT-IDX) TO AL-OLD-VALUE.
00258X     SUBTRACT WS-DRAW FROM AT-PAID-AMOUNT(AT-IDX).
00258Y     MOVE AT-PAID-AMOUNT(AT-IDX) TO AL-NEW-VALUE.
00258Z     MOVE DR-POLICY-ID TO AL-RECORD-KEY.
0025A1     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
0025A2     SUBTRACT WS-DRAW FROM WS-RET-LEFT.
0025A3 2300-EXIT.
0025A4     EXIT.

0025A5 2310-TEST-NEWEST.
0025A6     IF AT-POLICY-ID(WS-A) NOT = WS-LOOKUP-ID
0025A7             OR AT-PAID-AMOUNT(WS-A) = ZERO
0025A8         GO TO 2310-EXIT
0025A9     END-IF.
0025AA     IF WS-AR-IDX = ZERO
0025AB         MOVE WS-A TO WS-AR-IDX
0025AC         GO TO 2310-EXIT
0025AD     END-IF.
0025AE     IF AT-BILL-DATE(WS-A) > AT-BILL-DATE(WS-AR-IDX)
0025AF         MOVE WS-A TO WS-AR-IDX
0025AG     END-IF.
0025AH 2310-EXIT.
0025AI     EXIT.

002590 2500-FIND-RECEIVABLE.
002600     MOVE ZERO TO WS-AR-IDX.
002610     PERFORM 2510-MATCH-RECEIVABLE THRU 2510-EXIT
003420     MOVE AT-BILL-DATE(AT-IDX) TO AR-BILL-DATE.
003430     MOVE AT-BILLED-AMOUNT(AT-IDX) TO AR-BILLED-AMOUNT.
003440     MOVE AT-PAID-AMOUNT(AT-IDX) TO AR-PAID-AMOUNT.
00344A     MOVE AT-ITEM-TYPE(AT-IDX) TO AR-ITEM-TYPE.
003450     WRITE ARMAST-REC.
003460 3100-EXIT.
003470     EXIT.
