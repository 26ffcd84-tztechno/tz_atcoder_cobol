0002K1* 09/02/2026  RO   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002KA* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
0002KB*                  AMOUNT. A LATEFEE ITEM ("F") IS A CHARGE, NOT
0002KC*                  A RESIDUE, AND IS NEVER WRITTEN OFF HERE; THE
0002KD*                  TYPE IS KEPT ON THE REWRITE.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000450     05  AR-BILLED-AMOUNT         PIC 9(09).
000460     05  FILLER                   PIC X(01).
000470     05  AR-PAID-AMOUNT           PIC 9(09).
00047A     05  FILLER                   PIC X(01).
00047B     05  AR-ITEM-TYPE             PIC X(01).
00047C         88  AR-FEE-ITEM                    VALUE "F".

000480 FD  BIZPARM
000490     RECORDING MODE IS F.
000780         10  AT-BILL-DATE         PIC 9(08).
000790         10  AT-BILLED-AMOUNT     PIC 9(09).
000800         10  AT-PAID-AMOUNT       PIC 9(09).
00080A         10  AT-ITEM-TYPE         PIC X(01).
00080B             88  AT-FEE-ITEM                VALUE "F".

000810 COPY AUDTLINK.
000820 COPY PARMCTL.
001850             MOVE AR-BILLED-AMOUNT
001860                 TO AT-BILLED-AMOUNT(AT-IDX)
001870             MOVE AR-PAID-AMOUNT TO AT-PAID-AMOUNT(AT-IDX)
00187A             MOVE AR-ITEM-TYPE TO AT-ITEM-TYPE(AT-IDX)
001880     END-READ.
001890 1200-EXIT.
001900     EXIT.
001930*                        THRESHOLD. THE RESIDUE IS TOTALLED INTO
001940*                        THE AGE BUCKET IT WAS SITTING IN, SO
001950*                        THE REGISTER TIES BACK TO THE AGING IT
001960*                        JUST CLEANED. A LATE-FEE ITEM IS
00196A*                        LEFT FOR COLLECTION.
001970*----------------------------------------------------------------
001980 2000-WRITE-OFF-SWEEP.
001990     PERFORM 2100-SWEEP-ONE THRU 2100-EXIT
002070         AT-BILLED-AMOUNT(AT-IDX) - AT-PAID-AMOUNT(AT-IDX).
002080     IF WS-BALANCE <= ZERO
002090             OR WS-BALANCE >= WS-THRESHOLD
00209A             OR AT-FEE-ITEM(AT-IDX)
002100         GO TO 2100-EXIT
002110     END-IF.
002120     MOVE AT-BILL-DATE(AT-IDX) TO WS-DATE-CCYYMMDD.
002850     MOVE AT-BILL-DATE(AT-IDX) TO AR-BILL-DATE.
002860     MOVE AT-BILLED-AMOUNT(AT-IDX) TO AR-BILLED-AMOUNT.
002870     MOVE AT-PAID-AMOUNT(AT-IDX) TO AR-PAID-AMOUNT.
00287A     MOVE AT-ITEM-TYPE(AT-IDX) TO AR-ITEM-TYPE.
002880     WRITE ARMAST-REC.
002890 3100-EXIT.
002900     EXIT.
