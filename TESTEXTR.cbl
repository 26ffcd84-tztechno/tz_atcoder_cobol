000252* 09/02/2026  KI   FOUR-DIGIT YEARS. THE CTLREC HEADER IS NOW
000254*                  STAMPED CCYYMMDD THROUGH THE SHARED DATEXPND
000256*                  CENTURY WINDOW.
00025A* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
00025B*                  AMOUNT ("F" = LATE FEE); IT IS COPIED TO
00025C*                  TARMAST UNMASKED.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000880     05  AR-BILLED-AMOUNT         PIC 9(09).
000890     05  FILLER                   PIC X(01).
000900     05  AR-PAID-AMOUNT           PIC 9(09).
00090A     05  FILLER                   PIC X(01).
00090B     05  AR-ITEM-TYPE             PIC X(01).
00090C         88  AR-FEE-ITEM                    VALUE "F".

000910 FD  POINTLDG
000920     RECORDING MODE IS F.
001730     05  TA-BILLED                PIC 9(09).
001740     05  FILLER                   PIC X(01) VALUE SPACES.
001750     05  TA-PAID                  PIC 9(09).
00175A     05  FILLER                   PIC X(01) VALUE SPACES.
00175B     05  TA-ITEM-TYPE             PIC X(01).
001760     05  FILLER                   PIC X(41) VALUE SPACES.

001770 01  WS-TBILL-LINE.
001780     05  FILLER                   PIC X(08) VALUE "POLICY ".
003960         FUNCTION MOD(WS-MAP-IDX * 91, 8000) + 100.
003970     MOVE WS-MASK-AMOUNT TO TA-BILLED.
003980     COMPUTE TA-PAID = WS-MASK-AMOUNT / 2.
00398A     MOVE AR-ITEM-TYPE TO TA-ITEM-TYPE.
003990     MOVE WS-TAR-LINE TO TARMAST-REC.
004000     WRITE TARMAST-REC.
004010     ADD 1 TO WS-AR-OUT.
