00020A* 09/02/2026  RO   FOUR-DIGIT YEARS. THE CTLREC HEADER IS NOW
00020B*                  STAMPED CCYYMMDD THROUGH THE SHARED DATEXPND
00020C*                  CENTURY WINDOW.
00020D* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
00020E*                  AMOUNT ("F" = LATE FEE); THE RECORD IS READ AT
00020F*                  ITS FULL LENGTH.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000490     05  AR-BILLED-AMOUNT         PIC 9(09).
000500     05  FILLER                   PIC X(01).
000510     05  AR-PAID-AMOUNT           PIC 9(09).
00051A     05  FILLER                   PIC X(01).
00051B     05  AR-ITEM-TYPE             PIC X(01).
00051C         88  AR-FEE-ITEM                    VALUE "F".

000520 FD  POLMAST.
000530 01  POLMAST-REC.
