0002K1* 09/02/2026  RO   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002L1* 10/15/2026  RO   BANKRCPT NOW COMES FROM THE BANKIMP STATEMENT
0002L2*                  IMPORT, WRAPPED IN THE SHOP-STANDARD CTLREC
0002L3*                  HEADER AND TRAILER. THE FILE IS PROVED THROUGH
0002L4*                  FILECTL BEFORE MATCHING (AMOUNT AT POSITION 12
0002L5*                  FOR 9) AND THE CONTROL RECORDS ARE SKIPPED. NO
0002L6*                  BANKRCPT FILE STILL MEANS NO BANK RECEIPTS
0002L7*                  TODAY.
0002LA* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
0002LB*                  AMOUNT ("F" = LATE FEE); THE RECORD IS READ AT
0002LC*                  ITS FULL LENGTH.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000660     05  AR-BILLED-AMOUNT         PIC 9(09).
000670     05  FILLER                   PIC X(01).
000680     05  AR-PAID-AMOUNT           PIC 9(09).
00068A     05  FILLER                   PIC X(01).
00068B     05  AR-ITEM-TYPE             PIC X(01).
00068C         88  AR-FEE-ITEM                    VALUE "F".

000690 FD  CASHRCPT
000700     RECORDING MODE IS F.
001160         10  ST-RECEIPT           PIC X(80).
001170         10  ST-REASON            PIC X(20).

0011A1 COPY FCTLLINK.
001180 COPY RPTHDR.

001190 01  WS-TITLE-LINE.
002220     EXIT.

002230 3000-MATCH-BANK.
0022A1     PERFORM 7000-VERIFY-CONTROL THRU 7000-EXIT.
0022A2     IF FC-RETURN-CODE = 12
0022A3         GO TO 3000-EXIT
0022A4     END-IF.
002240     OPEN INPUT BANKRCPT.
002250     IF WS-BANK-STATUS NOT = "00"
002260         GO TO 3000-EXIT
002370             SET WS-EOF TO TRUE
002380             GO TO 3100-EXIT
002390     END-READ.
0023A1     IF BANKRCPT-REC (1:3) = "HDR"
0023A2             OR BANKRCPT-REC (1:3) = "TRL"
0023A3         GO TO 3100-EXIT
0023A4     END-IF.
002400     MOVE BANKRCPT-REC TO WS-WORK-RECEIPT.
002410     PERFORM 4000-MATCH-ONE-RECEIPT THRU 4000-EXIT.
002420 3100-EXIT.
003530     WRITE LBSUSP-REC.
003540 5100-EXIT.
003550     EXIT.

0035A1*----------------------------------------------------------------
0035A2* 7000-VERIFY-CONTROL - PROVE BANKRCPT'S HEADER AND TRAILER AGREE
0035A3*                       WITH ITS CONTENTS BEFORE ANY RECEIPT IS
0035A4*                       MATCHED. A MISSING FILE (RETURN CODE 12)
0035A5*                       IS A DAY WITH NO BANK RECEIPTS.
0035A6*----------------------------------------------------------------
0035A7 7000-VERIFY-CONTROL.
0035A8     MOVE "CHECK" TO FC-ACTION.
0035A9     MOVE "LOCKBOX" TO FC-CALLER.
0035AA     MOVE "BANKRCPT" TO FC-FILE-NAME.
0035AB     MOVE 12 TO FC-AMT-POS.
0035AC     MOVE 9 TO FC-AMT-LEN.
0035AD     CALL "FILECTL" USING FILECTL-PARMS.
0035AE     IF FC-RETURN-CODE NOT = ZERO AND FC-RETURN-CODE NOT = 12
0035AF         DISPLAY "LOCKBOX - BANKRCPT FAILED ITS CONTROL "
0035AG             "CHECK - RUN ABORTED"
0035AH         MOVE 16 TO RETURN-CODE
0035AI         STOP RUN
0035AJ     END-IF.
0035AK 7000-EXIT.
0035AL     EXIT.
