0002K1* 09/02/2026  KM   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002L1* 10/15/2026  RO   BANKCRED NOW COMES FROM THE BANKIMP STATEMENT
0002L2*                  IMPORT, WRAPPED IN THE SHOP-STANDARD CTLREC
0002L3*                  HEADER AND TRAILER. THE FILE IS PROVED THROUGH
0002L4*                  FILECTL BEFORE MATCHING (AMOUNT AT POSITION 12
0002L5*                  FOR 11) AND THE CONTROL RECORDS ARE SKIPPED. NO
0002L6*                  BANKCRED FILE STILL MEANS NO CREDITS TODAY.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.

000890 COPY RPTHDR.
000892 COPY DATXLINK.
0008A1 COPY FCTLLINK.

000900 01  WS-TITLE-LINE.
000910     05  FILLER                  PIC X(30) VALUE
001510         CLOSE DEPREG
001520     END-IF.
001530     MOVE "N" TO WS-EOF-SW.
0015A1     PERFORM 7000-VERIFY-CONTROL THRU 7000-EXIT.
0015A2     IF FC-RETURN-CODE = 12
0015A3         SET WS-EOF TO TRUE
0015A4         GO TO 1000-EXIT
0015A5     END-IF.
001540     OPEN INPUT BANKCRED.
001550     IF WS-CRED-STATUS NOT = "00"
001560         SET WS-EOF TO TRUE
002870 5100-EXIT.
002880     EXIT.

0028A1*----------------------------------------------------------------
0028A2* 7000-VERIFY-CONTROL - PROVE BANKCRED'S HEADER AND TRAILER AGREE
0028A3*                       WITH ITS CONTENTS BEFORE ANY CREDIT IS
0028A4*                       MATCHED. A MISSING FILE (RETURN CODE 12)
0028A5*                       IS A DAY WITH NO BANK CREDITS.
0028A6*----------------------------------------------------------------
0028A7 7000-VERIFY-CONTROL.
0028A8     MOVE "CHECK" TO FC-ACTION.
0028A9     MOVE "DEPRECON" TO FC-CALLER.
0028AA     MOVE "BANKCRED" TO FC-FILE-NAME.
0028AB     MOVE 12 TO FC-AMT-POS.
0028AC     MOVE 11 TO FC-AMT-LEN.
0028AD     CALL "FILECTL" USING FILECTL-PARMS.
0028AE     IF FC-RETURN-CODE NOT = ZERO AND FC-RETURN-CODE NOT = 12
0028AF         DISPLAY "DEPRECON - BANKCRED FAILED ITS CONTROL "
0028AG             "CHECK - RUN ABORTED"
0028AH         MOVE 16 TO RETURN-CODE
0028AI         STOP RUN
0028AJ     END-IF.
0028AK 7000-EXIT.
0028AL     EXIT.

002890 8000-READ-CREDIT.
002900     READ BANKCRED
002910         AT END
002920             SET WS-EOF TO TRUE
002930     END-READ.
0029A1     IF NOT WS-EOF
0029A2         IF BANKCRED-REC (1:3) = "HDR"
0029A3                 OR BANKCRED-REC (1:3) = "TRL"
0029A4             GO TO 8000-READ-CREDIT
0029A5         END-IF
0029A6     END-IF.
002940 8000-EXIT.
002950     EXIT.
