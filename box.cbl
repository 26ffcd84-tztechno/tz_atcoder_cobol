0003S3*                  WHOSE TYPE IS NOT R/I/T/A IS PRINTED AND
0003S4*                  IGNORED INSTEAD OF POSTING AS AN ISSUE
0003S5*                  WITH A GUESSED QUANTITY.
0003S6* 10/15/2026  RO   WEIGHTED-AVERAGE COST. BOXSOH NOW CARRIES AN
0003S7*                  AVERAGE UNIT COST PER BIN AND LOCATION, SET BY
0003S8*                  PORECV AS GOODS ARRIVE. ISSUES ARE COSTED AT
0003S9*                  THAT AVERAGE AND BOOKED AS COST OF GOODS
0003SA*                  ISSUED; A RECEIPT CARD (STOCK WITH NO INVOICE
0003SB*                  COST BEHIND IT) AND AN ISSUE CARD MARKED "ADJ"
0003SC*                  IN ITS FIFTH FIELD (A STKCOUNT CORRECTION) ARE
0003SD*                  VALUED AT THE SAME AVERAGE AND BOOKED AS
0003SE*                  INVENTORY ADJUSTMENTS. A TRANSFER CARRIES ITS
0003SF*                  COST THROUGH "XFER" INTO THE RECEIVING
0003SG*                  LOCATION'S AVERAGE. THE RUN'S TOTALS GO TO
0003SH*                  GLJRNL, EACH CLOSING BIN PRINTS ITS VALUE, AND
0003SI*                  THE LOCATION IS NOW WRITTEN BACK TO BOXSOH
0003SJ*                  WITH THE BALANCE.
0003SK* 10/15/2026  RO   ISSUE HISTORY. THE BOXTXN CARDS CARRY NO DATE,
0003SL*                  SO EVERY ISSUE CARD (NOT A STKCOUNT "ADJ"
0003SM*                  CORRECTION) IS NOW ALSO APPENDED TO BOXIHIST
0003SN*                  WITH THE RUN DATE. ROPCALC READS IT TO
0003SO*                  MEASURE EACH BIN'S DAILY DEMAND.
0003SP* 10/15/2026  RO   CUSTOMER RETURNS. RMARECV HOLDS RETURNED GOODS
0003SQ*                  IN A "QUAR" QUARANTINE LOCATION UNTIL RMAINSP
0003SR*                  DISPOSES OF THEM; A QUARANTINE POSITION IS NOT
0003SS*                  SALEABLE STOCK AND RAISES NO REORDER ALERT.
000312*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000418     SELECT BIZPARM ASSIGN TO "BIZPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000422         FILE STATUS IS WS-PARM-STATUS.
000424     SELECT BOXIHIST ASSIGN TO "BOXIHIST"
000426         ORGANIZATION IS LINE SEQUENTIAL
000428         FILE STATUS IS WS-IHIST-STATUS.
      
000430 DATA DIVISION.
000440 FILE SECTION.
00052A     05  FILLER                   PIC X(01).
000522     05  SO-BALANCE               PIC S9(09) SIGN LEADING
000524                                            SEPARATE.
0524A1     05  FILLER                   PIC X(01).
0524A2     05  SO-AVG-COST              PIC 9(07)V9(04).

000526 FD  BIZPARM
000528     RECORDING MODE IS F.
000530 01  BIZPARM-REC                  PIC X(80).

0530A1 FD  BOXIHIST
0530A2     RECORDING MODE IS F.
0530A3 01  BOXIHIST-REC.
0530A4     05  IH-BIN-ID                PIC X(10).
0530A5     05  FILLER                   PIC X(01).
0530A6     05  IH-LOC-ID                PIC X(04).
0530A7     05  FILLER                   PIC X(01).
0530A8     05  IH-ISSUE-DATE            PIC 9(08).
0530A9     05  FILLER                   PIC X(01).
0530AA     05  IH-QTY                   PIC 9(07).
0530AB     05  FILLER                   PIC X(48).

000530 WORKING-STORAGE SECTION.
000540 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000550     88  WS-EOF                             VALUE "Y".
00065C 77  WS-S                         PIC 9(05) COMP.
00065D 77  WS-SOH-IDX                   PIC 9(05) VALUE ZERO COMP.
00065E 77  WS-ALERT-COUNT               PIC 9(05) VALUE ZERO COMP.
00065F 77  WS-BIN-AVG-COST              PIC 9(07)V9(04) VALUE ZERO.
00065G 77  WS-TXN-VALUE                 PIC 9(11)V99 VALUE ZERO.
00065H 77  WS-COGS-VALUE                PIC 9(11)V99 VALUE ZERO.
00065I 77  WS-ADJ-IN-VALUE              PIC 9(11)V99 VALUE ZERO.
00065J 77  WS-ADJ-OUT-VALUE             PIC 9(11)V99 VALUE ZERO.
00065K 77  WS-STOCK-VALUE               PIC S9(11)V99 VALUE ZERO.
00065L 77  WS-GL-AMOUNT                 PIC 9(11) VALUE ZERO.
00065M 77  WS-COUNT-ADJ-SW              PIC X(01) VALUE "N".
00065N     88  WS-COUNT-ADJ                       VALUE "Y".
00065O 77  WS-IHIST-STATUS              PIC X(02) VALUE SPACES.
00065P 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.

000660 01  WS-SOH-TABLE.
000661     05  WS-SOH-COUNT             PIC 9(05) VALUE ZERO COMP.
000664         10  SH-BIN-ID            PIC X(10).
00664A         10  SH-LOC-ID            PIC X(04).
000665         10  SH-BALANCE           PIC S9(09).
0665A1         10  SH-AVG-COST          PIC 9(07)V9(04).

000666 COPY PARMCTL.

000800     05  FILLER                  PIC X(19) VALUE
000805         "  CLOSING BALANCE: ".
000810     05  TL-BIN-BALANCE           PIC -(8)9.
000820     05  FILLER                  PIC X(09) VALUE "  VALUE: ".
0820A1     05  TL-BIN-VALUE             PIC -(9)9.99.
0820A2     05  FILLER                  PIC X(11) VALUE SPACES.
      
000840 01  WS-SUMMARY-LINE.
000850     05  FILLER                  PIC X(20) VALUE
000920         "   WAREHOUSE TOTAL: ".
000930     05  SL-WAREHOUSE-TOTAL       PIC -(9)9.

0930A1 01  WS-VALUE-SUMMARY-LINE.
0930A2     05  FILLER                  PIC X(16) VALUE
0930A3         "COST OF ISSUES: ".
0930A4     05  VS-COGS-VALUE            PIC ZZZZZZZZ9.99.
0930A5     05  FILLER                  PIC X(10) VALUE "  ADJ IN: ".
0930A6     05  VS-ADJ-IN-VALUE          PIC ZZZZZZZZ9.99.
0930A7     05  FILLER                  PIC X(11) VALUE "  ADJ OUT: ".
0930A8     05  VS-ADJ-OUT-VALUE         PIC ZZZZZZZZ9.99.
0930A9     05  FILLER                  PIC X(07) VALUE SPACES.

0930B1 01  WS-STOCK-VALUE-LINE.
0930B2     05  FILLER                  PIC X(30) VALUE
0930B3         "STOCK VALUE AT AVERAGE COST: ".
0930B4     05  SV-STOCK-VALUE           PIC -(11)9.99.
0930B5     05  FILLER                  PIC X(35) VALUE SPACES.

000940 COPY AUDTLINK.
000941 COPY RPTHDR.
0941A1 COPY GLJRLINK.
0941A2 COPY DATXLINK.

000942 01  WS-ALERT-HDG-LINE.
000943     05  FILLER                  PIC X(32) VALUE
001055     MOVE WS-RUN-TIME TO RH-RUN-ID.
001056     MOVE 1 TO RH-PAGE-NUMBER.
001057     WRITE BOXRPT-REC FROM RH-REPORT-HEADER.
01057A     MOVE "EXPND" TO DX-ACTION.
01057B     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
01057C     CALL "DATEXPND" USING DATEXPND-PARMS.
01057D     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
01057E     OPEN EXTEND BOXIHIST.
01057F     IF WS-IHIST-STATUS = "35"
01057G         OPEN OUTPUT BOXIHIST
01057H     END-IF.
001058     PERFORM 1100-LOAD-STOCK-MASTER THRU 1100-EXIT.
001059     PERFORM 1200-LOAD-REORDER-POINT THRU 1200-EXIT.
001060     PERFORM 8000-READ-BOXTXN THRU 8000-EXIT.
00108Z             MOVE SO-BIN-ID TO SH-BIN-ID (SH-IDX)
001080             MOVE SO-LOC-ID TO SH-LOC-ID (SH-IDX)
001081             MOVE SO-BALANCE TO SH-BALANCE (SH-IDX)
01081A             MOVE ZERO TO SH-AVG-COST (SH-IDX)
01081B             IF SO-AVG-COST IS NUMERIC
01081C                 MOVE SO-AVG-COST TO SH-AVG-COST (SH-IDX)
01081D             END-IF
001083     END-READ.
001084 1110-EXIT.
001085     EXIT.
00121O         COMPUTE WS-TXN-QTY = FUNCTION NUMVAL(WS-TOK-4)
00121P         MOVE WS-TOK-5 (1:4) TO WS-DEST-LOC
00121Q     END-IF.
0121Q1     MOVE "N" TO WS-COUNT-ADJ-SW.
0121Q2     IF WS-TOK-5 = "ADJ"
0121Q3         SET WS-COUNT-ADJ TO TRUE
0121Q4     END-IF.
00121R     IF NOT WS-TXN-IS-RECEIPT AND NOT WS-TXN-IS-ISSUE
00121S             AND NOT WS-TXN-IS-TRANSFER
00121T             AND NOT WS-TXN-IS-ARRIVAL
001302         WHEN WS-TXN-IS-RECEIPT
001310             ADD WS-TXN-QTY TO WS-BIN-BALANCE
001320             MOVE "RECEIPT" TO DL-TXN-TYPE
01320A             PERFORM 2800-COST-RECEIPT THRU 2800-EXIT
001321         WHEN WS-TXN-IS-TRANSFER
001322             SUBTRACT WS-TXN-QTY FROM WS-BIN-BALANCE
001323             MOVE "XFR-OUT" TO DL-TXN-TYPE
001329         WHEN OTHER
001340             SUBTRACT WS-TXN-QTY FROM WS-BIN-BALANCE
001350             MOVE "ISSUE  " TO DL-TXN-TYPE
01350A             PERFORM 2850-COST-ISSUE THRU 2850-EXIT
001360     END-EVALUATE.
001365     PERFORM 2500-LOG-BALANCE-CHANGE THRU 2500-EXIT.
001370     MOVE WS-BIN-ID TO DL-BIN-ID.
001436*----------------------------------------------------------------
001437 2700-POST-IN-TRANSIT.
001438     PERFORM 2770-FIND-XFER-SLOT THRU 2770-EXIT.
01438A     IF SH-BALANCE (WS-XFER-IDX) > ZERO
01438B         COMPUTE SH-AVG-COST (WS-XFER-IDX) ROUNDED =
01438C             (SH-BALANCE (WS-XFER-IDX) * SH-AVG-COST (WS-XFER-IDX)
01438D              + WS-TXN-QTY * WS-BIN-AVG-COST)
01438E             / (SH-BALANCE (WS-XFER-IDX) + WS-TXN-QTY)
01438F     ELSE
01438G         MOVE WS-BIN-AVG-COST TO SH-AVG-COST (WS-XFER-IDX)
01438H     END-IF.
001439     ADD WS-TXN-QTY TO SH-BALANCE (WS-XFER-IDX).
00143A 2700-EXIT.
00143B     EXIT.

00143C*----------------------------------------------------------------
00143D* 2750-DRAW-IN-TRANSIT - AN ARRIVAL DRAWS THE BIN'S IN-TRANSIT
00143E*                        BALANCE BACK DOWN, AND ITS IN-TRANSIT
0143E1*                        COST BLENDS INTO THE RECEIVING BIN'S
0143E2*                        AVERAGE.
00143F*----------------------------------------------------------------
00143G 2750-DRAW-IN-TRANSIT.
00143H     PERFORM 2770-FIND-XFER-SLOT THRU 2770-EXIT.
0143H1     IF WS-OLD-BIN-BALANCE > ZERO
0143H2         COMPUTE WS-BIN-AVG-COST ROUNDED =
0143H3             (WS-OLD-BIN-BALANCE * WS-BIN-AVG-COST
0143H4              + WS-TXN-QTY * SH-AVG-COST (WS-XFER-IDX))
0143H5             / WS-BIN-BALANCE
0143H6     ELSE
0143H7         MOVE SH-AVG-COST (WS-XFER-IDX) TO WS-BIN-AVG-COST
0143H8     END-IF.
00143I     SUBTRACT WS-TXN-QTY FROM SH-BALANCE (WS-XFER-IDX).
00143J 2750-EXIT.
00143K     EXIT.
00143Z         MOVE WS-BIN-ID TO SH-BIN-ID (WS-XFER-IDX)
001441         MOVE "XFER" TO SH-LOC-ID (WS-XFER-IDX)
001442         MOVE ZERO TO SH-BALANCE (WS-XFER-IDX)
01442A         MOVE ZERO TO SH-AVG-COST (WS-XFER-IDX)
001443     END-IF.
001444 2770-EXIT.
001445     EXIT.
00144B 2780-EXIT.
00144C     EXIT.

0144C1*----------------------------------------------------------------
0144C2* 2800-COST-RECEIPT - A RECEIPT CARD HAS NO INVOICE COST BEHIND
0144C3*                     IT - PURCHASED GOODS ARRIVE THROUGH PORECV
0144C4*                     - SO IT COMES IN AT THE BIN'S AVERAGE,
0144C5*                     LEAVING THE AVERAGE UNCHANGED, AND IS
0144C6*                     BOOKED AS AN INVENTORY ADJUSTMENT.
0144C7*----------------------------------------------------------------
0144C8 2800-COST-RECEIPT.
0144C9     COMPUTE WS-TXN-VALUE ROUNDED =
0144CA         WS-TXN-QTY * WS-BIN-AVG-COST.
0144CB     ADD WS-TXN-VALUE TO WS-ADJ-IN-VALUE.
0144CC 2800-EXIT.
0144CD     EXIT.

0144CE*----------------------------------------------------------------
0144CF* 2850-COST-ISSUE - AN ISSUE LEAVES AT THE BIN'S AVERAGE COST. A
0144CG*                   STKCOUNT CORRECTION ("ADJ") IS A SHORTAGE,
0144CH*                   NOT A SALE, AND IS BOOKED AS AN INVENTORY
0144CI*                   ADJUSTMENT INSTEAD OF COST OF GOODS.
0144CJ*----------------------------------------------------------------
0144CK 2850-COST-ISSUE.
0144CL     COMPUTE WS-TXN-VALUE ROUNDED =
0144CM         WS-TXN-QTY * WS-BIN-AVG-COST.
0144CN     IF WS-COUNT-ADJ
0144CO         ADD WS-TXN-VALUE TO WS-ADJ-OUT-VALUE
0144CP     ELSE
0144CQ         ADD WS-TXN-VALUE TO WS-COGS-VALUE
0144CR         MOVE SPACES TO BOXIHIST-REC
0144CS         MOVE WS-BIN-ID TO IH-BIN-ID
0144CT         MOVE WS-LOC-ID TO IH-LOC-ID
0144CU         MOVE WS-RUN-CCYYMMDD TO IH-ISSUE-DATE
0144CV         MOVE WS-TXN-QTY TO IH-QTY
0144CW         WRITE BOXIHIST-REC
0144CX     END-IF.
0144CY 2850-EXIT.
0144CZ     EXIT.

001435*----------------------------------------------------------------
001436* 2500-LOG-BALANCE-CHANGE - EVERY TRANSACTION MUTATES THE BIN'S
001437*                           STORED BALANCE, SO EVERY TRANSACTION
001460     MOVE WS-LAST-BIN-ID TO TL-BIN-ID.
001461     MOVE WS-LAST-LOC-ID TO TL-LOC-ID.
001470     MOVE WS-BIN-BALANCE TO TL-BIN-BALANCE.
01470A     COMPUTE TL-BIN-VALUE ROUNDED =
01470B         WS-BIN-BALANCE * WS-BIN-AVG-COST.
001480     ADD WS-BIN-BALANCE TO WS-WAREHOUSE-TOTAL.
001490     WRITE BOXRPT-REC FROM WS-BIN-TOTAL-LINE.
001492     IF WS-SOH-IDX > ZERO
001494         MOVE WS-BIN-BALANCE TO SH-BALANCE (WS-SOH-IDX)
01494A         MOVE WS-BIN-AVG-COST TO SH-AVG-COST (WS-SOH-IDX)
001496     END-IF.
001500 2900-EXIT.
001510     EXIT.
00151Q         MOVE WS-BIN-ID TO SH-BIN-ID (WS-SOH-IDX)
0151Q1         MOVE WS-LOC-ID TO SH-LOC-ID (WS-SOH-IDX)
00151R         MOVE ZERO TO SH-BALANCE (WS-SOH-IDX)
0151R1         MOVE ZERO TO SH-AVG-COST (WS-SOH-IDX)
00151S     END-IF.
00151T     MOVE SH-BALANCE (WS-SOH-IDX) TO WS-BIN-BALANCE.
0151T1     MOVE SH-AVG-COST (WS-SOH-IDX) TO WS-BIN-AVG-COST.
00151Y 2600-EXIT.
00151Z     EXIT.

001580     MOVE WS-BIN-COUNT TO SL-BIN-COUNT.
001590     MOVE WS-WAREHOUSE-TOTAL TO SL-WAREHOUSE-TOTAL.
001600     WRITE BOXRPT-REC FROM WS-SUMMARY-LINE.
01600A     MOVE WS-COGS-VALUE TO VS-COGS-VALUE.
01600B     MOVE WS-ADJ-IN-VALUE TO VS-ADJ-IN-VALUE.
01600C     MOVE WS-ADJ-OUT-VALUE TO VS-ADJ-OUT-VALUE.
01600D     WRITE BOXRPT-REC FROM WS-VALUE-SUMMARY-LINE.
01600E     PERFORM 3300-VALUE-ONE-BIN THRU 3300-EXIT
01600F         VARYING WS-S FROM 1 BY 1
01600G         UNTIL WS-S > WS-SOH-COUNT.
01600H     MOVE WS-STOCK-VALUE TO SV-STOCK-VALUE.
01600I     WRITE BOXRPT-REC FROM WS-STOCK-VALUE-LINE.
001601     PERFORM 3100-PRINT-REORDER-ALERTS THRU 3100-EXIT.
001602     PERFORM 3500-SAVE-STOCK-MASTER THRU 3500-EXIT.
01602A     PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT.
001605     MOVE "CLOSE" TO AL-ACTION.
001606     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
001610     CLOSE BOXTXN
001620           BOXRPT
001625           BOXIHIST.
001630 3000-EXIT.
001640     EXIT.

0164T9         END-IF
0164TA         GO TO 3110-EXIT
0164TB     END-IF.
0164TC     IF SH-LOC-ID (WS-S) = "QUAR"
0164TD         GO TO 3110-EXIT
0164TE     END-IF.
00164U     IF SH-BALANCE (WS-S) < WS-REORDER-POINT
00164V         ADD 1 TO WS-ALERT-COUNT
00164W         MOVE SH-BIN-ID (WS-S) TO RA-BIN-ID
00164h 3510-SAVE-ONE-BIN.
00164i     MOVE SPACES TO BOXSOH-REC.
00164j     MOVE SH-BIN-ID (WS-S) TO SO-BIN-ID.
0164J1     MOVE SH-LOC-ID (WS-S) TO SO-LOC-ID.
00164k     MOVE SH-BALANCE (WS-S) TO SO-BALANCE.
0164K1     MOVE SH-AVG-COST (WS-S) TO SO-AVG-COST.
00164l     WRITE BOXSOH-REC.
00164m 3510-EXIT.
00164n     EXIT.

0164N1 3300-VALUE-ONE-BIN.
0164N2     COMPUTE WS-STOCK-VALUE ROUNDED = WS-STOCK-VALUE
0164N3         + SH-BALANCE (WS-S) * SH-AVG-COST (WS-S).
0164N4 3300-EXIT.
0164N5     EXIT.

0164N6*----------------------------------------------------------------
0164N7* 3600-WRITE-JOURNAL - ONE BALANCED PAIR PER KIND OF MOVEMENT:
0164N8*                      COST OF GOODS ISSUED, ADJUSTMENT SURPLUS
0164N9*                      AND ADJUSTMENT SHORTAGE, EACH AGAINST
0164NA*                      INVENTORY. NO MOVEMENT MEANS NO ENTRY,
0164NB*                      BUT THE CLOSE STILL FLUSHES THE SHARED
0164NC*                      JOURNAL AND ITS CONTROL COUNTS.
0164ND*----------------------------------------------------------------
0164NE 3600-WRITE-JOURNAL.
0164NF     MOVE "BOX" TO GJ-SOURCE-PROGRAM.
0164NG     MOVE WS-RUN-DATE TO GJ-POST-DATE.
0164NH     COMPUTE WS-GL-AMOUNT = WS-COGS-VALUE * 100.
0164NI     IF WS-GL-AMOUNT > ZERO
0164NJ         MOVE "WRITE" TO GJ-ACTION
0164NK         MOVE WS-GL-AMOUNT TO GJ-AMOUNT
0164NL         MOVE "COST OF GOODS ISSUED" TO GJ-DESC
0164NM         MOVE "5400COGS" TO GJ-ACCOUNT
0164NN         MOVE "D" TO GJ-DC
0164NO         CALL "GLJRNL" USING GLJRNL-PARMS
0164NP         MOVE "1400INVENT" TO GJ-ACCOUNT
0164NQ         MOVE "C" TO GJ-DC
0164NR         CALL "GLJRNL" USING GLJRNL-PARMS
0164NS     END-IF.
0164NT     COMPUTE WS-GL-AMOUNT = WS-ADJ-IN-VALUE * 100.
0164NU     IF WS-GL-AMOUNT > ZERO
0164NV         MOVE "WRITE" TO GJ-ACTION
0164NW         MOVE WS-GL-AMOUNT TO GJ-AMOUNT
0164NX         MOVE "STOCK ADJ SURPLUS" TO GJ-DESC
0164NY         MOVE "1400INVENT" TO GJ-ACCOUNT
0164NZ         MOVE "D" TO GJ-DC
0164O1         CALL "GLJRNL" USING GLJRNL-PARMS
0164O2         MOVE "5450INVADJ" TO GJ-ACCOUNT
0164O3         MOVE "C" TO GJ-DC
0164O4         CALL "GLJRNL" USING GLJRNL-PARMS
0164O5     END-IF.
0164O6     COMPUTE WS-GL-AMOUNT = WS-ADJ-OUT-VALUE * 100.
0164O7     IF WS-GL-AMOUNT > ZERO
0164O8         MOVE "WRITE" TO GJ-ACTION
0164O9         MOVE WS-GL-AMOUNT TO GJ-AMOUNT
0164OA         MOVE "STOCK ADJ SHORTAGE" TO GJ-DESC
0164OB         MOVE "5450INVADJ" TO GJ-ACCOUNT
0164OC         MOVE "D" TO GJ-DC
0164OD         CALL "GLJRNL" USING GLJRNL-PARMS
0164OE         MOVE "1400INVENT" TO GJ-ACCOUNT
0164OF         MOVE "C" TO GJ-DC
0164OG         CALL "GLJRNL" USING GLJRNL-PARMS
0164OH     END-IF.
0164OI     MOVE "CLOSE" TO GJ-ACTION.
0164OJ     CALL "GLJRNL" USING GLJRNL-PARMS.
0164OK 3600-EXIT.
0164OL     EXIT.
      
001660 8000-READ-BOXTXN.
001670     READ BOXTXN
