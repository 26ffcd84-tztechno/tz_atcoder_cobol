0002T3*                  CUSTOMER IDS NEVER MATCHED, SO EXPOSURE SAT
0002T4*                  AT ZERO AND THE CREDIT CHECK ONLY SAW THIS
0002T5*                  RUN'S INVOICES.
0002U0* 10/15/2026  RO   SALES-TAX DETAIL AND CREDIT NOTES. EACH
0002U1*                  INVOICE THAT CLOSES NOW APPENDS ONE TAXDTL
0002U2*                  RECORD - CUSTOMER, TAX RATE, NET AND TAX IN
0002U3*                  BASE CURRENCY - FOR THE TAXRTN PERIOD TAX
0002U4*                  SUMMARY. AN OPTIONAL FOURTH INVLINES FIELD OF
0002U5*                  "CR" ON A DOCUMENT'S FIRST LINE MAKES IT A
0002U6*                  CREDIT NOTE: IT PRINTS AS ONE, SKIPS THE CREDIT
0002U7*                  CHECK, AND COMES OFF THE GRAND TOTAL, THE
0002U8*                  CUSTOMER'S EXPOSURE AND THE TAX COLLECTED.
0002V0* 10/15/2026  RO   TRADE-RECEIVABLES LEDGER. EVERY DOCUMENT THAT
0002V1*                  CLOSES IS NOW APPENDED TO THE TRDOPEN OPEN-ITEM
0002V2*                  FILE - CUSTOMER, NUMBER, DATE, DUE DATE FROM
0002V3*                  THE NET DAYS IN CM-TERMS, AMOUNT, CURRENCY -
0002V4*                  FOR THE TRDMATCH RECEIPT-MATCHING JOB. THE
0002V5*                  CREDIT CHECK NOW TAKES EACH CUSTOMER'S EXPOSURE
0002V6*                  FROM ITS OPEN ITEMS ON TRDOPEN INSTEAD OF
0002V7*                  POLICY PREMIUM ON ARMAST, SO THE CUSTPOLX JOIN
0002V8*                  IS GONE. A DOCUMENT NUMBER ALREADY OPEN ON THE
0002V9*                  LEDGER IS NOT POSTED A SECOND TIME.
0002VA*                  CM-CURRENCY IS NOW LOADED INTO THE CUSTOMER
0002VB*                  TABLE; IT NEVER WAS, SO NO INVOICE WAS PRICED
0002VC*                  IN ITS BILLING CURRENCY.
0002VD* 10/15/2026  RO   PRICE MASTER. AN INVLINES LINE MAY NOW CARRY AN
0002VE*                  ITEM CODE AND QUANTITY AFTER THE DOCUMENT TYPE,
0002VF*                  AND SUCH A LINE IS PRICED THROUGH PRICELKP FROM
0002VG*                  THE PRICEMST PRICE MASTER - QUANTITY BREAKS AND
0002VH*                  CUSTOMER CONTRACT PRICES INCLUDED. AN INVOICE
0002VI*                  LINE WHOSE SUPPLIED AMOUNT DIFFERS FROM THE
0002VJ*                  MASTER IS BILLED AT THE MASTER PRICE, AND THE
0002VK*                  INVOICE - LIKE ONE WITH AN ITEM NOT ON THE
0002VL*                  MASTER - IS HELD FOR PRICE REVIEW ON INVHELD
0002VM*                  UNLESS RELEASED ON INVREL. A CREDIT NOTE KEEPS
0002VN*                  THE AMOUNT SUPPLIED AND IS ONLY FLAGGED. EVERY
0002VO*                  ITEM LINE POSTED GOES TO PRCHIST FOR THE
0002VP*                  PRCIMPCT PRICE-CHANGE IMPACT REPORT.
0002VQ* 10/15/2026  RO   THE TRDOPEN DUPLICATE TEST NOW RUNS AS THE
0002VR*                  DOCUMENT CLOSES, NOT AT POSTING, SO A RERUN
0002VS*                  DOCUMENT IS NO LONGER CREDIT-CHECKED, WRITTEN
0002VT*                  TO TAXDTL OR ADDED TO EXPOSURE AND THE GRAND
0002VU*                  TOTAL. IT PRINTS FLAGGED AS ALREADY OPEN.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000386         FILE STATUS IS WS-CUST-STATUS.
000390     SELECT INVRPT ASSIGN TO "INVRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000401     SELECT TRDOPEN ASSIGN TO "TRDOPEN"
000402         ORGANIZATION IS LINE SEQUENTIAL
000404         FILE STATUS IS WS-TRD-STATUS.
000408     SELECT INVREL ASSIGN TO "INVREL"
00040A         ORGANIZATION IS LINE SEQUENTIAL
00040C         FILE STATUS IS WS-REL-STATUS.
00040M     SELECT CURRMSTR ASSIGN TO "CURRMSTR"
00040O         ORGANIZATION IS LINE SEQUENTIAL
00040Q         FILE STATUS IS WS-CURR-STATUS.
00040R     SELECT TAXDTL ASSIGN TO "TAXDTL"
00040S         ORGANIZATION IS LINE SEQUENTIAL
00040T         FILE STATUS IS WS-TAX-STATUS.
0040T1     SELECT PRCHIST ASSIGN TO "PRCHIST"
0040T2         ORGANIZATION IS LINE SEQUENTIAL
0040T3         FILE STATUS IS WS-PHIST-STATUS.
      
000420 DATA DIVISION.
000430 FILE SECTION.
000490     RECORDING MODE IS F.
000500 01  INVRPT-REC                   PIC X(80).

000501 FD  TRDOPEN
000502     RECORDING MODE IS F.
000503 01  TRDOPEN-REC                  PIC X(80).

00050C FD  INVREL
00050D     RECORDING MODE IS F.
00050Z     05  FILLER                   PIC X(01).
000510     05  CY-RATE                  PIC 9(04)V9(04).
000511     05  FILLER                   PIC X(61).

000512 FD  TAXDTL
000513     RECORDING MODE IS F.
000514 01  TAXDTL-REC.
000515     05  TX-INVOICE-DATE          PIC 9(08).
000516     05  FILLER                   PIC X(01).
000517     05  TX-INVOICE-NUM           PIC X(10).
000518     05  FILLER                   PIC X(01).
000519     05  TX-CUST-ID               PIC X(10).
00051A     05  FILLER                   PIC X(01).
00051B     05  TX-DOC-TYPE              PIC X(02).
00051C     05  FILLER                   PIC X(01).
00051D     05  TX-TAX-PCT               PIC 9(02)V99.
00051E     05  FILLER                   PIC X(01).
00051F     05  TX-NET-AMOUNT            PIC 9(09)V99.
00051G     05  FILLER                   PIC X(01).
00051H     05  TX-TAX-AMOUNT            PIC 9(09)V99.
00051I     05  FILLER                   PIC X(01).
00051J     05  TX-TOTAL-DUE             PIC 9(09)V99.
00051K     05  FILLER                   PIC X(06).

0051K1 FD  PRCHIST
0051K2     RECORDING MODE IS F.
0051K3 01  PRCHIST-REC                  PIC X(80).
      
000520 WORKING-STORAGE SECTION.
000530 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000580 77  WS-LINE-AMOUNT               PIC 9(07)V99.
000590 77  WS-LAST-INVOICE-NUM          PIC X(10) VALUE SPACES.
000600 77  WS-INVOICE-SUBTOTAL          PIC 9(09)V99 VALUE ZERO.
000610 77  WS-GRAND-TOTAL               PIC S9(11)V99 VALUE ZERO.
000611 77  WS-CUST-STATUS               PIC X(02) VALUE SPACES.
000612 77  WS-CUST-ID                   PIC X(10) VALUE SPACES.
000613 77  WS-LAST-CUST-ID              PIC X(10) VALUE SPACES.
000617 77  WS-NET-AMOUNT                PIC 9(09)V99 VALUE ZERO.
000618 77  WS-TAX-AMOUNT                PIC 9(09)V99 VALUE ZERO.
000619 77  WS-TOTAL-DUE                 PIC 9(09)V99 VALUE ZERO.
0061BZ 77  WS-TRD-STATUS                PIC X(02) VALUE SPACES.
0061C1 77  WS-O                         PIC 9(05) COMP.
0061C2 77  WS-ON-LEDGER-SW              PIC X(01) VALUE "N".
0061C3     88  WS-ON-LEDGER                       VALUE "Y".
0061C5 77  WS-TERMS-DAYS                PIC 9(05) VALUE ZERO.
0061C6 77  WS-TERMS-DIGIT               PIC 9(01) VALUE ZERO.
0061C7 77  WS-T                         PIC 9(02) COMP.
0061C8 77  WS-IN-DIGITS-SW              PIC X(01) VALUE "N".
0061C9     88  WS-IN-DIGITS                       VALUE "Y".
0061CA 77  WS-DUE-INT                   PIC 9(08) VALUE ZERO.
0061CB 77  WS-PHIST-STATUS              PIC X(02) VALUE SPACES.
0061CC 77  WS-ITEM-CODE                 PIC X(10) VALUE SPACES.
0061CD 77  WS-LINE-QTY                  PIC 9(07) VALUE ZERO.
0061CE 77  WS-MASTER-AMOUNT             PIC 9(07)V99 VALUE ZERO.
0061CF 77  WS-PRICE-HOLD-SW             PIC X(01) VALUE "N".
0061CG     88  WS-PRICE-HOLD                      VALUE "Y".
0061CH 77  WS-LINE-FLAG-SW              PIC X(01) VALUE "N".
0061CI     88  WS-LINE-FLAGGED                    VALUE "Y".
0061CJ 77  WS-L                         PIC 9(03) COMP.
00061D 77  WS-REL-STATUS                PIC X(02) VALUE SPACES.
00061E 77  WS-HELD-COUNT                PIC 9(05) VALUE ZERO COMP.
00061F 77  WS-R                         PIC 9(03) COMP.
00061G 77  WS-RELEASED-SW               PIC X(01) VALUE "N".
00061H     88  WS-RELEASED                        VALUE "Y".
00061J 77  WS-HELD-THIS-ONE             PIC X(01) VALUE "N".
00061K 77  WS-CURR-STATUS               PIC X(02) VALUE SPACES.
00061L 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
00061N 77  WS-BEST-RATE-DATE            PIC 9(06) VALUE ZERO.
00061O 77  WS-BASE-DUE                  PIC 9(09)V99 VALUE ZERO.
00061P 77  WS-Y                         PIC 9(03) COMP.
00061Q 77  WS-TAX-STATUS                PIC X(02) VALUE SPACES.
00061R 77  WS-DOC-TYPE                  PIC X(02) VALUE SPACES.
00061S 77  WS-LAST-DOC-TYPE             PIC X(02) VALUE SPACES.
00061T     88  WS-CREDIT-NOTE                     VALUE "CR".
00061U 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.

00061B COPY JBALLINK.
00061C COPY DATXLINK.
00061V COPY TRDITEM.
0061V1 COPY PRCLINK.
0061V2 COPY PRCHIST.

000620 01  WS-CUST-TABLE.
000621     05  WS-CUST-COUNT            PIC 9(03) VALUE ZERO COMP.
000680     05  FILLER                  PIC X(38) VALUE SPACES.
      
000690 01  WS-INVOICE-HEAD-LINE.
000691     05  IH-DOC-LABEL             PIC X(09) VALUE "INVOICE ".
000692     05  IH-INVOICE-NUM           PIC X(10).
000693     05  FILLER                  PIC X(07) VALUE "  FOR: ".
000694     05  IH-CUST-NAME             PIC X(20).
00076D                  INDEXED BY RL-IDX.
00076E         10  RL-INVOICE           PIC X(10).

0076E1 01  WS-OPEN-INV-TABLE.
0076E2     05  WS-OPEN-INV-COUNT        PIC 9(05) VALUE ZERO COMP.
0076E3     05  OI-ENTRY OCCURS 5000 TIMES
0076E4                  INDEXED BY OI-IDX.
0076E5         10  OI-INVOICE-NUM       PIC X(10).

0076E6 01  WS-ITEM-LINE-TABLE.
0076E7     05  WS-ITEM-LINE-COUNT       PIC 9(03) VALUE ZERO COMP.
0076E8     05  IL-ENTRY OCCURS 500 TIMES
0076E9                  INDEXED BY IL-IDX.
0076EA         10  IL-ITEM-CODE         PIC X(10).
0076EB         10  IL-QUANTITY          PIC 9(07).
0076EC         10  IL-UNIT-PRICE        PIC 9(07)V99.
0076ED         10  IL-LINE-AMOUNT       PIC 9(07)V99.

0076EE 01  WS-PRICE-FLAG-LINE.
0076EF     05  FILLER                  PIC X(06) VALUE "  *** ".
0076EG     05  PF-REASON                PIC X(14).
0076EH     05  FILLER                  PIC X(01) VALUE SPACES.
0076EI     05  PF-ITEM-CODE             PIC X(10).
0076EJ     05  FILLER                  PIC X(04) VALUE " QTY".
0076EK     05  PF-QUANTITY              PIC ZZZZZZ9.
0076EL     05  FILLER                  PIC X(10) VALUE " SUPPLIED ".
0076EM     05  PF-SUPPLIED              PIC ZZZZZZ9.99.
0076EN     05  FILLER                  PIC X(08) VALUE " MASTER ".
0076EO     05  PF-MASTER                PIC ZZZZZZ9.99.

0076EP 01  WS-PRICE-HELD-LINE.
0076EQ     05  FILLER                  PIC X(27) VALUE
0076ER         "  *** HELD FOR PRICE REVIEW".
0076ES     05  FILLER                  PIC X(04) VALUE " ***".
0076ET     05  FILLER                  PIC X(49) VALUE SPACES.

00076W 01  WS-CURRENCY-TABLE.
00076X     05  WS-CY-COUNT              PIC 9(03) VALUE ZERO COMP.
00076Y     05  CY-ENTRY OCCURS 50 TIMES
00076I     05  FILLER                  PIC X(04) VALUE " ***".
00076J     05  FILLER                  PIC X(48) VALUE SPACES.

0076J1 01  WS-POSTED-LINE.
0076J2     05  FILLER                  PIC X(29) VALUE
0076J3         "  *** ALREADY OPEN ON TRDOPEN".
0076J4     05  FILLER                  PIC X(22) VALUE
0076J5         " - NOT POSTED AGAIN **".
0076J6     05  FILLER                  PIC X(29) VALUE SPACES.

00076K 01  WS-REVIEW-LINE.
00076L     05  FILLER                  PIC X(09) VALUE "INVOICE ".
00076M     05  RV-INVOICE-NUM           PIC X(10).
000830     05  SL-INVOICE-COUNT         PIC ZZZZ9.
000840     05  FILLER                  PIC X(18) VALUE
000850         "   GRAND TOTAL: ".
000860     05  SL-GRAND-TOTAL           PIC -(9)9.99.
      
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000970     OPEN INPUT INVLINES
000980          OUTPUT INVRPT.
000982     PERFORM 1100-LOAD-CUSTOMERS THRU 1100-EXIT.
000983     PERFORM 1200-LOAD-EXPOSURE THRU 1200-EXIT.
00983A     ACCEPT WS-RUN-DATE FROM DATE.
00983B     PERFORM 1400-LOAD-CURRENCIES THRU 1400-EXIT.
00983C     MOVE "EXPND" TO DX-ACTION.
00983D     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
00983E     CALL "DATEXPND" USING DATEXPND-PARMS.
00983F     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
00983G     OPEN EXTEND TAXDTL.
00983H     IF WS-TAX-STATUS = "35"
00983I         OPEN OUTPUT TAXDTL
00983J     END-IF.
00983K     OPEN EXTEND TRDOPEN.
00983L     IF WS-TRD-STATUS = "35"
00983M         OPEN OUTPUT TRDOPEN
00983N     END-IF.
0983N1     OPEN EXTEND PRCHIST.
0983N2     IF WS-PHIST-STATUS = "35"
0983N3         OPEN OUTPUT PRCHIST
0983N4     END-IF.
000984     PERFORM 1300-LOAD-RELEASES THRU 1300-EXIT.
000985     OPEN OUTPUT INVHELD
000986          OUTPUT CREDITRV.
001021                 MOVE CM-TERMS TO CU-TERMS(CU-IDX)
001022                 MOVE CM-DISC-PCT TO CU-DISC-PCT(CU-IDX)
001023                 MOVE CM-TAX-PCT TO CU-TAX-PCT(CU-IDX)
010239                 MOVE CM-CURRENCY TO CU-CURRENCY(CU-IDX)
01023A                 MOVE CM-CREDIT-LIMIT
01023B                     TO CU-CREDIT-LIMIT(CU-IDX)
01023C                 MOVE ZERO TO CU-EXPOSURE(CU-IDX)
001026 1110-EXIT.
001027     EXIT.

0102C1*----------------------------------------------------------------
0102C2* 1200-LOAD-EXPOSURE - SUM EACH CUSTOMER'S OPEN ITEMS ON THE
0102C3*                      TRDOPEN TRADE LEDGER INTO THE CUSTOMER
0102C4*                      TABLE - INVOICES ADD, CREDIT NOTES AND
0102C5*                      PAYMENTS ON ACCOUNT COME OFF. NO LEDGER YET
0102C6*                      MEANS NOTHING IS OPEN. EVERY OPEN DOCUMENT
0102C7*                      NUMBER IS KEPT SO A RERUN OF THE SAME
0102C8*                      INVOICES CANNOT POST THEM TWICE.
0102C9*----------------------------------------------------------------
0102CA 1200-LOAD-EXPOSURE.
0102CB     OPEN INPUT TRDOPEN.
0102CC     IF WS-TRD-STATUS NOT = "00"
0102CD         GO TO 1200-EXIT
0102CE     END-IF.
0102CF     PERFORM 1210-LOAD-ONE-ITEM THRU 1210-EXIT
0102CG         UNTIL WS-EOF.
0102CH     CLOSE TRDOPEN.
0102CI     MOVE "N" TO WS-EOF-SW.
0102CJ 1200-EXIT.
0102CK     EXIT.

0102CL 1210-LOAD-ONE-ITEM.
0102CM     READ TRDOPEN INTO TI-OPEN-ITEM
0102CN         AT END
0102CO             SET WS-EOF TO TRUE
0102CP             GO TO 1210-EXIT
0102CQ     END-READ.
0102CR     IF WS-OPEN-INV-COUNT >= 5000
0102CS*        A DOCUMENT LEFT OUT OF THE TABLE COULD BE POSTED TO THE
0102CT*        LEDGER A SECOND TIME BY A RERUN
0102CU         DISPLAY "EX5 - TRDOPEN EXCEEDS THE 5000-ITEM "
0102CV             "TABLE - RUN ABORTED"
0102CW         MOVE 16 TO RETURN-CODE
0102CX         STOP RUN
0102CY     END-IF.
0102CZ     ADD 1 TO WS-OPEN-INV-COUNT.
0102D1     SET OI-IDX TO WS-OPEN-INV-COUNT.
0102D2     MOVE TI-INVOICE-NUM TO OI-INVOICE-NUM(OI-IDX).
0102D3     PERFORM 1220-POST-ONE-EXPOSURE THRU 1220-EXIT
0102D4         VARYING WS-C FROM 1 BY 1
0102D5         UNTIL WS-C > WS-CUST-COUNT.
0102D6 1210-EXIT.
0102D7     EXIT.

0102D8 1220-POST-ONE-EXPOSURE.
0102D9     IF CU-CUST-ID(WS-C) = TI-CUST-ID
0102DA         IF TI-CREDIT
0102DB             SUBTRACT TI-OPEN-AMOUNT FROM CU-EXPOSURE(WS-C)
0102DC         ELSE
0102DD             ADD TI-OPEN-AMOUNT TO CU-EXPOSURE(WS-C)
0102DE         END-IF
0102DF     END-IF.
0102DG 1220-EXIT.
0102DH     EXIT.

00103E*----------------------------------------------------------------
00103F* 1300-LOAD-RELEASES - INVOICE NUMBERS APPROVED TO FLOW DESPITE
00103G*                      A CREDIT-LIMIT OR PRICE HOLD.
00103H*----------------------------------------------------------------
00103I 1300-LOAD-RELEASES.
00103J     OPEN INPUT INVREL.
001090*----------------------------------------------------------------
001100 2000-POST-LINE.
001110     ADD 1 TO WS-LINE-COUNT.
01110A     MOVE SPACES TO WS-DOC-TYPE.
01110B     MOVE SPACES TO WS-ITEM-CODE.
01110C     MOVE ZERO TO WS-LINE-QTY.
001120     UNSTRING INVLINES-REC DELIMITED BY SPACE
001130         INTO WS-INVOICE-NUM WS-CUST-ID WS-LINE-AMOUNT
001135             WS-DOC-TYPE WS-ITEM-CODE WS-LINE-QTY.
001140     IF WS-INVOICE-NUM NOT = WS-LAST-INVOICE-NUM
001150         IF WS-LAST-INVOICE-NUM NOT = SPACES
001160             PERFORM 2900-ROLL-SUBTOTAL THRU 2900-EXIT
001170         END-IF
001180         MOVE WS-INVOICE-NUM TO WS-LAST-INVOICE-NUM
001185         MOVE WS-CUST-ID TO WS-LAST-CUST-ID
001187         MOVE WS-DOC-TYPE TO WS-LAST-DOC-TYPE
001190         MOVE ZERO TO WS-INVOICE-SUBTOTAL
01190A         MOVE "N" TO WS-PRICE-HOLD-SW
01190B         MOVE ZERO TO WS-ITEM-LINE-COUNT
001200         ADD 1 TO WS-INVOICE-COUNT
001205         PERFORM 2100-PRINT-INVOICE-HEAD THRU 2100-EXIT
001210     END-IF.
01210A     PERFORM 2200-PRICE-LINE THRU 2200-EXIT.
001220     ADD WS-LINE-AMOUNT TO WS-INVOICE-SUBTOTAL.
001230     MOVE WS-INVOICE-NUM TO DL-INVOICE-NUM.
001240     MOVE WS-LINE-AMOUNT TO DL-LINE-AMOUNT.
001250     WRITE INVRPT-REC FROM WS-DETAIL-LINE.
01250A     IF WS-LINE-FLAGGED
01250B         WRITE INVRPT-REC FROM WS-PRICE-FLAG-LINE
01250C     END-IF.
001260     PERFORM 8000-READ-INVLINES THRU 8000-EXIT.
001270 2000-EXIT.
001280     EXIT.
00129F     PERFORM 2500-FIND-CUSTOMER THRU 2500-EXIT.
00129G     MOVE WS-INVOICE-NUM TO IH-INVOICE-NUM.
00129H     MOVE WS-CUST-ID TO IH-CUST-ID.
0129H1     IF WS-CREDIT-NOTE
0129H2         MOVE "CR NOTE  " TO IH-DOC-LABEL
0129H3     ELSE
0129H4         MOVE "INVOICE  " TO IH-DOC-LABEL
0129H5     END-IF.
00129I     IF WS-CUST-IDX > ZERO
00129J         MOVE CU-CUST-NAME(WS-CUST-IDX) TO IH-CUST-NAME
00129K     ELSE
00129O 2100-EXIT.
00129P     EXIT.

0129P1*----------------------------------------------------------------
0129P2* 2200-PRICE-LINE - A LINE CARRYING AN ITEM CODE IS PRICED FROM
0129P3*                   THE PRICE MASTER FOR ITS QUANTITY, CUSTOMER
0129P4*                   AND CURRENCY AS AT THE RUN DATE. A DIFFERENT
0129P5*                   SUPPLIED AMOUNT OR AN ITEM WITH NO PRICE IS
0129P6*                   FLAGGED UNDER THE LINE AND HOLDS AN INVOICE
0129P7*                   FOR PRICE REVIEW; AN INVOICE LINE IS BILLED
0129P8*                   AT THE MASTER PRICE. A CREDIT NOTE KEEPS THE
0129P9*                   AMOUNT SUPPLIED - IT REFUNDS WHAT WAS CHARGED,
0129PA*                   WHICH MAY BE AN OLDER PRICE - AND IS FLAGGED.
0129PB*                   A LINE WITH NO ITEM CODE PASSES AS SUPPLIED.
0129PC*----------------------------------------------------------------
0129PD 2200-PRICE-LINE.
0129PE     MOVE "N" TO WS-LINE-FLAG-SW.
0129PF     IF WS-ITEM-CODE = SPACES
0129PG         GO TO 2200-EXIT
0129PH     END-IF.
0129PI     MOVE "PRICE" TO PL-ACTION.
0129PJ     MOVE WS-ITEM-CODE TO PL-ITEM-CODE.
0129PK     MOVE WS-CUST-ID TO PL-CUST-ID.
0129PL     IF WS-CUST-IDX > ZERO
0129PM         MOVE CU-CURRENCY(WS-CUST-IDX) TO PL-CURRENCY
0129PN     ELSE
0129PO         MOVE SPACES TO PL-CURRENCY
0129PP     END-IF.
0129PQ     MOVE WS-RUN-CCYYMMDD TO PL-PRICE-DATE.
0129PR     MOVE WS-LINE-QTY TO PL-QUANTITY.
0129PS     CALL "PRICELKP" USING PRICELKP-PARMS.
0129PT     MOVE WS-ITEM-CODE TO PF-ITEM-CODE.
0129PU     MOVE WS-LINE-QTY TO PF-QUANTITY.
0129PV     MOVE WS-LINE-AMOUNT TO PF-SUPPLIED.
0129PW     MOVE ZERO TO PF-MASTER.
0129PX     IF NOT PL-PRICE-FOUND
0129PY         MOVE "NO PRICE FOUND" TO PF-REASON
0129PZ         SET WS-LINE-FLAGGED TO TRUE
0129Q1     ELSE
0129Q2         COMPUTE WS-MASTER-AMOUNT ROUNDED =
0129Q3             WS-LINE-QTY * PL-UNIT-PRICE
0129Q4         IF WS-MASTER-AMOUNT NOT = WS-LINE-AMOUNT
0129Q5             MOVE "PRICE VARIANCE" TO PF-REASON
0129Q6             MOVE WS-MASTER-AMOUNT TO PF-MASTER
0129Q7             SET WS-LINE-FLAGGED TO TRUE
0129Q8             IF NOT WS-CREDIT-NOTE
0129Q9                 MOVE WS-MASTER-AMOUNT TO WS-LINE-AMOUNT
0129QA             END-IF
0129QB         END-IF
0129QC     END-IF.
0129QD     IF WS-LINE-FLAGGED AND NOT WS-CREDIT-NOTE
0129QE         SET WS-PRICE-HOLD TO TRUE
0129QF     END-IF.
0129QG     PERFORM 2210-SAVE-ITEM-LINE THRU 2210-EXIT.
0129QH 2200-EXIT.
0129QI     EXIT.

0129QJ*----------------------------------------------------------------
0129QK* 2210-SAVE-ITEM-LINE - KEEP THE PRICED LINE UNTIL THE DOCUMENT
0129QL*                       CLOSES; ONLY A POSTED DOCUMENT'S LINES GO
0129QM*                       TO THE PRCHIST VOLUME HISTORY.
0129QN*----------------------------------------------------------------
0129QO 2210-SAVE-ITEM-LINE.
0129QP     IF WS-ITEM-LINE-COUNT >= 500
0129QQ         DISPLAY "EX5 - " WS-INVOICE-NUM " HAS OVER 500 ITEM "
0129QR             "LINES - RUN ABORTED"
0129QS         MOVE 16 TO RETURN-CODE
0129QT         STOP RUN
0129QU     END-IF.
0129QV     ADD 1 TO WS-ITEM-LINE-COUNT.
0129QW     SET IL-IDX TO WS-ITEM-LINE-COUNT.
0129QX     MOVE WS-ITEM-CODE TO IL-ITEM-CODE(IL-IDX).
0129QY     MOVE WS-LINE-QTY TO IL-QUANTITY(IL-IDX).
0129QZ     MOVE PL-UNIT-PRICE TO IL-UNIT-PRICE(IL-IDX).
0129R1     MOVE WS-LINE-AMOUNT TO IL-LINE-AMOUNT(IL-IDX).
0129R2 2210-EXIT.
0129R3     EXIT.

00129Q*----------------------------------------------------------------
00129R* 2500-FIND-CUSTOMER - LOOK THE CURRENT CUSTOMER UP IN THE
00129S*                      MASTER TABLE. ZERO MEANS NOT ON FILE AND
001303*                      SALES TAX ON THE NET, TOTAL DUE WITH
001304*                      TERMS, AND THE REMIT-TO LINE. THE GRAND
001305*                      TOTAL CARRIES THE TOTAL DUE - WHAT THE
001306*                      CUSTOMERS ACTUALLY OWE. A DOCUMENT
013061*                      NUMBER ALREADY OPEN ON TRDOPEN CAME FROM
013062*                      AN EARLIER RUN OF THE SAME INVOICES: IT
013063*                      IS FLAGGED AND GOES NO FURTHER - NO HOLD,
013064*                      NO TAXDTL, NO LEDGER POSTING, AND NOTHING
013065*                      ADDED TO EXPOSURE OR THE GRAND TOTAL.
001307*----------------------------------------------------------------
001308 2900-ROLL-SUBTOTAL.
001309     MOVE WS-CUST-ID TO WS-SAVE-CUST-ID.
001310     MOVE WS-LAST-INVOICE-NUM TO SB-INVOICE-NUM.
001320     MOVE WS-INVOICE-SUBTOTAL TO SB-SUBTOTAL.
001340     WRITE INVRPT-REC FROM WS-SUBTOTAL-LINE.
013401     MOVE "N" TO WS-ON-LEDGER-SW.
013402     PERFORM 2996-MATCH-OPEN-ITEM THRU 2996-EXIT
013403         VARYING WS-O FROM 1 BY 1
013404         UNTIL WS-O > WS-OPEN-INV-COUNT OR WS-ON-LEDGER.
013405     IF WS-ON-LEDGER
013406         DISPLAY "EX5 - " WS-LAST-INVOICE-NUM
013407             " ALREADY OPEN ON TRDOPEN - NOT POSTED AGAIN"
013408         WRITE INVRPT-REC FROM WS-POSTED-LINE
013409         WRITE INVRPT-REC FROM WS-BLANK-LINE
01340A         MOVE WS-SAVE-CUST-ID TO WS-CUST-ID
01340B         GO TO 2900-EXIT
01340C     END-IF.
001341     IF WS-CUST-IDX > ZERO
001342         COMPUTE WS-DISCOUNT ROUNDED =
001343             WS-INVOICE-SUBTOTAL
00134E         MOVE "NET 30" TO TD-TERMS
00134F     END-IF.
00134G     COMPUTE WS-TOTAL-DUE = WS-NET-AMOUNT + WS-TAX-AMOUNT.
0134F1     IF WS-CREDIT-NOTE
0134F2         MOVE "N" TO WS-HELD-THIS-ONE
0134F3     ELSE
0134F4         PERFORM 2940-CHECK-PRICE THRU 2940-EXIT
0134F5         IF WS-HELD-THIS-ONE NOT = "Y"
0134F6             PERFORM 2950-CHECK-CREDIT THRU 2950-EXIT
0134F7         END-IF
0134F8     END-IF.
0134G2     IF WS-HELD-THIS-ONE = "Y"
0134G3         MOVE WS-SAVE-CUST-ID TO WS-CUST-ID
0134G4         GO TO 2900-EXIT
0134M1     PERFORM 2970-PRICE-IN-BASE THRU 2970-EXIT.
00134N     WRITE INVRPT-REC FROM WS-REMIT-LINE.
00134O     WRITE INVRPT-REC FROM WS-BLANK-LINE.
0134O1     PERFORM 2990-WRITE-TAX-DETAIL THRU 2990-EXIT.
0134OA     PERFORM 2995-POST-OPEN-ITEM THRU 2995-EXIT.
0134O2     IF WS-CREDIT-NOTE
0134O3         SUBTRACT WS-BASE-DUE FROM WS-GRAND-TOTAL
0134O4         IF WS-CUST-IDX > ZERO
0134O5             SUBTRACT WS-TOTAL-DUE FROM CU-EXPOSURE(WS-CUST-IDX)
0134O6         END-IF
0134O7         MOVE WS-SAVE-CUST-ID TO WS-CUST-ID
0134O8         GO TO 2900-EXIT
0134O9     END-IF.
00134P     ADD WS-BASE-DUE TO WS-GRAND-TOTAL.
0134P1     IF WS-CUST-IDX > ZERO
0134P2         ADD WS-TOTAL-DUE TO CU-EXPOSURE(WS-CUST-IDX)
00134Q     MOVE WS-SAVE-CUST-ID TO WS-CUST-ID.
001350 2900-EXIT.
001360     EXIT.

013601*----------------------------------------------------------------
013602* 2940-CHECK-PRICE - AN INVOICE WITH A LINE PRICED DIFFERENTLY
013603*                    FROM THE PRICE MASTER, OR AN ITEM THE MASTER
013604*                    DOES NOT PRICE, GOES TO INVHELD FOR PRICE
013605*                    REVIEW INSTEAD OF POSTING. A RELEASED INVOICE
013606*                    NUMBER FLOWS AT THE MASTER PRICE.
013607*----------------------------------------------------------------
013608 2940-CHECK-PRICE.
013609     MOVE "N" TO WS-HELD-THIS-ONE.
01360A     IF NOT WS-PRICE-HOLD
01360B         GO TO 2940-EXIT
01360C     END-IF.
01360D     MOVE "N" TO WS-RELEASED-SW.
01360E     PERFORM 2960-MATCH-RELEASE THRU 2960-EXIT
01360F         VARYING WS-R FROM 1 BY 1
01360G         UNTIL WS-R > WS-REL-COUNT OR WS-RELEASED.
01360H     IF WS-RELEASED
01360I         GO TO 2940-EXIT
01360J     END-IF.
01360K     MOVE "Y" TO WS-HELD-THIS-ONE.
01360L     ADD 1 TO WS-HELD-COUNT.
01360M     WRITE INVRPT-REC FROM WS-PRICE-HELD-LINE.
01360N     WRITE INVRPT-REC FROM WS-BLANK-LINE.
01360O     MOVE SPACES TO INVHELD-REC.
01360P     MOVE WS-LAST-INVOICE-NUM TO HD-INVOICE-NUM.
01360Q     MOVE WS-CUST-ID TO HD-CUST-ID.
01360R     MOVE WS-TOTAL-DUE TO HD-TOTAL-DUE.
01360S     WRITE INVHELD-REC.
01360T 2940-EXIT.
01360U     EXIT.
      
00136A*----------------------------------------------------------------
00136B* 2950-CHECK-CREDIT - OVER-LIMIT TEST AT INVOICE CLOSE. EXPOSURE
00136C*                     IS THE CUSTOMER'S OPEN ITEMS ON THE
00136D*                     TRDOPEN TRADE LEDGER PLUS INVOICES
00136E*                     ALREADY PASSED THIS RUN. A ZERO LIMIT
00136F*                     MEANS UNLIMITED; A RELEASED INVOICE
0136F1*                     NUMBER FLOWS REGARDLESS.
00136G*----------------------------------------------------------------
00136H 2950-CHECK-CREDIT.
00136I     MOVE "N" TO WS-HELD-THIS-ONE.
00138C 2980-EXIT.
00138D     EXIT.

00138E*----------------------------------------------------------------
00138F* 2990-WRITE-TAX-DETAIL - ONE TAXDTL RECORD PER CLOSED DOCUMENT
00138G*                         FOR THE PERIOD TAX RETURN. NET AND TAX
00138H*                         GO IN BASE CURRENCY: NET IS CONVERTED IN
00138I*                         PROPORTION AND TAX TAKES THE REST OF THE
00138J*                         BASE TOTAL, SO NET PLUS TAX ALWAYS TIES
00138K*                         TO THE BASE TOTAL PRINTED ON THE
00138L*                         INVOICE. A ZERO RATE IS EXEMPT.
00138M*----------------------------------------------------------------
00138N 2990-WRITE-TAX-DETAIL.
00138O     MOVE SPACES TO TAXDTL-REC.
00138P     MOVE WS-RUN-CCYYMMDD TO TX-INVOICE-DATE.
00138Q     MOVE WS-LAST-INVOICE-NUM TO TX-INVOICE-NUM.
00138R     MOVE WS-CUST-ID TO TX-CUST-ID.
00138S     IF WS-CREDIT-NOTE
00138T         MOVE "CR" TO TX-DOC-TYPE
00138U     ELSE
00138V         MOVE "IN" TO TX-DOC-TYPE
00138W     END-IF.
00138X     IF WS-CUST-IDX > ZERO
00138Y         MOVE CU-TAX-PCT(WS-CUST-IDX) TO TX-TAX-PCT
00138Z     ELSE
001391         MOVE ZERO TO TX-TAX-PCT
001392     END-IF.
001393     IF WS-TOTAL-DUE = ZERO
001394         MOVE ZERO TO TX-NET-AMOUNT
001395     ELSE
001396         COMPUTE TX-NET-AMOUNT ROUNDED =
001397             WS-NET-AMOUNT * WS-BASE-DUE / WS-TOTAL-DUE
001398     END-IF.
001399     COMPUTE TX-TAX-AMOUNT = WS-BASE-DUE - TX-NET-AMOUNT.
00139A     MOVE WS-BASE-DUE TO TX-TOTAL-DUE.
00139B     WRITE TAXDTL-REC.
00139C 2990-EXIT.
00139D     EXIT.

00139E*----------------------------------------------------------------
00139F* 2995-POST-OPEN-ITEM - APPEND THE CLOSED DOCUMENT TO THE TRDOPEN
00139G*                       TRADE LEDGER IN THE CUSTOMER'S CURRENCY.
00139H*                       AN INVOICE FALLS DUE THE NET DAYS IN THE
00139I*                       CUSTOMER'S TERMS AFTER THE RUN DATE; A
00139J*                       CREDIT NOTE IS AVAILABLE AT ONCE.
00139N*----------------------------------------------------------------
00139O 2995-POST-OPEN-ITEM.
00139P     IF WS-TOTAL-DUE = ZERO
00139Q         GO TO 2995-EXIT
00139R     END-IF.
0013A3     MOVE WS-CUST-ID TO TI-CUST-ID.
0013A4     MOVE WS-LAST-INVOICE-NUM TO TI-INVOICE-NUM.
0013A5     MOVE 30 TO WS-TERMS-DAYS.
0013A6     IF WS-CUST-IDX > ZERO
0013A7         PERFORM 2997-TERMS-DAYS THRU 2997-EXIT
0013A8         MOVE CU-CURRENCY(WS-CUST-IDX) TO TI-CURRENCY
0013A9     ELSE
0013AA         MOVE SPACES TO TI-CURRENCY
0013AB     END-IF.
0013AC     IF WS-CREDIT-NOTE
0013AD         MOVE "CR" TO TI-DOC-TYPE
0013AE         MOVE ZERO TO WS-TERMS-DAYS
0013AF     ELSE
0013AG         MOVE "IN" TO TI-DOC-TYPE
0013AH     END-IF.
0013AI     MOVE WS-RUN-CCYYMMDD TO TI-INVOICE-DATE.
0013AJ     COMPUTE WS-DUE-INT =
0013AK         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD)
0013AL             + WS-TERMS-DAYS.
0013AM     COMPUTE TI-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
0013AN     MOVE WS-TOTAL-DUE TO TI-ORIG-AMOUNT.
0013AO     MOVE WS-TOTAL-DUE TO TI-OPEN-AMOUNT.
0013AP     MOVE ZERO TO TI-LAST-PAY-DATE.
0013AQ     WRITE TRDOPEN-REC FROM TI-OPEN-ITEM.
013AQ1     PERFORM 2999-WRITE-LINE-HISTORY THRU 2999-EXIT
013AQ2         VARYING WS-L FROM 1 BY 1
013AQ3         UNTIL WS-L > WS-ITEM-LINE-COUNT.
0013AR 2995-EXIT.
0013AS     EXIT.

0013AT 2996-MATCH-OPEN-ITEM.
0013AU     SET OI-IDX TO WS-O.
0013AV     IF OI-INVOICE-NUM(OI-IDX) = WS-LAST-INVOICE-NUM
0013AW         SET WS-ON-LEDGER TO TRUE
0013AX     END-IF.
0013AY 2996-EXIT.
0013AZ     EXIT.

0013B1*----------------------------------------------------------------
0013B2* 2997-TERMS-DAYS - NET DAYS FROM THE CUSTOMER'S TERMS: THE LAST
0013B3*                   RUN OF DIGITS IN THEM, SO "NET 30", "N45" AND
0013B4*                   "2/10 N30" EACH READ AS THEIR NET DAYS. TERMS
0013B5*                   WITH NO DIGITS AT ALL ("COD", "DUE REC") ARE
0013B6*                   DUE ON THE INVOICE DATE. BLANK TERMS KEEP THE
0013B7*                   NET 30 DEFAULT THE PRINTED INVOICE SHOWS.
0013B8*----------------------------------------------------------------
0013B9 2997-TERMS-DAYS.
0013BA     IF CU-TERMS(WS-CUST-IDX) = SPACES
0013BB         GO TO 2997-EXIT
0013BC     END-IF.
0013BD     MOVE ZERO TO WS-TERMS-DAYS.
0013BE     MOVE "N" TO WS-IN-DIGITS-SW.
0013BF     PERFORM 2998-SCAN-TERMS THRU 2998-EXIT
0013BG         VARYING WS-T FROM 1 BY 1
0013BH         UNTIL WS-T > 8.
0013BI 2997-EXIT.
0013BJ     EXIT.

0013BK 2998-SCAN-TERMS.
0013BL     IF CU-TERMS(WS-CUST-IDX) (WS-T:1) IS NUMERIC
0013BM         IF NOT WS-IN-DIGITS
0013BN             MOVE ZERO TO WS-TERMS-DAYS
0013BO             SET WS-IN-DIGITS TO TRUE
0013BP         END-IF
0013BQ         MOVE CU-TERMS(WS-CUST-IDX) (WS-T:1) TO WS-TERMS-DIGIT
0013BR         COMPUTE WS-TERMS-DAYS =
0013BS             WS-TERMS-DAYS * 10 + WS-TERMS-DIGIT
0013BT     ELSE
0013BU         MOVE "N" TO WS-IN-DIGITS-SW
0013BV     END-IF.
0013BW 2998-EXIT.
0013BX     EXIT.

013BX1*----------------------------------------------------------------
013BX2* 2999-WRITE-LINE-HISTORY - ONE PRCHIST RECORD PER ITEM LINE OF
013BX3*                           THE DOCUMENT JUST POSTED.
013BX4*----------------------------------------------------------------
013BX5 2999-WRITE-LINE-HISTORY.
013BX6     SET IL-IDX TO WS-L.
013BX7     MOVE WS-RUN-CCYYMMDD TO PH-INVOICE-DATE.
013BX8     MOVE WS-LAST-INVOICE-NUM TO PH-INVOICE-NUM.
013BX9     MOVE TI-DOC-TYPE TO PH-DOC-TYPE.
013BXA     MOVE TI-CUST-ID TO PH-CUST-ID.
013BXB     MOVE TI-CURRENCY TO PH-CURRENCY.
013BXC     MOVE IL-ITEM-CODE(IL-IDX) TO PH-ITEM-CODE.
013BXD     MOVE IL-QUANTITY(IL-IDX) TO PH-QUANTITY.
013BXE     MOVE IL-UNIT-PRICE(IL-IDX) TO PH-UNIT-PRICE.
013BXF     MOVE IL-LINE-AMOUNT(IL-IDX) TO PH-LINE-AMOUNT.
013BXG     WRITE PRCHIST-REC FROM PH-PRICED-LINE.
013BXH 2999-EXIT.
013BXI     EXIT.

001380 3000-FINALIZE.
001390     IF WS-LAST-INVOICE-NUM NOT = SPACES
001400         PERFORM 2900-ROLL-SUBTOTAL THRU 2900-EXIT
001460     CLOSE INVLINES
001470           INVRPT
001472           INVHELD
001474           CREDITRV
001476           TAXDTL
001477           TRDOPEN
01477A           PRCHIST.
001480 3000-EXIT.
001490     EXIT.
      
