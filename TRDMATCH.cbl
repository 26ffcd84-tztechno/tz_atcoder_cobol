000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TRDMATCH.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. RECEIPT MATCHING AND AGED
000110*                  TRIAL BALANCE FOR THE TRADE-RECEIVABLES
000120*                  OPEN-ITEM LEDGER THE EX5 INVOICE RUN FEEDS.
000130*                  OPEN CREDIT NOTES AND PAYMENTS ON ACCOUNT ARE
000140*                  FIRST SET OFF AGAINST THE SAME CUSTOMER'S
000150*                  OLDEST INVOICES. EACH TRDRCPT RECEIPT THEN
000160*                  CLEARS THE INVOICE IT NAMES, FULLY OR IN PART,
000170*                  AND ANY CASH LEFT OVER - OR A RECEIPT THAT
000180*                  NAMES NO INVOICE - GOES TO THE CUSTOMER'S
000190*                  OLDEST OPEN INVOICES IN ITS CURRENCY. CASH
000200*                  BEYOND EVERYTHING OPEN STAYS ON THE LEDGER AS A
000210*                  PAYMENT ON ACCOUNT. A RECEIPT THAT CANNOT BE
000220*                  MATCHED OR IS DATED INTO A CLOSED PERIOD GOES
000230*                  TO TRDREJ. TRDMRPT LISTS EVERY SETTLEMENT;
000240*                  TRDAGED IS THE AGED TRIAL BALANCE BY CUSTOMER,
000250*                  AGED FROM THE DUE DATE. THE LEDGER IS REWRITTEN
000260*                  WITHOUT THE ITEMS CLEARED.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM.
000310 OBJECT-COMPUTER. IBM.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TRDOPEN ASSIGN TO "TRDOPEN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TRD-STATUS.
000370     SELECT TRDRCPT ASSIGN TO "TRDRCPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RCPT-STATUS.
000400     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CUST-STATUS.
000430     SELECT TRDMRPT ASSIGN TO "TRDMRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT TRDAGED ASSIGN TO "TRDAGED"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT TRDREJ ASSIGN TO "TRDREJ"
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  TRDOPEN
000520     RECORDING MODE IS F.
000530 01  TRDOPEN-REC                  PIC X(80).

000540 FD  TRDRCPT
000550     RECORDING MODE IS F.
000560 01  TRDRCPT-REC.
000570     05  TR-CUST-ID               PIC X(10).
000580     05  FILLER                  PIC X(01).
000590     05  TR-INVOICE-NUM           PIC X(10).
000600     05  FILLER                  PIC X(01).
000610     05  TR-AMOUNT                PIC 9(09)V99.
000620     05  FILLER                  PIC X(01).
000630     05  TR-PAY-DATE              PIC 9(08).
000640     05  FILLER                  PIC X(01).
000650     05  TR-CURRENCY              PIC X(03).
000660     05  FILLER                  PIC X(34).

000670 FD  CUSTMAST
000680     RECORDING MODE IS F.
000690 01  CUSTMAST-REC.
000700     05  CM-CUST-ID               PIC X(10).
000710     05  FILLER                  PIC X(01).
000720     05  CM-CUST-NAME             PIC X(20).
000730     05  FILLER                  PIC X(49).

000740 FD  TRDMRPT
000750     RECORDING MODE IS F.
000760 01  TRDMRPT-REC                  PIC X(80).

000770 FD  TRDAGED
000780     RECORDING MODE IS F.
000790 01  TRDAGED-REC                  PIC X(132).

000800 FD  TRDREJ
000810     RECORDING MODE IS F.
000820 01  TRDREJ-REC                   PIC X(80).

000830 WORKING-STORAGE SECTION.
000840 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000850     88  WS-EOF                             VALUE "Y".
000860 77  WS-TRD-STATUS                PIC X(02) VALUE SPACES.
000870 77  WS-RCPT-STATUS               PIC X(02) VALUE SPACES.
000880 77  WS-CUST-STATUS               PIC X(02) VALUE SPACES.
000890 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000900 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000910 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000920 77  WS-TODAY-INT                 PIC 9(08) VALUE ZERO.
000930 77  WS-DUE-INT                   PIC 9(08) VALUE ZERO.
000940 77  WS-DAYS-PAST-DUE             PIC S9(05) VALUE ZERO.
000950 77  WS-C                         PIC 9(05) COMP.
000960 77  WS-I                         PIC 9(05) COMP.
000970 77  WS-K                         PIC 9(03) COMP.
000980 77  WS-TARGET                    PIC 9(05) VALUE ZERO COMP.
000990 77  WS-OLDEST                    PIC 9(05) VALUE ZERO COMP.
001000 77  WS-BUCKET                    PIC 9(01) VALUE ZERO COMP.
001010 77  WS-MATCH-CUST                PIC X(10) VALUE SPACES.
001020 77  WS-MATCH-CURRENCY            PIC X(03) VALUE SPACES.
001030 77  WS-FROM-REF                  PIC X(10) VALUE SPACES.
001040 77  WS-APPLY-DATE                PIC 9(08) VALUE ZERO.
001050 77  WS-REMAINING                 PIC 9(09)V99 VALUE ZERO.
001060 77  WS-APPLIED                   PIC 9(09)V99 VALUE ZERO.
001070 77  WS-SIGNED-AMOUNT             PIC S9(09)V99 VALUE ZERO.
001080 77  WS-NO-MORE-SW                PIC X(01) VALUE "N".
001090     88  WS-NO-MORE                         VALUE "Y".
001100 77  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
001110 77  WS-PA-SEQ                    PIC 9(03) VALUE ZERO.
001120 77  WS-PA-TODAY                  PIC X(07) VALUE SPACES.
001130 77  WS-CT-FOUND                  PIC 9(03) VALUE ZERO COMP.
001140 77  WS-PRIOR-CUST                PIC X(10) VALUE SPACES.
001150 77  WS-PRIOR-CURRENCY            PIC X(03) VALUE SPACES.
001160 77  WS-RECEIPT-COUNT             PIC 9(05) VALUE ZERO COMP.
001170 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001180 77  WS-CLEARED-COUNT             PIC 9(05) VALUE ZERO COMP.
001190 77  WS-PARTIAL-COUNT             PIC 9(05) VALUE ZERO COMP.
001200 77  WS-ON-ACCOUNT-COUNT          PIC 9(05) VALUE ZERO COMP.
001210 77  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO COMP.

001220 COPY RPTHDR.
001230 COPY BDATLINK.
001240 COPY PERCLINK.
001250 COPY DATXLINK.
001260 COPY REJECTREC.
001270 COPY TRDITEM.

001280 01  WS-PA-NUMBER.
001290     05  PA-PREFIX                PIC X(01) VALUE "P".
001300     05  PA-DATE                  PIC 9(06).
001310     05  PA-SEQ                   PIC 9(03).
001320 01  WS-PA-VIEW REDEFINES WS-PA-NUMBER.
001330     05  PA-KEY-X                 PIC X(07).
001340     05  PA-SEQ-X                 PIC X(03).

001350 01  WS-CUST-TABLE.
001360     05  WS-CUST-COUNT            PIC 9(03) VALUE ZERO COMP.
001370     05  CU-ENTRY OCCURS 200 TIMES
001380                  INDEXED BY CU-IDX.
001390         10  CU-CUST-ID           PIC X(10).
001400         10  CU-CUST-NAME         PIC X(20).

001410 01  WS-ITEM-TABLE.
001420     05  WS-ITEM-COUNT            PIC 9(05) VALUE ZERO COMP.
001430     05  IT-ENTRY OCCURS 1 TO 5000 TIMES
001440                  DEPENDING ON WS-ITEM-COUNT
001450                  INDEXED BY IT-IDX.
001460         10  IT-CUST-ID           PIC X(10).
001470         10  IT-CURRENCY          PIC X(03).
001480         10  IT-DUE-DATE          PIC 9(08).
001490         10  IT-INVOICE-NUM       PIC X(10).
001500         10  IT-DOC-TYPE          PIC X(02).
001510         10  IT-INVOICE-DATE      PIC 9(08).
001520         10  IT-ORIG-AMOUNT       PIC 9(09)V99.
001530         10  IT-OPEN-AMOUNT       PIC 9(09)V99.
001540         10  IT-LAST-PAY-DATE     PIC 9(08).

001550 01  WS-CUST-BUCKETS.
001560     05  CB-AMOUNT OCCURS 6 TIMES PIC S9(11)V99.

001570 01  WS-CURRENCY-TOTALS.
001580     05  WS-CT-COUNT              PIC 9(03) VALUE ZERO COMP.
001590     05  CT-ENTRY OCCURS 50 TIMES.
001600         10  CT-CURRENCY          PIC X(03).
001610         10  CT-AMOUNT OCCURS 6 TIMES PIC S9(11)V99.

001620 01  WS-TITLE-LINE.
001630     05  FILLER                  PIC X(44) VALUE
001640         "TRADE RECEIPTS MATCHED TO OPEN ITEMS".
001650     05  FILLER                  PIC X(36) VALUE SPACES.

001660 01  WS-MATCH-HDG.
001670     05  FILLER                  PIC X(33) VALUE
001680         "CUSTOMER   DOCUMENT   SETTLED BY".
001690     05  FILLER                  PIC X(13) VALUE "     APPLIED".
001700     05  FILLER                  PIC X(14) VALUE "  OPEN AFTER".
001710     05  FILLER                  PIC X(20) VALUE "RESULT".

001720 01  WS-MATCH-LINE.
001730     05  ML-CUST-ID               PIC X(10).
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  ML-DOCUMENT              PIC X(10).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  ML-FROM-REF              PIC X(10).
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  ML-APPLIED               PIC ZZZZZZZZ9.99.
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  ML-OPEN-AFTER            PIC ZZZZZZZZ9.99.
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  ML-RESULT                PIC X(10).
001840     05  FILLER                  PIC X(10) VALUE SPACES.

001850 01  WS-REJECT-LINE.
001860     05  RL-CUST-ID               PIC X(10).
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  RL-INVOICE-NUM           PIC X(10).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  FILLER                  PIC X(10) VALUE "REJECTED: ".
001910     05  RL-REASON                PIC X(40).
001920     05  FILLER                  PIC X(08) VALUE SPACES.

001930 01  WS-MATCH-SUMMARY-1.
001940     05  FILLER                  PIC X(10) VALUE "RECEIPTS: ".
001950     05  MS-RECEIPT-COUNT         PIC ZZZZ9.
001960     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
001970     05  MS-REJECT-COUNT          PIC ZZZZ9.
001980     05  FILLER                  PIC X(48) VALUE SPACES.

001990 01  WS-MATCH-SUMMARY-2.
002000     05  FILLER                  PIC X(15) VALUE
002010         "ITEMS CLEARED: ".
002020     05  MS-CLEARED-COUNT         PIC ZZZZ9.
002030     05  FILLER                  PIC X(11) VALUE "  PARTIAL: ".
002040     05  MS-PARTIAL-COUNT         PIC ZZZZ9.
002050     05  FILLER                  PIC X(14) VALUE "  ON ACCOUNT: ".
002060     05  MS-ON-ACCOUNT-COUNT      PIC ZZZZ9.
002070     05  FILLER                  PIC X(13) VALUE "  LEFT OPEN: ".
002080     05  MS-OPEN-COUNT            PIC ZZZZ9.
002090     05  FILLER                  PIC X(07) VALUE SPACES.

002100 01  WS-AGED-TITLE.
002110     05  FILLER                  PIC X(40) VALUE
002120         "TRADE DEBTORS AGED TRIAL BALANCE".
002130     05  FILLER                  PIC X(92) VALUE SPACES.

002140 01  WS-AGED-HDG.
002150     05  FILLER                  PIC X(45) VALUE
002160         "CUSTOMER   DOCUMENT   TY DUE DATE  DAYS CCY".
002170     05  FILLER                  PIC X(14) VALUE "       BALANCE".
002180     05  FILLER                  PIC X(14) VALUE "       NOT DUE".
002190     05  FILLER                  PIC X(14) VALUE "     1-30 DAYS".
002200     05  FILLER                  PIC X(14) VALUE "    31-60 DAYS".
002210     05  FILLER                  PIC X(14) VALUE "    61-90 DAYS".
002220     05  FILLER                  PIC X(17) VALUE "       OVER 90".

002230 01  WS-AGED-LINE.
002240     05  AL-CUST-ID               PIC X(10).
002250     05  FILLER                  PIC X(01) VALUE SPACES.
002260     05  AL-DOCUMENT              PIC X(10).
002270     05  FILLER                  PIC X(01) VALUE SPACES.
002280     05  AL-DOC-TYPE              PIC X(02).
002290     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  AL-DUE-DATE              PIC 9(08).
002310     05  FILLER                  PIC X(01) VALUE SPACES.
002320     05  AL-DAYS                  PIC -(4)9.
002330     05  FILLER                  PIC X(01) VALUE SPACES.
002340     05  AL-CURRENCY              PIC X(03).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  AL-AMOUNT OCCURS 6 TIMES PIC -(10)9.99
002370                                  BLANK WHEN ZERO.
002380     05  FILLER                  PIC X(03) VALUE SPACES.
002390 01  WS-AGED-TOTAL-VIEW REDEFINES WS-AGED-LINE.
002400     05  AT-LABEL                 PIC X(10).
002410     05  FILLER                  PIC X(01).
002420     05  AT-NAME                  PIC X(34).
002430     05  FILLER                  PIC X(87).

002440 01  WS-AGED-SUMMARY.
002450     05  FILLER                  PIC X(18) VALUE
002460         "OPEN ITEMS AGED:  ".
002470     05  AS-OPEN-COUNT            PIC ZZZZ9.
002480     05  FILLER                  PIC X(109) VALUE SPACES.

002490 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

002500 PROCEDURE DIVISION.
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     PERFORM 2000-APPLY-CREDITS THRU 2000-EXIT.
002540     PERFORM 3000-APPLY-RECEIPTS THRU 3000-EXIT.
002550     PERFORM 4000-AGED-BALANCE THRU 4000-EXIT.
002560     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002570     STOP RUN.

002580*----------------------------------------------------------------
002590* 1000-INITIALIZE - BUSINESS DATE, REPORTS, THE CUSTOMER NAMES AND
002600*                   THE OPEN-ITEM LEDGER. NO LEDGER YET (STATUS
002610*                   35) JUST MEANS NOTHING HAS BEEN INVOICED.
002620*----------------------------------------------------------------
002630 1000-INITIALIZE.
002640     MOVE "GET" TO BU-ACTION.
002650     CALL "BUSDATE" USING BUSDATE-PARMS.
002660     MOVE BU-BUS-DATE TO WS-RUN-CCYYMMDD.
002670     MOVE BU-BUS-DATE TO WS-RUN-DATE.
002680     ACCEPT WS-RUN-TIME FROM TIME.
002690     COMPUTE WS-TODAY-INT =
002700         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
002710     MOVE WS-RUN-DATE TO PA-DATE.
002720     MOVE PA-KEY-X TO WS-PA-TODAY.
002730     OPEN OUTPUT TRDMRPT
002740          OUTPUT TRDAGED
002750          OUTPUT TRDREJ.
002760     MOVE "TRDMATCH" TO RH-PROGRAM-ID.
002770     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002780     MOVE WS-RUN-TIME TO RH-RUN-ID.
002790     MOVE 1 TO RH-PAGE-NUMBER.
002800     WRITE TRDMRPT-REC FROM RH-REPORT-HEADER.
002810     WRITE TRDMRPT-REC FROM WS-TITLE-LINE.
002820     WRITE TRDMRPT-REC FROM WS-BLANK-LINE.
002830     WRITE TRDMRPT-REC FROM WS-MATCH-HDG.
002840     PERFORM 1100-LOAD-CUSTOMERS THRU 1100-EXIT.
002850     OPEN INPUT TRDOPEN.
002860     IF WS-TRD-STATUS = "00"
002870         PERFORM 1200-LOAD-ONE-ITEM THRU 1200-EXIT
002880             UNTIL WS-EOF
002890         CLOSE TRDOPEN
002900     END-IF.
002910     MOVE "N" TO WS-EOF-SW.
002920 1000-EXIT.
002930     EXIT.

002940*----------------------------------------------------------------
002950* 1100-LOAD-CUSTOMERS - NAMES FOR THE TRIAL BALANCE. NO CUSTMAST
002960*                       ONLY COSTS THE NAMES.
002970*----------------------------------------------------------------
002980 1100-LOAD-CUSTOMERS.
002990     OPEN INPUT CUSTMAST.
003000     IF WS-CUST-STATUS NOT = "00"
003010         GO TO 1100-EXIT
003020     END-IF.
003030     PERFORM 1110-LOAD-ONE-CUSTOMER THRU 1110-EXIT
003040         UNTIL WS-EOF.
003050     CLOSE CUSTMAST.
003060     MOVE "N" TO WS-EOF-SW.
003070 1100-EXIT.
003080     EXIT.

003090 1110-LOAD-ONE-CUSTOMER.
003100     READ CUSTMAST
003110         AT END
003120             SET WS-EOF TO TRUE
003130         NOT AT END
003140             IF WS-CUST-COUNT < 200
003150                 ADD 1 TO WS-CUST-COUNT
003160                 SET CU-IDX TO WS-CUST-COUNT
003170                 MOVE CM-CUST-ID TO CU-CUST-ID(CU-IDX)
003180                 MOVE CM-CUST-NAME TO CU-CUST-NAME(CU-IDX)
003190             END-IF
003200     END-READ.
003210 1110-EXIT.
003220     EXIT.

003230 1200-LOAD-ONE-ITEM.
003240     READ TRDOPEN INTO TI-OPEN-ITEM
003250         AT END
003260             SET WS-EOF TO TRUE
003270             GO TO 1200-EXIT
003280     END-READ.
003290     IF WS-ITEM-COUNT >= 5000
003300*        A PARTIAL TABLE WOULD REWRITE A TRUNCATED LEDGER AT END
003310*        OF RUN - STOP BEFORE AN OPEN ITEM IS LOST
003320         DISPLAY "TRDMATCH - TRDOPEN EXCEEDS THE 5000-ITEM "
003330             "TABLE - RUN ABORTED"
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     ADD 1 TO WS-ITEM-COUNT.
003380     SET IT-IDX TO WS-ITEM-COUNT.
003390     MOVE TI-CUST-ID TO IT-CUST-ID(IT-IDX).
003400     MOVE TI-CURRENCY TO IT-CURRENCY(IT-IDX).
003410     MOVE TI-DUE-DATE TO IT-DUE-DATE(IT-IDX).
003420     MOVE TI-INVOICE-NUM TO IT-INVOICE-NUM(IT-IDX).
003430     MOVE TI-DOC-TYPE TO IT-DOC-TYPE(IT-IDX).
003440     MOVE TI-INVOICE-DATE TO IT-INVOICE-DATE(IT-IDX).
003450     MOVE TI-ORIG-AMOUNT TO IT-ORIG-AMOUNT(IT-IDX).
003460     MOVE TI-OPEN-AMOUNT TO IT-OPEN-AMOUNT(IT-IDX).
003470     MOVE TI-LAST-PAY-DATE TO IT-LAST-PAY-DATE(IT-IDX).
003480*    CARRY ON FROM THE LAST PAYMENT-ON-ACCOUNT NUMBER ALREADY
003490*    ISSUED TODAY SO A SECOND RUN CANNOT REISSUE ONE
003500     MOVE TI-INVOICE-NUM TO WS-PA-NUMBER.
003510     IF PA-KEY-X = WS-PA-TODAY AND PA-SEQ-X IS NUMERIC
003520         IF PA-SEQ > WS-PA-SEQ
003530             MOVE PA-SEQ TO WS-PA-SEQ
003540         END-IF
003550     END-IF.
003560     MOVE WS-PA-TODAY TO PA-KEY-X.
003570 1200-EXIT.
003580     EXIT.

003590*----------------------------------------------------------------
003600* 2000-APPLY-CREDITS - SET EVERY OPEN CREDIT NOTE AND PAYMENT ON
003610*                      ACCOUNT OFF AGAINST THE SAME CUSTOMER'S
003620*                      OLDEST OPEN INVOICES IN THE SAME CURRENCY.
003630*                      WHAT CANNOT BE SET OFF STAYS OPEN AS A
003640*                      CREDIT ON THE LEDGER.
003650*----------------------------------------------------------------
003660 2000-APPLY-CREDITS.
003670     MOVE WS-RUN-CCYYMMDD TO WS-APPLY-DATE.
003680     PERFORM 2100-APPLY-ONE-CREDIT THRU 2100-EXIT
003690         VARYING WS-C FROM 1 BY 1
003700         UNTIL WS-C > WS-ITEM-COUNT.
003710 2000-EXIT.
003720     EXIT.

003730 2100-APPLY-ONE-CREDIT.
003740     IF IT-DOC-TYPE(WS-C) NOT = "CR" AND NOT = "PA"
003750         GO TO 2100-EXIT
003760     END-IF.
003770     IF IT-OPEN-AMOUNT(WS-C) = ZERO
003780         GO TO 2100-EXIT
003790     END-IF.
003800     MOVE IT-CUST-ID(WS-C) TO WS-MATCH-CUST.
003810     MOVE IT-CURRENCY(WS-C) TO WS-MATCH-CURRENCY.
003820     MOVE IT-INVOICE-NUM(WS-C) TO WS-FROM-REF.
003830     MOVE IT-OPEN-AMOUNT(WS-C) TO WS-REMAINING.
003840     MOVE "N" TO WS-NO-MORE-SW.
003850     PERFORM 2200-SETTLE-OLDEST THRU 2200-EXIT
003860         UNTIL WS-REMAINING = ZERO OR WS-NO-MORE.
003870     IF WS-REMAINING NOT = IT-OPEN-AMOUNT(WS-C)
003880         MOVE WS-REMAINING TO IT-OPEN-AMOUNT(WS-C)
003890         MOVE WS-APPLY-DATE TO IT-LAST-PAY-DATE(WS-C)
003900     END-IF.
003910 2100-EXIT.
003920     EXIT.

003930*----------------------------------------------------------------
003940* 2200-SETTLE-OLDEST - SETTLE WS-REMAINING AGAINST THE OLDEST
003950*                      OPEN INVOICE OF WS-MATCH-CUST IN
003960*                      WS-MATCH-CURRENCY. NONE LEFT SETS
003970*                      WS-NO-MORE.
003980*----------------------------------------------------------------
003990 2200-SETTLE-OLDEST.
004000     PERFORM 2300-FIND-OLDEST THRU 2300-EXIT.
004010     IF WS-OLDEST = ZERO
004020         SET WS-NO-MORE TO TRUE
004030         GO TO 2200-EXIT
004040     END-IF.
004050     MOVE WS-OLDEST TO WS-TARGET.
004060     PERFORM 2400-SETTLE-ITEM THRU 2400-EXIT.
004070 2200-EXIT.
004080     EXIT.

004090 2300-FIND-OLDEST.
004100     MOVE ZERO TO WS-OLDEST.
004110     PERFORM 2310-CHECK-OLDEST THRU 2310-EXIT
004120         VARYING WS-I FROM 1 BY 1
004130         UNTIL WS-I > WS-ITEM-COUNT.
004140 2300-EXIT.
004150     EXIT.

004160 2310-CHECK-OLDEST.
004170     IF IT-DOC-TYPE(WS-I) NOT = "IN"
004180             OR IT-OPEN-AMOUNT(WS-I) = ZERO
004190             OR IT-CUST-ID(WS-I) NOT = WS-MATCH-CUST
004200             OR IT-CURRENCY(WS-I) NOT = WS-MATCH-CURRENCY
004210         GO TO 2310-EXIT
004220     END-IF.
004230     IF WS-OLDEST = ZERO
004240         MOVE WS-I TO WS-OLDEST
004250         GO TO 2310-EXIT
004260     END-IF.
004270     IF IT-DUE-DATE(WS-I) < IT-DUE-DATE(WS-OLDEST)
004280         MOVE WS-I TO WS-OLDEST
004290     END-IF.
004300 2310-EXIT.
004310     EXIT.

004320*----------------------------------------------------------------
004330* 2400-SETTLE-ITEM - APPLY WS-REMAINING TO THE INVOICE AT
004340*                    WS-TARGET: ALL OF IT CLEARS THE ITEM, LESS
004350*                    LEAVES IT PART-PAID. ONE TRDMRPT LINE EACH.
004360*----------------------------------------------------------------
004370 2400-SETTLE-ITEM.
004380     IF WS-REMAINING < IT-OPEN-AMOUNT(WS-TARGET)
004390         MOVE WS-REMAINING TO WS-APPLIED
004400         MOVE "PARTIAL" TO ML-RESULT
004410         ADD 1 TO WS-PARTIAL-COUNT
004420     ELSE
004430         MOVE IT-OPEN-AMOUNT(WS-TARGET) TO WS-APPLIED
004440         MOVE "CLEARED" TO ML-RESULT
004450         ADD 1 TO WS-CLEARED-COUNT
004460     END-IF.
004470     SUBTRACT WS-APPLIED FROM IT-OPEN-AMOUNT(WS-TARGET).
004480     SUBTRACT WS-APPLIED FROM WS-REMAINING.
004490     MOVE WS-APPLY-DATE TO IT-LAST-PAY-DATE(WS-TARGET).
004500     MOVE IT-CUST-ID(WS-TARGET) TO ML-CUST-ID.
004510     MOVE IT-INVOICE-NUM(WS-TARGET) TO ML-DOCUMENT.
004520     MOVE WS-FROM-REF TO ML-FROM-REF.
004530     MOVE WS-APPLIED TO ML-APPLIED.
004540     MOVE IT-OPEN-AMOUNT(WS-TARGET) TO ML-OPEN-AFTER.
004550     WRITE TRDMRPT-REC FROM WS-MATCH-LINE.
004560 2400-EXIT.
004570     EXIT.

004580*----------------------------------------------------------------
004590* 3000-APPLY-RECEIPTS - MATCH EVERY TRDRCPT RECEIPT. NO RECEIPTS
004600*                       FILE MEANS NO CASH TODAY; THE TRIAL
004610*                       BALANCE STILL PRINTS.
004620*----------------------------------------------------------------
004630 3000-APPLY-RECEIPTS.
004640     OPEN INPUT TRDRCPT.
004650     IF WS-RCPT-STATUS NOT = "00"
004660         GO TO 3000-EXIT
004670     END-IF.
004680     PERFORM 3100-APPLY-ONE-RECEIPT THRU 3100-EXIT
004690         UNTIL WS-EOF.
004700     CLOSE TRDRCPT.
004710     MOVE "N" TO WS-EOF-SW.
004720 3000-EXIT.
004730     EXIT.

004740*----------------------------------------------------------------
004750* 3100-APPLY-ONE-RECEIPT - A RECEIPT NAMING AN INVOICE SETTLES
004760*                          THAT INVOICE FIRST. WHAT IS LEFT, OR A
004770*                          RECEIPT NAMING NONE, SETTLES THE
004780*                          CUSTOMER'S OLDEST OPEN INVOICES IN THE
004790*                          RECEIPT'S CURRENCY, AND CASH BEYOND
004800*                          THOSE BECOMES A PAYMENT ON ACCOUNT.
004810*----------------------------------------------------------------
004820 3100-APPLY-ONE-RECEIPT.
004830     READ TRDRCPT
004840         AT END
004850             SET WS-EOF TO TRUE
004860             GO TO 3100-EXIT
004870     END-READ.
004880     ADD 1 TO WS-RECEIPT-COUNT.
004890     IF TR-CUST-ID = SPACES
004900         MOVE "CUSTOMER NUMBER MISSING" TO WS-REJECT-REASON
004910         PERFORM 3900-REJECT-RECEIPT THRU 3900-EXIT
004920         GO TO 3100-EXIT
004930     END-IF.
004940     IF TR-AMOUNT NOT NUMERIC OR TR-AMOUNT = ZERO
004950         MOVE "RECEIPT AMOUNT NOT NUMERIC OR ZERO"
004960             TO WS-REJECT-REASON
004970         PERFORM 3900-REJECT-RECEIPT THRU 3900-EXIT
004980         GO TO 3100-EXIT
004990     END-IF.
005000     IF TR-PAY-DATE NOT NUMERIC
005010         MOVE "PAY DATE NOT A VALID DATE" TO WS-REJECT-REASON
005020         PERFORM 3900-REJECT-RECEIPT THRU 3900-EXIT
005030         GO TO 3100-EXIT
005040     END-IF.
005050     IF FUNCTION TEST-DATE-YYYYMMDD(TR-PAY-DATE) NOT = ZERO
005060         MOVE "PAY DATE NOT A VALID DATE" TO WS-REJECT-REASON
005070         PERFORM 3900-REJECT-RECEIPT THRU 3900-EXIT
005080         GO TO 3100-EXIT
005090     END-IF.
005100*    A RECEIPT DATED INTO A CLOSED PERIOD MUST NOT MOVE A BALANCE
005110*    THE MONTH-END REPORTING ALREADY TOOK
005120     MOVE "TRIM " TO DX-ACTION.
005130     MOVE TR-PAY-DATE TO DX-DATE-CCYYMMDD.
005140     CALL "DATEXPND" USING DATEXPND-PARMS.
005150     MOVE "CHECK" TO PE-ACTION.
005160     MOVE DX-DATE-YYMMDD TO PE-DATE.
005170     CALL "PERCHECK" USING PERCHECK-PARMS.
005180     IF NOT PE-PERIOD-OPEN
005190         MOVE "RECEIPT DATED IN CLOSED PERIOD" TO WS-REJECT-REASON
005200         PERFORM 3900-REJECT-RECEIPT THRU 3900-EXIT
005210         GO TO 3100-EXIT
005220     END-IF.
005230     MOVE TR-CUST-ID TO WS-MATCH-CUST.
005240     MOVE TR-CURRENCY TO WS-MATCH-CURRENCY.
005250     MOVE "RECEIPT" TO WS-FROM-REF.
005260     MOVE TR-PAY-DATE TO WS-APPLY-DATE.
005270     MOVE TR-AMOUNT TO WS-REMAINING.
005280     IF TR-INVOICE-NUM = SPACES
005290         PERFORM 2300-FIND-OLDEST THRU 2300-EXIT
005300         IF WS-OLDEST = ZERO
005310             MOVE "NO OPEN INVOICE FOR CUSTOMER/CURRENCY"
005320                 TO WS-REJECT-REASON
005330             PERFORM 3900-REJECT-RECEIPT THRU 3900-EXIT
005340             GO TO 3100-EXIT
005350         END-IF
005360     ELSE
005370         PERFORM 3200-FIND-INVOICE THRU 3200-EXIT
005380         IF WS-TARGET = ZERO
005390             MOVE "INVOICE NOT OPEN FOR THIS CUSTOMER"
005400                 TO WS-REJECT-REASON
005410             PERFORM 3900-REJECT-RECEIPT THRU 3900-EXIT
005420             GO TO 3100-EXIT
005430         END-IF
005440         IF IT-CURRENCY(WS-TARGET) NOT = TR-CURRENCY
005450             MOVE "RECEIPT CURRENCY NOT THE INVOICE'S"
005460                 TO WS-REJECT-REASON
005470             PERFORM 3900-REJECT-RECEIPT THRU 3900-EXIT
005480             GO TO 3100-EXIT
005490         END-IF
005500         PERFORM 2400-SETTLE-ITEM THRU 2400-EXIT
005510     END-IF.
005520     MOVE "N" TO WS-NO-MORE-SW.
005530     PERFORM 2200-SETTLE-OLDEST THRU 2200-EXIT
005540         UNTIL WS-REMAINING = ZERO OR WS-NO-MORE.
005550     IF WS-REMAINING > ZERO
005560         PERFORM 3300-POST-ON-ACCOUNT THRU 3300-EXIT
005570     END-IF.
005580 3100-EXIT.
005590     EXIT.

005600 3200-FIND-INVOICE.
005610     MOVE ZERO TO WS-TARGET.
005620     PERFORM 3210-MATCH-INVOICE THRU 3210-EXIT
005630         VARYING WS-I FROM 1 BY 1
005640         UNTIL WS-I > WS-ITEM-COUNT OR WS-TARGET > ZERO.
005650 3200-EXIT.
005660     EXIT.

005670 3210-MATCH-INVOICE.
005680     IF IT-INVOICE-NUM(WS-I) = TR-INVOICE-NUM
005690             AND IT-CUST-ID(WS-I) = TR-CUST-ID
005700             AND IT-DOC-TYPE(WS-I) = "IN"
005710             AND IT-OPEN-AMOUNT(WS-I) > ZERO
005720         MOVE WS-I TO WS-TARGET
005730     END-IF.
005740 3210-EXIT.
005750     EXIT.

005760*----------------------------------------------------------------
005770* 3300-POST-ON-ACCOUNT - CASH BEYOND EVERYTHING THE CUSTOMER HAS
005780*                        OPEN STAYS ON THE LEDGER AS A "PA" CREDIT
005790*                        ITEM, NUMBERED "P" + RUN DATE + SEQUENCE,
005800*                        FOR THE NEXT INVOICE TO TAKE UP.
005810*----------------------------------------------------------------
005820 3300-POST-ON-ACCOUNT.
005830     IF WS-ITEM-COUNT >= 5000
005840         DISPLAY "TRDMATCH - TRDOPEN EXCEEDS THE 5000-ITEM "
005850             "TABLE - RUN ABORTED"
005860         MOVE 16 TO RETURN-CODE
005870         STOP RUN
005880     END-IF.
005890     IF WS-PA-SEQ >= 999
005900         DISPLAY "TRDMATCH - MORE THAN 999 PAYMENTS ON ACCOUNT "
005910             "IN ONE DAY - RUN ABORTED"
005920         MOVE 16 TO RETURN-CODE
005930         STOP RUN
005940     END-IF.
005950     ADD 1 TO WS-PA-SEQ.
005960     MOVE WS-PA-SEQ TO PA-SEQ.
005970     ADD 1 TO WS-ITEM-COUNT.
005980     SET IT-IDX TO WS-ITEM-COUNT.
005990     MOVE TR-CUST-ID TO IT-CUST-ID(IT-IDX).
006000     MOVE TR-CURRENCY TO IT-CURRENCY(IT-IDX).
006010     MOVE TR-PAY-DATE TO IT-DUE-DATE(IT-IDX).
006020     MOVE WS-PA-NUMBER TO IT-INVOICE-NUM(IT-IDX).
006030     MOVE "PA" TO IT-DOC-TYPE(IT-IDX).
006040     MOVE TR-PAY-DATE TO IT-INVOICE-DATE(IT-IDX).
006050     MOVE WS-REMAINING TO IT-ORIG-AMOUNT(IT-IDX).
006060     MOVE WS-REMAINING TO IT-OPEN-AMOUNT(IT-IDX).
006070     MOVE TR-PAY-DATE TO IT-LAST-PAY-DATE(IT-IDX).
006080     ADD 1 TO WS-ON-ACCOUNT-COUNT.
006090     MOVE TR-CUST-ID TO ML-CUST-ID.
006100     MOVE WS-PA-NUMBER TO ML-DOCUMENT.
006110     MOVE WS-FROM-REF TO ML-FROM-REF.
006120     MOVE WS-REMAINING TO ML-APPLIED.
006130     MOVE WS-REMAINING TO ML-OPEN-AFTER.
006140     MOVE "ON ACCOUNT" TO ML-RESULT.
006150     WRITE TRDMRPT-REC FROM WS-MATCH-LINE.
006160     MOVE ZERO TO WS-REMAINING.
006170 3300-EXIT.
006180     EXIT.

006190*----------------------------------------------------------------
006200* 3900-REJECT-RECEIPT - THE RECEIPT TO TRDREJ IN THE SHARED
006210*                       REJECTREC LAYOUT, KEYED BY CUSTOMER, AND
006220*                       A LINE ON TRDMRPT. NOTHING IS APPLIED.
006230*----------------------------------------------------------------
006240 3900-REJECT-RECEIPT.
006250     ADD 1 TO WS-REJECT-COUNT.
006260     MOVE "TRDMATCH" TO RJ-SOURCE-PROGRAM.
006270     MOVE TR-CUST-ID TO RJ-RECORD-KEY.
006280     MOVE WS-REJECT-REASON TO RJ-REASON-CODE.
006290     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006300         INTO RJ-REJECT-TIMESTAMP.
006310     WRITE TRDREJ-REC FROM RJ-REJECT-RECORD.
006320     MOVE TR-CUST-ID TO RL-CUST-ID.
006330     MOVE TR-INVOICE-NUM TO RL-INVOICE-NUM.
006340     MOVE WS-REJECT-REASON TO RL-REASON.
006350     WRITE TRDMRPT-REC FROM WS-REJECT-LINE.
006360 3900-EXIT.
006370     EXIT.

006380*----------------------------------------------------------------
006390* 4000-AGED-BALANCE - THE AGED TRIAL BALANCE, ONE LINE PER OPEN
006400*                     ITEM IN CUSTOMER, CURRENCY AND DUE-DATE
006410*                     ORDER, AGED IN DAYS PAST DUE INTO NOT DUE /
006420*                     1-30 / 31-60 / 61-90 / OVER 90. CREDITS SHOW
006430*                     NEGATIVE. EACH CUSTOMER AND CURRENCY GETS A
006440*                     TOTAL LINE, AND THE REPORT ENDS WITH A TOTAL
006450*                     FOR EACH CURRENCY - AMOUNTS IN DIFFERENT
006460*                     CURRENCIES ARE NEVER ADDED TOGETHER.
006470*----------------------------------------------------------------
006480 4000-AGED-BALANCE.
006490     IF WS-ITEM-COUNT > 1
006500         SORT IT-ENTRY ON ASCENDING KEY IT-CUST-ID IT-CURRENCY
006510                                        IT-DUE-DATE IT-INVOICE-NUM
006520     END-IF.
006530     WRITE TRDAGED-REC FROM RH-REPORT-HEADER.
006540     WRITE TRDAGED-REC FROM WS-AGED-TITLE.
006550     WRITE TRDAGED-REC FROM WS-BLANK-LINE.
006560     WRITE TRDAGED-REC FROM WS-AGED-HDG.
006570     MOVE SPACES TO WS-PRIOR-CUST.
006580     MOVE SPACES TO WS-PRIOR-CURRENCY.
006590     PERFORM 4100-AGE-ONE-ITEM THRU 4100-EXIT
006600         VARYING WS-I FROM 1 BY 1
006610         UNTIL WS-I > WS-ITEM-COUNT.
006620     IF WS-PRIOR-CUST NOT = SPACES
006630         PERFORM 4200-CUSTOMER-TOTAL THRU 4200-EXIT
006640     END-IF.
006650     PERFORM 4300-CURRENCY-TOTAL THRU 4300-EXIT
006660         VARYING WS-K FROM 1 BY 1
006670         UNTIL WS-K > WS-CT-COUNT.
006680     MOVE WS-OPEN-COUNT TO AS-OPEN-COUNT.
006690     WRITE TRDAGED-REC FROM WS-BLANK-LINE.
006700     WRITE TRDAGED-REC FROM WS-AGED-SUMMARY.
006710 4000-EXIT.
006720     EXIT.

006730 4100-AGE-ONE-ITEM.
006740     IF IT-OPEN-AMOUNT(WS-I) = ZERO
006750         GO TO 4100-EXIT
006760     END-IF.
006770     IF IT-CUST-ID(WS-I) NOT = WS-PRIOR-CUST
006780             OR IT-CURRENCY(WS-I) NOT = WS-PRIOR-CURRENCY
006790         IF WS-PRIOR-CUST NOT = SPACES
006800             PERFORM 4200-CUSTOMER-TOTAL THRU 4200-EXIT
006810         END-IF
006820         MOVE IT-CUST-ID(WS-I) TO WS-PRIOR-CUST
006830         MOVE IT-CURRENCY(WS-I) TO WS-PRIOR-CURRENCY
006840         INITIALIZE WS-CUST-BUCKETS
006850     END-IF.
006860     ADD 1 TO WS-OPEN-COUNT.
006870     MOVE IT-OPEN-AMOUNT(WS-I) TO WS-SIGNED-AMOUNT.
006880     IF IT-DOC-TYPE(WS-I) = "CR" OR "PA"
006890         COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-SIGNED-AMOUNT
006900     END-IF.
006910     COMPUTE WS-DUE-INT =
006920         FUNCTION INTEGER-OF-DATE(IT-DUE-DATE(WS-I)).
006930     COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-DUE-INT.
006940     EVALUATE TRUE
006950         WHEN WS-DAYS-PAST-DUE <= ZERO
006960             MOVE 2 TO WS-BUCKET
006970         WHEN WS-DAYS-PAST-DUE <= 30
006980             MOVE 3 TO WS-BUCKET
006990         WHEN WS-DAYS-PAST-DUE <= 60
007000             MOVE 4 TO WS-BUCKET
007010         WHEN WS-DAYS-PAST-DUE <= 90
007020             MOVE 5 TO WS-BUCKET
007030         WHEN OTHER
007040             MOVE 6 TO WS-BUCKET
007050     END-EVALUATE.
007060     ADD WS-SIGNED-AMOUNT TO CB-AMOUNT(1).
007070     ADD WS-SIGNED-AMOUNT TO CB-AMOUNT(WS-BUCKET).
007080     MOVE SPACES TO WS-AGED-LINE.
007090     MOVE IT-CUST-ID(WS-I) TO AL-CUST-ID.
007100     MOVE IT-INVOICE-NUM(WS-I) TO AL-DOCUMENT.
007110     MOVE IT-DOC-TYPE(WS-I) TO AL-DOC-TYPE.
007120     MOVE IT-DUE-DATE(WS-I) TO AL-DUE-DATE.
007130     MOVE WS-DAYS-PAST-DUE TO AL-DAYS.
007140     MOVE IT-CURRENCY(WS-I) TO AL-CURRENCY.
007150     MOVE WS-SIGNED-AMOUNT TO AL-AMOUNT(1).
007160     MOVE WS-SIGNED-AMOUNT TO AL-AMOUNT(WS-BUCKET).
007170     WRITE TRDAGED-REC FROM WS-AGED-LINE.
007180 4100-EXIT.
007190     EXIT.

007200*----------------------------------------------------------------
007210* 4200-CUSTOMER-TOTAL - THE CUSTOMER'S TOTAL IN ONE CURRENCY,
007220*                       NAMED FROM CUSTMAST, ROLLED INTO THAT
007230*                       CURRENCY'S GRAND TOTAL.
007240*----------------------------------------------------------------
007250 4200-CUSTOMER-TOTAL.
007260     MOVE SPACES TO WS-AGED-LINE.
007270     MOVE "  TOTAL" TO AT-LABEL.
007280     MOVE "(NOT ON MASTER)" TO AT-NAME.
007290     PERFORM 4210-MATCH-CUSTOMER THRU 4210-EXIT
007300         VARYING WS-C FROM 1 BY 1
007310         UNTIL WS-C > WS-CUST-COUNT.
007320     MOVE WS-PRIOR-CURRENCY TO AL-CURRENCY.
007330     PERFORM 4220-MOVE-BUCKET THRU 4220-EXIT
007340         VARYING WS-BUCKET FROM 1 BY 1
007350         UNTIL WS-BUCKET > 6.
007360     WRITE TRDAGED-REC FROM WS-AGED-LINE.
007370     WRITE TRDAGED-REC FROM WS-BLANK-LINE.
007380     PERFORM 4230-FIND-CURRENCY THRU 4230-EXIT.
007390     PERFORM 4240-ADD-BUCKET THRU 4240-EXIT
007400         VARYING WS-BUCKET FROM 1 BY 1
007410         UNTIL WS-BUCKET > 6.
007420 4200-EXIT.
007430     EXIT.

007440 4210-MATCH-CUSTOMER.
007450     IF CU-CUST-ID(WS-C) = WS-PRIOR-CUST
007460         MOVE CU-CUST-NAME(WS-C) TO AT-NAME
007470     END-IF.
007480 4210-EXIT.
007490     EXIT.

007500 4220-MOVE-BUCKET.
007510     MOVE CB-AMOUNT(WS-BUCKET) TO AL-AMOUNT(WS-BUCKET).
007520 4220-EXIT.
007530     EXIT.

007540 4230-FIND-CURRENCY.
007550     MOVE ZERO TO WS-CT-FOUND.
007560     PERFORM 4235-MATCH-CURRENCY THRU 4235-EXIT
007570         VARYING WS-K FROM 1 BY 1
007580         UNTIL WS-K > WS-CT-COUNT.
007590     IF WS-CT-FOUND > ZERO
007600         MOVE WS-CT-FOUND TO WS-K
007610     ELSE
007620         IF WS-CT-COUNT >= 50
007630             DISPLAY "TRDMATCH - MORE THAN 50 CURRENCIES OPEN "
007640                 "- RUN ABORTED"
007650             MOVE 16 TO RETURN-CODE
007660             STOP RUN
007670         END-IF
007680         ADD 1 TO WS-CT-COUNT
007690         MOVE WS-CT-COUNT TO WS-K
007700         MOVE WS-PRIOR-CURRENCY TO CT-CURRENCY(WS-K)
007710         PERFORM 4236-CLEAR-CURRENCY THRU 4236-EXIT
007720             VARYING WS-BUCKET FROM 1 BY 1
007730             UNTIL WS-BUCKET > 6
007740     END-IF.
007750 4230-EXIT.
007760     EXIT.

007770 4235-MATCH-CURRENCY.
007780     IF CT-CURRENCY(WS-K) = WS-PRIOR-CURRENCY
007790         MOVE WS-K TO WS-CT-FOUND
007800     END-IF.
007810 4235-EXIT.
007820     EXIT.

007830 4236-CLEAR-CURRENCY.
007840     MOVE ZERO TO CT-AMOUNT(WS-K, WS-BUCKET).
007850 4236-EXIT.
007860     EXIT.

007870 4240-ADD-BUCKET.
007880     ADD CB-AMOUNT(WS-BUCKET) TO CT-AMOUNT(WS-K, WS-BUCKET).
007890 4240-EXIT.
007900     EXIT.

007910 4300-CURRENCY-TOTAL.
007920     MOVE SPACES TO WS-AGED-LINE.
007930     MOVE "CURRENCY" TO AT-LABEL.
007940     IF CT-CURRENCY(WS-K) = SPACES
007950         MOVE "BASE" TO AT-NAME
007960     ELSE
007970         MOVE CT-CURRENCY(WS-K) TO AT-NAME
007980     END-IF.
007990     PERFORM 4310-MOVE-CURRENCY-BUCKET THRU 4310-EXIT
008000         VARYING WS-BUCKET FROM 1 BY 1
008010         UNTIL WS-BUCKET > 6.
008020     WRITE TRDAGED-REC FROM WS-AGED-LINE.
008030 4300-EXIT.
008040     EXIT.

008050 4310-MOVE-CURRENCY-BUCKET.
008060     MOVE CT-AMOUNT(WS-K, WS-BUCKET) TO AL-AMOUNT(WS-BUCKET).
008070 4310-EXIT.
008080     EXIT.

008090*----------------------------------------------------------------
008100* 5000-FINALIZE - REWRITE THE LEDGER, DROPPING EVERY ITEM NOW
008110*                 FULLY SETTLED, AND CLOSE THE REPORTS.
008120*----------------------------------------------------------------
008130 5000-FINALIZE.
008140     OPEN OUTPUT TRDOPEN.
008150     PERFORM 5100-SAVE-ITEM THRU 5100-EXIT
008160         VARYING WS-I FROM 1 BY 1
008170         UNTIL WS-I > WS-ITEM-COUNT.
008180     CLOSE TRDOPEN.
008190     MOVE WS-RECEIPT-COUNT TO MS-RECEIPT-COUNT.
008200     MOVE WS-REJECT-COUNT TO MS-REJECT-COUNT.
008210     MOVE WS-CLEARED-COUNT TO MS-CLEARED-COUNT.
008220     MOVE WS-PARTIAL-COUNT TO MS-PARTIAL-COUNT.
008230     MOVE WS-ON-ACCOUNT-COUNT TO MS-ON-ACCOUNT-COUNT.
008240     MOVE WS-OPEN-COUNT TO MS-OPEN-COUNT.
008250     WRITE TRDMRPT-REC FROM WS-BLANK-LINE.
008260     WRITE TRDMRPT-REC FROM WS-MATCH-SUMMARY-1.
008270     WRITE TRDMRPT-REC FROM WS-MATCH-SUMMARY-2.
008280     CLOSE TRDMRPT
008290           TRDAGED
008300           TRDREJ.
008310 5000-EXIT.
008320     EXIT.

008330 5100-SAVE-ITEM.
008340     IF IT-OPEN-AMOUNT(WS-I) = ZERO
008350         GO TO 5100-EXIT
008360     END-IF.
008370     MOVE IT-CUST-ID(WS-I) TO TI-CUST-ID.
008380     MOVE IT-INVOICE-NUM(WS-I) TO TI-INVOICE-NUM.
008390     MOVE IT-DOC-TYPE(WS-I) TO TI-DOC-TYPE.
008400     MOVE IT-INVOICE-DATE(WS-I) TO TI-INVOICE-DATE.
008410     MOVE IT-DUE-DATE(WS-I) TO TI-DUE-DATE.
008420     MOVE IT-CURRENCY(WS-I) TO TI-CURRENCY.
008430     MOVE IT-ORIG-AMOUNT(WS-I) TO TI-ORIG-AMOUNT.
008440     MOVE IT-OPEN-AMOUNT(WS-I) TO TI-OPEN-AMOUNT.
008450     MOVE IT-LAST-PAY-DATE(WS-I) TO TI-LAST-PAY-DATE.
008460     WRITE TRDOPEN-REC FROM TI-OPEN-ITEM.
008470 5100-EXIT.
008480     EXIT.
