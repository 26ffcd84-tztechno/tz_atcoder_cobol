000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BANKIMP.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. BANK STATEMENT IMPORT. THE
000110*                  BANK'S DAILY BANKSTMT STATEMENT FILE REPLACES
000120*                  THE THREE HAND-SPLIT FEEDS. EACH ACCOUNT
000130*                  STATEMENT IS FIRST PROVED - OPENING BALANCE
000140*                  PLUS CREDITS LESS DEBITS MUST EQUAL THE CLOSING
000150*                  BALANCE, AND THE TRAILER COUNT AND TOTALS MUST
000160*                  AGREE - AND A STATEMENT THAT DOES NOT PROVE
000170*                  ROUTES NOTHING. EACH TRANSACTION IS THEN ROUTED
000180*                  BY ITS BANK TYPE CODE THROUGH THE BANKTCD CODE
000190*                  TABLE TO BANKRCPT FOR LOCKBOX, BANKCRED FOR
000200*                  DEPRECON OR DDRETF FOR DDRETURN, EACH FEED
000210*                  WRAPPED IN THE SHOP-STANDARD CTLREC HEADER AND
000220*                  TRAILER FOR FILECTL. A TRANSACTION THAT CANNOT
000230*                  BE ROUTED GOES TO THE BNKSUSP SUSPENSE REPORT.
000240*                  BANKIRPT SHOWS THE PROOF AND TIES THE ROUTED
000250*                  AND SUSPENSE TOTALS BACK TO THE STATEMENT.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM.
000300 OBJECT-COMPUTER. IBM.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BANKSTMT ASSIGN TO "BANKSTMT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-STMT-STATUS.
000360     SELECT BANKTCD ASSIGN TO "BANKTCD"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TCD-STATUS.
000390     SELECT BANKRCPT ASSIGN TO "BANKRCPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT BANKCRED ASSIGN TO "BANKCRED"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT DDRETF ASSIGN TO "DDRETF"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT BNKSUSP ASSIGN TO "BNKSUSP"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT BANKIRPT ASSIGN TO "BANKIRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  BANKSTMT
000520     RECORDING MODE IS F.
000530 01  BANKSTMT-REC                 PIC X(120).

000540 FD  BANKTCD
000550     RECORDING MODE IS F.
000560 01  BANKTCD-REC.
000570     05  TK-TYPE-CODE             PIC X(03).
000580     05  FILLER                   PIC X(01).
000590     05  TK-DRCR                  PIC X(01).
000600     05  FILLER                   PIC X(01).
000610     05  TK-FEED                  PIC X(08).
000620     05  FILLER                   PIC X(01).
000630     05  TK-DESC                  PIC X(30).
000640     05  FILLER                   PIC X(35).

000650 FD  BANKRCPT
000660     RECORDING MODE IS F.
000670 01  BANKRCPT-REC.
000680     05  BK-REFERENCE             PIC X(10).
000690     05  FILLER                   PIC X(01).
000700     05  BK-AMOUNT                PIC 9(09).
000710     05  FILLER                   PIC X(01).
000720     05  BK-PAY-DATE              PIC 9(06).
000730     05  FILLER                   PIC X(01).
000740     05  BK-REMITTER              PIC X(30).
000750     05  FILLER                   PIC X(22).

000760 FD  BANKCRED
000770     RECORDING MODE IS F.
000780 01  BANKCRED-REC.
000790     05  BC-DEPOSIT-REF           PIC X(10).
000800     05  FILLER                   PIC X(01).
000810     05  BC-AMOUNT                PIC 9(11).
000820     05  FILLER                   PIC X(01).
000830     05  BC-CREDIT-DATE           PIC 9(06).
000840     05  FILLER                   PIC X(51).

000850 FD  DDRETF
000860     RECORDING MODE IS F.
000870 01  DDRETF-REC.
000880     05  DR-POLICY-ID             PIC X(10).
000890     05  FILLER                   PIC X(01).
000900     05  DR-AMOUNT                PIC 9(09).
000910     05  FILLER                   PIC X(01).
000920     05  DR-RETURN-DATE           PIC 9(06).
000930     05  FILLER                   PIC X(01).
000940     05  DR-REASON                PIC X(20).
000950     05  FILLER                   PIC X(32).

000960 FD  BNKSUSP
000970     RECORDING MODE IS F.
000980 01  BNKSUSP-REC                  PIC X(132).

000990 FD  BANKIRPT
001000     RECORDING MODE IS F.
001010 01  BANKIRPT-REC                 PIC X(80).

001020 WORKING-STORAGE SECTION.
001030 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001040     88  WS-EOF                             VALUE "Y".
001050 77  WS-ACCT-SW                   PIC X(01) VALUE "N".
001060     88  WS-IN-ACCOUNT                      VALUE "Y".
001070 77  WS-PROOF-SW                  PIC X(01) VALUE "N".
001080     88  WS-PROOF-FAILED                    VALUE "Y".
001090 77  WS-ACCT-PROOF-SW             PIC X(01) VALUE "N".
001100     88  WS-ACCT-FAILED                     VALUE "Y".
001110 77  WS-STMT-STATUS               PIC X(02) VALUE SPACES.
001120 77  WS-TCD-STATUS                PIC X(02) VALUE SPACES.
001130 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001140 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001150 77  WS-FILE-DATE                 PIC 9(08) VALUE ZERO.
001160 77  WS-ACCT-DATE                 PIC 9(08) VALUE ZERO.
001170 77  WS-FEED-DATE                 PIC 9(06) VALUE ZERO.
001180 77  WS-ACCOUNT                   PIC X(12) VALUE SPACES.
001190 77  WS-C                         PIC 9(05) COMP.
001200 77  WS-CODE-IDX                  PIC 9(05) VALUE ZERO COMP.
001210 77  WS-ACCT-COUNT                PIC 9(05) VALUE ZERO COMP.
001220 77  WS-OPEN-BALANCE              PIC S9(15) VALUE ZERO.
001230 77  WS-CALC-CLOSE                PIC S9(15) VALUE ZERO.
001240 77  WS-ACCT-CREDITS              PIC 9(15) VALUE ZERO.
001250 77  WS-ACCT-DEBITS               PIC 9(15) VALUE ZERO.
001260 77  WS-ACCT-TXNS                 PIC 9(07) VALUE ZERO.
001270 77  WS-STMT-CR-COUNT             PIC 9(09) VALUE ZERO.
001280 77  WS-STMT-CR-TOTAL             PIC 9(15) VALUE ZERO.
001290 77  WS-STMT-DR-COUNT             PIC 9(09) VALUE ZERO.
001300 77  WS-STMT-DR-TOTAL             PIC 9(15) VALUE ZERO.
001310 77  WS-LBX-COUNT                 PIC 9(09) VALUE ZERO.
001320 77  WS-LBX-HASH                  PIC 9(15) VALUE ZERO.
001330 77  WS-DEP-COUNT                 PIC 9(09) VALUE ZERO.
001340 77  WS-DEP-HASH                  PIC 9(15) VALUE ZERO.
001350 77  WS-DDR-COUNT                 PIC 9(09) VALUE ZERO.
001360 77  WS-DDR-HASH                  PIC 9(15) VALUE ZERO.
001370 77  WS-SUSP-CR-COUNT             PIC 9(09) VALUE ZERO.
001380 77  WS-SUSP-CR-TOTAL             PIC 9(15) VALUE ZERO.
001390 77  WS-SUSP-DR-COUNT             PIC 9(09) VALUE ZERO.
001400 77  WS-SUSP-DR-TOTAL             PIC 9(15) VALUE ZERO.
001410 77  WS-ROUTE-COUNT               PIC 9(09) VALUE ZERO.
001420 77  WS-ROUTE-TOTAL               PIC 9(15) VALUE ZERO.

001430 01  WS-CODE-TABLE.
001440     05  WS-CODE-COUNT            PIC 9(05) VALUE ZERO COMP.
001450     05  CD-ENTRY OCCURS 100 TIMES
001460                  INDEXED BY CD-IDX.
001470         10  CD-TYPE-CODE         PIC X(03).
001480         10  CD-DRCR              PIC X(01).
001490         10  CD-FEED              PIC X(08).

001500 COPY BANKSTMT.
001510 COPY CTLREC.
001520 COPY DATXLINK.
001530 COPY RPTHDR.

001540 01  WS-TITLE-LINE.
001550     05  FILLER                  PIC X(41) VALUE
001560         "BANK STATEMENT IMPORT - PROOF AND ROUTING".
001570     05  FILLER                  PIC X(39) VALUE SPACES.

001580 01  WS-PROOF-HEAD.
001590     05  FILLER                  PIC X(20) VALUE "ACCOUNT".
001600     05  FILLER                  PIC X(07) VALUE "OPENING".
001610     05  FILLER                  PIC X(07) VALUE SPACES.
001620     05  FILLER                  PIC X(07) VALUE "CREDITS".
001630     05  FILLER                  PIC X(08) VALUE SPACES.
001640     05  FILLER                  PIC X(06) VALUE "DEBITS".
001650     05  FILLER                  PIC X(08) VALUE SPACES.
001660     05  FILLER                  PIC X(07) VALUE "CLOSING".
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  FILLER                  PIC X(09) VALUE "RESULT".

001690 01  WS-PROOF-LINE.
001700     05  PL-ACCOUNT               PIC X(12).
001710     05  FILLER                  PIC X(01) VALUE SPACES.
001720     05  PL-OPEN-BALANCE          PIC -(13)9.
001730     05  FILLER                  PIC X(01) VALUE SPACES.
001740     05  PL-CREDITS               PIC Z(12)9.
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001760     05  PL-DEBITS                PIC Z(12)9.
001770     05  FILLER                  PIC X(01) VALUE SPACES.
001780     05  PL-CLOSE-BALANCE         PIC -(13)9.
001790     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  PL-RESULT                PIC X(09).

001810 01  WS-BREAK-LINE.
001820     05  FILLER                  PIC X(04) VALUE SPACES.
001830     05  BL-ACCOUNT               PIC X(12).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  BL-REASON                PIC X(40).
001860     05  FILLER                  PIC X(22) VALUE SPACES.

001870 01  WS-ROUTE-HEAD.
001880     05  FILLER                  PIC X(10) VALUE "FEED".
001890     05  FILLER                  PIC X(10) VALUE "FILE".
001900     05  FILLER                  PIC X(06) VALUE "DR/CR".
001910     05  FILLER                  PIC X(09) VALUE "  RECORDS".
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  FILLER                  PIC X(15) VALUE
001940         "         AMOUNT".
001950     05  FILLER                  PIC X(28) VALUE SPACES.

001960 01  WS-ROUTE-LINE.
001970     05  TL-FEED                  PIC X(10).
001980     05  TL-FILE                  PIC X(10).
001990     05  TL-DRCR                  PIC X(02).
002000     05  FILLER                  PIC X(04) VALUE SPACES.
002010     05  TL-COUNT                 PIC Z(08)9.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  TL-AMOUNT                PIC Z(14)9.
002040     05  FILLER                  PIC X(28) VALUE SPACES.

002050 01  WS-TIE-LINE                  PIC X(80) VALUE SPACES.

002060 01  WS-SUSP-TITLE.
002070     05  FILLER                  PIC X(42) VALUE
002080         "BANK STATEMENT SUSPENSE - ITEMS NOT ROUTED".
002090     05  FILLER                  PIC X(90) VALUE SPACES.

002100 01  WS-SUSP-HEAD.
002110     05  FILLER                  PIC X(14) VALUE "ACCOUNT".
002120     05  FILLER                  PIC X(05) VALUE "TYP".
002130     05  FILLER                  PIC X(03) VALUE "D".
002140     05  FILLER                  PIC X(13) VALUE "     AMOUNT".
002150     05  FILLER                  PIC X(10) VALUE "VAL DATE".
002160     05  FILLER                  PIC X(18) VALUE "BANK REFERENCE".
002170     05  FILLER                  PIC X(12) VALUE "CUST REF".
002180     05  FILLER                  PIC X(32) VALUE "REASON".
002190     05  FILLER                  PIC X(25) VALUE "NARRATIVE".

002200 01  WS-SUSP-LINE.
002210     05  SD-ACCOUNT               PIC X(12).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  SD-TYPE-CODE             PIC X(03).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  SD-DRCR                  PIC X(01).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  SD-AMOUNT                PIC Z(10)9.
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  SD-VALUE-DATE            PIC 9(08).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  SD-BANK-REF              PIC X(16).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  SD-CUST-REF              PIC X(10).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  SD-REASON                PIC X(30).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  SD-NARRATIVE             PIC X(25).

002380 01  WS-SUSP-SUMMARY.
002390     05  FILLER                  PIC X(16) VALUE
002400         "SUSPENSE ITEMS: ".
002410     05  SS-COUNT                 PIC ZZZZZZZZ9.
002420     05  FILLER                  PIC X(11) VALUE "  CREDITS: ".
002430     05  SS-CREDITS               PIC Z(14)9.
002440     05  FILLER                  PIC X(10) VALUE "  DEBITS: ".
002450     05  SS-DEBITS                PIC Z(14)9.
002460     05  FILLER                  PIC X(56) VALUE SPACES.

002470 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002480 PROCEDURE DIVISION.
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     PERFORM 2000-PROVE-STATEMENT THRU 2000-EXIT.
002520     PERFORM 3000-ROUTE-STATEMENT THRU 3000-EXIT.
002530     PERFORM 4000-FINALIZE THRU 4000-EXIT.
002540     STOP RUN.

002550*----------------------------------------------------------------
002560* 1000-INITIALIZE - LOAD THE BANKTCD TYPE-CODE TABLE. EACH ENTRY
002570*                   NAMES A BANK TRANSACTION CODE, WHETHER IT IS A
002580*                   CREDIT OR A DEBIT, AND THE FEED IT GOES TO.
002590*                   WITHOUT THE TABLE NOTHING CAN BE ROUTED.
002600*----------------------------------------------------------------
002610 1000-INITIALIZE.
002620     ACCEPT WS-RUN-DATE FROM DATE.
002630     ACCEPT WS-RUN-TIME FROM TIME.
002640     OPEN OUTPUT BANKIRPT.
002650     MOVE "BANKIMP" TO RH-PROGRAM-ID.
002660     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002670     MOVE WS-RUN-TIME TO RH-RUN-ID.
002680     MOVE 1 TO RH-PAGE-NUMBER.
002690     WRITE BANKIRPT-REC FROM RH-REPORT-HEADER.
002700     WRITE BANKIRPT-REC FROM WS-TITLE-LINE.
002710     WRITE BANKIRPT-REC FROM WS-BLANK-LINE.
002720     WRITE BANKIRPT-REC FROM WS-PROOF-HEAD.
002730     OPEN INPUT BANKTCD.
002740     IF WS-TCD-STATUS NOT = "00"
002750         DISPLAY "BANKIMP - BANKTCD OPEN FAILED, STATUS "
002760             WS-TCD-STATUS " - RUN ABORTED"
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     PERFORM 1100-LOAD-CODE THRU 1100-EXIT
002810         UNTIL WS-EOF.
002820     CLOSE BANKTCD.
002830     MOVE "N" TO WS-EOF-SW.
002840     IF WS-CODE-COUNT = ZERO
002850         DISPLAY "BANKIMP - BANKTCD HOLDS NO TYPE CODES - RUN "
002860             "ABORTED"
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900 1000-EXIT.
002910     EXIT.

002920 1100-LOAD-CODE.
002930     READ BANKTCD
002940         AT END
002950             SET WS-EOF TO TRUE
002960             GO TO 1100-EXIT
002970     END-READ.
002980     IF (TK-DRCR NOT = "C" AND TK-DRCR NOT = "D")
002990             OR (TK-FEED NOT = "LOCKBOX"
003000                 AND TK-FEED NOT = "DEPOSIT"
003010                 AND TK-FEED NOT = "DDRETURN")
003020         DISPLAY "BANKIMP - BANKTCD ENTRY " TK-TYPE-CODE
003030             " IS INVALID - RUN ABORTED"
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     MOVE TK-TYPE-CODE TO BS-TYPE-CODE.
003080     PERFORM 8500-FIND-CODE THRU 8500-EXIT.
003090     IF WS-CODE-IDX > ZERO
003100         DISPLAY "BANKIMP - BANKTCD ENTRY " TK-TYPE-CODE
003110             " IS DUPLICATED - RUN ABORTED"
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     IF WS-CODE-COUNT >= 100
003160         DISPLAY "BANKIMP - BANKTCD EXCEEDS THE 100-CODE TABLE - "
003170             "RUN ABORTED"
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     ADD 1 TO WS-CODE-COUNT.
003220     SET CD-IDX TO WS-CODE-COUNT.
003230     MOVE TK-TYPE-CODE TO CD-TYPE-CODE(CD-IDX).
003240     MOVE TK-DRCR TO CD-DRCR(CD-IDX).
003250     MOVE TK-FEED TO CD-FEED(CD-IDX).
003260 1100-EXIT.
003270     EXIT.

003280*----------------------------------------------------------------
003290* 2000-PROVE-STATEMENT - FIRST PASS. EVERY ACCOUNT STATEMENT MUST
003300*                        PROVE BEFORE ANY FEED IS WRITTEN, SO A
003310*                        TRUNCATED OR GARBLED FILE NEVER REACHES
003320*                        LOCKBOX, DEPRECON OR DDRETURN. ON A
003330*                        FAILURE THE FEEDS ARE NOT OPENED AT ALL;
003340*                        THE CONSUMERS' FILECTL REPLAY CHECK THEN
003350*                        STOPS THEM REPROCESSING THE PRIOR DAY'S
003360*                        FEED.
003370*----------------------------------------------------------------
003380 2000-PROVE-STATEMENT.
003390     OPEN INPUT BANKSTMT.
003400     IF WS-STMT-STATUS NOT = "00"
003410         DISPLAY "BANKIMP - BANKSTMT OPEN FAILED, STATUS "
003420             WS-STMT-STATUS " - RUN ABORTED"
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460     PERFORM 2100-PROVE-ONE THRU 2100-EXIT
003470         UNTIL WS-EOF.
003480     CLOSE BANKSTMT.
003490     MOVE "N" TO WS-EOF-SW.
003500     IF WS-IN-ACCOUNT
003510         MOVE "LAST ACCOUNT HAS NO 49 TRAILER" TO BL-REASON
003520         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
003530     END-IF.
003540     IF WS-ACCT-COUNT = ZERO
003550         MOVE SPACES TO WS-ACCOUNT
003560         MOVE "NO ACCOUNT STATEMENT ON THE FILE" TO BL-REASON
003570         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
003580     END-IF.
003590     IF WS-PROOF-FAILED
003600         WRITE BANKIRPT-REC FROM WS-BLANK-LINE
003610         MOVE "STATEMENT FAILED ITS PROOF - NOTHING ROUTED"
003620             TO WS-TIE-LINE
003630         WRITE BANKIRPT-REC FROM WS-TIE-LINE
003640         CLOSE BANKIRPT
003650         DISPLAY "BANKIMP - BANKSTMT FAILED ITS BALANCE PROOF - "
003660             "RUN ABORTED"
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700 2000-EXIT.
003710     EXIT.

003720 2100-PROVE-ONE.
003730     READ BANKSTMT
003740         AT END
003750             SET WS-EOF TO TRUE
003760             GO TO 2100-EXIT
003770     END-READ.
003780     MOVE BANKSTMT-REC TO BS-STMT-RECORD.
003790     EVALUATE TRUE
003800         WHEN BS-ACCT-HEADER
003810             PERFORM 2200-START-ACCOUNT THRU 2200-EXIT
003820         WHEN BS-TRANSACTION
003830             PERFORM 2300-ADD-MOVEMENT THRU 2300-EXIT
003840         WHEN BS-ACCT-TRAILER
003850             PERFORM 2400-CLOSE-ACCOUNT THRU 2400-EXIT
003860         WHEN OTHER
003870             MOVE BS-ACCOUNT TO WS-ACCOUNT
003880             MOVE "UNKNOWN RECORD TYPE" TO BL-REASON
003890             PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
003900     END-EVALUATE.
003910 2100-EXIT.
003920     EXIT.

003930 2200-START-ACCOUNT.
003940     IF WS-IN-ACCOUNT
003950         MOVE "03 HEADER BEFORE THE PRIOR 49 TRAILER" TO BL-REASON
003960         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
003970     END-IF.
003980     MOVE BS-ACCOUNT TO WS-ACCOUNT.
003990     IF BS-STMT-DATE NOT NUMERIC OR BS-OPEN-BALANCE NOT NUMERIC
004000         MOVE "03 HEADER DATE OR BALANCE NOT NUMERIC" TO BL-REASON
004010         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
004020         MOVE "N" TO WS-ACCT-SW
004030         GO TO 2200-EXIT
004040     END-IF.
004050     IF WS-ACCT-COUNT = ZERO
004060         MOVE BS-STMT-DATE TO WS-FILE-DATE
004070     END-IF.
004080     ADD 1 TO WS-ACCT-COUNT.
004090     SET WS-IN-ACCOUNT TO TRUE.
004100     MOVE "N" TO WS-ACCT-PROOF-SW.
004110     MOVE BS-OPEN-BALANCE TO WS-OPEN-BALANCE.
004120     MOVE ZERO TO WS-ACCT-CREDITS.
004130     MOVE ZERO TO WS-ACCT-DEBITS.
004140     MOVE ZERO TO WS-ACCT-TXNS.
004150 2200-EXIT.
004160     EXIT.

004170 2300-ADD-MOVEMENT.
004180     IF NOT WS-IN-ACCOUNT
004190         MOVE BS-ACCOUNT TO WS-ACCOUNT
004200         MOVE "16 DETAIL OUTSIDE AN ACCOUNT" TO BL-REASON
004210         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
004220         GO TO 2300-EXIT
004230     END-IF.
004240     IF BS-ACCOUNT NOT = WS-ACCOUNT
004250         MOVE "16 DETAIL FOR ANOTHER ACCOUNT" TO BL-REASON
004260         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
004270         GO TO 2300-EXIT
004280     END-IF.
004290     IF BS-AMOUNT NOT NUMERIC
004300         MOVE "16 DETAIL AMOUNT NOT NUMERIC" TO BL-REASON
004310         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
004320         GO TO 2300-EXIT
004330     END-IF.
004340     EVALUATE TRUE
004350         WHEN BS-CREDIT
004360             ADD BS-AMOUNT TO WS-ACCT-CREDITS
004370         WHEN BS-DEBIT
004380             ADD BS-AMOUNT TO WS-ACCT-DEBITS
004390         WHEN OTHER
004400             MOVE "16 DETAIL NEITHER CREDIT NOR DEBIT"
004410                 TO BL-REASON
004420             PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
004430     END-EVALUATE.
004440     ADD 1 TO WS-ACCT-TXNS.
004450 2300-EXIT.
004460     EXIT.

004470*----------------------------------------------------------------
004480* 2400-CLOSE-ACCOUNT - THE 49 TRAILER. OPENING PLUS CREDITS LESS
004490*                      DEBITS MUST COME TO THE CLOSING BALANCE,
004500*                      AND THE BANK'S OWN COUNT AND TOTALS MUST
004510*                      MATCH WHAT WAS READ.
004520*----------------------------------------------------------------
004530 2400-CLOSE-ACCOUNT.
004540     IF NOT WS-IN-ACCOUNT OR BS-ACCOUNT NOT = WS-ACCOUNT
004550         MOVE BS-ACCOUNT TO WS-ACCOUNT
004560         MOVE "49 TRAILER WITHOUT ITS 03 HEADER" TO BL-REASON
004570         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
004580         MOVE "N" TO WS-ACCT-SW
004590         GO TO 2400-EXIT
004600     END-IF.
004610     MOVE "N" TO WS-ACCT-SW.
004620     IF BS-CLOSE-BALANCE NOT NUMERIC OR BS-TXN-COUNT NOT NUMERIC
004630             OR BS-CREDIT-TOTAL NOT NUMERIC
004640             OR BS-DEBIT-TOTAL NOT NUMERIC
004650         MOVE "49 TRAILER TOTALS NOT NUMERIC" TO BL-REASON
004660         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
004670         GO TO 2400-EXIT
004680     END-IF.
004690     COMPUTE WS-CALC-CLOSE = WS-OPEN-BALANCE + WS-ACCT-CREDITS
004700         - WS-ACCT-DEBITS.
004710     MOVE WS-ACCOUNT TO PL-ACCOUNT.
004720     MOVE WS-OPEN-BALANCE TO PL-OPEN-BALANCE.
004730     MOVE WS-ACCT-CREDITS TO PL-CREDITS.
004740     MOVE WS-ACCT-DEBITS TO PL-DEBITS.
004750     MOVE BS-CLOSE-BALANCE TO PL-CLOSE-BALANCE.
004760     IF WS-ACCT-FAILED
004770         MOVE "FAILED" TO PL-RESULT
004780     ELSE
004790         MOVE "PROVED" TO PL-RESULT
004800     END-IF.
004810     IF WS-CALC-CLOSE NOT = BS-CLOSE-BALANCE
004820             OR WS-ACCT-TXNS NOT = BS-TXN-COUNT
004830             OR WS-ACCT-CREDITS NOT = BS-CREDIT-TOTAL
004840             OR WS-ACCT-DEBITS NOT = BS-DEBIT-TOTAL
004850         MOVE "FAILED" TO PL-RESULT
004860     END-IF.
004870     WRITE BANKIRPT-REC FROM WS-PROOF-LINE.
004880     IF WS-CALC-CLOSE NOT = BS-CLOSE-BALANCE
004890         MOVE "OPENING PLUS MOVEMENTS NOT EQUAL CLOSING"
004900             TO BL-REASON
004910         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
004920     END-IF.
004930     IF WS-ACCT-TXNS NOT = BS-TXN-COUNT
004940         MOVE "TRAILER TRANSACTION COUNT DOES NOT AGREE"
004950             TO BL-REASON
004960         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
004970     END-IF.
004980     IF WS-ACCT-CREDITS NOT = BS-CREDIT-TOTAL
004990         MOVE "TRAILER CREDIT TOTAL DOES NOT AGREE" TO BL-REASON
005000         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
005010     END-IF.
005020     IF WS-ACCT-DEBITS NOT = BS-DEBIT-TOTAL
005030         MOVE "TRAILER DEBIT TOTAL DOES NOT AGREE" TO BL-REASON
005040         PERFORM 2900-PROOF-BREAK THRU 2900-EXIT
005050     END-IF.
005060 2400-EXIT.
005070     EXIT.

005080 2900-PROOF-BREAK.
005090     SET WS-PROOF-FAILED TO TRUE.
005100     SET WS-ACCT-FAILED TO TRUE.
005110     MOVE WS-ACCOUNT TO BL-ACCOUNT.
005120     WRITE BANKIRPT-REC FROM WS-BREAK-LINE.
005130 2900-EXIT.
005140     EXIT.

005150*----------------------------------------------------------------
005160* 3000-ROUTE-STATEMENT - SECOND PASS. THE STATEMENT HAS PROVED, SO
005170*                        EVERY 16 DETAIL GOES TO EXACTLY ONE FEED
005180*                        OR TO SUSPENSE. EACH FEED CARRIES THE
005190*                        STATEMENT DATE IN ITS CTLREC HEADER.
005200*----------------------------------------------------------------
005210 3000-ROUTE-STATEMENT.
005220     OPEN OUTPUT BANKRCPT
005230          OUTPUT BANKCRED
005240          OUTPUT DDRETF
005250          OUTPUT BNKSUSP.
005260     MOVE SPACES TO CT-CONTROL-RECORD.
005270     MOVE "HDR" TO CT-RECORD-TYPE.
005280     MOVE WS-FILE-DATE TO CT-FILE-DATE.
005290     MOVE ZERO TO CT-RECORD-COUNT.
005300     MOVE ZERO TO CT-HASH-TOTAL.
005310     WRITE BANKRCPT-REC FROM CT-CONTROL-RECORD.
005320     WRITE BANKCRED-REC FROM CT-CONTROL-RECORD.
005330     WRITE DDRETF-REC FROM CT-CONTROL-RECORD.
005340     WRITE BNKSUSP-REC FROM RH-REPORT-HEADER.
005350     WRITE BNKSUSP-REC FROM WS-SUSP-TITLE.
005360     WRITE BNKSUSP-REC FROM WS-BLANK-LINE.
005370     WRITE BNKSUSP-REC FROM WS-SUSP-HEAD.
005380     OPEN INPUT BANKSTMT.
005390     PERFORM 3100-ROUTE-ONE THRU 3100-EXIT
005400         UNTIL WS-EOF.
005410     CLOSE BANKSTMT.
005420 3000-EXIT.
005430     EXIT.

005440 3100-ROUTE-ONE.
005450     READ BANKSTMT
005460         AT END
005470             SET WS-EOF TO TRUE
005480             GO TO 3100-EXIT
005490     END-READ.
005500     MOVE BANKSTMT-REC TO BS-STMT-RECORD.
005510     IF BS-ACCT-HEADER
005520         MOVE BS-STMT-DATE TO WS-ACCT-DATE
005530         GO TO 3100-EXIT
005540     END-IF.
005550     IF NOT BS-TRANSACTION
005560         GO TO 3100-EXIT
005570     END-IF.
005580     IF BS-CREDIT
005590         ADD 1 TO WS-STMT-CR-COUNT
005600         ADD BS-AMOUNT TO WS-STMT-CR-TOTAL
005610     ELSE
005620         ADD 1 TO WS-STMT-DR-COUNT
005630         ADD BS-AMOUNT TO WS-STMT-DR-TOTAL
005640     END-IF.
005650     PERFORM 8500-FIND-CODE THRU 8500-EXIT.
005660     IF WS-CODE-IDX = ZERO
005670         MOVE "UNKNOWN TYPE CODE" TO SD-REASON
005680         PERFORM 3800-WRITE-SUSPENSE THRU 3800-EXIT
005690         GO TO 3100-EXIT
005700     END-IF.
005710     SET CD-IDX TO WS-CODE-IDX.
005720     IF CD-DRCR(CD-IDX) NOT = BS-DRCR
005730         MOVE "WRONG DIRECTION FOR TYPE CODE" TO SD-REASON
005740         PERFORM 3800-WRITE-SUSPENSE THRU 3800-EXIT
005750         GO TO 3100-EXIT
005760     END-IF.
005770     PERFORM 3900-FEED-DATE THRU 3900-EXIT.
005780     EVALUATE CD-FEED(CD-IDX)
005790         WHEN "LOCKBOX"
005800             PERFORM 3300-WRITE-LOCKBOX THRU 3300-EXIT
005810         WHEN "DEPOSIT"
005820             PERFORM 3400-WRITE-DEPOSIT THRU 3400-EXIT
005830         WHEN "DDRETURN"
005840             PERFORM 3500-WRITE-DDRETURN THRU 3500-EXIT
005850     END-EVALUATE.
005860 3100-EXIT.
005870     EXIT.

005880*----------------------------------------------------------------
005890* 3300-WRITE-LOCKBOX - A LOCKBOX CREDIT. THE PAYER'S REFERENCE IS
005900*                      WHAT LOCKBOX MATCHES AS A POLICY ID; THE
005910*                      NARRATIVE CARRIES THE REMITTER.
005920*----------------------------------------------------------------
005930 3300-WRITE-LOCKBOX.
005940     IF BS-AMOUNT > 999999999
005950         MOVE "AMOUNT TOO LARGE FOR BANKRCPT" TO SD-REASON
005960         PERFORM 3800-WRITE-SUSPENSE THRU 3800-EXIT
005970         GO TO 3300-EXIT
005980     END-IF.
005990     MOVE SPACES TO BANKRCPT-REC.
006000     MOVE BS-CUST-REF TO BK-REFERENCE.
006010     MOVE BS-AMOUNT TO BK-AMOUNT.
006020     MOVE WS-FEED-DATE TO BK-PAY-DATE.
006030     MOVE BS-NARRATIVE TO BK-REMITTER.
006040     WRITE BANKRCPT-REC.
006050     ADD 1 TO WS-LBX-COUNT.
006060     ADD BS-AMOUNT TO WS-LBX-HASH.
006070 3300-EXIT.
006080     EXIT.

006090*----------------------------------------------------------------
006100* 3400-WRITE-DEPOSIT - A BRANCH DEPOSIT CREDIT FOR DEPRECON. THE
006110*                      DEPOSITOR'S REFERENCE IS THE DEPOSIT SLIP;
006120*                      WITHOUT ONE THE BANK'S OWN REFERENCE IS
006130*                      PASSED SO THE BANK ADJUSTMENT DEPRECON
006140*                      REPORTS CAN BE TRACED.
006150*----------------------------------------------------------------
006160 3400-WRITE-DEPOSIT.
006170     MOVE SPACES TO BANKCRED-REC.
006180     IF BS-CUST-REF = SPACES
006190         MOVE BS-BANK-REF TO BC-DEPOSIT-REF
006200     ELSE
006210         MOVE BS-CUST-REF TO BC-DEPOSIT-REF
006220     END-IF.
006230     MOVE BS-AMOUNT TO BC-AMOUNT.
006240     MOVE WS-FEED-DATE TO BC-CREDIT-DATE.
006250     WRITE BANKCRED-REC.
006260     ADD 1 TO WS-DEP-COUNT.
006270     ADD BS-AMOUNT TO WS-DEP-HASH.
006280 3400-EXIT.
006290     EXIT.

006300*----------------------------------------------------------------
006310* 3500-WRITE-DDRETURN - A RETURNED DIRECT DEBIT. DDRETURN REVERSES
006320*                       THE COLLECTION BY POLICY, SO A RETURN WITH
006330*                       NO POLICY REFERENCE CANNOT GO THROUGH.
006340*----------------------------------------------------------------
006350 3500-WRITE-DDRETURN.
006360     IF BS-CUST-REF = SPACES
006370         MOVE "NO POLICY REFERENCE ON RETURN" TO SD-REASON
006380         PERFORM 3800-WRITE-SUSPENSE THRU 3800-EXIT
006390         GO TO 3500-EXIT
006400     END-IF.
006410     IF BS-AMOUNT > 999999999
006420         MOVE "AMOUNT TOO LARGE FOR DDRETF" TO SD-REASON
006430         PERFORM 3800-WRITE-SUSPENSE THRU 3800-EXIT
006440         GO TO 3500-EXIT
006450     END-IF.
006460     MOVE SPACES TO DDRETF-REC.
006470     MOVE BS-CUST-REF TO DR-POLICY-ID.
006480     MOVE BS-AMOUNT TO DR-AMOUNT.
006490     MOVE WS-FEED-DATE TO DR-RETURN-DATE.
006500     MOVE BS-NARRATIVE TO DR-REASON.
006510     WRITE DDRETF-REC.
006520     ADD 1 TO WS-DDR-COUNT.
006530     ADD BS-AMOUNT TO WS-DDR-HASH.
006540 3500-EXIT.
006550     EXIT.

006560 3800-WRITE-SUSPENSE.
006570     IF BS-CREDIT
006580         ADD 1 TO WS-SUSP-CR-COUNT
006590         ADD BS-AMOUNT TO WS-SUSP-CR-TOTAL
006600     ELSE
006610         ADD 1 TO WS-SUSP-DR-COUNT
006620         ADD BS-AMOUNT TO WS-SUSP-DR-TOTAL
006630     END-IF.
006640     MOVE BS-ACCOUNT TO SD-ACCOUNT.
006650     MOVE BS-TYPE-CODE TO SD-TYPE-CODE.
006660     MOVE BS-DRCR TO SD-DRCR.
006670     MOVE BS-AMOUNT TO SD-AMOUNT.
006680     MOVE BS-VALUE-DATE TO SD-VALUE-DATE.
006690     MOVE BS-BANK-REF TO SD-BANK-REF.
006700     MOVE BS-CUST-REF TO SD-CUST-REF.
006710     MOVE BS-NARRATIVE TO SD-NARRATIVE.
006720     WRITE BNKSUSP-REC FROM WS-SUSP-LINE.
006730 3800-EXIT.
006740     EXIT.

006750*----------------------------------------------------------------
006760* 3900-FEED-DATE - THE CONSUMING JOBS CARRY SIX-DIGIT DATES. THE
006770*                  VALUE DATE IS TRIMMED THROUGH DATEXPND; A
006780*                  DETAIL WITH NO VALUE DATE TAKES ITS STATEMENT
006790*                  DATE.
006800*----------------------------------------------------------------
006810 3900-FEED-DATE.
006820     MOVE "TRIM " TO DX-ACTION.
006830     IF BS-VALUE-DATE NUMERIC AND BS-VALUE-DATE > ZERO
006840         MOVE BS-VALUE-DATE TO DX-DATE-CCYYMMDD
006850     ELSE
006860         MOVE WS-ACCT-DATE TO DX-DATE-CCYYMMDD
006870     END-IF.
006880     CALL "DATEXPND" USING DATEXPND-PARMS.
006890     MOVE DX-DATE-YYMMDD TO WS-FEED-DATE.
006900 3900-EXIT.
006910     EXIT.

006920*----------------------------------------------------------------
006930* 4000-FINALIZE - CLOSE EACH FEED WITH ITS CTLREC TRAILER, THEN
006940*                 TIE THE ROUTED AND SUSPENSE TOTALS BACK TO THE
006950*                 STATEMENT - CREDITS AND DEBITS SEPARATELY. A
006960*                 FAILED TIE-OUT ENDS THE STEP WITH RETURN CODE 8.
006970*----------------------------------------------------------------
006980 4000-FINALIZE.
006990     MOVE SPACES TO CT-CONTROL-RECORD.
007000     MOVE "TRL" TO CT-RECORD-TYPE.
007010     MOVE ZERO TO CT-FILE-DATE.
007020     MOVE WS-LBX-COUNT TO CT-RECORD-COUNT.
007030     MOVE WS-LBX-HASH TO CT-HASH-TOTAL.
007040     WRITE BANKRCPT-REC FROM CT-CONTROL-RECORD.
007050     MOVE WS-DEP-COUNT TO CT-RECORD-COUNT.
007060     MOVE WS-DEP-HASH TO CT-HASH-TOTAL.
007070     WRITE BANKCRED-REC FROM CT-CONTROL-RECORD.
007080     MOVE WS-DDR-COUNT TO CT-RECORD-COUNT.
007090     MOVE WS-DDR-HASH TO CT-HASH-TOTAL.
007100     WRITE DDRETF-REC FROM CT-CONTROL-RECORD.
007110     CLOSE BANKRCPT
007120           BANKCRED
007130           DDRETF.
007140     COMPUTE SS-COUNT = WS-SUSP-CR-COUNT + WS-SUSP-DR-COUNT.
007150     MOVE WS-SUSP-CR-TOTAL TO SS-CREDITS.
007160     MOVE WS-SUSP-DR-TOTAL TO SS-DEBITS.
007170     WRITE BNKSUSP-REC FROM WS-BLANK-LINE.
007180     WRITE BNKSUSP-REC FROM WS-SUSP-SUMMARY.
007190     CLOSE BNKSUSP.
007200     WRITE BANKIRPT-REC FROM WS-BLANK-LINE.
007210     WRITE BANKIRPT-REC FROM WS-ROUTE-HEAD.
007220     MOVE "LOCKBOX" TO TL-FEED.
007230     MOVE "BANKRCPT" TO TL-FILE.
007240     MOVE "CR" TO TL-DRCR.
007250     MOVE WS-LBX-COUNT TO TL-COUNT.
007260     MOVE WS-LBX-HASH TO TL-AMOUNT.
007270     WRITE BANKIRPT-REC FROM WS-ROUTE-LINE.
007280     MOVE "DEPRECON" TO TL-FEED.
007290     MOVE "BANKCRED" TO TL-FILE.
007300     MOVE WS-DEP-COUNT TO TL-COUNT.
007310     MOVE WS-DEP-HASH TO TL-AMOUNT.
007320     WRITE BANKIRPT-REC FROM WS-ROUTE-LINE.
007330     MOVE "SUSPENSE" TO TL-FEED.
007340     MOVE "BNKSUSP" TO TL-FILE.
007350     MOVE WS-SUSP-CR-COUNT TO TL-COUNT.
007360     MOVE WS-SUSP-CR-TOTAL TO TL-AMOUNT.
007370     WRITE BANKIRPT-REC FROM WS-ROUTE-LINE.
007380     MOVE "STATEMENT" TO TL-FEED.
007390     MOVE "BANKSTMT" TO TL-FILE.
007400     MOVE WS-STMT-CR-COUNT TO TL-COUNT.
007410     MOVE WS-STMT-CR-TOTAL TO TL-AMOUNT.
007420     WRITE BANKIRPT-REC FROM WS-ROUTE-LINE.
007430     MOVE "DDRETURN" TO TL-FEED.
007440     MOVE "DDRETF" TO TL-FILE.
007450     MOVE "DR" TO TL-DRCR.
007460     MOVE WS-DDR-COUNT TO TL-COUNT.
007470     MOVE WS-DDR-HASH TO TL-AMOUNT.
007480     WRITE BANKIRPT-REC FROM WS-ROUTE-LINE.
007490     MOVE "SUSPENSE" TO TL-FEED.
007500     MOVE "BNKSUSP" TO TL-FILE.
007510     MOVE WS-SUSP-DR-COUNT TO TL-COUNT.
007520     MOVE WS-SUSP-DR-TOTAL TO TL-AMOUNT.
007530     WRITE BANKIRPT-REC FROM WS-ROUTE-LINE.
007540     MOVE "STATEMENT" TO TL-FEED.
007550     MOVE "BANKSTMT" TO TL-FILE.
007560     MOVE WS-STMT-DR-COUNT TO TL-COUNT.
007570     MOVE WS-STMT-DR-TOTAL TO TL-AMOUNT.
007580     WRITE BANKIRPT-REC FROM WS-ROUTE-LINE.
007590     WRITE BANKIRPT-REC FROM WS-BLANK-LINE.
007600     COMPUTE WS-ROUTE-COUNT = WS-LBX-COUNT + WS-DEP-COUNT
007610         + WS-SUSP-CR-COUNT.
007620     COMPUTE WS-ROUTE-TOTAL = WS-LBX-HASH + WS-DEP-HASH
007630         + WS-SUSP-CR-TOTAL.
007640     IF WS-ROUTE-COUNT = WS-STMT-CR-COUNT
007650             AND WS-ROUTE-TOTAL = WS-STMT-CR-TOTAL
007660             AND WS-DDR-COUNT + WS-SUSP-DR-COUNT
007670                 = WS-STMT-DR-COUNT
007680             AND WS-DDR-HASH + WS-SUSP-DR-TOTAL
007690                 = WS-STMT-DR-TOTAL
007700         MOVE "ROUTED AND SUSPENSE TOTALS TIE TO THE STATEMENT"
007710             TO WS-TIE-LINE
007720     ELSE
007730         MOVE "*** ROUTED TOTALS DO NOT TIE TO THE STATEMENT ***"
007740             TO WS-TIE-LINE
007750         DISPLAY "BANKIMP - ROUTED TOTALS DO NOT TIE TO BANKSTMT"
007760         MOVE 8 TO RETURN-CODE
007770     END-IF.
007780     WRITE BANKIRPT-REC FROM WS-TIE-LINE.
007790     CLOSE BANKIRPT.
007800 4000-EXIT.
007810     EXIT.

007820*----------------------------------------------------------------
007830* 8500-FIND-CODE - LOOK UP BS-TYPE-CODE IN THE BANKTCD TABLE.
007840*                  WS-CODE-IDX IS ZERO WHEN IT IS NOT THERE.
007850*----------------------------------------------------------------
007860 8500-FIND-CODE.
007870     MOVE ZERO TO WS-CODE-IDX.
007880     PERFORM 8510-MATCH-CODE THRU 8510-EXIT
007890         VARYING WS-C FROM 1 BY 1
007900         UNTIL WS-C > WS-CODE-COUNT OR WS-CODE-IDX > ZERO.
007910 8500-EXIT.
007920     EXIT.

007930 8510-MATCH-CODE.
007940     IF CD-TYPE-CODE(WS-C) = BS-TYPE-CODE
007950         MOVE WS-C TO WS-CODE-IDX
007960     END-IF.
007970 8510-EXIT.
007980     EXIT.
