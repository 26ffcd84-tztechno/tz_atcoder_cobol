000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAXPAY.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. LAND SURVEY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. PROPERTY-TAX RECEIPT POSTING.
000110*                  EACH TAXRCPT CARD (OWNER, TAX YEAR, AMOUNT,
000120*                  RECEIPT DATE, RECEIPT NUMBER) IS POSTED TO THE
000130*                  OWNER'S BILL FOR THAT YEAR ON TAXBILL, SETTLING
000140*                  ANY PENALTY FIRST AND THEN THE INSTALLMENTS IN
000150*                  ORDER. A BILL WHOSE BALANCE REACHES ZERO IS
000160*                  MARKED PAID IN FULL. A RECEIPT THAT CANNOT BE
000170*                  POSTED - NO SUCH BILL, BILL ALREADY PAID, MORE
000180*                  THAN THE BALANCE DUE, BAD AMOUNT OR DATE - GOES
000190*                  TO TAXPREJ IN THE SHARED REJECTREC LAYOUT AND
000200*                  THE BILL IS LEFT AS IT WAS. TAXPYRPT LISTS
000210*                  EVERY RECEIPT.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM.
000260 OBJECT-COMPUTER. IBM.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TAXRCPT ASSIGN TO "TAXRCPT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-RCPT-STATUS.
000320     SELECT TAXBILL ASSIGN TO "TAXBILL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-BILL-STATUS.
000350     SELECT TAXPREJ ASSIGN TO "TAXPREJ"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT TAXPYRPT ASSIGN TO "TAXPYRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.

000390 DATA DIVISION.
000400 FILE SECTION.
000410*    A BLANK RECEIPT DATE TAKES THE RUN DATE.
000420 FD  TAXRCPT
000430     RECORDING MODE IS F.
000440 01  TAXRCPT-REC.
000450     05  TR-OWNER                 PIC X(06).
000460     05  FILLER                   PIC X(01).
000470     05  TR-TAX-YEAR              PIC 9(04).
000480     05  FILLER                   PIC X(01).
000490     05  TR-AMOUNT                PIC 9(09)V99.
000500     05  FILLER                   PIC X(01).
000510     05  TR-RCPT-DATE             PIC X(08).
000520     05  TR-RCPT-DATE-NUM REDEFINES TR-RCPT-DATE
000530                                  PIC 9(08).
000540     05  FILLER                   PIC X(01).
000550     05  TR-RECEIPT-ID            PIC X(10).
000560     05  FILLER                   PIC X(37).

000570 FD  TAXBILL
000580     RECORDING MODE IS F.
000590 01  TAXBILL-REC                  PIC X(150).

000600 FD  TAXPREJ
000610     RECORDING MODE IS F.
000620 01  TAXPREJ-REC                  PIC X(80).

000630 FD  TAXPYRPT
000640     RECORDING MODE IS F.
000650 01  TAXPYRPT-REC                 PIC X(80).

000660 WORKING-STORAGE SECTION.
000670 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000680     88  WS-EOF                             VALUE "Y".
000690 77  WS-RCPT-STATUS               PIC X(02) VALUE SPACES.
000700 77  WS-BILL-STATUS               PIC X(02) VALUE SPACES.
000710 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000720 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000730 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000740 77  WS-B                         PIC 9(05) COMP.
000750 77  WS-BL-IDX                    PIC 9(05) VALUE ZERO COMP.
000760 77  WS-RCPT-DATE                 PIC 9(08) VALUE ZERO.
000770 77  WS-BALANCE-DUE               PIC 9(11)V99 VALUE ZERO.
000780 77  WS-REASON                    PIC X(40) VALUE SPACES.
000790 77  WS-POSTED-COUNT              PIC 9(05) VALUE ZERO COMP.
000800 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
000810 77  WS-SETTLED-COUNT             PIC 9(05) VALUE ZERO COMP.
000820 77  WS-POSTED-TOTAL              PIC 9(13)V99 VALUE ZERO.
000830 77  WS-REJECT-TOTAL              PIC 9(13)V99 VALUE ZERO.

000840*    EVERY BILL ON FILE, ALL YEARS, IN FILE ORDER.
000850 01  WS-BILL-TABLE.
000860     05  WS-BILL-COUNT            PIC 9(05) VALUE ZERO COMP.
000870     05  BL-ENTRY OCCURS 5000 TIMES
000880                  INDEXED BY BL-IDX.
000890         10  BL-RECORD            PIC X(150).

000900 COPY TAXBILL.
000910 COPY REJECTREC.
000920 COPY RPTHDR.
000930 COPY DATXLINK.

000940 01  WS-TITLE-LINE.
000950     05  FILLER                  PIC X(30) VALUE
000960         "PROPERTY-TAX RECEIPTS POSTED".
000970     05  FILLER                  PIC X(50) VALUE SPACES.

000980 01  WS-HEADING-LINE.
000990     05  FILLER                  PIC X(40) VALUE
001000         "RESULT   OWNER  YEAR RECEIPT          AM".
001010     05  FILLER                  PIC X(40) VALUE
001020         "OUNT   BALANCE DUE".

001030 01  WS-DETAIL-LINE.
001040     05  DL-RESULT                PIC X(08).
001050     05  FILLER                  PIC X(01) VALUE SPACES.
001060     05  DL-OWNER                 PIC X(06).
001070     05  FILLER                  PIC X(01) VALUE SPACES.
001080     05  DL-TAX-YEAR              PIC 9(04).
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  DL-RECEIPT-ID            PIC X(10).
001110     05  FILLER                  PIC X(01) VALUE SPACES.
001120     05  DL-AMOUNT                PIC Z(08)9.99.
001130     05  FILLER                  PIC X(01) VALUE SPACES.
001140     05  DL-NOTE                  PIC X(35).
001150     05  DL-BALANCE-NOTE REDEFINES DL-NOTE.
001160         10  DL-BALANCE           PIC Z(09)9.99.
001170         10  FILLER               PIC X(01).
001180         10  DL-SETTLED           PIC X(21).

001190 01  WS-SUMMARY-LINE-1.
001200     05  FILLER                  PIC X(18) VALUE
001210         "RECEIPTS POSTED:  ".
001220     05  SL-POSTED-COUNT          PIC ZZZZ9.
001230     05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
001240     05  SL-POSTED-TOTAL          PIC Z(12)9.99.
001250     05  FILLER                  PIC X(19) VALUE
001260         "  BILLS SETTLED:   ".
001270     05  SL-SETTLED-COUNT         PIC ZZZZ9.
001280     05  FILLER                  PIC X(07) VALUE SPACES.

001290 01  WS-SUMMARY-LINE-2.
001300     05  FILLER                  PIC X(18) VALUE
001310         "RECEIPTS REJECTED:".
001320     05  SL-REJECT-COUNT          PIC ZZZZ9.
001330     05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
001340     05  SL-REJECT-TOTAL          PIC Z(12)9.99.
001350     05  FILLER                  PIC X(31) VALUE SPACES.

001360 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-POST-ONE-RECEIPT THRU 2000-EXIT
001410         UNTIL WS-EOF.
001420     PERFORM 7000-FINALIZE THRU 7000-EXIT.
001430     STOP RUN.

001440 1000-INITIALIZE.
001450     ACCEPT WS-RUN-DATE FROM DATE.
001460     ACCEPT WS-RUN-TIME FROM TIME.
001470     MOVE "EXPND" TO DX-ACTION.
001480     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001490     CALL "DATEXPND" USING DATEXPND-PARMS.
001500     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001510     PERFORM 1100-LOAD-BILLS THRU 1100-EXIT.
001520     OPEN INPUT TAXRCPT.
001530     IF WS-RCPT-STATUS NOT = "00"
001540         DISPLAY "TAXPAY - TAXRCPT NOT FOUND - RUN ABORTED"
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580     OPEN OUTPUT TAXPREJ
001590          OUTPUT TAXPYRPT.
001600     MOVE "TAXPAY" TO RH-PROGRAM-ID.
001610     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001620     MOVE WS-RUN-TIME TO RH-RUN-ID.
001630     MOVE 1 TO RH-PAGE-NUMBER.
001640     WRITE TAXPYRPT-REC FROM RH-REPORT-HEADER.
001650     WRITE TAXPYRPT-REC FROM WS-TITLE-LINE.
001660     WRITE TAXPYRPT-REC FROM WS-BLANK-LINE.
001670     WRITE TAXPYRPT-REC FROM WS-HEADING-LINE.
001680     PERFORM 8000-READ-TAXRCPT THRU 8000-EXIT.
001690 1000-EXIT.
001700     EXIT.

001710*----------------------------------------------------------------
001720* 1100-LOAD-BILLS - THE BILLS ARE RAISED BY TAXLEVY; WITHOUT THEM
001730*                   THERE IS NOTHING TO POST TO.
001740*----------------------------------------------------------------
001750 1100-LOAD-BILLS.
001760     OPEN INPUT TAXBILL.
001770     IF WS-BILL-STATUS NOT = "00"
001780         DISPLAY "TAXPAY - TAXBILL NOT FOUND - RUN ABORTED"
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     PERFORM 1110-LOAD-ONE-BILL THRU 1110-EXIT
001830         UNTIL WS-EOF.
001840     CLOSE TAXBILL.
001850     MOVE "N" TO WS-EOF-SW.
001860 1100-EXIT.
001870     EXIT.

001880 1110-LOAD-ONE-BILL.
001890     READ TAXBILL
001900         AT END
001910             SET WS-EOF TO TRUE
001920             GO TO 1110-EXIT
001930     END-READ.
001940     IF WS-BILL-COUNT >= 5000
001950         DISPLAY "TAXPAY - TAXBILL EXCEEDS THE 5000-BILL "
001960             "TABLE - RUN ABORTED"
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF.
002000     ADD 1 TO WS-BILL-COUNT.
002010     SET BL-IDX TO WS-BILL-COUNT.
002020     MOVE TAXBILL-REC TO BL-RECORD(BL-IDX).
002030 1110-EXIT.
002040     EXIT.

002050*----------------------------------------------------------------
002060* 2000-POST-ONE-RECEIPT - EVERY EDIT PASSES OR THE RECEIPT DOES
002070*                         NOT TOUCH THE BILL. THE BALANCE DUE IS
002080*                         THE TAX PLUS PENALTIES LESS RECEIPTS
002090*                         ALREADY POSTED; A RECEIPT MAY SETTLE IT
002100*                         BUT NOT EXCEED IT.
002110*----------------------------------------------------------------
002120 2000-POST-ONE-RECEIPT.
002130     MOVE SPACES TO WS-REASON.
002140     IF TR-TAX-YEAR IS NOT NUMERIC
002150         MOVE "TAX YEAR NOT NUMERIC" TO WS-REASON
002160         GO TO 2000-JUDGE
002170     END-IF.
002180     IF TR-AMOUNT IS NOT NUMERIC
002190         MOVE "AMOUNT NOT NUMERIC" TO WS-REASON
002200         GO TO 2000-JUDGE
002210     END-IF.
002220     IF TR-AMOUNT = ZERO
002230         MOVE "ZERO AMOUNT" TO WS-REASON
002240         GO TO 2000-JUDGE
002250     END-IF.
002260     IF TR-RCPT-DATE = SPACES
002270         MOVE WS-RUN-CCYYMMDD TO WS-RCPT-DATE
002280     ELSE
002290         IF TR-RCPT-DATE IS NOT NUMERIC
002300             MOVE "RECEIPT DATE NOT NUMERIC" TO WS-REASON
002310             GO TO 2000-JUDGE
002320         END-IF
002330         MOVE TR-RCPT-DATE-NUM TO WS-RCPT-DATE
002340         IF FUNCTION TEST-DATE-YYYYMMDD(WS-RCPT-DATE) NOT = ZERO
002350             MOVE "NOT A REAL CALENDAR DATE" TO WS-REASON
002360             GO TO 2000-JUDGE
002370         END-IF
002380     END-IF.
002390     PERFORM 6000-FIND-BILL THRU 6000-EXIT.
002400     IF WS-BL-IDX = ZERO
002410         MOVE "NO BILL FOR OWNER AND TAX YEAR" TO WS-REASON
002420         GO TO 2000-JUDGE
002430     END-IF.
002440     SET BL-IDX TO WS-BL-IDX.
002450     MOVE BL-RECORD(BL-IDX) TO TB-BILL-RECORD.
002460     IF TB-PAID-IN-FULL
002470         MOVE "BILL ALREADY PAID IN FULL" TO WS-REASON
002480         GO TO 2000-JUDGE
002490     END-IF.
002500     COMPUTE WS-BALANCE-DUE =
002510         TB-TAX-AMOUNT + TB-PENALTY - TB-PAID.
002520     IF TR-AMOUNT > WS-BALANCE-DUE
002530         MOVE "RECEIPT EXCEEDS BALANCE DUE" TO WS-REASON
002540         GO TO 2000-JUDGE
002550     END-IF.
002560     PERFORM 2100-APPLY-RECEIPT THRU 2100-EXIT.
002570 2000-JUDGE.
002580     IF WS-REASON NOT = SPACES
002590         ADD 1 TO WS-REJECT-COUNT
002600         IF TR-AMOUNT IS NUMERIC
002610             ADD TR-AMOUNT TO WS-REJECT-TOTAL
002620         END-IF
002630         MOVE "TAXPAY" TO RJ-SOURCE-PROGRAM
002640         MOVE TR-RECEIPT-ID TO RJ-RECORD-KEY
002650         MOVE WS-REASON TO RJ-REASON-CODE
002660         STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
002670             INTO RJ-REJECT-TIMESTAMP
002680         WRITE TAXPREJ-REC FROM RJ-REJECT-RECORD
002690         MOVE "REJECTED" TO DL-RESULT
002700         MOVE TR-OWNER TO DL-OWNER
002710         MOVE ZERO TO DL-TAX-YEAR
002720         IF TR-TAX-YEAR IS NUMERIC
002730             MOVE TR-TAX-YEAR TO DL-TAX-YEAR
002740         END-IF
002750         MOVE TR-RECEIPT-ID TO DL-RECEIPT-ID
002760         MOVE ZERO TO DL-AMOUNT
002770         IF TR-AMOUNT IS NUMERIC
002780             MOVE TR-AMOUNT TO DL-AMOUNT
002790         END-IF
002800         MOVE WS-REASON TO DL-NOTE
002810         WRITE TAXPYRPT-REC FROM WS-DETAIL-LINE
002820     END-IF.
002830     PERFORM 8000-READ-TAXRCPT THRU 8000-EXIT.
002840 2000-EXIT.
002850     EXIT.

002860 2100-APPLY-RECEIPT.
002870     ADD TR-AMOUNT TO TB-PAID.
002880     IF WS-RCPT-DATE > TB-LAST-PAY-DATE
002890         MOVE WS-RCPT-DATE TO TB-LAST-PAY-DATE
002900     END-IF.
002910     SUBTRACT TR-AMOUNT FROM WS-BALANCE-DUE.
002920     MOVE SPACES TO DL-NOTE.
002930     IF WS-BALANCE-DUE = ZERO
002940         MOVE "P" TO TB-STATUS
002950         MOVE "PAID IN FULL" TO DL-SETTLED
002960         ADD 1 TO WS-SETTLED-COUNT
002970     END-IF.
002980     SET BL-IDX TO WS-BL-IDX.
002990     MOVE TB-BILL-RECORD TO BL-RECORD(BL-IDX).
003000     ADD 1 TO WS-POSTED-COUNT.
003010     ADD TR-AMOUNT TO WS-POSTED-TOTAL.
003020     MOVE "POSTED" TO DL-RESULT.
003030     MOVE TB-OWNER TO DL-OWNER.
003040     MOVE TB-TAX-YEAR TO DL-TAX-YEAR.
003050     MOVE TR-RECEIPT-ID TO DL-RECEIPT-ID.
003060     MOVE TR-AMOUNT TO DL-AMOUNT.
003070     MOVE WS-BALANCE-DUE TO DL-BALANCE.
003080     WRITE TAXPYRPT-REC FROM WS-DETAIL-LINE.
003090 2100-EXIT.
003100     EXIT.

003110 6000-FIND-BILL.
003120     MOVE ZERO TO WS-BL-IDX.
003130     PERFORM 6010-MATCH-BILL THRU 6010-EXIT
003140         VARYING WS-B FROM 1 BY 1
003150         UNTIL WS-B > WS-BILL-COUNT OR WS-BL-IDX > ZERO.
003160 6000-EXIT.
003170     EXIT.

003180 6010-MATCH-BILL.
003190     MOVE BL-RECORD(WS-B) TO TB-BILL-RECORD.
003200     IF TB-TAX-YEAR = TR-TAX-YEAR
003210             AND TB-OWNER = TR-OWNER
003220         MOVE WS-B TO WS-BL-IDX
003230     END-IF.
003240 6010-EXIT.
003250     EXIT.

003260 7000-FINALIZE.
003270     CLOSE TAXRCPT.
003280     OPEN OUTPUT TAXBILL.
003290     PERFORM 7100-SAVE-ONE-BILL THRU 7100-EXIT
003300         VARYING WS-B FROM 1 BY 1
003310         UNTIL WS-B > WS-BILL-COUNT.
003320     CLOSE TAXBILL.
003330     WRITE TAXPYRPT-REC FROM WS-BLANK-LINE.
003340     MOVE WS-POSTED-COUNT TO SL-POSTED-COUNT.
003350     MOVE WS-POSTED-TOTAL TO SL-POSTED-TOTAL.
003360     MOVE WS-SETTLED-COUNT TO SL-SETTLED-COUNT.
003370     WRITE TAXPYRPT-REC FROM WS-SUMMARY-LINE-1.
003380     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
003390     MOVE WS-REJECT-TOTAL TO SL-REJECT-TOTAL.
003400     WRITE TAXPYRPT-REC FROM WS-SUMMARY-LINE-2.
003410     CLOSE TAXPREJ
003420           TAXPYRPT.
003430 7000-EXIT.
003440     EXIT.

003450 7100-SAVE-ONE-BILL.
003460     SET BL-IDX TO WS-B.
003470     WRITE TAXBILL-REC FROM BL-RECORD(BL-IDX).
003480 7100-EXIT.
003490     EXIT.

003500 8000-READ-TAXRCPT.
003510     READ TAXRCPT
003520         AT END
003530             SET WS-EOF TO TRUE
003540     END-READ.
003550 8000-EXIT.
003560     EXIT.
