000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BUDMAINT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. TRANSACTION-DRIVEN
000110*                  MAINTENANCE FOR THE BUDMAST GENERAL-LEDGER
000120*                  BUDGET, KEYED ON GL ACCOUNT AND PERIOD (YYMM,
000130*                  THE SAME PERIODS PERCLOSE ROLLS IN PERIODCT).
000140*                  BUDTXN CARRIES ONE ADD ("A"), CHANGE ("C") OR
000150*                  DELETE ("D") PER RECORD; THE YEAR'S BUDGET IS
000160*                  LOADED AS A FILE OF ADDS AND REVISED WITH
000170*                  CHANGES. AMOUNTS ARE SIGNED THE WAY THE LEDGER
000180*                  IS - DEBITS POSITIVE, CREDITS (REVENUE)
000190*                  NEGATIVE - SO THEY COMPARE STRAIGHT AGAINST
000200*                  GLMAST. EVERY APPLIED CHANGE IS LOGGED THROUGH
000210*                  THE SHARED AUDITLOG SUBPROGRAM WITH BEFORE AND
000220*                  AFTER AMOUNTS; EVERY REJECTED TRANSACTION
000230*                  (DUPLICATE ADD, CHANGE OR DELETE OF A MISSING
000240*                  BUDGET LINE, BLANK ACCOUNT, BAD PERIOD,
000250*                  NON-NUMERIC AMOUNT, UNKNOWN ACTION) GOES TO
000260*                  BUDMREJ IN THE SHARED REJECTREC LAYOUT. THE
000270*                  MAINTENANCE REPORT GOES TO BUDMRPT.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM.
000320 OBJECT-COMPUTER. IBM.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BUDMAST ASSIGN TO "BUDMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS BM-KEY
000390         FILE STATUS IS WS-MAST-STATUS.
000400     SELECT BUDTXN ASSIGN TO "BUDTXN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TXN-STATUS.
000430     SELECT BUDMREJ ASSIGN TO "BUDMREJ"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT BUDMRPT ASSIGN TO "BUDMRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.

000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  BUDMAST.
000500 01  BUDMAST-REC.
000510     05  BM-KEY.
000520         10  BM-ACCOUNT           PIC X(10).
000530         10  BM-PERIOD            PIC 9(04).
000540     05  BM-AMOUNT                PIC S9(11) COMP-3.
000550     05  BM-LAST-MAINT-DATE       PIC 9(06).

000560 FD  BUDTXN
000570     RECORDING MODE IS F.
000580 01  BUDTXN-REC.
000590     05  TX-ACTION                PIC X(01).
000600         88  TX-ADD                         VALUE "A".
000610         88  TX-CHANGE                      VALUE "C".
000620         88  TX-DELETE                      VALUE "D".
000630     05  FILLER                   PIC X(01).
000640     05  TX-ACCOUNT               PIC X(10).
000650     05  FILLER                   PIC X(01).
000660     05  TX-PERIOD                PIC X(04).
000670     05  TX-PERIOD-PARTS REDEFINES TX-PERIOD.
000680         10  TX-PERIOD-YY         PIC X(02).
000690         10  TX-PERIOD-MM         PIC X(02).
000700     05  FILLER                   PIC X(01).
000710     05  TX-AMOUNT-SIGN           PIC X(01).
000720     05  TX-AMOUNT                PIC X(11).
000730     05  FILLER                   PIC X(01).
000740     05  TX-OPERATOR-ID           PIC X(08).
000750     05  FILLER                   PIC X(41).

000760 FD  BUDMREJ
000770     RECORDING MODE IS F.
000780 01  BUDMREJ-REC                  PIC X(80).

000790 FD  BUDMRPT
000800     RECORDING MODE IS F.
000810 01  BUDMRPT-REC                  PIC X(80).

000820 WORKING-STORAGE SECTION.
000830 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000840     88  WS-EOF                             VALUE "Y".
000850 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
000860 77  WS-TXN-STATUS                PIC X(02) VALUE SPACES.
000870 77  WS-TXN-COUNT                 PIC 9(05) VALUE ZERO COMP.
000880 77  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO COMP.
000890 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
000900 77  WS-BUDGET-FOUND-SW           PIC X(01) VALUE "N".
000910     88  WS-BUDGET-FOUND                    VALUE "Y".
000920 77  WS-FIELDS-OK-SW              PIC X(01) VALUE "Y".
000930     88  WS-FIELDS-OK                       VALUE "Y".
000940 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000950 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000960 77  WS-NEW-AMOUNT                PIC S9(11) VALUE ZERO.
000970 77  WS-AMOUNT-EDIT               PIC -(10)9.

000980 01  WS-AUDIT-FIELD.
000990     05  FILLER                   PIC X(07) VALUE "BUDGET ".
001000     05  AF-PERIOD                PIC X(04).
001010     05  FILLER                   PIC X(01) VALUE SPACES.

001020 COPY AUDTLINK.
001030 COPY REJECTREC.
001040 COPY RPTHDR.

001050 01  WS-TITLE-LINE.
001060     05  FILLER                  PIC X(28) VALUE
001070         "GL BUDGET MAINTENANCE REPORT".
001080     05  FILLER                  PIC X(52) VALUE SPACES.

001090 01  WS-DETAIL-LINE.
001100     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
001110     05  DL-ACCOUNT               PIC X(10).
001120     05  FILLER                  PIC X(09) VALUE "  PERIOD ".
001130     05  DL-PERIOD                PIC X(04).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  DL-ACTION-DESC           PIC X(08).
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  DL-AMOUNT                PIC -(10)9.
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  DL-NOTE                  PIC X(24).

001200 01  WS-SUMMARY-LINE.
001210     05  FILLER                  PIC X(15) VALUE
001220         "TRANSACTIONS:  ".
001230     05  SL-TXN-COUNT             PIC ZZZZ9.
001240     05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
001250     05  SL-APPLIED-COUNT         PIC ZZZZ9.
001260     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
001270     05  SL-REJECT-COUNT          PIC ZZZZ9.
001280     05  FILLER                  PIC X(27) VALUE SPACES.

001290 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     PERFORM 2000-APPLY-TXN THRU 2000-EXIT
001340         UNTIL WS-EOF.
001350     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001360     STOP RUN.

001370*----------------------------------------------------------------
001380* 1000-INITIALIZE - OPEN THE KEYED BUDGET MASTER FOR UPDATE. THE
001390*                   FIRST EVER RUN CREATES IT, STATUS-35 STYLE.
001400*----------------------------------------------------------------
001410 1000-INITIALIZE.
001420     ACCEPT WS-RUN-DATE FROM DATE.
001430     ACCEPT WS-RUN-TIME FROM TIME.
001440     OPEN OUTPUT BUDMRPT
001450          OUTPUT BUDMREJ.
001460     MOVE "BUDMAINT" TO RH-PROGRAM-ID.
001470     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001480     MOVE WS-RUN-TIME TO RH-RUN-ID.
001490     MOVE 1 TO RH-PAGE-NUMBER.
001500     WRITE BUDMRPT-REC FROM RH-REPORT-HEADER.
001510     WRITE BUDMRPT-REC FROM WS-TITLE-LINE.
001520     WRITE BUDMRPT-REC FROM WS-BLANK-LINE.
001530     OPEN I-O BUDMAST.
001540     IF WS-MAST-STATUS = "35"
001550         OPEN OUTPUT BUDMAST
001560         CLOSE BUDMAST
001570         OPEN I-O BUDMAST
001580     END-IF.
001590     IF WS-MAST-STATUS NOT = "00"
001600         DISPLAY "BUDMAINT - BUDMAST OPEN FAILED, STATUS "
001610             WS-MAST-STATUS " - RUN ABORTED"
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     OPEN INPUT BUDTXN.
001660     IF WS-TXN-STATUS NOT = "00"
001670         SET WS-EOF TO TRUE
001680         GO TO 1000-EXIT
001690     END-IF.
001700     PERFORM 8000-READ-BUDTXN THRU 8000-EXIT.
001710 1000-EXIT.
001720     EXIT.

001730*----------------------------------------------------------------
001740* 2000-APPLY-TXN - ROUTE ONE MAINTENANCE TRANSACTION. THE KEY AND
001750*                  AMOUNT ARE EDITED BEFORE THE MASTER IS TOUCHED.
001760*----------------------------------------------------------------
001770 2000-APPLY-TXN.
001780     ADD 1 TO WS-TXN-COUNT.
001790     PERFORM 2600-EDIT-FIELDS THRU 2600-EXIT.
001800     IF NOT WS-FIELDS-OK
001810         PERFORM 8000-READ-BUDTXN THRU 8000-EXIT
001820         GO TO 2000-EXIT
001830     END-IF.
001840     PERFORM 2500-FIND-BUDGET THRU 2500-EXIT.
001850     EVALUATE TRUE
001860         WHEN TX-ADD
001870             PERFORM 2100-ADD-BUDGET THRU 2100-EXIT
001880         WHEN TX-CHANGE
001890             PERFORM 2200-CHANGE-BUDGET THRU 2200-EXIT
001900         WHEN TX-DELETE
001910             PERFORM 2300-DELETE-BUDGET THRU 2300-EXIT
001920     END-EVALUATE.
001930     PERFORM 8000-READ-BUDTXN THRU 8000-EXIT.
001940 2000-EXIT.
001950     EXIT.

001960 2100-ADD-BUDGET.
001970     IF WS-BUDGET-FOUND
001980         MOVE "ADD OF BUDGET ALREADY ON MASTER" TO RJ-REASON-CODE
001990         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002000         GO TO 2100-EXIT
002010     END-IF.
002020     MOVE TX-ACCOUNT TO BM-ACCOUNT.
002030     MOVE TX-PERIOD TO BM-PERIOD.
002040     MOVE WS-NEW-AMOUNT TO BM-AMOUNT.
002050     MOVE WS-RUN-DATE TO BM-LAST-MAINT-DATE.
002060     WRITE BUDMAST-REC
002070         INVALID KEY
002080             MOVE "ADD OF BUDGET ALREADY ON MASTER"
002090                 TO RJ-REASON-CODE
002100             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002110             GO TO 2100-EXIT
002120     END-WRITE.
002130     ADD 1 TO WS-APPLIED-COUNT.
002140     MOVE SPACES TO AL-OLD-VALUE.
002150     MOVE WS-NEW-AMOUNT TO WS-AMOUNT-EDIT.
002160     MOVE WS-AMOUNT-EDIT TO AL-NEW-VALUE.
002170     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002180     MOVE "ADDED" TO DL-ACTION-DESC.
002190     MOVE SPACES TO DL-NOTE.
002200     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
002210 2100-EXIT.
002220     EXIT.

002230 2200-CHANGE-BUDGET.
002240     IF NOT WS-BUDGET-FOUND
002250         MOVE "CHANGE OF BUDGET NOT ON MASTER" TO RJ-REASON-CODE
002260         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002270         GO TO 2200-EXIT
002280     END-IF.
002290     IF WS-NEW-AMOUNT = BM-AMOUNT
002300         MOVE "UNCHANGED" TO DL-ACTION-DESC
002310         MOVE "SAME AS CURRENT BUDGET" TO DL-NOTE
002320         PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
002330         GO TO 2200-EXIT
002340     END-IF.
002350     MOVE BM-AMOUNT TO WS-AMOUNT-EDIT.
002360     MOVE WS-AMOUNT-EDIT TO AL-OLD-VALUE.
002370     MOVE WS-NEW-AMOUNT TO BM-AMOUNT.
002380     MOVE WS-RUN-DATE TO BM-LAST-MAINT-DATE.
002390     REWRITE BUDMAST-REC.
002400     ADD 1 TO WS-APPLIED-COUNT.
002410     MOVE WS-NEW-AMOUNT TO WS-AMOUNT-EDIT.
002420     MOVE WS-AMOUNT-EDIT TO AL-NEW-VALUE.
002430     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002440     MOVE "CHANGED" TO DL-ACTION-DESC.
002450     MOVE SPACES TO DL-NOTE.
002460     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
002470 2200-EXIT.
002480     EXIT.

002490 2300-DELETE-BUDGET.
002500     IF NOT WS-BUDGET-FOUND
002510         MOVE "DELETE OF BUDGET NOT ON MASTER" TO RJ-REASON-CODE
002520         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002530         GO TO 2300-EXIT
002540     END-IF.
002550     MOVE BM-AMOUNT TO WS-AMOUNT-EDIT.
002560     MOVE WS-AMOUNT-EDIT TO AL-OLD-VALUE.
002570     MOVE BM-AMOUNT TO WS-NEW-AMOUNT.
002580     DELETE BUDMAST.
002590     ADD 1 TO WS-APPLIED-COUNT.
002600     MOVE "DELETED" TO AL-NEW-VALUE.
002610     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002620     MOVE "DELETED" TO DL-ACTION-DESC.
002630     MOVE SPACES TO DL-NOTE.
002640     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
002650 2300-EXIT.
002660     EXIT.

002670*----------------------------------------------------------------
002680* 2500-FIND-BUDGET - ONE KEYED READ ON ACCOUNT AND PERIOD. A HIT
002690*                    LEAVES THE RECORD IN THE FD AREA FOR THE
002700*                    CHANGE AND DELETE PATHS.
002710*----------------------------------------------------------------
002720 2500-FIND-BUDGET.
002730     MOVE "N" TO WS-BUDGET-FOUND-SW.
002740     MOVE TX-ACCOUNT TO BM-ACCOUNT.
002750     MOVE TX-PERIOD TO BM-PERIOD.
002760     READ BUDMAST
002770         INVALID KEY
002780             CONTINUE
002790         NOT INVALID KEY
002800             SET WS-BUDGET-FOUND TO TRUE
002810     END-READ.
002820 2500-EXIT.
002830     EXIT.

002840*----------------------------------------------------------------
002850* 2600-EDIT-FIELDS - THE ACTION MUST BE KNOWN, THE ACCOUNT
002860*                    PRESENT AND THE PERIOD A REAL YYMM. AN ADD OR
002870*                    CHANGE ALSO NEEDS A NUMERIC AMOUNT WITH A
002880*                    SIGN OF "+", "-" OR BLANK. ONE BAD FIELD
002890*                    REJECTS THE WHOLE TRANSACTION.
002900*----------------------------------------------------------------
002910 2600-EDIT-FIELDS.
002920     MOVE "Y" TO WS-FIELDS-OK-SW.
002930     IF NOT TX-ADD AND NOT TX-CHANGE AND NOT TX-DELETE
002940         MOVE "UNKNOWN MAINTENANCE ACTION" TO RJ-REASON-CODE
002950         GO TO 2600-REJECT
002960     END-IF.
002970     IF TX-ACCOUNT = SPACES
002980         MOVE "BLANK GL ACCOUNT" TO RJ-REASON-CODE
002990         GO TO 2600-REJECT
003000     END-IF.
003010     IF TX-PERIOD IS NOT NUMERIC
003020             OR TX-PERIOD-MM < "01" OR TX-PERIOD-MM > "12"
003030         MOVE "PERIOD IS NOT A VALID YYMM" TO RJ-REASON-CODE
003040         GO TO 2600-REJECT
003050     END-IF.
003060     IF TX-DELETE
003070         GO TO 2600-EXIT
003080     END-IF.
003090     IF TX-AMOUNT IS NOT NUMERIC
003100         MOVE "NON-NUMERIC BUDGET AMOUNT" TO RJ-REASON-CODE
003110         GO TO 2600-REJECT
003120     END-IF.
003130     EVALUATE TX-AMOUNT-SIGN
003140         WHEN "-"
003150             COMPUTE WS-NEW-AMOUNT =
003160                 ZERO - FUNCTION NUMVAL(TX-AMOUNT)
003170         WHEN "+"
003180         WHEN SPACE
003190             COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(TX-AMOUNT)
003200         WHEN OTHER
003210             MOVE "BUDGET AMOUNT SIGN NOT + OR -"
003220                 TO RJ-REASON-CODE
003230             GO TO 2600-REJECT
003240     END-EVALUATE.
003250     GO TO 2600-EXIT.
003260 2600-REJECT.
003270     MOVE "N" TO WS-FIELDS-OK-SW.
003280     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
003290 2600-EXIT.
003300     EXIT.

003310 2700-WRITE-DETAIL.
003320     MOVE TX-ACCOUNT TO DL-ACCOUNT.
003330     MOVE TX-PERIOD TO DL-PERIOD.
003340     MOVE WS-NEW-AMOUNT TO DL-AMOUNT.
003350     WRITE BUDMRPT-REC FROM WS-DETAIL-LINE.
003360 2700-EXIT.
003370     EXIT.

003380 2800-WRITE-AUDIT.
003390     MOVE "WRITE" TO AL-ACTION.
003400     MOVE TX-OPERATOR-ID TO AL-OPERATOR-ID.
003410     MOVE "BUDMAINT" TO AL-SOURCE-PROGRAM.
003420     MOVE TX-ACCOUNT TO AL-RECORD-KEY.
003430     MOVE TX-PERIOD TO AF-PERIOD.
003440     MOVE WS-AUDIT-FIELD TO AL-FIELD-NAME.
003450     MOVE SPACES TO AL-TIMESTAMP.
003460     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003470         INTO AL-TIMESTAMP.
003480     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
003490 2800-EXIT.
003500     EXIT.

003510 2900-WRITE-REJECT.
003520     ADD 1 TO WS-REJECT-COUNT.
003530     MOVE "BUDMAINT" TO RJ-SOURCE-PROGRAM.
003540     MOVE TX-ACCOUNT TO RJ-RECORD-KEY.
003550     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003560         INTO RJ-REJECT-TIMESTAMP.
003570     WRITE BUDMREJ-REC FROM RJ-REJECT-RECORD.
003580     MOVE TX-ACCOUNT TO DL-ACCOUNT.
003590     MOVE TX-PERIOD TO DL-PERIOD.
003600     MOVE "REJECTED" TO DL-ACTION-DESC.
003610     MOVE ZERO TO DL-AMOUNT.
003620     MOVE RJ-REASON-CODE TO DL-NOTE.
003630     WRITE BUDMRPT-REC FROM WS-DETAIL-LINE.
003640 2900-EXIT.
003650     EXIT.

003660*----------------------------------------------------------------
003670* 3000-FINALIZE - PRINT THE RUN TOTALS AND LET THE AUDIT
003680*                 SUBPROGRAM FLUSH ITS LOG.
003690*----------------------------------------------------------------
003700 3000-FINALIZE.
003710     IF WS-TXN-STATUS = "00"
003720         CLOSE BUDTXN
003730     END-IF.
003740     CLOSE BUDMAST.
003750     WRITE BUDMRPT-REC FROM WS-BLANK-LINE.
003760     MOVE WS-TXN-COUNT TO SL-TXN-COUNT.
003770     MOVE WS-APPLIED-COUNT TO SL-APPLIED-COUNT.
003780     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
003790     WRITE BUDMRPT-REC FROM WS-SUMMARY-LINE.
003800     CLOSE BUDMRPT
003810           BUDMREJ.
003820     MOVE "CLOSE" TO AL-ACTION.
003830     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
003840 3000-EXIT.
003850     EXIT.

003860 8000-READ-BUDTXN.
003870     READ BUDTXN
003880         AT END
003890             SET WS-EOF TO TRUE
003900     END-READ.
003910 8000-EXIT.
003920     EXIT.
