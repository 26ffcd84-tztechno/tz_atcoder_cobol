000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHKRECON.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CLEARED-CHEQUE RECONCILIATION
000110*                  AGAINST THE CHKREG REGISTER CHKISSUE BUILDS.
000120*                  THE BANK'S PAID-ITEMS FILE CHKCLEAR (WRAPPED IN
000130*                  CTLREC) IS PROVED THROUGH THE SHARED FILECTL
000140*                  SUBPROGRAM BEFORE ANYTHING IS MATCHED. A PAID
000150*                  ITEM FOR AN OUTSTANDING CHEQUE AT THE ISSUED
000160*                  AMOUNT CLEARS IT; ONE AT ANOTHER AMOUNT IS HELD
000170*                  AS A MISMATCH; ONE FOR A CHEQUE NOT ON THE
000180*                  REGISTER, OR ALREADY PAID, IS AN UNKNOWN ITEM.
000190*                  MISMATCHES AND UNKNOWN ITEMS GO TO CHKCREJ IN
000200*                  THE SHARED REJECTREC LAYOUT. AN OUTSTANDING
000210*                  CHEQUE OLDER THAN BIZPARM STALEDAYS (DEFAULT
000220*                  180) IS MARKED STALE. EVERY STATUS CHANGE GOES
000230*                  THROUGH AUDITLOG. CLEARED CHEQUES ARE KEPT ON
000240*                  THE REGISTER FOR BIZPARM CHKKEEP DAYS (DEFAULT
000250*                  400) AND THEN DROPPED. CHKRRPT LISTS THE
000260*                  CLEARED, MISMATCHED, UNKNOWN AND OUTSTANDING
000270*                  ITEMS WITH THEIR AGE.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM.
000320 OBJECT-COMPUTER. IBM.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CHKCLEAR ASSIGN TO "CHKCLEAR"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CLR-STATUS.
000380     SELECT CHKREG ASSIGN TO "CHKREG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REG-STATUS.
000410     SELECT BIZPARM ASSIGN TO "BIZPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440     SELECT CHKCREJ ASSIGN TO "CHKCREJ"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT CHKRRPT ASSIGN TO "CHKRRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CHKCLEAR
000510     RECORDING MODE IS F.
000520 01  CHKCLEAR-REC.
000530     05  CC-CHEQUE-NO             PIC 9(08).
000540     05  FILLER                   PIC X(01).
000550     05  CC-AMOUNT                PIC 9(09).
000560     05  FILLER                   PIC X(01).
000570     05  CC-PAID-DATE             PIC 9(08).
000580     05  FILLER                   PIC X(53).

000590 FD  CHKREG
000600     RECORDING MODE IS F.
000610 01  CHKREG-REC.
000620     05  CR-CHEQUE-NO             PIC 9(08).
000630     05  FILLER                   PIC X(01).
000640     05  CR-SOURCE                PIC X(01).
000650     05  FILLER                   PIC X(01).
000660     05  CR-PAYEE-ID              PIC X(10).
000670     05  FILLER                   PIC X(01).
000680     05  CR-AMOUNT                PIC 9(09).
000690     05  FILLER                   PIC X(01).
000700     05  CR-ISSUE-DATE            PIC 9(08).
000710     05  FILLER                   PIC X(01).
000720     05  CR-SOURCE-DATE           PIC 9(08).
000730     05  FILLER                   PIC X(01).
000740     05  CR-STATUS                PIC X(01).
000750     05  FILLER                   PIC X(01).
000760     05  CR-CLEAR-DATE            PIC 9(08).
000770     05  FILLER                   PIC X(01).
000780     05  CR-CLEAR-AMOUNT          PIC 9(09).
000790     05  FILLER                   PIC X(10).

000800 FD  BIZPARM
000810     RECORDING MODE IS F.
000820 01  BIZPARM-REC                  PIC X(80).

000830 FD  CHKCREJ
000840     RECORDING MODE IS F.
000850 01  CHKCREJ-REC                  PIC X(80).

000860 FD  CHKRRPT
000870     RECORDING MODE IS F.
000880 01  CHKRRPT-REC                  PIC X(80).

000890 WORKING-STORAGE SECTION.
000900 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000910     88  WS-EOF                             VALUE "Y".
000920 77  WS-CLR-STATUS                PIC X(02) VALUE SPACES.
000930 77  WS-REG-STATUS                PIC X(02) VALUE SPACES.
000940 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000950 77  WS-G                         PIC 9(05) COMP.
000960 77  WS-REG-IDX                   PIC 9(05) VALUE ZERO COMP.
000970 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000980 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000990 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001000 77  WS-TODAY-INT                 PIC 9(08) VALUE ZERO.
001010 77  WS-DATE-INT                  PIC 9(08) VALUE ZERO.
001020 77  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
001030 77  WS-STALE-DAYS                PIC 9(04) VALUE 180.
001040 77  WS-KEEP-DAYS                 PIC 9(04) VALUE 400.
001050 77  WS-OLD-STATUS                PIC X(01) VALUE SPACES.
001060 77  WS-CLEARED-COUNT             PIC 9(05) VALUE ZERO COMP.
001070 77  WS-CLEARED-TOTAL             PIC 9(13) VALUE ZERO.
001080 77  WS-MISMATCH-COUNT            PIC 9(05) VALUE ZERO COMP.
001090 77  WS-MISMATCH-TOTAL            PIC 9(13) VALUE ZERO.
001100 77  WS-UNKNOWN-COUNT             PIC 9(05) VALUE ZERO COMP.
001110 77  WS-UNKNOWN-TOTAL             PIC 9(13) VALUE ZERO.
001120 77  WS-OUTSTANDING-COUNT         PIC 9(05) VALUE ZERO COMP.
001130 77  WS-OUTSTANDING-TOTAL         PIC 9(13) VALUE ZERO.
001140 77  WS-STALE-COUNT               PIC 9(05) VALUE ZERO COMP.
001150 77  WS-STALE-TOTAL               PIC 9(13) VALUE ZERO.
001160 77  WS-DROPPED-COUNT             PIC 9(05) VALUE ZERO COMP.
001170 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.

001180 01  WS-REG-TABLE.
001190     05  WS-REG-COUNT             PIC 9(05) VALUE ZERO COMP.
001200     05  RG-ENTRY OCCURS 5000 TIMES
001210                  INDEXED BY RG-IDX.
001220         10  RG-CHEQUE-NO         PIC 9(08).
001230         10  RG-SOURCE            PIC X(01).
001240         10  RG-PAYEE-ID          PIC X(10).
001250         10  RG-AMOUNT            PIC 9(09).
001260         10  RG-ISSUE-DATE        PIC 9(08).
001270         10  RG-SOURCE-DATE       PIC 9(08).
001280         10  RG-STATUS            PIC X(01).
001290             88  RG-OUTSTANDING             VALUE "O".
001300             88  RG-CLEARED                 VALUE "C".
001310             88  RG-MISMATCHED              VALUE "M".
001320             88  RG-STALE                   VALUE "S".
001330         10  RG-CLEAR-DATE        PIC 9(08).
001340         10  RG-CLEAR-AMOUNT      PIC 9(09).

001350 COPY AUDTLINK.
001360 COPY FCTLLINK.
001370 COPY PARMCTL.
001380 COPY REJECTREC.
001390 COPY RPTHDR.
001400 COPY DATXLINK.

001410 01  WS-TITLE-LINE.
001420     05  FILLER                  PIC X(36) VALUE
001430         "CLEARED-CHEQUE RECONCILIATION".
001440     05  FILLER                  PIC X(44) VALUE SPACES.

001450 01  WS-ITEM-LINE.
001460     05  IL-CATEGORY              PIC X(12).
001470     05  FILLER                  PIC X(07) VALUE "CHEQUE ".
001480     05  IL-CHEQUE-NO             PIC 9(08).
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  IL-PAYEE-ID              PIC X(10).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  IL-ISSUED                PIC ZZZZZZZZ9.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  IL-PAID                  PIC ZZZZZZZZ9.
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  IL-DATE                  PIC 9(08).
001570     05  FILLER                  PIC X(09) VALUE SPACES.

001580 01  WS-ITEM-COLUMN-LINE.
001590     05  FILLER                  PIC X(40) VALUE
001600         "                   NUMBER    PAYEE     ".
001610     05  FILLER                  PIC X(40) VALUE
001620         "     ISSUED       PAID  PAID ON         ".

001630 01  WS-OUTSTANDING-TITLE-LINE.
001640     05  FILLER                  PIC X(40) VALUE
001650         "OUTSTANDING CHEQUES - STALE AFTER DAYS: ".
001660     05  OT-STALE-DAYS            PIC ZZZ9.
001670     05  FILLER                  PIC X(36) VALUE SPACES.

001680 01  WS-OUTSTANDING-LINE.
001690     05  OL-CHEQUE-NO             PIC 9(08).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  OL-SOURCE                PIC X(01).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  OL-PAYEE-ID              PIC X(10).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  OL-AMOUNT                PIC ZZZZZZZZ9.
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  OL-ISSUE-DATE            PIC 9(08).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  OL-AGE                   PIC ZZZZ9.
001800     05  FILLER                  PIC X(06) VALUE " DAYS ".
001810     05  OL-FLAG                  PIC X(05).
001820     05  FILLER                  PIC X(18) VALUE SPACES.

001830 01  WS-TOTAL-LINE.
001840     05  TL-LABEL                 PIC X(24).
001850     05  TL-COUNT                 PIC ZZZZ9.
001860     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
001870     05  TL-AMOUNT                PIC ZZZZZZZZZZZZ9.
001880     05  FILLER                  PIC X(29) VALUE SPACES.

001890 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     PERFORM 2000-MATCH-ONE-ITEM THRU 2000-EXIT
001940         UNTIL WS-EOF.
001950     PERFORM 3000-AGE-OUTSTANDING THRU 3000-EXIT.
001960     PERFORM 4000-FINALIZE THRU 4000-EXIT.
001970     STOP RUN.

001980*----------------------------------------------------------------
001990* 1000-INITIALIZE - PROVE THE PAID-ITEMS FILE'S CONTROL RECORDS
002000*                   BEFORE ANYTHING IS MATCHED, THEN LOAD THE
002010*                   CHEQUE REGISTER.
002020*----------------------------------------------------------------
002030 1000-INITIALIZE.
002040     ACCEPT WS-RUN-DATE FROM DATE.
002050     MOVE "EXPND" TO DX-ACTION.
002060     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002070     CALL "DATEXPND" USING DATEXPND-PARMS.
002080     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002090     ACCEPT WS-RUN-TIME FROM TIME.
002100     COMPUTE WS-TODAY-INT =
002110         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
002120     PERFORM 7000-VERIFY-CONTROL THRU 7000-EXIT.
002130     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002140     OPEN OUTPUT CHKRRPT
002150          OUTPUT CHKCREJ.
002160     MOVE "CHKRECON" TO RH-PROGRAM-ID.
002170     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002180     MOVE WS-RUN-TIME TO RH-RUN-ID.
002190     MOVE 1 TO RH-PAGE-NUMBER.
002200     WRITE CHKRRPT-REC FROM RH-REPORT-HEADER.
002210     WRITE CHKRRPT-REC FROM WS-TITLE-LINE.
002220     WRITE CHKRRPT-REC FROM WS-BLANK-LINE.
002230     WRITE CHKRRPT-REC FROM WS-ITEM-COLUMN-LINE.
002240     OPEN INPUT CHKREG.
002250     IF WS-REG-STATUS = "00"
002260         PERFORM 1200-LOAD-ONE-CHEQUE THRU 1200-EXIT
002270             UNTIL WS-EOF
002280         CLOSE CHKREG
002290     END-IF.
002300     MOVE "N" TO WS-EOF-SW.
002310     OPEN INPUT CHKCLEAR.
002320     IF WS-CLR-STATUS NOT = "00"
002330         SET WS-EOF TO TRUE
002340         GO TO 1000-EXIT
002350     END-IF.
002360     PERFORM 8000-READ-CLEARED THRU 8000-EXIT.
002370 1000-EXIT.
002380     EXIT.

002390 1100-SCAN-PARMS.
002400     OPEN INPUT BIZPARM.
002410     IF WS-PARM-STATUS NOT = "00"
002420         GO TO 1100-EXIT
002430     END-IF.
002440     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
002450         UNTIL WS-EOF.
002460     CLOSE BIZPARM.
002470     MOVE "N" TO WS-EOF-SW.
002480 1100-EXIT.
002490     EXIT.

002500 1110-SCAN-ONE-PARM.
002510     READ BIZPARM
002520         AT END
002530             SET WS-EOF TO TRUE
002540         NOT AT END
002550             MOVE BIZPARM-REC TO PC-PARM-RECORD
002560             IF PC-PARM-NAME = "STALEDAYS"
002570                     AND PC-PARM-VALUE > ZERO
002580                 MOVE PC-PARM-VALUE TO WS-STALE-DAYS
002590             END-IF
002600             IF PC-PARM-NAME = "CHKKEEP"
002610                     AND PC-PARM-VALUE > ZERO
002620                 MOVE PC-PARM-VALUE TO WS-KEEP-DAYS
002630             END-IF
002640     END-READ.
002650 1110-EXIT.
002660     EXIT.

002670 1200-LOAD-ONE-CHEQUE.
002680     READ CHKREG
002690         AT END
002700             SET WS-EOF TO TRUE
002710             GO TO 1200-EXIT
002720     END-READ.
002730     IF WS-REG-COUNT >= 5000
002740         DISPLAY "CHKRECON - CHKREG EXCEEDS THE 5000-CHEQUE "
002750             "REGISTER TABLE - RUN ABORTED"
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     ADD 1 TO WS-REG-COUNT.
002800     SET RG-IDX TO WS-REG-COUNT.
002810     MOVE CR-CHEQUE-NO TO RG-CHEQUE-NO(RG-IDX).
002820     MOVE CR-SOURCE TO RG-SOURCE(RG-IDX).
002830     MOVE CR-PAYEE-ID TO RG-PAYEE-ID(RG-IDX).
002840     MOVE CR-AMOUNT TO RG-AMOUNT(RG-IDX).
002850     MOVE CR-ISSUE-DATE TO RG-ISSUE-DATE(RG-IDX).
002860     MOVE CR-SOURCE-DATE TO RG-SOURCE-DATE(RG-IDX).
002870     MOVE CR-STATUS TO RG-STATUS(RG-IDX).
002880     MOVE CR-CLEAR-DATE TO RG-CLEAR-DATE(RG-IDX).
002890     MOVE CR-CLEAR-AMOUNT TO RG-CLEAR-AMOUNT(RG-IDX).
002900 1200-EXIT.
002910     EXIT.

002920*----------------------------------------------------------------
002930* 2000-MATCH-ONE-ITEM - A PAID ITEM MUST NAME A CHEQUE STILL
002940*                       OUTSTANDING (OR STALE - THE BANK HONOURED
002950*                       IT ANYWAY) ON THE REGISTER. THE AMOUNT
002960*                       PAID MUST BE THE AMOUNT ISSUED.
002970*----------------------------------------------------------------
002980 2000-MATCH-ONE-ITEM.
002990     MOVE ZERO TO WS-REG-IDX.
003000     PERFORM 2010-MATCH-CHEQUE THRU 2010-EXIT
003010         VARYING WS-G FROM 1 BY 1
003020         UNTIL WS-G > WS-REG-COUNT OR WS-REG-IDX > ZERO.
003030     IF WS-REG-IDX = ZERO
003040         MOVE "CHEQUE NOT ON REGISTER" TO RJ-REASON-CODE
003050         PERFORM 2200-UNKNOWN-ITEM THRU 2200-EXIT
003060         GO TO 2000-NEXT
003070     END-IF.
003080     SET RG-IDX TO WS-REG-IDX.
003090     IF RG-CLEARED(RG-IDX) OR RG-MISMATCHED(RG-IDX)
003100         MOVE "CHEQUE ALREADY PAID" TO RJ-REASON-CODE
003110         PERFORM 2200-UNKNOWN-ITEM THRU 2200-EXIT
003120         GO TO 2000-NEXT
003130     END-IF.
003140     MOVE RG-STATUS(RG-IDX) TO WS-OLD-STATUS.
003150     MOVE CC-PAID-DATE TO RG-CLEAR-DATE(RG-IDX).
003160     MOVE CC-AMOUNT TO RG-CLEAR-AMOUNT(RG-IDX).
003170     IF CC-AMOUNT NOT = RG-AMOUNT(RG-IDX)
003180         PERFORM 2100-MISMATCHED-ITEM THRU 2100-EXIT
003190         GO TO 2000-NEXT
003200     END-IF.
003210     MOVE "C" TO RG-STATUS(RG-IDX).
003220     ADD 1 TO WS-CLEARED-COUNT.
003230     ADD CC-AMOUNT TO WS-CLEARED-TOTAL.
003240     MOVE "CLEARED" TO IL-CATEGORY.
003250     PERFORM 2300-PRINT-ITEM THRU 2300-EXIT.
003260     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003270 2000-NEXT.
003280     PERFORM 8000-READ-CLEARED THRU 8000-EXIT.
003290 2000-EXIT.
003300     EXIT.

003310 2010-MATCH-CHEQUE.
003320     IF RG-CHEQUE-NO(WS-G) = CC-CHEQUE-NO
003330         MOVE WS-G TO WS-REG-IDX
003340     END-IF.
003350 2010-EXIT.
003360     EXIT.

003370*----------------------------------------------------------------
003380* 2100-MISMATCHED-ITEM - THE BANK PAID A DIFFERENT AMOUNT FROM THE
003390*                        ONE WE ISSUED. THE CHEQUE IS HELD AS A
003400*                        MISMATCH WITH WHAT WAS PAID, FOR TREASURY
003410*                        TO TAKE UP WITH THE BANK.
003420*----------------------------------------------------------------
003430 2100-MISMATCHED-ITEM.
003440     MOVE "M" TO RG-STATUS(RG-IDX).
003450     ADD 1 TO WS-MISMATCH-COUNT.
003460     ADD CC-AMOUNT TO WS-MISMATCH-TOTAL.
003470     MOVE "MISMATCH" TO IL-CATEGORY.
003480     PERFORM 2300-PRINT-ITEM THRU 2300-EXIT.
003490     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003500     MOVE "AMOUNT PAID DIFFERS FROM AMOUNT ISSUED"
003510         TO RJ-REASON-CODE.
003520     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
003530 2100-EXIT.
003540     EXIT.

003550 2200-UNKNOWN-ITEM.
003560     ADD 1 TO WS-UNKNOWN-COUNT.
003570     ADD CC-AMOUNT TO WS-UNKNOWN-TOTAL.
003580     MOVE "UNKNOWN" TO IL-CATEGORY.
003590     MOVE CC-CHEQUE-NO TO IL-CHEQUE-NO.
003600     MOVE SPACES TO IL-PAYEE-ID.
003610     MOVE ZERO TO IL-ISSUED.
003620     IF WS-REG-IDX > ZERO
003630         MOVE RG-PAYEE-ID(WS-REG-IDX) TO IL-PAYEE-ID
003640         MOVE RG-AMOUNT(WS-REG-IDX) TO IL-ISSUED
003650     END-IF.
003660     MOVE CC-AMOUNT TO IL-PAID.
003670     MOVE CC-PAID-DATE TO IL-DATE.
003680     WRITE CHKRRPT-REC FROM WS-ITEM-LINE.
003690     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
003700 2200-EXIT.
003710     EXIT.

003720 2300-PRINT-ITEM.
003730     MOVE RG-CHEQUE-NO(RG-IDX) TO IL-CHEQUE-NO.
003740     MOVE RG-PAYEE-ID(RG-IDX) TO IL-PAYEE-ID.
003750     MOVE RG-AMOUNT(RG-IDX) TO IL-ISSUED.
003760     MOVE CC-AMOUNT TO IL-PAID.
003770     MOVE CC-PAID-DATE TO IL-DATE.
003780     WRITE CHKRRPT-REC FROM WS-ITEM-LINE.
003790 2300-EXIT.
003800     EXIT.

003810 2800-WRITE-AUDIT.
003820     MOVE "WRITE" TO AL-ACTION.
003830     MOVE "CHKRECON" TO AL-SOURCE-PROGRAM.
003840     MOVE RG-CHEQUE-NO(RG-IDX) TO AL-RECORD-KEY.
003850     MOVE "CHEQUE-STAT" TO AL-FIELD-NAME.
003860     MOVE WS-OLD-STATUS TO AL-OLD-VALUE.
003870     MOVE RG-STATUS(RG-IDX) TO AL-NEW-VALUE.
003880     MOVE SPACES TO AL-OPERATOR-ID.
003890     MOVE SPACES TO AL-TIMESTAMP.
003900     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003910         INTO AL-TIMESTAMP.
003920     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
003930 2800-EXIT.
003940     EXIT.

003950 2900-WRITE-REJECT.
003960     ADD 1 TO WS-REJECT-COUNT.
003970     MOVE "CHKRECON" TO RJ-SOURCE-PROGRAM.
003980     MOVE CC-CHEQUE-NO TO RJ-RECORD-KEY.
003990     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
004000         INTO RJ-REJECT-TIMESTAMP.
004010     WRITE CHKCREJ-REC FROM RJ-REJECT-RECORD.
004020 2900-EXIT.
004030     EXIT.

004040*----------------------------------------------------------------
004050* 3000-AGE-OUTSTANDING - EVERY CHEQUE STILL UNCASHED IS LISTED
004060*                        WITH ITS AGE. ONE OLDER THAN STALEDAYS
004070*                        IS MARKED STALE THE FIRST TIME IT IS
004080*                        SEEN THAT WAY.
004090*----------------------------------------------------------------
004100 3000-AGE-OUTSTANDING.
004110     WRITE CHKRRPT-REC FROM WS-BLANK-LINE.
004120     MOVE WS-STALE-DAYS TO OT-STALE-DAYS.
004130     WRITE CHKRRPT-REC FROM WS-OUTSTANDING-TITLE-LINE.
004140     PERFORM 3100-AGE-ONE-CHEQUE THRU 3100-EXIT
004150         VARYING WS-G FROM 1 BY 1
004160         UNTIL WS-G > WS-REG-COUNT.
004170 3000-EXIT.
004180     EXIT.

004190 3100-AGE-ONE-CHEQUE.
004200     SET RG-IDX TO WS-G.
004210     IF NOT RG-OUTSTANDING(RG-IDX) AND NOT RG-STALE(RG-IDX)
004220         GO TO 3100-EXIT
004230     END-IF.
004240     COMPUTE WS-DATE-INT =
004250         FUNCTION INTEGER-OF-DATE(RG-ISSUE-DATE(RG-IDX)).
004260     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT.
004270     IF RG-OUTSTANDING(RG-IDX) AND WS-AGE-DAYS > WS-STALE-DAYS
004280         MOVE "O" TO WS-OLD-STATUS
004290         MOVE "S" TO RG-STATUS(RG-IDX)
004300         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
004310     END-IF.
004320     ADD 1 TO WS-OUTSTANDING-COUNT.
004330     ADD RG-AMOUNT(RG-IDX) TO WS-OUTSTANDING-TOTAL.
004340     MOVE SPACES TO OL-FLAG.
004350     IF RG-STALE(RG-IDX)
004360         ADD 1 TO WS-STALE-COUNT
004370         ADD RG-AMOUNT(RG-IDX) TO WS-STALE-TOTAL
004380         MOVE "STALE" TO OL-FLAG
004390     END-IF.
004400     MOVE RG-CHEQUE-NO(RG-IDX) TO OL-CHEQUE-NO.
004410     MOVE RG-SOURCE(RG-IDX) TO OL-SOURCE.
004420     MOVE RG-PAYEE-ID(RG-IDX) TO OL-PAYEE-ID.
004430     MOVE RG-AMOUNT(RG-IDX) TO OL-AMOUNT.
004440     MOVE RG-ISSUE-DATE(RG-IDX) TO OL-ISSUE-DATE.
004450     MOVE WS-AGE-DAYS TO OL-AGE.
004460     WRITE CHKRRPT-REC FROM WS-OUTSTANDING-LINE.
004470 3100-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500* 4000-FINALIZE - SAVE THE REGISTER, DROPPING CLEARED CHEQUES
004510*                 PAST THE CHKKEEP RETENTION, AND PRINT THE
004520*                 CATEGORY TOTALS.
004530*----------------------------------------------------------------
004540 4000-FINALIZE.
004550     IF WS-CLR-STATUS = "00" OR WS-CLR-STATUS = "10"
004560         CLOSE CHKCLEAR
004570     END-IF.
004580     OPEN OUTPUT CHKREG.
004590     PERFORM 4100-SAVE-ONE-CHEQUE THRU 4100-EXIT
004600         VARYING WS-G FROM 1 BY 1
004610         UNTIL WS-G > WS-REG-COUNT.
004620     CLOSE CHKREG.
004630     WRITE CHKRRPT-REC FROM WS-BLANK-LINE.
004640     MOVE "CLEARED THIS RUN:" TO TL-LABEL.
004650     MOVE WS-CLEARED-COUNT TO TL-COUNT.
004660     MOVE WS-CLEARED-TOTAL TO TL-AMOUNT.
004670     WRITE CHKRRPT-REC FROM WS-TOTAL-LINE.
004680     MOVE "AMOUNT MISMATCHES:" TO TL-LABEL.
004690     MOVE WS-MISMATCH-COUNT TO TL-COUNT.
004700     MOVE WS-MISMATCH-TOTAL TO TL-AMOUNT.
004710     WRITE CHKRRPT-REC FROM WS-TOTAL-LINE.
004720     MOVE "UNKNOWN CHEQUES:" TO TL-LABEL.
004730     MOVE WS-UNKNOWN-COUNT TO TL-COUNT.
004740     MOVE WS-UNKNOWN-TOTAL TO TL-AMOUNT.
004750     WRITE CHKRRPT-REC FROM WS-TOTAL-LINE.
004760     MOVE "OUTSTANDING:" TO TL-LABEL.
004770     MOVE WS-OUTSTANDING-COUNT TO TL-COUNT.
004780     MOVE WS-OUTSTANDING-TOTAL TO TL-AMOUNT.
004790     WRITE CHKRRPT-REC FROM WS-TOTAL-LINE.
004800     MOVE "  OF WHICH STALE:" TO TL-LABEL.
004810     MOVE WS-STALE-COUNT TO TL-COUNT.
004820     MOVE WS-STALE-TOTAL TO TL-AMOUNT.
004830     WRITE CHKRRPT-REC FROM WS-TOTAL-LINE.
004840     MOVE "CLEARED ITEMS RETIRED:" TO TL-LABEL.
004850     MOVE WS-DROPPED-COUNT TO TL-COUNT.
004860     MOVE ZERO TO TL-AMOUNT.
004870     WRITE CHKRRPT-REC FROM WS-TOTAL-LINE.
004880     CLOSE CHKRRPT
004890           CHKCREJ.
004900     MOVE "CLOSE" TO AL-ACTION.
004910     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
004920 4000-EXIT.
004930     EXIT.

004940 4100-SAVE-ONE-CHEQUE.
004950     SET RG-IDX TO WS-G.
004960     IF RG-CLEARED(RG-IDX)
004970         COMPUTE WS-DATE-INT =
004980             FUNCTION INTEGER-OF-DATE(RG-CLEAR-DATE(RG-IDX))
004990         COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
005000         IF WS-AGE-DAYS > WS-KEEP-DAYS
005010             ADD 1 TO WS-DROPPED-COUNT
005020             GO TO 4100-EXIT
005030         END-IF
005040     END-IF.
005050     MOVE SPACES TO CHKREG-REC.
005060     MOVE RG-CHEQUE-NO(RG-IDX) TO CR-CHEQUE-NO.
005070     MOVE RG-SOURCE(RG-IDX) TO CR-SOURCE.
005080     MOVE RG-PAYEE-ID(RG-IDX) TO CR-PAYEE-ID.
005090     MOVE RG-AMOUNT(RG-IDX) TO CR-AMOUNT.
005100     MOVE RG-ISSUE-DATE(RG-IDX) TO CR-ISSUE-DATE.
005110     MOVE RG-SOURCE-DATE(RG-IDX) TO CR-SOURCE-DATE.
005120     MOVE RG-STATUS(RG-IDX) TO CR-STATUS.
005130     MOVE RG-CLEAR-DATE(RG-IDX) TO CR-CLEAR-DATE.
005140     MOVE RG-CLEAR-AMOUNT(RG-IDX) TO CR-CLEAR-AMOUNT.
005150     WRITE CHKREG-REC.
005160 4100-EXIT.
005170     EXIT.

005180*----------------------------------------------------------------
005190* 7000-VERIFY-CONTROL - PROVE CHKCLEAR'S HEADER AND TRAILER AGREE
005200*                       WITH ITS CONTENTS BEFORE ANY CHEQUE IS
005210*                       MARKED PAID.
005220*----------------------------------------------------------------
005230 7000-VERIFY-CONTROL.
005240     MOVE "CHECK" TO FC-ACTION.
005250     MOVE "CHKRECON" TO FC-CALLER.
005260     MOVE "CHKCLEAR" TO FC-FILE-NAME.
005270     MOVE 10 TO FC-AMT-POS.
005280     MOVE 9 TO FC-AMT-LEN.
005290     CALL "FILECTL" USING FILECTL-PARMS.
005300     IF FC-RETURN-CODE NOT = ZERO
005310         DISPLAY "CHKRECON - CHKCLEAR FAILED ITS CONTROL "
005320             "CHECK - RUN ABORTED"
005330         MOVE 16 TO RETURN-CODE
005340         STOP RUN
005350     END-IF.
005360 7000-EXIT.
005370     EXIT.

005380 8000-READ-CLEARED.
005390     READ CHKCLEAR
005400         AT END
005410             SET WS-EOF TO TRUE
005420     END-READ.
005430     IF NOT WS-EOF
005440         IF CHKCLEAR-REC (1:3) = "HDR"
005450                 OR CHKCLEAR-REC (1:3) = "TRL"
005460             GO TO 8000-READ-CLEARED
005470         END-IF
005480     END-IF.
005490 8000-EXIT.
005500     EXIT.
