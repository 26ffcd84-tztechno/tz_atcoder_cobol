000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COAMAINT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. TRANSACTION-DRIVEN
000110*                  MAINTENANCE FOR THE COAMAST CHART OF ACCOUNTS
000120*                  GLPOST VALIDATES EVERY JOURNAL LINE AGAINST.
000130*                  EACH ACCOUNT CARRIES A DESCRIPTION, AN ACCOUNT
000140*                  TYPE (A ASSET, L LIABILITY, Q EQUITY, I INCOME,
000150*                  E EXPENSE), AN ACTIVE FLAG AND THE ROLL-UP
000160*                  GROUP GLSTMT PRINTS IT UNDER. COATXN CARRIES
000170*                  ONE ADD ("A"), CHANGE ("C") OR DELETE ("D") PER
000180*                  RECORD; A CHANGE ONLY REPLACES THE FIELDS IT
000190*                  FILLS IN. AN ACCOUNT STILL CARRYING A GLMAST
000200*                  BALANCE CANNOT BE DELETED - IT IS MADE INACTIVE
000210*                  INSTEAD. EVERY APPLIED CHANGE IS LOGGED FIELD
000220*                  BY FIELD THROUGH THE SHARED AUDITLOG
000230*                  SUBPROGRAM; EVERY REJECTED TRANSACTION GOES TO
000240*                  COAMREJ IN THE SHARED REJECTREC LAYOUT. THE
000250*                  MAINTENANCE REPORT GOES TO COAMRPT.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM.
000300 OBJECT-COMPUTER. IBM.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT COAMAST ASSIGN TO "COAMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CA-ACCOUNT
000370         FILE STATUS IS WS-MAST-STATUS.
000380     SELECT GLMAST ASSIGN TO "GLMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS GL-ACCOUNT
000420         FILE STATUS IS WS-GL-STATUS.
000430     SELECT COATXN ASSIGN TO "COATXN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-TXN-STATUS.
000460     SELECT COAMREJ ASSIGN TO "COAMREJ"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT COAMRPT ASSIGN TO "COAMRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  COAMAST.
000530 01  COAMAST-REC.
000540     05  CA-ACCOUNT               PIC X(10).
000550     05  CA-DESC                  PIC X(30).
000560     05  CA-TYPE                  PIC X(01).
000570     05  CA-ACTIVE                PIC X(01).
000580         88  CA-ACCOUNT-ACTIVE              VALUE "Y".
000590     05  CA-GROUP                 PIC X(20).

000600 FD  GLMAST.
000610 01  GLMAST-REC.
000620     05  GL-ACCOUNT               PIC X(10).
000630     05  GL-BALANCE               PIC S9(11) COMP-3.
000640     05  GL-LAST-POST-DATE        PIC 9(06).

000650 FD  COATXN
000660     RECORDING MODE IS F.
000670 01  COATXN-REC.
000680     05  TX-ACTION                PIC X(01).
000690         88  TX-ADD                         VALUE "A".
000700         88  TX-CHANGE                      VALUE "C".
000710         88  TX-DELETE                      VALUE "D".
000720     05  FILLER                   PIC X(01).
000730     05  TX-ACCOUNT               PIC X(10).
000740     05  FILLER                   PIC X(01).
000750     05  TX-TYPE                  PIC X(01).
000760         88  TX-TYPE-VALID                  VALUES "A" "L" "Q"
000770                                                   "I" "E".
000780     05  FILLER                   PIC X(01).
000790     05  TX-ACTIVE                PIC X(01).
000800         88  TX-ACTIVE-VALID                VALUES "Y" "N".
000810     05  FILLER                   PIC X(01).
000820     05  TX-GROUP                 PIC X(20).
000830     05  FILLER                   PIC X(01).
000840     05  TX-DESC                  PIC X(30).
000850     05  FILLER                   PIC X(01).
000860     05  TX-OPERATOR-ID           PIC X(08).
000870     05  FILLER                   PIC X(03).

000880 FD  COAMREJ
000890     RECORDING MODE IS F.
000900 01  COAMREJ-REC                  PIC X(80).

000910 FD  COAMRPT
000920     RECORDING MODE IS F.
000930 01  COAMRPT-REC                  PIC X(80).

000940 WORKING-STORAGE SECTION.
000950 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000960     88  WS-EOF                             VALUE "Y".
000970 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
000980 77  WS-GL-STATUS                 PIC X(02) VALUE SPACES.
000990 77  WS-TXN-STATUS                PIC X(02) VALUE SPACES.
001000 77  WS-TXN-COUNT                 PIC 9(05) VALUE ZERO COMP.
001010 77  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO COMP.
001020 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001030 77  WS-ACCOUNT-FOUND-SW          PIC X(01) VALUE "N".
001040     88  WS-ACCOUNT-FOUND                   VALUE "Y".
001050 77  WS-FIELDS-OK-SW              PIC X(01) VALUE "Y".
001060     88  WS-FIELDS-OK                       VALUE "Y".
001070 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001080 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.

001090 COPY AUDTLINK.
001100 COPY REJECTREC.
001110 COPY RPTHDR.

001120 01  WS-TITLE-LINE.
001130     05  FILLER                  PIC X(36) VALUE
001140         "CHART OF ACCOUNTS MAINTENANCE REPORT".
001150     05  FILLER                  PIC X(44) VALUE SPACES.

001160 01  WS-DETAIL-LINE.
001170     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
001180     05  DL-ACCOUNT               PIC X(10).
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  DL-ACTION-DESC           PIC X(08).
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  DL-NOTE                  PIC X(40).
001230     05  FILLER                  PIC X(10) VALUE SPACES.

001240 01  WS-SUMMARY-LINE.
001250     05  FILLER                  PIC X(15) VALUE
001260         "TRANSACTIONS:  ".
001270     05  SL-TXN-COUNT             PIC ZZZZ9.
001280     05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
001290     05  SL-APPLIED-COUNT         PIC ZZZZ9.
001300     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
001310     05  SL-REJECT-COUNT          PIC ZZZZ9.
001320     05  FILLER                  PIC X(27) VALUE SPACES.

001330 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     PERFORM 2000-APPLY-TXN THRU 2000-EXIT
001380         UNTIL WS-EOF.
001390     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001400     STOP RUN.

001410*----------------------------------------------------------------
001420* 1000-INITIALIZE - OPEN THE KEYED CHART FOR UPDATE, CREATING IT
001430*                   ON THE FIRST EVER RUN STATUS-35 STYLE. THE
001440*                   LEDGER IS ONLY READ, TO GUARD DELETES; A SHOP
001450*                   WITH NO LEDGER YET HAS NO BALANCES TO GUARD.
001460*----------------------------------------------------------------
001470 1000-INITIALIZE.
001480     ACCEPT WS-RUN-DATE FROM DATE.
001490     ACCEPT WS-RUN-TIME FROM TIME.
001500     OPEN OUTPUT COAMRPT
001510          OUTPUT COAMREJ.
001520     MOVE "COAMAINT" TO RH-PROGRAM-ID.
001530     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001540     MOVE WS-RUN-TIME TO RH-RUN-ID.
001550     MOVE 1 TO RH-PAGE-NUMBER.
001560     WRITE COAMRPT-REC FROM RH-REPORT-HEADER.
001570     WRITE COAMRPT-REC FROM WS-TITLE-LINE.
001580     WRITE COAMRPT-REC FROM WS-BLANK-LINE.
001590     OPEN I-O COAMAST.
001600     IF WS-MAST-STATUS = "35"
001610         OPEN OUTPUT COAMAST
001620         CLOSE COAMAST
001630         OPEN I-O COAMAST
001640     END-IF.
001650     IF WS-MAST-STATUS NOT = "00"
001660         DISPLAY "COAMAINT - COAMAST OPEN FAILED, STATUS "
001670             WS-MAST-STATUS " - RUN ABORTED"
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710     OPEN INPUT GLMAST.
001720     OPEN INPUT COATXN.
001730     IF WS-TXN-STATUS NOT = "00"
001740         SET WS-EOF TO TRUE
001750         GO TO 1000-EXIT
001760     END-IF.
001770     PERFORM 8000-READ-COATXN THRU 8000-EXIT.
001780 1000-EXIT.
001790     EXIT.

001800*----------------------------------------------------------------
001810* 2000-APPLY-TXN - ROUTE ONE MAINTENANCE TRANSACTION.
001820*----------------------------------------------------------------
001830 2000-APPLY-TXN.
001840     ADD 1 TO WS-TXN-COUNT.
001850     IF TX-ACCOUNT = SPACES
001860         MOVE "BLANK GL ACCOUNT" TO RJ-REASON-CODE
001870         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001880         PERFORM 8000-READ-COATXN THRU 8000-EXIT
001890         GO TO 2000-EXIT
001900     END-IF.
001910     PERFORM 2500-FIND-ACCOUNT THRU 2500-EXIT.
001920     EVALUATE TRUE
001930         WHEN TX-ADD
001940             PERFORM 2100-ADD-ACCOUNT THRU 2100-EXIT
001950         WHEN TX-CHANGE
001960             PERFORM 2200-CHANGE-ACCOUNT THRU 2200-EXIT
001970         WHEN TX-DELETE
001980             PERFORM 2300-DELETE-ACCOUNT THRU 2300-EXIT
001990         WHEN OTHER
002000             MOVE "UNKNOWN MAINTENANCE ACTION" TO RJ-REASON-CODE
002010             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002020     END-EVALUATE.
002030     PERFORM 8000-READ-COATXN THRU 8000-EXIT.
002040 2000-EXIT.
002050     EXIT.

002060*----------------------------------------------------------------
002070* 2100-ADD-ACCOUNT - A NEW ACCOUNT NEEDS A VALID TYPE AND A GROUP;
002080*                    THE ACTIVE FLAG DEFAULTS TO "Y".
002090*----------------------------------------------------------------
002100 2100-ADD-ACCOUNT.
002110     IF WS-ACCOUNT-FOUND
002120         MOVE "ADD OF ACCOUNT ALREADY ON CHART" TO RJ-REASON-CODE
002130         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002140         GO TO 2100-EXIT
002150     END-IF.
002160     IF TX-GROUP = SPACES
002170         MOVE "ADD WITH NO ROLL-UP GROUP" TO RJ-REASON-CODE
002180         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002190         GO TO 2100-EXIT
002200     END-IF.
002210     IF TX-ACTIVE = SPACE
002220         MOVE "Y" TO TX-ACTIVE
002230     END-IF.
002240     PERFORM 2600-EDIT-CODES THRU 2600-EXIT.
002250     IF NOT WS-FIELDS-OK
002260         GO TO 2100-EXIT
002270     END-IF.
002280     MOVE SPACES TO COAMAST-REC.
002290     MOVE TX-ACCOUNT TO CA-ACCOUNT.
002300     MOVE TX-DESC TO CA-DESC.
002310     MOVE TX-TYPE TO CA-TYPE.
002320     MOVE TX-ACTIVE TO CA-ACTIVE.
002330     MOVE TX-GROUP TO CA-GROUP.
002340     WRITE COAMAST-REC
002350         INVALID KEY
002360             MOVE "ADD OF ACCOUNT ALREADY ON CHART"
002370                 TO RJ-REASON-CODE
002380             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002390             GO TO 2100-EXIT
002400     END-WRITE.
002410     ADD 1 TO WS-APPLIED-COUNT.
002420     MOVE "TYPE" TO AL-FIELD-NAME.
002430     MOVE SPACES TO AL-OLD-VALUE.
002440     MOVE CA-TYPE TO AL-NEW-VALUE.
002450     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002460     MOVE "ACTIVE" TO AL-FIELD-NAME.
002470     MOVE SPACES TO AL-OLD-VALUE.
002480     MOVE CA-ACTIVE TO AL-NEW-VALUE.
002490     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002500     MOVE "GROUP" TO AL-FIELD-NAME.
002510     MOVE SPACES TO AL-OLD-VALUE.
002520     MOVE CA-GROUP TO AL-NEW-VALUE.
002530     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002540     MOVE "ADDED" TO DL-ACTION-DESC.
002550     MOVE CA-DESC TO DL-NOTE.
002560     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
002570 2100-EXIT.
002580     EXIT.

002590*----------------------------------------------------------------
002600* 2200-CHANGE-ACCOUNT - ONLY THE FIELDS THE TRANSACTION FILLS IN
002610*                       ARE REPLACED, AND ONLY THE ONES THAT
002620*                       ACTUALLY CHANGE ARE AUDITED.
002630*----------------------------------------------------------------
002640 2200-CHANGE-ACCOUNT.
002650     IF NOT WS-ACCOUNT-FOUND
002660         MOVE "CHANGE OF ACCOUNT NOT ON CHART" TO RJ-REASON-CODE
002670         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002680         GO TO 2200-EXIT
002690     END-IF.
002700     IF TX-TYPE = SPACE
002710         MOVE CA-TYPE TO TX-TYPE
002720     END-IF.
002730     IF TX-ACTIVE = SPACE
002740         MOVE CA-ACTIVE TO TX-ACTIVE
002750     END-IF.
002760     PERFORM 2600-EDIT-CODES THRU 2600-EXIT.
002770     IF NOT WS-FIELDS-OK
002780         GO TO 2200-EXIT
002790     END-IF.
002800     IF TX-TYPE NOT = CA-TYPE
002810         MOVE "TYPE" TO AL-FIELD-NAME
002820         MOVE CA-TYPE TO AL-OLD-VALUE
002830         MOVE TX-TYPE TO AL-NEW-VALUE
002840         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
002850         MOVE TX-TYPE TO CA-TYPE
002860     END-IF.
002870     IF TX-ACTIVE NOT = CA-ACTIVE
002880         MOVE "ACTIVE" TO AL-FIELD-NAME
002890         MOVE CA-ACTIVE TO AL-OLD-VALUE
002900         MOVE TX-ACTIVE TO AL-NEW-VALUE
002910         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
002920         MOVE TX-ACTIVE TO CA-ACTIVE
002930     END-IF.
002940     IF TX-GROUP NOT = SPACES AND TX-GROUP NOT = CA-GROUP
002950         MOVE "GROUP" TO AL-FIELD-NAME
002960         MOVE CA-GROUP TO AL-OLD-VALUE
002970         MOVE TX-GROUP TO AL-NEW-VALUE
002980         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
002990         MOVE TX-GROUP TO CA-GROUP
003000     END-IF.
003010     IF TX-DESC NOT = SPACES AND TX-DESC NOT = CA-DESC
003020         MOVE "DESC" TO AL-FIELD-NAME
003030         MOVE CA-DESC TO AL-OLD-VALUE
003040         MOVE TX-DESC TO AL-NEW-VALUE
003050         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
003060         MOVE TX-DESC TO CA-DESC
003070     END-IF.
003080     REWRITE COAMAST-REC.
003090     ADD 1 TO WS-APPLIED-COUNT.
003100     MOVE "CHANGED" TO DL-ACTION-DESC.
003110     MOVE CA-DESC TO DL-NOTE.
003120     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
003130 2200-EXIT.
003140     EXIT.

003150*----------------------------------------------------------------
003160* 2300-DELETE-ACCOUNT - ONLY AN ACCOUNT WITH NO LEDGER BALANCE
003170*                       MAY LEAVE THE CHART; ONE STILL CARRYING A
003180*                       BALANCE WOULD DROP OUT OF THE STATEMENTS.
003190*----------------------------------------------------------------
003200 2300-DELETE-ACCOUNT.
003210     IF NOT WS-ACCOUNT-FOUND
003220         MOVE "DELETE OF ACCOUNT NOT ON CHART" TO RJ-REASON-CODE
003230         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003240         GO TO 2300-EXIT
003250     END-IF.
003260     IF WS-GL-STATUS = "00"
003270         MOVE TX-ACCOUNT TO GL-ACCOUNT
003280         READ GLMAST
003290             INVALID KEY
003300                 CONTINUE
003310             NOT INVALID KEY
003320                 IF GL-BALANCE NOT = ZERO
003330                     MOVE "DELETE OF ACCOUNT WITH LEDGER BALANCE"
003340                         TO RJ-REASON-CODE
003350                     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003360                     GO TO 2300-EXIT
003370                 END-IF
003380         END-READ
003390     END-IF.
003400     DELETE COAMAST.
003410     ADD 1 TO WS-APPLIED-COUNT.
003420     MOVE "ACCOUNT" TO AL-FIELD-NAME.
003430     MOVE CA-TYPE TO AL-OLD-VALUE.
003440     MOVE "DELETED" TO AL-NEW-VALUE.
003450     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003460     MOVE "DELETED" TO DL-ACTION-DESC.
003470     MOVE CA-DESC TO DL-NOTE.
003480     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
003490 2300-EXIT.
003500     EXIT.

003510 2500-FIND-ACCOUNT.
003520     MOVE "N" TO WS-ACCOUNT-FOUND-SW.
003530     MOVE TX-ACCOUNT TO CA-ACCOUNT.
003540     READ COAMAST
003550         INVALID KEY
003560             CONTINUE
003570         NOT INVALID KEY
003580             SET WS-ACCOUNT-FOUND TO TRUE
003590     END-READ.
003600 2500-EXIT.
003610     EXIT.

003620 2600-EDIT-CODES.
003630     MOVE "Y" TO WS-FIELDS-OK-SW.
003640     IF NOT TX-TYPE-VALID
003650         MOVE "ACCOUNT TYPE NOT A, L, Q, I OR E" TO RJ-REASON-CODE
003660         GO TO 2600-REJECT
003670     END-IF.
003680     IF NOT TX-ACTIVE-VALID
003690         MOVE "ACTIVE FLAG NOT Y OR N" TO RJ-REASON-CODE
003700         GO TO 2600-REJECT
003710     END-IF.
003720     GO TO 2600-EXIT.
003730 2600-REJECT.
003740     MOVE "N" TO WS-FIELDS-OK-SW.
003750     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
003760 2600-EXIT.
003770     EXIT.

003780 2700-WRITE-DETAIL.
003790     MOVE TX-ACCOUNT TO DL-ACCOUNT.
003800     WRITE COAMRPT-REC FROM WS-DETAIL-LINE.
003810 2700-EXIT.
003820     EXIT.

003830 2800-WRITE-AUDIT.
003840     MOVE "WRITE" TO AL-ACTION.
003850     MOVE TX-OPERATOR-ID TO AL-OPERATOR-ID.
003860     MOVE "COAMAINT" TO AL-SOURCE-PROGRAM.
003870     MOVE TX-ACCOUNT TO AL-RECORD-KEY.
003880     MOVE SPACES TO AL-TIMESTAMP.
003890     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003900         INTO AL-TIMESTAMP.
003910     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
003920 2800-EXIT.
003930     EXIT.

003940 2900-WRITE-REJECT.
003950     ADD 1 TO WS-REJECT-COUNT.
003960     MOVE "COAMAINT" TO RJ-SOURCE-PROGRAM.
003970     MOVE TX-ACCOUNT TO RJ-RECORD-KEY.
003980     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003990         INTO RJ-REJECT-TIMESTAMP.
004000     WRITE COAMREJ-REC FROM RJ-REJECT-RECORD.
004010     MOVE TX-ACCOUNT TO DL-ACCOUNT.
004020     MOVE "REJECTED" TO DL-ACTION-DESC.
004030     MOVE RJ-REASON-CODE TO DL-NOTE.
004040     WRITE COAMRPT-REC FROM WS-DETAIL-LINE.
004050 2900-EXIT.
004060     EXIT.

004070*----------------------------------------------------------------
004080* 3000-FINALIZE - PRINT THE RUN TOTALS AND LET THE AUDIT
004090*                 SUBPROGRAM FLUSH ITS LOG.
004100*----------------------------------------------------------------
004110 3000-FINALIZE.
004120     IF WS-TXN-STATUS = "00"
004130         CLOSE COATXN
004140     END-IF.
004150     IF WS-GL-STATUS = "00"
004160         CLOSE GLMAST
004170     END-IF.
004180     CLOSE COAMAST.
004190     WRITE COAMRPT-REC FROM WS-BLANK-LINE.
004200     MOVE WS-TXN-COUNT TO SL-TXN-COUNT.
004210     MOVE WS-APPLIED-COUNT TO SL-APPLIED-COUNT.
004220     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
004230     WRITE COAMRPT-REC FROM WS-SUMMARY-LINE.
004240     CLOSE COAMRPT
004250           COAMREJ.
004260     MOVE "CLOSE" TO AL-ACTION.
004270     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
004280 3000-EXIT.
004290     EXIT.

004300 8000-READ-COATXN.
004310     READ COATXN
004320         AT END
004330             SET WS-EOF TO TRUE
004340     END-READ.
004350 8000-EXIT.
004360     EXIT.
