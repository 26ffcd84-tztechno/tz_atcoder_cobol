000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LATEFEE.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. LATE-PAYMENT FEE ASSESSMENT,
000110*                  RUN AFTER CASHAPP. AN ARMAST ITEM STILL OPEN
000120*                  MORE THAN THE LATEGRACE DAYS IN BIZPARM
000130*                  (DEFAULT 30) PAST ITS BILL DATE IS CHARGED A
000140*                  LATE FEE - LATEFEEPCT PER CENT OF THE OVERDUE
000150*                  BALANCE WHEN THAT PARAMETER IS SET, OTHERWISE
000160*                  THE FLAT LATEFEEAMT (DEFAULT 25) - CAPPED AT
000170*                  LATEFEEMAX (DEFAULT 100). THE FEE IS ADDED TO
000180*                  ARMAST AS ITS OWN BILLED ITEM DATED THE RUN
000190*                  DATE, SO CASHAPP, DUNNING AND THE AGING SEE IT
000200*                  LIKE ANY OTHER BILL. THE LATEHIST HISTORY
000210*                  CARRIES EVERY BILL ALREADY CHARGED AND EVERY
000220*                  FEE ITEM RAISED ACROSS RUNS, SO A BILL IS NEVER
000230*                  CHARGED TWICE AND A FEE IS NEVER CHARGED A FEE;
000240*                  AN ENTRY IS DROPPED ONCE ITS ITEM IS GONE FROM
000250*                  ARMAST. A POLICY WITH A DIRECT-DEBIT COLLECTION
000260*                  STILL OUT ON THE DDCOLL BANK FILE IS SKIPPED -
000270*                  THE MONEY IS ON ITS WAY. EVERY FEE IS LOGGED
000280*                  THROUGH THE SHARED AUDITLOG SUBPROGRAM AND
000290*                  LISTED ON THE LATEFRPT FEE REGISTER.
00029A* 10/15/2026  RO   THE FEE ITEM IS NOW MARKED ON ARMAST WITH ITEM
00029B*                  TYPE "F", SO CASHAPP NEVER REFRESHES A PREMIUM
00029C*                  BILLING OVER IT AND CASH REACHES IT OLDEST
00029D*                  FIRST. LATEHIST IS KEYED ON POLICY, BILL DATE
00029E*                  AND KIND OF ITEM - NOT THE BILLED AMOUNT,
00029F*                  WHICH A REFRESH OR AN INSTALLMENT CHANGES AND
00029G*                  WHICH LET THE SAME BILL BE CHARGED AGAIN.
00029H* 10/15/2026  RO   AN ENDORSEMENT ITEM (TYPE "E") POSTED BY
00029I*                  CASHAPP IS CHARGED LIKE ANY OTHER BILL. ITS
00029J*                  LATEHIST ENTRY IS KIND "E", KEPT APART FROM A
00029K*                  PREMIUM BILL OF THE SAME POLICY AND BILL DATE.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM.
000340 OBJECT-COMPUTER. IBM.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARMAST ASSIGN TO "ARMAST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AR-STATUS.
000400     SELECT BIZPARM ASSIGN TO "BIZPARM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PARM-STATUS.
000430     SELECT LATEHIST ASSIGN TO "LATEHIST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-HIST-STATUS.
000460     SELECT DDCOLL ASSIGN TO "DDCOLL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-DD-STATUS.
000490     SELECT LATEFRPT ASSIGN TO "LATEFRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ARMAST
000540     RECORDING MODE IS F.
000550 01  ARMAST-REC.
000560     05  AR-POLICY-ID             PIC X(10).
000570     05  FILLER                   PIC X(01).
000580     05  AR-BILL-DATE             PIC 9(08).
000590     05  FILLER                   PIC X(01).
000600     05  AR-BILLED-AMOUNT         PIC 9(09).
000610     05  FILLER                   PIC X(01).
000620     05  AR-PAID-AMOUNT           PIC 9(09).
00062A     05  FILLER                   PIC X(01).
00062B     05  AR-ITEM-TYPE             PIC X(01).
00062C         88  AR-FEE-ITEM                    VALUE "F".

000630 FD  BIZPARM
000640     RECORDING MODE IS F.
000650 01  BIZPARM-REC                  PIC X(80).

000660 FD  LATEHIST
000670     RECORDING MODE IS F.
000680 01  LATEHIST-REC.
000690     05  LH-POLICY-ID             PIC X(10).
000700     05  FILLER                   PIC X(01).
000710     05  LH-BILL-DATE             PIC 9(08).
000720     05  FILLER                   PIC X(01).
000730     05  LH-BILLED-AMOUNT         PIC 9(09).
000740     05  FILLER                   PIC X(01).
000750     05  LH-ITEM-TYPE             PIC X(01).
000760     05  FILLER                   PIC X(01).
000770     05  LH-FEE-DATE              PIC 9(08).
000780     05  FILLER                   PIC X(01).
000790     05  LH-FEE-AMOUNT            PIC 9(09).
000800     05  FILLER                   PIC X(30).

000810 FD  DDCOLL
000820     RECORDING MODE IS F.
000830 01  DDCOLL-REC.
000840     05  DD-POLICY-ID             PIC X(10).
000850     05  FILLER                   PIC X(01).
000860     05  DD-AMOUNT                PIC 9(09).
000870     05  FILLER                   PIC X(01).
000880     05  DD-DUE-DATE              PIC 9(06).
000890     05  FILLER                   PIC X(53).

000900 FD  LATEFRPT
000910     RECORDING MODE IS F.
000920 01  LATEFRPT-REC                 PIC X(80).

000930 WORKING-STORAGE SECTION.
000940 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000950     88  WS-EOF                             VALUE "Y".
000960 77  WS-AR-STATUS                 PIC X(02) VALUE SPACES.
000970 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000980 77  WS-HIST-STATUS               PIC X(02) VALUE SPACES.
000990 77  WS-DD-STATUS                 PIC X(02) VALUE SPACES.
001000 77  WS-A                         PIC 9(05) COMP.
001010 77  WS-H                         PIC 9(05) COMP.
001020 77  WS-SWEEP-COUNT               PIC 9(05) VALUE ZERO COMP.
001030 77  WS-HIST-IDX                  PIC 9(05) VALUE ZERO COMP.
001040 77  WS-DD-FOUND-SW               PIC X(01) VALUE "N".
001050     88  WS-DD-FOUND                        VALUE "Y".
001060 77  WS-GRACE-DAYS                PIC 9(05) VALUE 30.
001070 77  WS-FEE-FLAT                  PIC 9(09) VALUE 25.
001080 77  WS-FEE-PCT                   PIC 9(03) VALUE ZERO.
001090 77  WS-FEE-MAX                   PIC 9(09) VALUE 100.
001100 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001110 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001120 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001130 77  WS-BALANCE                   PIC S9(09) VALUE ZERO.
001140 77  WS-FEE                       PIC 9(09) VALUE ZERO.
001150 77  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
001160 77  WS-TODAY-INT                 PIC 9(08) VALUE ZERO.
001170 77  WS-BILL-INT                  PIC 9(08) VALUE ZERO.
001180 77  WS-DATE-CCYYMMDD             PIC 9(08) VALUE ZERO.
001190 77  WS-FEE-COUNT                 PIC 9(05) VALUE ZERO COMP.
001200 77  WS-FEE-TOTAL                 PIC 9(11) VALUE ZERO.
001210 77  WS-CHARGED-COUNT             PIC 9(05) VALUE ZERO COMP.
001220 77  WS-DDPEND-COUNT              PIC 9(05) VALUE ZERO COMP.

001230 01  WS-AR-TABLE.
001240     05  WS-AR-COUNT              PIC 9(05) VALUE ZERO COMP.
001250     05  AT-ENTRY OCCURS 2000 TIMES
001260                  INDEXED BY AT-IDX.
001270         10  AT-POLICY-ID         PIC X(10).
001280         10  AT-BILL-DATE         PIC 9(08).
001290         10  AT-BILLED-AMOUNT     PIC 9(09).
001300         10  AT-PAID-AMOUNT       PIC 9(09).
00130A         10  AT-ITEM-TYPE         PIC X(01).
00130B             88  AT-FEE-ITEM                VALUE "F".
00130C             88  AT-ENDT-ITEM               VALUE "E".

001310 01  WS-HIST-TABLE.
001320     05  WS-HIST-COUNT            PIC 9(05) VALUE ZERO COMP.
001330     05  HT-ENTRY OCCURS 2000 TIMES
001340                  INDEXED BY HT-IDX.
001350         10  HT-POLICY-ID         PIC X(10).
001360         10  HT-BILL-DATE         PIC 9(08).
001370         10  HT-BILLED-AMOUNT     PIC 9(09).
001380         10  HT-ITEM-TYPE         PIC X(01).
001390             88  HT-BILL-CHARGED            VALUE "B".
001400             88  HT-FEE-ITEM                VALUE "F".
00140A             88  HT-ENDT-CHARGED            VALUE "E".
001410         10  HT-FEE-DATE          PIC 9(08).
001420         10  HT-FEE-AMOUNT        PIC 9(09).
001430         10  HT-OPEN-SW           PIC X(01).

001440 01  WS-DD-TABLE.
001450     05  WS-DD-COUNT              PIC 9(05) VALUE ZERO COMP.
001460     05  DT-ENTRY OCCURS 2000 TIMES
001470                  INDEXED BY DT-IDX.
001480         10  DT-POLICY-ID         PIC X(10).

001490 COPY AUDTLINK.
001500 COPY PARMCTL.
001510 COPY CTLREC.
001520 COPY RPTHDR.
001530 COPY DATXLINK.

001540 01  WS-TITLE-LINE.
001550     05  FILLER                  PIC X(25) VALUE
001560         "LATE-PAYMENT FEE REGISTER".
001570     05  FILLER                  PIC X(55) VALUE SPACES.

001580 01  WS-DETAIL-LINE.
001590     05  FILLER                  PIC X(07) VALUE "POLICY ".
001600     05  DL-POLICY-ID             PIC X(10).
001610     05  FILLER                  PIC X(06) VALUE " BILL ".
001620     05  DL-BILL-DATE             PIC 9(08).
001630     05  FILLER                  PIC X(05) VALUE " AGE ".
001640     05  DL-AGE-DAYS              PIC ZZZZ9.
001650     05  FILLER                  PIC X(05) VALUE " DUE ".
001660     05  DL-OVERDUE               PIC ZZZZZZZZ9.
001670     05  FILLER                  PIC X(05) VALUE " FEE ".
001680     05  DL-FEE                   PIC ZZZZZZZZ9.
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  DL-NOTE                  PIC X(10).

001710 01  WS-TERMS-LINE.
001720     05  FILLER                  PIC X(07) VALUE "GRACE: ".
001730     05  TL-GRACE-DAYS            PIC ZZZZ9.
001740     05  FILLER                  PIC X(07) VALUE "  FLAT:".
001750     05  TL-FEE-FLAT              PIC ZZZZZZZZ9.
001760     05  FILLER                  PIC X(07) VALUE "  PCT: ".
001770     05  TL-FEE-PCT               PIC ZZ9.
001780     05  FILLER                  PIC X(07) VALUE "  CAP: ".
001790     05  TL-FEE-MAX               PIC ZZZZZZZZ9.
001800     05  FILLER                  PIC X(26) VALUE SPACES.

001810 01  WS-SUMMARY-LINE.
001820     05  FILLER                  PIC X(06) VALUE "FEES: ".
001830     05  SL-FEE-COUNT             PIC ZZZZ9.
001840     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
001850     05  SL-FEE-TOTAL             PIC ZZZZZZZZZZ9.
001860     05  FILLER                  PIC X(18) VALUE
001870         "  ALREADY CHARGED:".
001880     05  SL-CHARGED-COUNT         PIC ZZZZ9.
001890     05  FILLER                  PIC X(13) VALUE "  DD PENDING:".
001900     05  SL-DDPEND-COUNT          PIC ZZZZ9.
001910     05  FILLER                  PIC X(08) VALUE SPACES.

001920 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001930 PROCEDURE DIVISION.
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960     PERFORM 2000-FEE-SWEEP THRU 2000-EXIT.
001970     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001980     STOP RUN.

001990*----------------------------------------------------------------
002000* 1000-INITIALIZE - PICK UP THE FEE TERMS, THE FEE HISTORY, THE
002010*                   DIRECT DEBITS OUT AT THE BANK AND THE OPEN
002020*                   RECEIVABLES. NO LATEHIST YET (STATUS 35) JUST
002030*                   MEANS NO FEE HAS EVER BEEN CHARGED; NO DDCOLL
002040*                   MEANS NO DEBIT IS OUT.
002050*----------------------------------------------------------------
002060 1000-INITIALIZE.
002070     ACCEPT WS-RUN-DATE FROM DATE.
002080     MOVE "EXPND" TO DX-ACTION.
002090     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002100     CALL "DATEXPND" USING DATEXPND-PARMS.
002110     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002120     ACCEPT WS-RUN-TIME FROM TIME.
002130     OPEN OUTPUT LATEFRPT.
002140     MOVE "LATEFEE" TO RH-PROGRAM-ID.
002150     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002160     MOVE WS-RUN-TIME TO RH-RUN-ID.
002170     MOVE 1 TO RH-PAGE-NUMBER.
002180     WRITE LATEFRPT-REC FROM RH-REPORT-HEADER.
002190     WRITE LATEFRPT-REC FROM WS-TITLE-LINE.
002200     MOVE WS-RUN-CCYYMMDD TO WS-DATE-CCYYMMDD.
002210     COMPUTE WS-TODAY-INT =
002220         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
002230     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
002240     MOVE WS-GRACE-DAYS TO TL-GRACE-DAYS.
002250     MOVE WS-FEE-FLAT TO TL-FEE-FLAT.
002260     MOVE WS-FEE-PCT TO TL-FEE-PCT.
002270     MOVE WS-FEE-MAX TO TL-FEE-MAX.
002280     WRITE LATEFRPT-REC FROM WS-TERMS-LINE.
002290     WRITE LATEFRPT-REC FROM WS-BLANK-LINE.
002300     OPEN INPUT LATEHIST.
002310     IF WS-HIST-STATUS = "00"
002320         PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT
002330             UNTIL WS-EOF
002340         CLOSE LATEHIST
002350     END-IF.
002360     MOVE "N" TO WS-EOF-SW.
002370     OPEN INPUT DDCOLL.
002380     IF WS-DD-STATUS = "00"
002390         PERFORM 1400-LOAD-DEBIT THRU 1400-EXIT
002400             UNTIL WS-EOF
002410         CLOSE DDCOLL
002420     END-IF.
002430     MOVE "N" TO WS-EOF-SW.
002440     OPEN INPUT ARMAST.
002450     IF WS-AR-STATUS = "00"
002460         PERFORM 1200-LOAD-RECEIVABLE THRU 1200-EXIT
002470             UNTIL WS-EOF
002480         CLOSE ARMAST
002490     END-IF.
002500     MOVE "N" TO WS-EOF-SW.
002510 1000-EXIT.
002520     EXIT.

002530 1100-SCAN-PARMS.
002540     OPEN INPUT BIZPARM.
002550     IF WS-PARM-STATUS NOT = "00"
002560         GO TO 1100-EXIT
002570     END-IF.
002580     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
002590         UNTIL WS-EOF.
002600     CLOSE BIZPARM.
002610     MOVE "N" TO WS-EOF-SW.
002620 1100-EXIT.
002630     EXIT.

002640 1110-SCAN-ONE-PARM.
002650     READ BIZPARM
002660         AT END
002670             SET WS-EOF TO TRUE
002680         NOT AT END
002690             MOVE BIZPARM-REC TO PC-PARM-RECORD
002700             IF PC-PARM-NAME = "LATEGRACE"
002710                     AND PC-PARM-VALUE > ZERO
002720                 MOVE PC-PARM-VALUE TO WS-GRACE-DAYS
002730             END-IF
002740             IF PC-PARM-NAME = "LATEFEEAMT"
002750                     AND PC-PARM-VALUE > ZERO
002760                 MOVE PC-PARM-VALUE TO WS-FEE-FLAT
002770             END-IF
002780             IF PC-PARM-NAME = "LATEFEEPCT"
002790                     AND PC-PARM-VALUE > ZERO
002800                 MOVE PC-PARM-VALUE TO WS-FEE-PCT
002810             END-IF
002820             IF PC-PARM-NAME = "LATEFEEMAX"
002830                     AND PC-PARM-VALUE > ZERO
002840                 MOVE PC-PARM-VALUE TO WS-FEE-MAX
002850             END-IF
002860     END-READ.
002870 1110-EXIT.
002880     EXIT.

002890 1200-LOAD-RECEIVABLE.
002900     READ ARMAST
002910         AT END
002920             SET WS-EOF TO TRUE
002930         NOT AT END
002940             IF WS-AR-COUNT >= 2000
002950*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
002960*                ARMAST AT END OF RUN - STOP BEFORE A
002970*                RECEIVABLE IS LOST
002980                 DISPLAY "LATEFEE - ARMAST EXCEEDS THE 2000-"
002990                     "RECEIVABLE TABLE - RUN ABORTED"
003000                 MOVE 16 TO RETURN-CODE
003010                 STOP RUN
003020             END-IF
003030             ADD 1 TO WS-AR-COUNT
003040             SET AT-IDX TO WS-AR-COUNT
003050             MOVE AR-POLICY-ID TO AT-POLICY-ID(AT-IDX)
003060             MOVE AR-BILL-DATE TO AT-BILL-DATE(AT-IDX)
003070             MOVE AR-BILLED-AMOUNT
003080                 TO AT-BILLED-AMOUNT(AT-IDX)
003090             MOVE AR-PAID-AMOUNT TO AT-PAID-AMOUNT(AT-IDX)
00309A             MOVE AR-ITEM-TYPE TO AT-ITEM-TYPE(AT-IDX)
003100     END-READ.
003110 1200-EXIT.
003120     EXIT.

003130 1300-LOAD-HISTORY.
003140     READ LATEHIST
003150         AT END
003160             SET WS-EOF TO TRUE
003170         NOT AT END
003180             IF WS-HIST-COUNT >= 2000
003190*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
003200*                LATEHIST AT END OF RUN AND LET EVERY DROPPED
003210*                BILL BE CHARGED AGAIN - STOP INSTEAD
003220                 DISPLAY "LATEFEE - LATEHIST EXCEEDS THE 2000-"
003230                     "ITEM TABLE - RUN ABORTED"
003240                 MOVE 16 TO RETURN-CODE
003250                 STOP RUN
003260             END-IF
003270             ADD 1 TO WS-HIST-COUNT
003280             SET HT-IDX TO WS-HIST-COUNT
003290             MOVE LH-POLICY-ID TO HT-POLICY-ID(HT-IDX)
003300             MOVE LH-BILL-DATE TO HT-BILL-DATE(HT-IDX)
003310             MOVE LH-BILLED-AMOUNT TO HT-BILLED-AMOUNT(HT-IDX)
003320             MOVE LH-ITEM-TYPE TO HT-ITEM-TYPE(HT-IDX)
003330             MOVE LH-FEE-DATE TO HT-FEE-DATE(HT-IDX)
003340             MOVE LH-FEE-AMOUNT TO HT-FEE-AMOUNT(HT-IDX)
003350             MOVE "N" TO HT-OPEN-SW(HT-IDX)
003360     END-READ.
003370 1300-EXIT.
003380     EXIT.

003390*----------------------------------------------------------------
003400* 1400-LOAD-DEBIT - KEEP THE POLICY OF EVERY COLLECTION ON THE
003410*                   DDCOLL BANK FILE. THE CTLREC HEADER AND
003420*                   TRAILER ARE NOT COLLECTIONS.
003430*----------------------------------------------------------------
003440 1400-LOAD-DEBIT.
003450     READ DDCOLL
003460         AT END
003470             SET WS-EOF TO TRUE
003480             GO TO 1400-EXIT
003490     END-READ.
003500     MOVE DDCOLL-REC TO CT-CONTROL-RECORD.
003510     IF CT-HEADER OR CT-TRAILER
003520         GO TO 1400-EXIT
003530     END-IF.
003540     IF WS-DD-COUNT >= 2000
003550         DISPLAY "LATEFEE - DDCOLL EXCEEDS THE 2000-"
003560             "COLLECTION TABLE - RUN ABORTED"
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     ADD 1 TO WS-DD-COUNT.
003610     SET DT-IDX TO WS-DD-COUNT.
003620     MOVE DD-POLICY-ID TO DT-POLICY-ID(DT-IDX).
003630 1400-EXIT.
003640     EXIT.

003650*----------------------------------------------------------------
003660* 2000-FEE-SWEEP - CHARGE EVERY RECEIVABLE PAST THE GRACE PERIOD.
003670*                  ONLY THE ITEMS LOADED FROM ARMAST ARE SWEPT -
003680*                  FEE ITEMS ADDED BY THIS RUN SIT PAST THE END
003690*                  OF THE SWEEP.
003700*----------------------------------------------------------------
003710 2000-FEE-SWEEP.
003720     MOVE WS-AR-COUNT TO WS-SWEEP-COUNT.
003730     PERFORM 2100-SWEEP-ONE THRU 2100-EXIT
003740         VARYING WS-A FROM 1 BY 1
003750         UNTIL WS-A > WS-SWEEP-COUNT.
003760 2000-EXIT.
003770     EXIT.

003780 2100-SWEEP-ONE.
003790     SET AT-IDX TO WS-A.
003800     PERFORM 2500-FIND-HISTORY THRU 2500-EXIT.
003810     IF WS-HIST-IDX > ZERO
003820         SET HT-IDX TO WS-HIST-IDX
003830         MOVE "Y" TO HT-OPEN-SW(HT-IDX)
003870     END-IF.
00387A     IF AT-FEE-ITEM(AT-IDX)
00387B         GO TO 2100-EXIT
00387C     END-IF.
003880     COMPUTE WS-BALANCE =
003890         AT-BILLED-AMOUNT(AT-IDX) - AT-PAID-AMOUNT(AT-IDX).
003900     IF WS-BALANCE <= ZERO
003910         GO TO 2100-EXIT
003920     END-IF.
003930     MOVE AT-BILL-DATE(AT-IDX) TO WS-DATE-CCYYMMDD.
003940     COMPUTE WS-BILL-INT =
003950         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
003960     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-BILL-INT.
003970     IF WS-AGE-DAYS <= WS-GRACE-DAYS
003980         GO TO 2100-EXIT
003990     END-IF.
004000     IF WS-HIST-IDX > ZERO
004010         ADD 1 TO WS-CHARGED-COUNT
004020         GO TO 2100-EXIT
004030     END-IF.
004040     PERFORM 2600-FIND-DEBIT THRU 2600-EXIT.
004050     IF WS-DD-FOUND
004060         ADD 1 TO WS-DDPEND-COUNT
004070         MOVE ZERO TO WS-FEE
004080         MOVE "DD PENDING" TO DL-NOTE
004090         PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT
004100         GO TO 2100-EXIT
004110     END-IF.
004120     IF WS-FEE-PCT > ZERO
004130         COMPUTE WS-FEE ROUNDED = WS-BALANCE * WS-FEE-PCT / 100
004140     ELSE
004150         MOVE WS-FEE-FLAT TO WS-FEE
004160     END-IF.
004170     IF WS-FEE > WS-FEE-MAX
004180         MOVE WS-FEE-MAX TO WS-FEE
004190     END-IF.
004200     IF WS-FEE = ZERO
004210         GO TO 2100-EXIT
004220     END-IF.
004230     PERFORM 2200-ADD-FEE-ITEM THRU 2200-EXIT.
004240     MOVE SPACES TO DL-NOTE.
004250     PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT.
004260 2100-EXIT.
004270     EXIT.

004280*----------------------------------------------------------------
004290* 2200-ADD-FEE-ITEM - THE FEE GOES ON ARMAST AS ITS OWN BILL AND
004300*                     BOTH THE CHARGED BILL AND THE NEW FEE ITEM
004310*                     GO ON THE HISTORY.
004320*----------------------------------------------------------------
004330 2200-ADD-FEE-ITEM.
004340     IF WS-AR-COUNT >= 2000
004350         DISPLAY "LATEFEE - ARMAST EXCEEDS THE 2000-"
004360             "RECEIVABLE TABLE - RUN ABORTED"
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF.
004400     ADD 1 TO WS-AR-COUNT.
004410     SET AT-IDX TO WS-AR-COUNT.
004420     MOVE AT-POLICY-ID(WS-A) TO AT-POLICY-ID(AT-IDX).
004430     MOVE WS-RUN-CCYYMMDD TO AT-BILL-DATE(AT-IDX).
004440     MOVE WS-FEE TO AT-BILLED-AMOUNT(AT-IDX).
004450     MOVE ZERO TO AT-PAID-AMOUNT(AT-IDX).
00445A     MOVE "F" TO AT-ITEM-TYPE(AT-IDX).
004460     PERFORM 2300-ADD-HISTORY THRU 2300-EXIT.
004470     MOVE AT-POLICY-ID(WS-A) TO HT-POLICY-ID(HT-IDX).
004480     MOVE AT-BILL-DATE(WS-A) TO HT-BILL-DATE(HT-IDX).
004490     MOVE AT-BILLED-AMOUNT(WS-A) TO HT-BILLED-AMOUNT(HT-IDX).
004500     MOVE "B" TO HT-ITEM-TYPE(HT-IDX).
00450A     IF AT-ENDT-ITEM(WS-A)
00450B         MOVE "E" TO HT-ITEM-TYPE(HT-IDX)
00450C     END-IF.
004510     PERFORM 2300-ADD-HISTORY THRU 2300-EXIT.
004520     MOVE AT-POLICY-ID(AT-IDX) TO HT-POLICY-ID(HT-IDX).
004530     MOVE AT-BILL-DATE(AT-IDX) TO HT-BILL-DATE(HT-IDX).
004540     MOVE AT-BILLED-AMOUNT(AT-IDX) TO HT-BILLED-AMOUNT(HT-IDX).
004550     MOVE "F" TO HT-ITEM-TYPE(HT-IDX).
004560     MOVE "LATE-FEE" TO AL-FIELD-NAME.
004570     MOVE SPACES TO AL-OLD-VALUE.
004580     MOVE WS-FEE TO AL-NEW-VALUE.
004590     MOVE AT-POLICY-ID(AT-IDX) TO AL-RECORD-KEY.
004600     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
004610     ADD 1 TO WS-FEE-COUNT.
004620     ADD WS-FEE TO WS-FEE-TOTAL.
004630 2200-EXIT.
004640     EXIT.

004650 2300-ADD-HISTORY.
004660     IF WS-HIST-COUNT >= 2000
004670         DISPLAY "LATEFEE - LATEHIST EXCEEDS THE 2000-"
004680             "ITEM TABLE - RUN ABORTED"
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF.
004720     ADD 1 TO WS-HIST-COUNT.
004730     SET HT-IDX TO WS-HIST-COUNT.
004740     MOVE WS-RUN-CCYYMMDD TO HT-FEE-DATE(HT-IDX).
004750     MOVE WS-FEE TO HT-FEE-AMOUNT(HT-IDX).
004760     MOVE "Y" TO HT-OPEN-SW(HT-IDX).
004770 2300-EXIT.
004780     EXIT.

004790*----------------------------------------------------------------
004800* 2500-FIND-HISTORY - AN ITEM IS ON THE HISTORY WHEN POLICY AND
004810*                     BILL DATE MATCH AND THE ENTRY IS OF THE SAME
004820*                     KIND - A CHARGED BILL FOR A PREMIUM ITEM, A
004830*                     FEE ENTRY FOR A FEE ITEM - SO A REAL BILL
00483A*                     RAISED THE SAME DAY AS A FEE ITEM IS NOT
00483B*                     MISTAKEN FOR IT. THE BILLED AMOUNT IS NOT
00483C*                     PART OF THE KEY: BILLING REFRESHES IT.
004840*----------------------------------------------------------------
004850 2500-FIND-HISTORY.
004860     MOVE ZERO TO WS-HIST-IDX.
004870     PERFORM 2510-MATCH-HISTORY THRU 2510-EXIT
004880         VARYING WS-H FROM 1 BY 1
004890         UNTIL WS-H > WS-HIST-COUNT OR WS-HIST-IDX > ZERO.
004900 2500-EXIT.
004910     EXIT.

004920 2510-MATCH-HISTORY.
004930     IF HT-POLICY-ID(WS-H) NOT = AT-POLICY-ID(AT-IDX)
004940             OR HT-BILL-DATE(WS-H) NOT = AT-BILL-DATE(AT-IDX)
004950         GO TO 2510-EXIT
004960     END-IF.
00496A     IF AT-ENDT-ITEM(AT-IDX)
00496B         IF HT-ENDT-CHARGED(WS-H)
00496C             MOVE WS-H TO WS-HIST-IDX
00496D         END-IF
00496E         GO TO 2510-EXIT
00496F     END-IF.
004970     IF AT-FEE-ITEM(AT-IDX)
004980         IF HT-FEE-ITEM(WS-H)
00498A             MOVE WS-H TO WS-HIST-IDX
00498B         END-IF
00498C     ELSE
00498D         IF HT-BILL-CHARGED(WS-H)
00498E             MOVE WS-H TO WS-HIST-IDX
00498F         END-IF
00498G     END-IF.
004990 2510-EXIT.
005000     EXIT.

005010 2600-FIND-DEBIT.
005020     MOVE "N" TO WS-DD-FOUND-SW.
005030     PERFORM 2610-MATCH-DEBIT THRU 2610-EXIT
005040         VARYING WS-H FROM 1 BY 1
005050         UNTIL WS-H > WS-DD-COUNT OR WS-DD-FOUND.
005060 2600-EXIT.
005070     EXIT.

005080 2610-MATCH-DEBIT.
005090     IF DT-POLICY-ID(WS-H) = AT-POLICY-ID(AT-IDX)
005100         SET WS-DD-FOUND TO TRUE
005110     END-IF.
005120 2610-EXIT.
005130     EXIT.

005140 2700-PRINT-DETAIL.
005150     MOVE AT-POLICY-ID(WS-A) TO DL-POLICY-ID.
005160     MOVE AT-BILL-DATE(WS-A) TO DL-BILL-DATE.
005170     MOVE WS-AGE-DAYS TO DL-AGE-DAYS.
005180     MOVE WS-BALANCE TO DL-OVERDUE.
005190     MOVE WS-FEE TO DL-FEE.
005200     WRITE LATEFRPT-REC FROM WS-DETAIL-LINE.
005210 2700-EXIT.
005220     EXIT.

005230 2800-WRITE-AUDIT.
005240     MOVE "WRITE" TO AL-ACTION.
005250     MOVE "LATEFEE" TO AL-SOURCE-PROGRAM.
005260     MOVE SPACES TO AL-TIMESTAMP.
005270     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
005280         INTO AL-TIMESTAMP.
005290     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
005300 2800-EXIT.
005310     EXIT.

005320*----------------------------------------------------------------
005330* 3000-FINALIZE - REWRITE THE MASTER WITH THE NEW FEE ITEMS ON
005340*                 THE END, REWRITE THE HISTORY WITHOUT THE ITEMS
005350*                 NO LONGER ON ARMAST, AND PRINT THE TOTALS.
005360*----------------------------------------------------------------
005370 3000-FINALIZE.
005380     OPEN OUTPUT ARMAST.
005390     PERFORM 3100-SAVE-RECEIVABLE THRU 3100-EXIT
005400         VARYING WS-A FROM 1 BY 1
005410         UNTIL WS-A > WS-AR-COUNT.
005420     CLOSE ARMAST.
005430     OPEN OUTPUT LATEHIST.
005440     PERFORM 3200-SAVE-HISTORY THRU 3200-EXIT
005450         VARYING WS-H FROM 1 BY 1
005460         UNTIL WS-H > WS-HIST-COUNT.
005470     CLOSE LATEHIST.
005480     WRITE LATEFRPT-REC FROM WS-BLANK-LINE.
005490     MOVE WS-FEE-COUNT TO SL-FEE-COUNT.
005500     MOVE WS-FEE-TOTAL TO SL-FEE-TOTAL.
005510     MOVE WS-CHARGED-COUNT TO SL-CHARGED-COUNT.
005520     MOVE WS-DDPEND-COUNT TO SL-DDPEND-COUNT.
005530     WRITE LATEFRPT-REC FROM WS-SUMMARY-LINE.
005540     CLOSE LATEFRPT.
005550     MOVE "CLOSE" TO AL-ACTION.
005560     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
005570 3000-EXIT.
005580     EXIT.

005590 3100-SAVE-RECEIVABLE.
005600     SET AT-IDX TO WS-A.
005610     MOVE SPACES TO ARMAST-REC.
005620     MOVE AT-POLICY-ID(AT-IDX) TO AR-POLICY-ID.
005630     MOVE AT-BILL-DATE(AT-IDX) TO AR-BILL-DATE.
005640     MOVE AT-BILLED-AMOUNT(AT-IDX) TO AR-BILLED-AMOUNT.
005650     MOVE AT-PAID-AMOUNT(AT-IDX) TO AR-PAID-AMOUNT.
00565A     MOVE AT-ITEM-TYPE(AT-IDX) TO AR-ITEM-TYPE.
005660     WRITE ARMAST-REC.
005670 3100-EXIT.
005680     EXIT.

005690 3200-SAVE-HISTORY.
005700     SET HT-IDX TO WS-H.
005710     IF HT-OPEN-SW(HT-IDX) NOT = "Y"
005720         GO TO 3200-EXIT
005730     END-IF.
005740     MOVE SPACES TO LATEHIST-REC.
005750     MOVE HT-POLICY-ID(HT-IDX) TO LH-POLICY-ID.
005760     MOVE HT-BILL-DATE(HT-IDX) TO LH-BILL-DATE.
005770     MOVE HT-BILLED-AMOUNT(HT-IDX) TO LH-BILLED-AMOUNT.
005780     MOVE HT-ITEM-TYPE(HT-IDX) TO LH-ITEM-TYPE.
005790     MOVE HT-FEE-DATE(HT-IDX) TO LH-FEE-DATE.
005800     MOVE HT-FEE-AMOUNT(HT-IDX) TO LH-FEE-AMOUNT.
005810     WRITE LATEHIST-REC.
005820 3200-EXIT.
005830     EXIT.
