000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COLLRECV.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. COLLECTION-AGENCY RECOVERY
000110*                  POSTING. EACH COLLREMT REMITTANCE CARRIES THE
000120*                  GROSS AN AGENCY COLLECTED ON ONE PLACED POLICY
000130*                  AND THE FEE IT KEPT. THE GROSS IS POSTED
000140*                  AGAINST THE OPEN COLLMAST PLACEMENT: AS MUCH AS
000150*                  THE POLICY STILL OWES ON ARMAST IS APPLIED TO
000160*                  ITS OPEN ITEMS IN FILE ORDER, AND ANYTHING
000170*                  BEYOND THAT IS A RECOVERY OF A BALANCE ALREADY
000180*                  WRITTEN OFF. THE JOURNAL DEBITS 1000CASH WITH
000190*                  THE NET REMITTED AND 5300COLLEX WITH THE FEE,
000200*                  AND CREDITS 1200ARTRADE FOR THE RECEIVABLE PART
000210*                  AND 4800RECOV FOR THE WRITTEN-OFF PART. CASH
000220*                  APPLIED TO A RECEIVABLE ALSO GOES TO AGTCASH,
000230*                  AS CASHAPP DOES. A PLACEMENT RECOVERED IN FULL
000240*                  IS CLOSED. COLLRRPT LISTS EVERY REMITTANCE AND
000250*                  TOTALS THE GROSS, FEES, NET AND POST-WRITE-OFF
000260*                  RECOVERY BY AGENCY. A REMITTANCE THAT CANNOT BE
000270*                  POSTED GOES TO COLLREJ IN THE SHARED REJECTREC
000280*                  LAYOUT.
00028A* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
00028B*                  AMOUNT ("F" = LATE FEE); IT IS KEPT ON THE
00028C*                  REWRITE.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM.
000330 OBJECT-COMPUTER. IBM.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT COLLREMT ASSIGN TO "COLLREMT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REMT-STATUS.
000390     SELECT COLLAGY ASSIGN TO "COLLAGY"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AGY-STATUS.
000420     SELECT COLLMAST ASSIGN TO "COLLMAST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-COLL-STATUS.
000450     SELECT ARMAST ASSIGN TO "ARMAST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AR-STATUS.
000480     SELECT AGTCASH ASSIGN TO "AGTCASH"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AGTC-STATUS.
000510     SELECT COLLREJ ASSIGN TO "COLLREJ"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT COLLRRPT ASSIGN TO "COLLRRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  COLLREMT
000580     RECORDING MODE IS F.
000590 01  COLLREMT-REC.
000600     05  RM-AGENCY-ID             PIC X(06).
000610     05  FILLER                   PIC X(01).
000620     05  RM-POLICY-ID             PIC X(10).
000630     05  FILLER                   PIC X(01).
000640     05  RM-GROSS-AMOUNT          PIC X(09).
000650     05  FILLER                   PIC X(01).
000660     05  RM-FEE-AMOUNT            PIC X(09).
000670     05  FILLER                   PIC X(01).
000680     05  RM-REMIT-DATE            PIC 9(08).
000690     05  FILLER                   PIC X(34).

000700 FD  COLLAGY
000710     RECORDING MODE IS F.
000720 01  COLLAGY-REC.
000730     05  CG-AGENCY-ID             PIC X(06).
000740     05  FILLER                   PIC X(01).
000750     05  CG-AGENCY-NAME           PIC X(30).
000760     05  FILLER                   PIC X(01).
000770     05  CG-STATUS                PIC X(01).
000780         88  CG-ACTIVE                      VALUE "A".
000790     05  FILLER                   PIC X(41).

000800 FD  COLLMAST
000810     RECORDING MODE IS F.
000820 01  COLLMAST-REC.
000830     05  CM-POLICY-ID             PIC X(10).
000840     05  FILLER                   PIC X(01).
000850     05  CM-AGENCY-ID             PIC X(06).
000860     05  FILLER                   PIC X(01).
000870     05  CM-PLACED-DATE           PIC 9(08).
000880     05  FILLER                   PIC X(01).
000890     05  CM-PLACED-AMOUNT         PIC 9(09).
000900     05  FILLER                   PIC X(01).
000910     05  CM-RECOVERED-AMOUNT      PIC 9(09).
000920     05  FILLER                   PIC X(01).
000930     05  CM-FEE-AMOUNT            PIC 9(09).
000940     05  FILLER                   PIC X(01).
000950     05  CM-STATUS                PIC X(01).
000960         88  CM-PLACED                      VALUE "P".
000970         88  CM-CLOSED                      VALUE "C".
000980     05  FILLER                   PIC X(22).

000990 FD  ARMAST
001000     RECORDING MODE IS F.
001010 01  ARMAST-REC.
001020     05  AR-POLICY-ID             PIC X(10).
001030     05  FILLER                   PIC X(01).
001040     05  AR-BILL-DATE             PIC 9(08).
001050     05  FILLER                   PIC X(01).
001060     05  AR-BILLED-AMOUNT         PIC 9(09).
001070     05  FILLER                   PIC X(01).
001080     05  AR-PAID-AMOUNT           PIC 9(09).
00108A     05  FILLER                   PIC X(01).
00108B     05  AR-ITEM-TYPE             PIC X(01).
00108C         88  AR-FEE-ITEM                    VALUE "F".

001090 FD  AGTCASH
001100     RECORDING MODE IS F.
001110 01  AGTCASH-REC.
001120     05  AC-POLICY-ID             PIC X(10).
001130     05  FILLER                   PIC X(01).
001140     05  AC-AMOUNT                PIC S9(09) SIGN LEADING
001150                                            SEPARATE.
001160     05  FILLER                   PIC X(01).
001170     05  AC-EVENT-DATE            PIC 9(06).
001180     05  FILLER                   PIC X(52).

001190 FD  COLLREJ
001200     RECORDING MODE IS F.
001210 01  COLLREJ-REC                  PIC X(80).

001220 FD  COLLRRPT
001230     RECORDING MODE IS F.
001240 01  COLLRRPT-REC                 PIC X(80).

001250 WORKING-STORAGE SECTION.
001260 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001270     88  WS-EOF                             VALUE "Y".
001280 77  WS-REMT-STATUS               PIC X(02) VALUE SPACES.
001290 77  WS-AGY-STATUS                PIC X(02) VALUE SPACES.
001300 77  WS-COLL-STATUS               PIC X(02) VALUE SPACES.
001310 77  WS-AR-STATUS                 PIC X(02) VALUE SPACES.
001320 77  WS-AGTC-STATUS               PIC X(02) VALUE SPACES.
001330 77  WS-A                         PIC 9(05) COMP.
001340 77  WS-G                         PIC 9(03) COMP.
001350 77  WS-COLL-IDX                  PIC 9(05) VALUE ZERO COMP.
001360 77  WS-AGY-IDX                   PIC 9(03) VALUE ZERO COMP.
001370 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001380 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001390 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001400 77  WS-GROSS                     PIC 9(09) VALUE ZERO.
001410 77  WS-FEE                       PIC 9(09) VALUE ZERO.
001420 77  WS-NET                       PIC 9(09) VALUE ZERO.
001430 77  WS-TO-AR                     PIC 9(09) VALUE ZERO.
001440 77  WS-POST-WO                   PIC 9(09) VALUE ZERO.
001450 77  WS-REMAINING                 PIC 9(09) VALUE ZERO.
001460 77  WS-APPLY                     PIC 9(09) VALUE ZERO.
001470 77  WS-ITEM-BALANCE              PIC S9(09) VALUE ZERO.
001480 77  WS-PLACED-OPEN               PIC S9(09) VALUE ZERO.
001490 77  WS-REMIT-COUNT               PIC 9(05) VALUE ZERO COMP.
001500 77  WS-POSTED-COUNT              PIC 9(05) VALUE ZERO COMP.
001510 77  WS-CLOSED-COUNT              PIC 9(05) VALUE ZERO COMP.
001520 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001530 77  WS-TOT-GROSS                 PIC 9(11) VALUE ZERO.
001540 77  WS-TOT-FEE                   PIC 9(11) VALUE ZERO.
001550 77  WS-TOT-NET                   PIC 9(11) VALUE ZERO.
001560 77  WS-TOT-POST-WO               PIC 9(11) VALUE ZERO.

001570 01  WS-AR-TABLE.
001580     05  WS-AR-COUNT              PIC 9(05) VALUE ZERO COMP.
001590     05  AT-ENTRY OCCURS 2000 TIMES
001600                  INDEXED BY AT-IDX.
001610         10  AT-POLICY-ID         PIC X(10).
001620         10  AT-BILL-DATE         PIC 9(08).
001630         10  AT-BILLED-AMOUNT     PIC 9(09).
001640         10  AT-PAID-AMOUNT       PIC 9(09).
00164A         10  AT-ITEM-TYPE         PIC X(01).

001650 01  WS-COLL-TABLE.
001660     05  WS-COLL-COUNT            PIC 9(05) VALUE ZERO COMP.
001670     05  CT-ENTRY OCCURS 2000 TIMES
001680                  INDEXED BY CT-IDX.
001690         10  CT-POLICY-ID         PIC X(10).
001700         10  CT-AGENCY-ID         PIC X(06).
001710         10  CT-PLACED-DATE       PIC 9(08).
001720         10  CT-PLACED-AMOUNT     PIC 9(09).
001730         10  CT-RECOVERED-AMOUNT  PIC 9(09).
001740         10  CT-FEE-AMOUNT        PIC 9(09).
001750         10  CT-STATUS            PIC X(01).

001760 01  WS-AGY-TABLE.
001770     05  WS-AGY-COUNT             PIC 9(03) VALUE ZERO COMP.
001780     05  GT-ENTRY OCCURS 50 TIMES
001790                  INDEXED BY GT-IDX.
001800         10  GT-AGENCY-ID         PIC X(06).
001810         10  GT-AGENCY-NAME       PIC X(30).
001820         10  GT-COUNT             PIC 9(05) COMP.
001830         10  GT-GROSS             PIC 9(11).
001840         10  GT-FEE               PIC 9(11).
001850         10  GT-NET               PIC 9(11).
001860         10  GT-POST-WO           PIC 9(11).

001870 COPY AUDTLINK.
001880 COPY GLJRLINK.
001890 COPY REJECTREC.
001900 COPY RPTHDR.
001910 COPY DATXLINK.

001920 01  WS-TITLE-LINE.
001930     05  FILLER                  PIC X(35) VALUE
001940         "COLLECTION-AGENCY RECOVERY REGISTER".
001950     05  FILLER                  PIC X(45) VALUE SPACES.

001960 01  WS-COLUMN-LINE.
001970     05  FILLER                  PIC X(20) VALUE
001980         "POLICY      AGENCY  ".
001990     05  FILLER                  PIC X(11) VALUE "    GROSS  ".
002000     05  FILLER                  PIC X(11) VALUE "      FEE  ".
002010     05  FILLER                  PIC X(11) VALUE "      NET  ".
002020     05  FILLER                  PIC X(11) VALUE "   TO A/R  ".
002030     05  FILLER                  PIC X(09) VALUE " POST-W/O".
002040     05  FILLER                  PIC X(07) VALUE SPACES.

002050 01  WS-DETAIL-LINE.
002060     05  DL-POLICY-ID             PIC X(10).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  DL-AGENCY-ID             PIC X(06).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  DL-GROSS                 PIC ZZZZZZZZ9.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  DL-FEE                   PIC ZZZZZZZZ9.
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  DL-NET                   PIC ZZZZZZZZ9.
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  DL-TO-AR                 PIC ZZZZZZZZ9.
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  DL-POST-WO               PIC ZZZZZZZZ9.
002190     05  FILLER                  PIC X(07) VALUE SPACES.

002200 01  WS-REJECT-LINE.
002210     05  RL-POLICY-ID             PIC X(10).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  RL-AGENCY-ID             PIC X(06).
002240     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
002250     05  RL-REASON                PIC X(40).
002260     05  FILLER                  PIC X(10) VALUE SPACES.

002270 01  WS-AGENCY-TITLE-LINE.
002280     05  FILLER                  PIC X(18) VALUE
002290         "RECOVERY BY AGENCY".
002300     05  FILLER                  PIC X(62) VALUE SPACES.

002310 01  WS-AGENCY-COLUMN-LINE.
002320     05  FILLER                  PIC X(29) VALUE
002330         "AGENCY  NAME                 ".
002340     05  FILLER                  PIC X(05) VALUE "COUNT".
002350     05  FILLER                  PIC X(11) VALUE "      GROSS".
002360     05  FILLER                  PIC X(11) VALUE "        FEE".
002370     05  FILLER                  PIC X(11) VALUE "        NET".
002380     05  FILLER                  PIC X(11) VALUE "   POST-W/O".
002390     05  FILLER                  PIC X(02) VALUE SPACES.

002400 01  WS-AGENCY-LINE.
002410     05  AG-AGENCY-ID             PIC X(06).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  AG-AGENCY-NAME           PIC X(20).
002440     05  FILLER                  PIC X(01) VALUE SPACES.
002450     05  AG-COUNT                 PIC ZZZZ9.
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  AG-GROSS                 PIC ZZZZZZZZZ9.
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002490     05  AG-FEE                   PIC ZZZZZZZZZ9.
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  AG-NET                   PIC ZZZZZZZZZ9.
002520     05  FILLER                  PIC X(01) VALUE SPACES.
002530     05  AG-POST-WO               PIC ZZZZZZZZZ9.
002540     05  FILLER                  PIC X(02) VALUE SPACES.

002550 01  WS-SUMMARY-LINE.
002560     05  FILLER                  PIC X(13) VALUE "REMITTANCES: ".
002570     05  SL-REMIT-COUNT           PIC ZZZZ9.
002580     05  FILLER                  PIC X(10) VALUE "  POSTED: ".
002590     05  SL-POSTED-COUNT          PIC ZZZZ9.
002600     05  FILLER                  PIC X(22) VALUE
002610         "  PLACEMENTS CLOSED: ".
002620     05  SL-CLOSED-COUNT          PIC ZZZZ9.
002630     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
002640     05  SL-REJECT-COUNT          PIC ZZZZ9.
002650     05  FILLER                  PIC X(03) VALUE SPACES.

002660 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002670 PROCEDURE DIVISION.
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-POST-ONE THRU 2000-EXIT
002710         UNTIL WS-EOF.
002720     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002730     STOP RUN.

002740*----------------------------------------------------------------
002750* 1000-INITIALIZE - LOAD THE AGENCIES, THE PLACEMENT MASTER AND
002760*                   THE RECEIVABLES, AND START ON THE REMITTANCES.
002770*                   NO COLLREMT MEANS NO AGENCY HAS REMITTED SINCE
002780*                   THE LAST RUN - THE REGISTER STILL PRINTS.
002790*----------------------------------------------------------------
002800 1000-INITIALIZE.
002810     ACCEPT WS-RUN-DATE FROM DATE.
002820     MOVE "EXPND" TO DX-ACTION.
002830     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002840     CALL "DATEXPND" USING DATEXPND-PARMS.
002850     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002860     ACCEPT WS-RUN-TIME FROM TIME.
002870     OPEN OUTPUT COLLRRPT
002880          OUTPUT COLLREJ.
002890     OPEN EXTEND AGTCASH.
002900     IF WS-AGTC-STATUS = "35"
002910         OPEN OUTPUT AGTCASH
002920     END-IF.
002930     MOVE "COLLRECV" TO RH-PROGRAM-ID.
002940     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002950     MOVE WS-RUN-TIME TO RH-RUN-ID.
002960     MOVE 1 TO RH-PAGE-NUMBER.
002970     WRITE COLLRRPT-REC FROM RH-REPORT-HEADER.
002980     WRITE COLLRRPT-REC FROM WS-TITLE-LINE.
002990     WRITE COLLRRPT-REC FROM WS-BLANK-LINE.
003000     WRITE COLLRRPT-REC FROM WS-COLUMN-LINE.
003010     OPEN INPUT COLLAGY.
003020     IF WS-AGY-STATUS = "00"
003030         PERFORM 1100-LOAD-AGENCY THRU 1100-EXIT
003040             UNTIL WS-EOF
003050         CLOSE COLLAGY
003060     END-IF.
003070     MOVE "N" TO WS-EOF-SW.
003080     OPEN INPUT COLLMAST.
003090     IF WS-COLL-STATUS = "00"
003100         PERFORM 1200-LOAD-PLACEMENT THRU 1200-EXIT
003110             UNTIL WS-EOF
003120         CLOSE COLLMAST
003130     END-IF.
003140     MOVE "N" TO WS-EOF-SW.
003150     OPEN INPUT ARMAST.
003160     IF WS-AR-STATUS = "00"
003170         PERFORM 1300-LOAD-RECEIVABLE THRU 1300-EXIT
003180             UNTIL WS-EOF
003190         CLOSE ARMAST
003200     END-IF.
003210     MOVE "N" TO WS-EOF-SW.
003220     OPEN INPUT COLLREMT.
003230     IF WS-REMT-STATUS NOT = "00"
003240         SET WS-EOF TO TRUE
003250     END-IF.
003260 1000-EXIT.
003270     EXIT.

003280*----------------------------------------------------------------
003290* 1100-LOAD-AGENCY - EVERY AGENCY, ACTIVE OR NOT. AN AGENCY TAKEN
003300*                    OFF NEW PLACEMENTS STILL REMITS ON THE
003310*                    ACCOUNTS IT ALREADY HOLDS.
003320*----------------------------------------------------------------
003330 1100-LOAD-AGENCY.
003340     READ COLLAGY
003350         AT END
003360             SET WS-EOF TO TRUE
003370         NOT AT END
003380             IF WS-AGY-COUNT >= 50
003390                 DISPLAY "COLLRECV - COLLAGY EXCEEDS THE 50-"
003400                     "AGENCY TABLE - RUN ABORTED"
003410                 MOVE 16 TO RETURN-CODE
003420                 STOP RUN
003430             END-IF
003440             ADD 1 TO WS-AGY-COUNT
003450             SET GT-IDX TO WS-AGY-COUNT
003460             MOVE CG-AGENCY-ID TO GT-AGENCY-ID(GT-IDX)
003470             MOVE CG-AGENCY-NAME TO GT-AGENCY-NAME(GT-IDX)
003480             MOVE ZERO TO GT-COUNT(GT-IDX)
003490             MOVE ZERO TO GT-GROSS(GT-IDX)
003500             MOVE ZERO TO GT-FEE(GT-IDX)
003510             MOVE ZERO TO GT-NET(GT-IDX)
003520             MOVE ZERO TO GT-POST-WO(GT-IDX)
003530     END-READ.
003540 1100-EXIT.
003550     EXIT.

003560 1200-LOAD-PLACEMENT.
003570     READ COLLMAST
003580         AT END
003590             SET WS-EOF TO TRUE
003600         NOT AT END
003610             IF WS-COLL-COUNT >= 2000
003620*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
003630*                COLLMAST AND LOSE THE RECOVERY TRAIL - STOP
003640                 DISPLAY "COLLRECV - COLLMAST EXCEEDS THE 2000-"
003650                     "PLACEMENT TABLE - RUN ABORTED"
003660                 MOVE 16 TO RETURN-CODE
003670                 STOP RUN
003680             END-IF
003690             ADD 1 TO WS-COLL-COUNT
003700             SET CT-IDX TO WS-COLL-COUNT
003710             MOVE CM-POLICY-ID TO CT-POLICY-ID(CT-IDX)
003720             MOVE CM-AGENCY-ID TO CT-AGENCY-ID(CT-IDX)
003730             MOVE CM-PLACED-DATE TO CT-PLACED-DATE(CT-IDX)
003740             MOVE CM-PLACED-AMOUNT TO CT-PLACED-AMOUNT(CT-IDX)
003750             MOVE CM-RECOVERED-AMOUNT
003760                 TO CT-RECOVERED-AMOUNT(CT-IDX)
003770             MOVE CM-FEE-AMOUNT TO CT-FEE-AMOUNT(CT-IDX)
003780             MOVE CM-STATUS TO CT-STATUS(CT-IDX)
003790     END-READ.
003800 1200-EXIT.
003810     EXIT.

003820 1300-LOAD-RECEIVABLE.
003830     READ ARMAST
003840         AT END
003850             SET WS-EOF TO TRUE
003860         NOT AT END
003870             IF WS-AR-COUNT >= 2000
003880*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
003890*                ARMAST AT END OF RUN - STOP BEFORE A
003900*                RECEIVABLE IS LOST
003910                 DISPLAY "COLLRECV - ARMAST EXCEEDS THE 2000-"
003920                     "RECEIVABLE TABLE - RUN ABORTED"
003930                 MOVE 16 TO RETURN-CODE
003940                 STOP RUN
003950             END-IF
003960             ADD 1 TO WS-AR-COUNT
003970             SET AT-IDX TO WS-AR-COUNT
003980             MOVE AR-POLICY-ID TO AT-POLICY-ID(AT-IDX)
003990             MOVE AR-BILL-DATE TO AT-BILL-DATE(AT-IDX)
004000             MOVE AR-BILLED-AMOUNT
004010                 TO AT-BILLED-AMOUNT(AT-IDX)
004020             MOVE AR-PAID-AMOUNT TO AT-PAID-AMOUNT(AT-IDX)
00402A             MOVE AR-ITEM-TYPE TO AT-ITEM-TYPE(AT-IDX)
004030     END-READ.
004040 1300-EXIT.
004050     EXIT.

004060*----------------------------------------------------------------
004070* 2000-POST-ONE - EDIT ONE REMITTANCE AGAINST ITS AGENCY AND ITS
004080*                 OPEN PLACEMENT. AN AGENCY CANNOT REMIT MORE THAN
004090*                 WAS PLACED WITH IT, LESS WHAT IT HAS ALREADY
004100*                 REMITTED.
004110*----------------------------------------------------------------
004120 2000-POST-ONE.
004130     READ COLLREMT
004140         AT END
004150             SET WS-EOF TO TRUE
004160             GO TO 2000-EXIT
004170     END-READ.
004180     ADD 1 TO WS-REMIT-COUNT.
004190     MOVE ZERO TO WS-AGY-IDX.
004200     PERFORM 2010-MATCH-AGENCY THRU 2010-EXIT
004210         VARYING WS-G FROM 1 BY 1
004220         UNTIL WS-G > WS-AGY-COUNT OR WS-AGY-IDX > ZERO.
004230     IF WS-AGY-IDX = ZERO
004240         MOVE "AGENCY NOT ON COLLAGY" TO RJ-REASON-CODE
004250         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004260         GO TO 2000-EXIT
004270     END-IF.
004280     IF RM-GROSS-AMOUNT IS NOT NUMERIC
004290         MOVE "NON-NUMERIC RECOVERY AMOUNT" TO RJ-REASON-CODE
004300         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004310         GO TO 2000-EXIT
004320     END-IF.
004330     MOVE RM-GROSS-AMOUNT TO WS-GROSS.
004340     IF WS-GROSS = ZERO
004350         MOVE "ZERO RECOVERY AMOUNT" TO RJ-REASON-CODE
004360         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004370         GO TO 2000-EXIT
004380     END-IF.
004390     IF RM-FEE-AMOUNT = SPACES
004400         MOVE ZERO TO WS-FEE
004410     ELSE
004420         IF RM-FEE-AMOUNT IS NOT NUMERIC
004430             MOVE "NON-NUMERIC AGENCY FEE" TO RJ-REASON-CODE
004440             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004450             GO TO 2000-EXIT
004460         END-IF
004470         MOVE RM-FEE-AMOUNT TO WS-FEE
004480     END-IF.
004490     IF WS-FEE > WS-GROSS
004500         MOVE "AGENCY FEE EXCEEDS RECOVERY" TO RJ-REASON-CODE
004510         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004520         GO TO 2000-EXIT
004530     END-IF.
004540     MOVE ZERO TO WS-COLL-IDX.
004550     PERFORM 2020-MATCH-PLACEMENT THRU 2020-EXIT
004560         VARYING WS-A FROM 1 BY 1
004570         UNTIL WS-A > WS-COLL-COUNT OR WS-COLL-IDX > ZERO.
004580     IF WS-COLL-IDX = ZERO
004590         MOVE "NO OPEN PLACEMENT WITH THIS AGENCY"
004600             TO RJ-REASON-CODE
004610         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004620         GO TO 2000-EXIT
004630     END-IF.
004640     SET CT-IDX TO WS-COLL-IDX.
004650     COMPUTE WS-PLACED-OPEN = CT-PLACED-AMOUNT(CT-IDX)
004660         - CT-RECOVERED-AMOUNT(CT-IDX).
004670     IF WS-GROSS > WS-PLACED-OPEN
004680         MOVE "RECOVERY EXCEEDS PLACED BALANCE" TO RJ-REASON-CODE
004690         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004700         GO TO 2000-EXIT
004710     END-IF.
004720     PERFORM 2100-POST-RECOVERY THRU 2100-EXIT.
004730 2000-EXIT.
004740     EXIT.

004750 2010-MATCH-AGENCY.
004760     IF GT-AGENCY-ID(WS-G) = RM-AGENCY-ID
004770         MOVE WS-G TO WS-AGY-IDX
004780     END-IF.
004790 2010-EXIT.
004800     EXIT.

004810 2020-MATCH-PLACEMENT.
004820     IF CT-POLICY-ID(WS-A) = RM-POLICY-ID
004830             AND CT-AGENCY-ID(WS-A) = RM-AGENCY-ID
004840             AND CT-STATUS(WS-A) = "P"
004850         MOVE WS-A TO WS-COLL-IDX
004860     END-IF.
004870 2020-EXIT.
004880     EXIT.

004890*----------------------------------------------------------------
004900* 2100-POST-RECOVERY - APPLY THE GROSS TO WHAT IS STILL OPEN ON
004910*                      ARMAST, TREAT THE REST AS RECOVERED AFTER
004920*                      WRITE-OFF, JOURNAL IT, AND ADVANCE THE
004930*                      PLACEMENT.
004940*----------------------------------------------------------------
004950 2100-POST-RECOVERY.
004960     COMPUTE WS-NET = WS-GROSS - WS-FEE.
004970     MOVE WS-GROSS TO WS-REMAINING.
004980     PERFORM 2110-APPLY-ONE-ITEM THRU 2110-EXIT
004990         VARYING WS-A FROM 1 BY 1
005000         UNTIL WS-A > WS-AR-COUNT OR WS-REMAINING = ZERO.
005010     COMPUTE WS-TO-AR = WS-GROSS - WS-REMAINING.
005020     MOVE WS-REMAINING TO WS-POST-WO.
005030     IF WS-TO-AR > ZERO
005040         MOVE SPACES TO AGTCASH-REC
005050         MOVE RM-POLICY-ID TO AC-POLICY-ID
005060         MOVE WS-TO-AR TO AC-AMOUNT
005070         MOVE WS-RUN-DATE TO AC-EVENT-DATE
005080         WRITE AGTCASH-REC
005090     END-IF.
005100     PERFORM 2200-JOURNAL-RECOVERY THRU 2200-EXIT.
005110     SET CT-IDX TO WS-COLL-IDX.
005120     MOVE "RECOVERED" TO AL-FIELD-NAME.
005130     MOVE CT-RECOVERED-AMOUNT(CT-IDX) TO AL-OLD-VALUE.
005140     ADD WS-GROSS TO CT-RECOVERED-AMOUNT(CT-IDX).
005150     ADD WS-FEE TO CT-FEE-AMOUNT(CT-IDX).
005160     MOVE CT-RECOVERED-AMOUNT(CT-IDX) TO AL-NEW-VALUE.
005170     MOVE RM-POLICY-ID TO AL-RECORD-KEY.
005180     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005190     IF CT-RECOVERED-AMOUNT(CT-IDX) >= CT-PLACED-AMOUNT(CT-IDX)
005200         MOVE "C" TO CT-STATUS(CT-IDX)
005210         ADD 1 TO WS-CLOSED-COUNT
005220     END-IF.
005230     SET GT-IDX TO WS-AGY-IDX.
005240     ADD 1 TO GT-COUNT(GT-IDX).
005250     ADD WS-GROSS TO GT-GROSS(GT-IDX).
005260     ADD WS-FEE TO GT-FEE(GT-IDX).
005270     ADD WS-NET TO GT-NET(GT-IDX).
005280     ADD WS-POST-WO TO GT-POST-WO(GT-IDX).
005290     ADD 1 TO WS-POSTED-COUNT.
005300     ADD WS-GROSS TO WS-TOT-GROSS.
005310     ADD WS-FEE TO WS-TOT-FEE.
005320     ADD WS-NET TO WS-TOT-NET.
005330     ADD WS-POST-WO TO WS-TOT-POST-WO.
005340     MOVE RM-POLICY-ID TO DL-POLICY-ID.
005350     MOVE RM-AGENCY-ID TO DL-AGENCY-ID.
005360     MOVE WS-GROSS TO DL-GROSS.
005370     MOVE WS-FEE TO DL-FEE.
005380     MOVE WS-NET TO DL-NET.
005390     MOVE WS-TO-AR TO DL-TO-AR.
005400     MOVE WS-POST-WO TO DL-POST-WO.
005410     WRITE COLLRRPT-REC FROM WS-DETAIL-LINE.
005420 2100-EXIT.
005430     EXIT.

005440 2110-APPLY-ONE-ITEM.
005450     SET AT-IDX TO WS-A.
005460     IF AT-POLICY-ID(AT-IDX) NOT = RM-POLICY-ID
005470         GO TO 2110-EXIT
005480     END-IF.
005490     COMPUTE WS-ITEM-BALANCE =
005500         AT-BILLED-AMOUNT(AT-IDX) - AT-PAID-AMOUNT(AT-IDX).
005510     IF WS-ITEM-BALANCE <= ZERO
005520         GO TO 2110-EXIT
005530     END-IF.
005540     IF WS-ITEM-BALANCE < WS-REMAINING
005550         MOVE WS-ITEM-BALANCE TO WS-APPLY
005560     ELSE
005570         MOVE WS-REMAINING TO WS-APPLY
005580     END-IF.
005590     MOVE "PAID-AMOUNT" TO AL-FIELD-NAME.
005600     MOVE AT-PAID-AMOUNT(AT-IDX) TO AL-OLD-VALUE.
005610     ADD WS-APPLY TO AT-PAID-AMOUNT(AT-IDX).
005620     MOVE AT-PAID-AMOUNT(AT-IDX) TO AL-NEW-VALUE.
005630     MOVE RM-POLICY-ID TO AL-RECORD-KEY.
005640     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005650     SUBTRACT WS-APPLY FROM WS-REMAINING.
005660 2110-EXIT.
005670     EXIT.

005680*----------------------------------------------------------------
005690* 2200-JOURNAL-RECOVERY - DEBIT THE CASH ACTUALLY RECEIVED AND
005700*                         THE AGENCY'S FEE, CREDIT THE RECEIVABLE
005710*                         AND THE WRITTEN-OFF RECOVERY. THE GROSS
005720*                         BALANCES BOTH SIDES.
005730*----------------------------------------------------------------
005740 2200-JOURNAL-RECOVERY.
005750     MOVE "COLLECTION RECOVERY" TO GJ-DESC.
005760     IF WS-NET > ZERO
005770         MOVE "1000CASH" TO GJ-ACCOUNT
005780         MOVE "D" TO GJ-DC
005790         MOVE WS-NET TO GJ-AMOUNT
005800         PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
005810     END-IF.
005820     IF WS-FEE > ZERO
005830         MOVE "5300COLLEX" TO GJ-ACCOUNT
005840         MOVE "D" TO GJ-DC
005850         MOVE WS-FEE TO GJ-AMOUNT
005860         PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
005870     END-IF.
005880     IF WS-TO-AR > ZERO
005890         MOVE "1200ARTRADE" TO GJ-ACCOUNT
005900         MOVE "C" TO GJ-DC
005910         MOVE WS-TO-AR TO GJ-AMOUNT
005920         PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
005930     END-IF.
005940     IF WS-POST-WO > ZERO
005950         MOVE "4800RECOV" TO GJ-ACCOUNT
005960         MOVE "C" TO GJ-DC
005970         MOVE WS-POST-WO TO GJ-AMOUNT
005980         PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
005990     END-IF.
006000 2200-EXIT.
006010     EXIT.

006020 2700-WRITE-JOURNAL.
006030     MOVE "WRITE" TO GJ-ACTION.
006040     MOVE "COLLRECV" TO GJ-SOURCE-PROGRAM.
006050     MOVE WS-RUN-DATE TO GJ-POST-DATE.
006060     CALL "GLJRNL" USING GLJRNL-PARMS.
006070 2700-EXIT.
006080     EXIT.

006090 2800-WRITE-AUDIT.
006100     MOVE "WRITE" TO AL-ACTION.
006110     MOVE "COLLRECV" TO AL-SOURCE-PROGRAM.
006120     MOVE SPACES TO AL-OPERATOR-ID.
006130     MOVE SPACES TO AL-TIMESTAMP.
006140     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006150         INTO AL-TIMESTAMP.
006160     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006170 2800-EXIT.
006180     EXIT.

006190 2900-WRITE-REJECT.
006200     ADD 1 TO WS-REJECT-COUNT.
006210     MOVE "COLLRECV" TO RJ-SOURCE-PROGRAM.
006220     MOVE RM-POLICY-ID TO RJ-RECORD-KEY.
006230     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006240         INTO RJ-REJECT-TIMESTAMP.
006250     WRITE COLLREJ-REC FROM RJ-REJECT-RECORD.
006260     MOVE RM-POLICY-ID TO RL-POLICY-ID.
006270     MOVE RM-AGENCY-ID TO RL-AGENCY-ID.
006280     MOVE RJ-REASON-CODE TO RL-REASON.
006290     WRITE COLLRRPT-REC FROM WS-REJECT-LINE.
006300 2900-EXIT.
006310     EXIT.

006320*----------------------------------------------------------------
006330* 3000-FINALIZE - REWRITE THE RECEIVABLES (DROPPING ITEMS NOW PAID
006340*                 IN FULL, AS CASHAPP DOES) AND THE PLACEMENT
006350*                 MASTER, THEN PRINT THE RECOVERY BY AGENCY.
006360*----------------------------------------------------------------
006370 3000-FINALIZE.
006380     IF WS-REMT-STATUS = "00"
006390         CLOSE COLLREMT
006400     END-IF.
006410     OPEN OUTPUT ARMAST.
006420     PERFORM 3100-SAVE-RECEIVABLE THRU 3100-EXIT
006430         VARYING WS-A FROM 1 BY 1
006440         UNTIL WS-A > WS-AR-COUNT.
006450     CLOSE ARMAST.
006460     OPEN OUTPUT COLLMAST.
006470     PERFORM 3200-SAVE-PLACEMENT THRU 3200-EXIT
006480         VARYING WS-A FROM 1 BY 1
006490         UNTIL WS-A > WS-COLL-COUNT.
006500     CLOSE COLLMAST.
006510     WRITE COLLRRPT-REC FROM WS-BLANK-LINE.
006520     WRITE COLLRRPT-REC FROM WS-AGENCY-TITLE-LINE.
006530     WRITE COLLRRPT-REC FROM WS-AGENCY-COLUMN-LINE.
006540     PERFORM 3300-PRINT-AGENCY THRU 3300-EXIT
006550         VARYING WS-G FROM 1 BY 1
006560         UNTIL WS-G > WS-AGY-COUNT.
006570     MOVE "TOTAL" TO AG-AGENCY-ID.
006580     MOVE SPACES TO AG-AGENCY-NAME.
006590     MOVE WS-POSTED-COUNT TO AG-COUNT.
006600     MOVE WS-TOT-GROSS TO AG-GROSS.
006610     MOVE WS-TOT-FEE TO AG-FEE.
006620     MOVE WS-TOT-NET TO AG-NET.
006630     MOVE WS-TOT-POST-WO TO AG-POST-WO.
006640     WRITE COLLRRPT-REC FROM WS-AGENCY-LINE.
006650     WRITE COLLRRPT-REC FROM WS-BLANK-LINE.
006660     MOVE WS-REMIT-COUNT TO SL-REMIT-COUNT.
006670     MOVE WS-POSTED-COUNT TO SL-POSTED-COUNT.
006680     MOVE WS-CLOSED-COUNT TO SL-CLOSED-COUNT.
006690     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
006700     WRITE COLLRRPT-REC FROM WS-SUMMARY-LINE.
006710     CLOSE COLLRRPT
006720           COLLREJ
006730           AGTCASH.
006740     MOVE "CLOSE" TO GJ-ACTION.
006750     MOVE "COLLRECV" TO GJ-SOURCE-PROGRAM.
006760     CALL "GLJRNL" USING GLJRNL-PARMS.
006770     MOVE "CLOSE" TO AL-ACTION.
006780     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006790 3000-EXIT.
006800     EXIT.

006810 3100-SAVE-RECEIVABLE.
006820     SET AT-IDX TO WS-A.
006830     IF AT-PAID-AMOUNT(AT-IDX) = AT-BILLED-AMOUNT(AT-IDX)
006840         GO TO 3100-EXIT
006850     END-IF.
006860     MOVE SPACES TO ARMAST-REC.
006870     MOVE AT-POLICY-ID(AT-IDX) TO AR-POLICY-ID.
006880     MOVE AT-BILL-DATE(AT-IDX) TO AR-BILL-DATE.
006890     MOVE AT-BILLED-AMOUNT(AT-IDX) TO AR-BILLED-AMOUNT.
006900     MOVE AT-PAID-AMOUNT(AT-IDX) TO AR-PAID-AMOUNT.
00690A     MOVE AT-ITEM-TYPE(AT-IDX) TO AR-ITEM-TYPE.
006910     WRITE ARMAST-REC.
006920 3100-EXIT.
006930     EXIT.

006940 3200-SAVE-PLACEMENT.
006950     SET CT-IDX TO WS-A.
006960     MOVE SPACES TO COLLMAST-REC.
006970     MOVE CT-POLICY-ID(CT-IDX) TO CM-POLICY-ID.
006980     MOVE CT-AGENCY-ID(CT-IDX) TO CM-AGENCY-ID.
006990     MOVE CT-PLACED-DATE(CT-IDX) TO CM-PLACED-DATE.
007000     MOVE CT-PLACED-AMOUNT(CT-IDX) TO CM-PLACED-AMOUNT.
007010     MOVE CT-RECOVERED-AMOUNT(CT-IDX) TO CM-RECOVERED-AMOUNT.
007020     MOVE CT-FEE-AMOUNT(CT-IDX) TO CM-FEE-AMOUNT.
007030     MOVE CT-STATUS(CT-IDX) TO CM-STATUS.
007040     WRITE COLLMAST-REC.
007050 3200-EXIT.
007060     EXIT.

007070 3300-PRINT-AGENCY.
007080     SET GT-IDX TO WS-G.
007090     MOVE GT-AGENCY-ID(GT-IDX) TO AG-AGENCY-ID.
007100     MOVE GT-AGENCY-NAME(GT-IDX) TO AG-AGENCY-NAME.
007110     MOVE GT-COUNT(GT-IDX) TO AG-COUNT.
007120     MOVE GT-GROSS(GT-IDX) TO AG-GROSS.
007130     MOVE GT-FEE(GT-IDX) TO AG-FEE.
007140     MOVE GT-NET(GT-IDX) TO AG-NET.
007150     MOVE GT-POST-WO(GT-IDX) TO AG-POST-WO.
007160     WRITE COLLRRPT-REC FROM WS-AGENCY-LINE.
007170 3300-EXIT.
007180     EXIT.
