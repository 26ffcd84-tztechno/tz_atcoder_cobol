000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CLMPROC.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CLAIMS INTAKE, RESERVING
000110*                  AND PAYMENT AGAINST THE POLICY MASTER. THE
000120*                  CLMTXN FILE CARRIES FIRST-NOTICE-OF-LOSS,
000130*                  RESERVE-CHANGE, PAYMENT AND CLOSE
000140*                  TRANSACTIONS. A FIRST NOTICE OPENS A CLAIM ON
000150*                  THE KEYED CLMMAST MASTER UNDER THE NEXT
000160*                  NUMBER FROM THE CLMCTL CONTROL FILE; IT IS
000170*                  REJECTED IF THE POLICY IS NOT ON POLMAST, IS
000180*                  LAPSED, OR THE LOSS DATE FALLS BEFORE THE
000190*                  POLICY'S EFFECTIVE DATE. EACH CLAIM CARRIES
000200*                  AN OPEN RESERVE AND A PAID-TO-DATE BALANCE;
000210*                  PAYMENTS DRAW DOWN THE RESERVE AND GO OUT ON
000220*                  THE CLMPYEXT PAYMENT EXTRACT. EVERY CHANGE IS
000230*                  AUDITED, REJECTS GO TO CLMREJ IN THE SHARED
000240*                  REJECTREC LAYOUT, AND THE RUN'S RESERVE AND
000250*                  PAYMENT MOVEMENT IS JOURNALLED THROUGH GLJRNL.
0002A1* 10/15/2026  RO   WATCH-LIST SCREENING. BEFORE A PAYMENT TOUCHES
0002A2*                  THE MASTER, THE PAYEE NAME AND THE POLICY'S
0002A3*                  CUSTOMER ARE SCREENED THROUGH WLSCREEN. A HELD
0002A4*                  PAYMENT IS REJECTED TO CLMREJ WITH ITS REVIEW
0002A5*                  CASE AND IS RESUBMITTED ONCE THE CASE CLEARS.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM.
000300 OBJECT-COMPUTER. IBM.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CLMTXN ASSIGN TO "CLMTXN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-TXN-STATUS.
000360     SELECT CLMMAST ASSIGN TO "CLMMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CL-CLAIM-NO
000400         ALTERNATE RECORD KEY IS CL-POLICY-ID
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-CLM-STATUS.
000430     SELECT POLMAST ASSIGN TO "POLMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS PM-POLICY-ID
000470         FILE STATUS IS WS-MAST-STATUS.
000480     SELECT CLMCTL ASSIGN TO "CLMCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CTL-STATUS.
000510     SELECT CLMPYEXT ASSIGN TO "CLMPYEXT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PYEX-STATUS.
000540     SELECT CLMRPT ASSIGN TO "CLMRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT CLMREJ ASSIGN TO "CLMREJ"
000570         ORGANIZATION IS LINE SEQUENTIAL.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CLMTXN
000610     RECORDING MODE IS F.
000620 01  CLMTXN-REC.
000630     05  CT-TXN-TYPE              PIC X(01).
000640         88  CT-FIRST-NOTICE                VALUE "F".
000650         88  CT-RESERVE-CHANGE              VALUE "R".
000660         88  CT-PAYMENT                     VALUE "P".
000670         88  CT-CLOSE                       VALUE "C".
000680     05  FILLER                   PIC X(01).
000690     05  CT-CLAIM-NO              PIC X(10).
000700     05  FILLER                   PIC X(01).
000710     05  CT-POLICY-ID             PIC X(10).
000720     05  FILLER                   PIC X(01).
000730     05  CT-TXN-DATE              PIC 9(06).
000740     05  FILLER                   PIC X(01).
000750     05  CT-AMOUNT                PIC X(09).
000760     05  FILLER                   PIC X(01).
000770     05  CT-DESC                  PIC X(20).
000780     05  FILLER                   PIC X(01).
000790     05  CT-OPERATOR-ID           PIC X(08).
000800     05  FILLER                   PIC X(10).

000810 FD  CLMMAST.
000820 01  CLMMAST-REC.
000830     05  CL-CLAIM-NO              PIC X(10).
000840     05  FILLER                   PIC X(01).
000850     05  CL-POLICY-ID             PIC X(10).
000860     05  FILLER                   PIC X(01).
000870     05  CL-LOSS-DATE             PIC 9(08).
000880     05  FILLER                   PIC X(01).
000890     05  CL-REPORT-DATE           PIC 9(08).
000900     05  FILLER                   PIC X(01).
000910     05  CL-STATUS                PIC X(01).
000920         88  CL-OPEN                        VALUE "O".
000930         88  CL-CLOSED                      VALUE "C".
000940     05  FILLER                   PIC X(01).
000950     05  CL-RESERVE               PIC 9(09).
000960     05  FILLER                   PIC X(01).
000970     05  CL-PAID-TO-DATE          PIC 9(09).
000980     05  FILLER                   PIC X(01).
000990     05  CL-CLOSE-DATE            PIC 9(08).
001000     05  FILLER                   PIC X(01).
001010     05  CL-DESC                  PIC X(20).
001020     05  FILLER                   PIC X(09).

001030 FD  POLMAST.
001040 01  POLMAST-REC.
001050     05  PM-POLICY-ID             PIC X(10).
001060     05  FILLER                   PIC X(01).
001070     05  PM-BASE-RATE             PIC 9(04).
001080     05  FILLER                   PIC X(01).
001090     05  PM-RISK-FACTOR-1         PIC 9(04).
001100     05  FILLER                   PIC X(01).
001110     05  PM-RISK-FACTOR-2         PIC 9(04).
001120     05  FILLER                   PIC X(01).
001130     05  PM-STATUS                PIC X(01).
001140         88  PM-LAPSED                      VALUE "L".
001150     05  FILLER                   PIC X(01).
001160     05  PM-LAPSE-DATE            PIC X(06).
001170     05  FILLER                   PIC X(01).
001180     05  PM-PAY-PLAN              PIC X(01).
001190     05  FILLER                   PIC X(01).
001200     05  PM-DEBIT-AUTH            PIC X(01).
001210     05  FILLER                   PIC X(01).
001220     05  PM-AGENT-ID              PIC X(06).
001230     05  FILLER                   PIC X(01).
001240     05  PM-EFF-DATE              PIC X(06).
001250     05  FILLER                   PIC X(28).

001260 FD  CLMCTL
001270     RECORDING MODE IS F.
001280 01  CLMCTL-REC.
001290     05  CC-LAST-CLAIM-SEQ        PIC 9(07).
001300     05  FILLER                   PIC X(73).

001310 FD  CLMPYEXT
001320     RECORDING MODE IS F.
001330 01  CLMPYEXT-REC.
001340     05  CP-CLAIM-NO              PIC X(10).
001350     05  FILLER                   PIC X(01).
001360     05  CP-POLICY-ID             PIC X(10).
001370     05  FILLER                   PIC X(01).
001380     05  CP-PAY-AMOUNT            PIC 9(09).
001390     05  FILLER                   PIC X(01).
001400     05  CP-PAY-DATE              PIC 9(06).
001410     05  FILLER                   PIC X(01).
001420     05  CP-PAYEE                 PIC X(20).
001430     05  FILLER                   PIC X(21).

001440 FD  CLMRPT
001450     RECORDING MODE IS F.
001460 01  CLMRPT-REC                   PIC X(80).

001470 FD  CLMREJ
001480     RECORDING MODE IS F.
001490 01  CLMREJ-REC                   PIC X(80).

001500 WORKING-STORAGE SECTION.
001510 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001520     88  WS-EOF                             VALUE "Y".
001530 77  WS-TXN-STATUS                PIC X(02) VALUE SPACES.
001540 77  WS-CLM-STATUS                PIC X(02) VALUE SPACES.
001550 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
001560 77  WS-CTL-STATUS                PIC X(02) VALUE SPACES.
001570 77  WS-PYEX-STATUS               PIC X(02) VALUE SPACES.
001580 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001590 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001600 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001610 77  WS-TXN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001620 77  WS-EFF-CCYYMMDD              PIC 9(08) VALUE ZERO.
001630 77  WS-LAST-CLAIM-SEQ            PIC 9(07) VALUE ZERO.
001640 77  WS-AMOUNT                    PIC 9(09) VALUE ZERO.
001650 77  WS-OLD-RESERVE               PIC 9(09) VALUE ZERO.
001660 77  WS-FROM-RESERVE              PIC 9(09) VALUE ZERO.
001670 77  WS-OVER-RESERVE              PIC 9(09) VALUE ZERO.
001680 77  WS-TXN-COUNT                 PIC 9(05) VALUE ZERO COMP.
001690 77  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO COMP.
001700 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001710 77  WS-OPENED-COUNT              PIC 9(05) VALUE ZERO COMP.
001720 77  WS-PAYMENT-COUNT             PIC 9(05) VALUE ZERO COMP.
001730 77  WS-RESERVE-UP-TOTAL          PIC 9(11) VALUE ZERO.
001740 77  WS-RESERVE-DOWN-TOTAL        PIC 9(11) VALUE ZERO.
001750 77  WS-PAID-FROM-RSV-TOTAL       PIC 9(11) VALUE ZERO.
001760 77  WS-PAID-OVER-RSV-TOTAL       PIC 9(11) VALUE ZERO.
001770 77  WS-CLAIM-FOUND-SW            PIC X(01) VALUE "N".
001780     88  WS-CLAIM-FOUND                     VALUE "Y".

001790 01  WS-NEW-CLAIM-NO.
001800     05  FILLER                   PIC X(03) VALUE "CLM".
001810     05  WS-NEW-CLAIM-SEQ         PIC 9(07) VALUE ZERO.

001820 01  WS-EDIT-VALUE.
001830     05  FILLER                   PIC X(01) VALUE "0".
001840     05  WS-EDIT-DIGITS           PIC X(09).

001850 COPY AUDTLINK.
001860 COPY VALIDLINK.
001870 COPY REJECTREC.
001880 COPY RPTHDR.
001890 COPY GLJRLINK.
001900 COPY PERCLINK.
001910 COPY BDATLINK.
001920 COPY DATXLINK.
0019A1 COPY WLSLINK.

001930 01  WS-TITLE-LINE.
001940     05  FILLER                  PIC X(38) VALUE
001950         "CLAIMS INTAKE, RESERVING AND PAYMENTS".
001960     05  FILLER                  PIC X(42) VALUE SPACES.

001970 01  WS-HDG-LINE.
001980     05  FILLER                  PIC X(80) VALUE
001990         "CLAIM      POLICY     ACTION       AMOUNT    RESERVE
002000-        "      PAID".

002010 01  WS-DETAIL-LINE.
002020     05  DL-CLAIM-NO              PIC X(10).
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  DL-POLICY-ID             PIC X(10).
002050     05  FILLER                  PIC X(01) VALUE SPACES.
002060     05  DL-ACTION-DESC           PIC X(08).
002070     05  FILLER                  PIC X(01) VALUE SPACES.
002080     05  DL-AMOUNT                PIC ZZZZZZZZ9.
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  DL-RESERVE               PIC ZZZZZZZZ9.
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  DL-PAID                  PIC ZZZZZZZZ9.
002130     05  FILLER                  PIC X(18) VALUE SPACES.

002140 01  WS-SUMMARY-LINE.
002150     05  FILLER                  PIC X(15) VALUE
002160         "TRANSACTIONS:  ".
002170     05  SL-TXN-COUNT             PIC ZZZZ9.
002180     05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
002190     05  SL-APPLIED-COUNT         PIC ZZZZ9.
002200     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
002210     05  SL-REJECT-COUNT          PIC ZZZZ9.
002220     05  FILLER                  PIC X(10) VALUE "  OPENED: ".
002230     05  SL-OPENED-COUNT          PIC ZZZZ9.
002240     05  FILLER                  PIC X(08) VALUE "  PAID: ".
002250     05  SL-PAYMENT-COUNT         PIC ZZZZ9.
002260     05  FILLER                  PIC X(04) VALUE SPACES.

002270 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002280 PROCEDURE DIVISION.
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     PERFORM 2000-APPLY-TXN THRU 2000-EXIT
002320         UNTIL WS-EOF.
002330     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002340     STOP RUN.

002350*----------------------------------------------------------------
002360* 1000-INITIALIZE - OPEN THE KEYED CLAIMS MASTER FOR UPDATE (THE
002370*                   FIRST EVER RUN CREATES IT, STATUS-35 STYLE),
002380*                   THE POLICY MASTER FOR LOOKUP, AND PICK UP
002390*                   THE LAST CLAIM NUMBER ISSUED.
002400*----------------------------------------------------------------
002410 1000-INITIALIZE.
002420     MOVE "GET" TO BU-ACTION.
002430     CALL "BUSDATE" USING BUSDATE-PARMS.
002440     MOVE BU-BUS-DATE TO WS-RUN-CCYYMMDD.
002450     MOVE BU-BUS-DATE TO WS-RUN-DATE.
002460     ACCEPT WS-RUN-TIME FROM TIME.
002470     OPEN OUTPUT CLMRPT
002480          OUTPUT CLMREJ.
002490     OPEN EXTEND CLMPYEXT.
002500     IF WS-PYEX-STATUS = "35"
002510         OPEN OUTPUT CLMPYEXT
002520     END-IF.
002530     MOVE "CLMPROC" TO RH-PROGRAM-ID.
002540     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002550     MOVE WS-RUN-TIME TO RH-RUN-ID.
002560     MOVE 1 TO RH-PAGE-NUMBER.
002570     WRITE CLMRPT-REC FROM RH-REPORT-HEADER.
002580     WRITE CLMRPT-REC FROM WS-TITLE-LINE.
002590     WRITE CLMRPT-REC FROM WS-BLANK-LINE.
002600     WRITE CLMRPT-REC FROM WS-HDG-LINE.
002610     OPEN I-O CLMMAST.
002620     IF WS-CLM-STATUS = "35"
002630         OPEN OUTPUT CLMMAST
002640         CLOSE CLMMAST
002650         OPEN I-O CLMMAST
002660     END-IF.
002670     IF WS-CLM-STATUS NOT = "00"
002680         DISPLAY "CLMPROC - CLMMAST OPEN FAILED, STATUS "
002690             WS-CLM-STATUS " - RUN ABORTED"
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     OPEN INPUT POLMAST.
002740     IF WS-MAST-STATUS NOT = "00"
002750         DISPLAY "CLMPROC - POLMAST OPEN FAILED, STATUS "
002760             WS-MAST-STATUS " - RUN ABORTED"
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     PERFORM 1100-READ-CLAIM-CONTROL THRU 1100-EXIT.
002810     OPEN INPUT CLMTXN.
002820     IF WS-TXN-STATUS NOT = "00"
002830         SET WS-EOF TO TRUE
002840         GO TO 1000-EXIT
002850     END-IF.
002860     PERFORM 8000-READ-CLMTXN THRU 8000-EXIT.
002870 1000-EXIT.
002880     EXIT.

002890*----------------------------------------------------------------
002900* 1100-READ-CLAIM-CONTROL - THE LAST CLAIM SEQUENCE ISSUED. NO
002910*                           CLMCTL MEANS NO CLAIM HAS EVER BEEN
002920*                           OPENED AND NUMBERING STARTS AT ONE.
002930*----------------------------------------------------------------
002940 1100-READ-CLAIM-CONTROL.
002950     OPEN INPUT CLMCTL.
002960     IF WS-CTL-STATUS NOT = "00"
002970         GO TO 1100-EXIT
002980     END-IF.
002990     READ CLMCTL
003000         AT END
003010             CONTINUE
003020         NOT AT END
003030             MOVE CC-LAST-CLAIM-SEQ TO WS-LAST-CLAIM-SEQ
003040     END-READ.
003050     CLOSE CLMCTL.
003060 1100-EXIT.
003070     EXIT.

003080*----------------------------------------------------------------
003090* 2000-APPLY-TXN - ROUTE ONE CLAIM TRANSACTION. EVERY
003100*                  TRANSACTION DATE PASSES THE PERCHECK GUARD
003110*                  AND EVERY AMOUNT THE SHARED VALIDATE NUMERIC
003120*                  EDIT BEFORE A MASTER IS TOUCHED.
003130*----------------------------------------------------------------
003140 2000-APPLY-TXN.
003150     ADD 1 TO WS-TXN-COUNT.
003160     MOVE "CHECK" TO PE-ACTION.
003170     MOVE CT-TXN-DATE TO PE-DATE.
003180     CALL "PERCHECK" USING PERCHECK-PARMS.
003190     IF NOT PE-PERIOD-OPEN
003200         MOVE "TRANSACTION DATED IN CLOSED PERIOD"
003210             TO RJ-REASON-CODE
003220         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003230         GO TO 2000-NEXT
003240     END-IF.
003250     IF NOT CT-CLOSE
003260         MOVE CT-AMOUNT TO WS-EDIT-DIGITS
003270         MOVE WS-EDIT-VALUE TO VL-INPUT-VALUE
003280         CALL "VALIDATE" USING VALIDATE-PARMS
003290         IF VL-RETURN-CODE NOT = ZERO
003300             MOVE "NON-NUMERIC AMOUNT" TO RJ-REASON-CODE
003310             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003320             GO TO 2000-NEXT
003330         END-IF
003340         COMPUTE WS-AMOUNT = FUNCTION NUMVAL(CT-AMOUNT)
003350     ELSE
003360         MOVE ZERO TO WS-AMOUNT
003370     END-IF.
003380     MOVE "EXPND" TO DX-ACTION.
003390     MOVE CT-TXN-DATE TO DX-DATE-YYMMDD.
003400     CALL "DATEXPND" USING DATEXPND-PARMS.
003410     MOVE DX-DATE-CCYYMMDD TO WS-TXN-CCYYMMDD.
003420     EVALUATE TRUE
003430         WHEN CT-FIRST-NOTICE
003440             PERFORM 2100-FIRST-NOTICE THRU 2100-EXIT
003450         WHEN CT-RESERVE-CHANGE
003460             PERFORM 2500-FIND-CLAIM THRU 2500-EXIT
003470             IF WS-CLAIM-FOUND
003480                 PERFORM 2200-CHANGE-RESERVE THRU 2200-EXIT
003490             END-IF
003500         WHEN CT-PAYMENT
003510             PERFORM 2500-FIND-CLAIM THRU 2500-EXIT
003520             IF WS-CLAIM-FOUND
003530                 PERFORM 2300-PAY-CLAIM THRU 2300-EXIT
003540             END-IF
003550         WHEN CT-CLOSE
003560             PERFORM 2500-FIND-CLAIM THRU 2500-EXIT
003570             IF WS-CLAIM-FOUND
003580                 PERFORM 2400-CLOSE-CLAIM THRU 2400-EXIT
003590             END-IF
003600         WHEN OTHER
003610             MOVE "UNKNOWN CLAIM TRANSACTION TYPE"
003620                 TO RJ-REASON-CODE
003630             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003640     END-EVALUATE.
003650 2000-NEXT.
003660     PERFORM 8000-READ-CLMTXN THRU 8000-EXIT.
003670 2000-EXIT.
003680     EXIT.

003690*----------------------------------------------------------------
003700* 2100-FIRST-NOTICE - OPEN A NEW CLAIM. THE POLICY MUST BE ON
003710*                     THE MASTER AND IN FORCE, AND THE LOSS
003720*                     MUST FALL ON OR AFTER ITS EFFECTIVE DATE
003730*                     AND NO LATER THAN TODAY. THE AMOUNT IS THE
003740*                     OPENING RESERVE.
003750*----------------------------------------------------------------
003760 2100-FIRST-NOTICE.
003770     MOVE CT-POLICY-ID TO PM-POLICY-ID.
003780     READ POLMAST
003790         INVALID KEY
003800             MOVE "CLAIM ON POLICY NOT ON MASTER"
003810                 TO RJ-REASON-CODE
003820             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003830             GO TO 2100-EXIT
003840     END-READ.
003850     IF PM-LAPSED
003860         MOVE "CLAIM ON LAPSED POLICY" TO RJ-REASON-CODE
003870         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003880         GO TO 2100-EXIT
003890     END-IF.
003900     IF PM-EFF-DATE IS NUMERIC
003910         MOVE "EXPND" TO DX-ACTION
003920         MOVE PM-EFF-DATE TO DX-DATE-YYMMDD
003930         CALL "DATEXPND" USING DATEXPND-PARMS
003940         MOVE DX-DATE-CCYYMMDD TO WS-EFF-CCYYMMDD
003950         IF WS-TXN-CCYYMMDD < WS-EFF-CCYYMMDD
003960             MOVE "LOSS DATE BEFORE POLICY EFFECTIVE DATE"
003970                 TO RJ-REASON-CODE
003980             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003990             GO TO 2100-EXIT
004000         END-IF
004010     END-IF.
004020     IF WS-TXN-CCYYMMDD > WS-RUN-CCYYMMDD
004030         MOVE "LOSS DATE IN THE FUTURE" TO RJ-REASON-CODE
004040         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004050         GO TO 2100-EXIT
004060     END-IF.
004070     ADD 1 TO WS-LAST-CLAIM-SEQ.
004080     MOVE WS-LAST-CLAIM-SEQ TO WS-NEW-CLAIM-SEQ.
004090     MOVE SPACES TO CLMMAST-REC.
004100     MOVE WS-NEW-CLAIM-NO TO CL-CLAIM-NO.
004110     MOVE CT-POLICY-ID TO CL-POLICY-ID.
004120     MOVE WS-TXN-CCYYMMDD TO CL-LOSS-DATE.
004130     MOVE WS-RUN-CCYYMMDD TO CL-REPORT-DATE.
004140     SET CL-OPEN TO TRUE.
004150     MOVE WS-AMOUNT TO CL-RESERVE.
004160     MOVE ZERO TO CL-PAID-TO-DATE.
004170     MOVE ZERO TO CL-CLOSE-DATE.
004180     MOVE CT-DESC TO CL-DESC.
004190     WRITE CLMMAST-REC
004200         INVALID KEY
004210             MOVE "CLAIM NUMBER ALREADY ON MASTER"
004220                 TO RJ-REASON-CODE
004230             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004240             GO TO 2100-EXIT
004250     END-WRITE.
004260     ADD 1 TO WS-APPLIED-COUNT.
004270     ADD 1 TO WS-OPENED-COUNT.
004280     ADD WS-AMOUNT TO WS-RESERVE-UP-TOTAL.
004290     MOVE "STATUS" TO AL-FIELD-NAME.
004300     MOVE SPACES TO AL-OLD-VALUE.
004310     MOVE "OPEN" TO AL-NEW-VALUE.
004320     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
004330     MOVE "RESERVE" TO AL-FIELD-NAME.
004340     MOVE SPACES TO AL-OLD-VALUE.
004350     MOVE CL-RESERVE TO AL-NEW-VALUE.
004360     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
004370     MOVE "OPENED" TO DL-ACTION-DESC.
004380     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
004390 2100-EXIT.
004400     EXIT.

004410*----------------------------------------------------------------
004420* 2200-CHANGE-RESERVE - THE AMOUNT IS THE ADJUSTER'S NEW OPEN
004430*                       RESERVE, NOT A DELTA. THE DIFFERENCE IS
004440*                       WHAT MOVES IN THE LEDGER.
004450*----------------------------------------------------------------
004460 2200-CHANGE-RESERVE.
004470     MOVE CL-RESERVE TO WS-OLD-RESERVE.
004480     MOVE WS-AMOUNT TO CL-RESERVE.
004490     REWRITE CLMMAST-REC.
004500     IF CL-RESERVE > WS-OLD-RESERVE
004510         COMPUTE WS-RESERVE-UP-TOTAL = WS-RESERVE-UP-TOTAL
004520             + CL-RESERVE - WS-OLD-RESERVE
004530     ELSE
004540         COMPUTE WS-RESERVE-DOWN-TOTAL = WS-RESERVE-DOWN-TOTAL
004550             + WS-OLD-RESERVE - CL-RESERVE
004560     END-IF.
004570     ADD 1 TO WS-APPLIED-COUNT.
004580     MOVE "RESERVE" TO AL-FIELD-NAME.
004590     MOVE WS-OLD-RESERVE TO AL-OLD-VALUE.
004600     MOVE CL-RESERVE TO AL-NEW-VALUE.
004610     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
004620     MOVE "RESERVE" TO DL-ACTION-DESC.
004630     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
004640 2200-EXIT.
004650     EXIT.

004660*----------------------------------------------------------------
004670* 2300-PAY-CLAIM - A PAYMENT DRAWS DOWN THE OPEN RESERVE AND
004680*                  ADDS TO PAID-TO-DATE. ANY PART OF IT BEYOND
004690*                  THE RESERVE IS NEW LOSS EXPENSE, NOT A
004700*                  RESERVE RELEASE; THE RESERVE FLOORS AT ZERO.
0047A1*                  NOTHING IS PAID TO A PAYEE OR POLICY HELD BY
0047A2*                  THE WATCH-LIST SCREEN.
004710*----------------------------------------------------------------
004720 2300-PAY-CLAIM.
004730     IF WS-AMOUNT = ZERO
004740         MOVE "ZERO CLAIM PAYMENT" TO RJ-REASON-CODE
0047A3         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
0047A4         GO TO 2300-EXIT
0047A5     END-IF.
0047A6     MOVE "CLMPROC" TO WL-CALLER.
0047A7     MOVE "CLAIM" TO WL-SUBJECT-TYPE.
0047A8     MOVE CL-CLAIM-NO TO WL-SUBJECT-ID.
0047A9     MOVE WS-RUN-CCYYMMDD TO WL-AS-OF-DATE.
0047AA     IF CT-DESC NOT = SPACES
0047AB         MOVE "NAME" TO WL-ACTION
0047AC         MOVE CT-DESC TO WL-NAME
0047AD         MOVE SPACES TO WL-ADDRESS
0047AE                        WL-POSTCODE
0047AF         CALL "WLSCREEN" USING WLSCREEN-PARMS
0047AG         IF WL-BLOCKED
0047AH             MOVE WL-REASON TO RJ-REASON-CODE
0047AI             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
0047AJ             GO TO 2300-EXIT
0047AK         END-IF
0047AL     END-IF.
0047AM     MOVE "POLCY" TO WL-ACTION.
0047AN     MOVE CL-POLICY-ID TO WL-SUBJECT-ID.
0047AO     CALL "WLSCREEN" USING WLSCREEN-PARMS.
0047AP     IF WL-BLOCKED
0047AQ         MOVE WL-REASON TO RJ-REASON-CODE
004750         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004760         GO TO 2300-EXIT
004770     END-IF.
004780     MOVE CL-RESERVE TO WS-OLD-RESERVE.
004790     IF WS-AMOUNT > CL-RESERVE
004800         MOVE CL-RESERVE TO WS-FROM-RESERVE
004810         COMPUTE WS-OVER-RESERVE = WS-AMOUNT - CL-RESERVE
004820     ELSE
004830         MOVE WS-AMOUNT TO WS-FROM-RESERVE
004840         MOVE ZERO TO WS-OVER-RESERVE
004850     END-IF.
004860     SUBTRACT WS-FROM-RESERVE FROM CL-RESERVE.
004870     ADD WS-AMOUNT TO CL-PAID-TO-DATE.
004880     REWRITE CLMMAST-REC.
004890     ADD WS-FROM-RESERVE TO WS-PAID-FROM-RSV-TOTAL.
004900     ADD WS-OVER-RESERVE TO WS-PAID-OVER-RSV-TOTAL.
004910     MOVE SPACES TO CLMPYEXT-REC.
004920     MOVE CL-CLAIM-NO TO CP-CLAIM-NO.
004930     MOVE CL-POLICY-ID TO CP-POLICY-ID.
004940     MOVE WS-AMOUNT TO CP-PAY-AMOUNT.
004950     MOVE CT-TXN-DATE TO CP-PAY-DATE.
004960     MOVE CT-DESC TO CP-PAYEE.
004970     WRITE CLMPYEXT-REC.
004980     ADD 1 TO WS-APPLIED-COUNT.
004990     ADD 1 TO WS-PAYMENT-COUNT.
005000     MOVE "RESERVE" TO AL-FIELD-NAME.
005010     MOVE WS-OLD-RESERVE TO AL-OLD-VALUE.
005020     MOVE CL-RESERVE TO AL-NEW-VALUE.
005030     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005040     MOVE "PAID" TO AL-FIELD-NAME.
005050     COMPUTE WS-OLD-RESERVE = CL-PAID-TO-DATE - WS-AMOUNT.
005060     MOVE WS-OLD-RESERVE TO AL-OLD-VALUE.
005070     MOVE CL-PAID-TO-DATE TO AL-NEW-VALUE.
005080     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005090     MOVE "PAYMENT" TO DL-ACTION-DESC.
005100     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
005110 2300-EXIT.
005120     EXIT.

005130*----------------------------------------------------------------
005140* 2400-CLOSE-CLAIM - CLOSING RELEASES WHATEVER RESERVE IS STILL
005150*                    OPEN. A CLOSED CLAIM TAKES NO FURTHER
005160*                    TRANSACTIONS.
005170*----------------------------------------------------------------
005180 2400-CLOSE-CLAIM.
005190     MOVE CL-RESERVE TO WS-OLD-RESERVE.
005200     ADD CL-RESERVE TO WS-RESERVE-DOWN-TOTAL.
005210     MOVE ZERO TO CL-RESERVE.
005220     SET CL-CLOSED TO TRUE.
005230     MOVE WS-TXN-CCYYMMDD TO CL-CLOSE-DATE.
005240     REWRITE CLMMAST-REC.
005250     ADD 1 TO WS-APPLIED-COUNT.
005260     IF WS-OLD-RESERVE > ZERO
005270         MOVE "RESERVE" TO AL-FIELD-NAME
005280         MOVE WS-OLD-RESERVE TO AL-OLD-VALUE
005290         MOVE ZERO TO AL-NEW-VALUE
005300         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
005310     END-IF.
005320     MOVE "STATUS" TO AL-FIELD-NAME.
005330     MOVE "OPEN" TO AL-OLD-VALUE.
005340     MOVE "CLOSED" TO AL-NEW-VALUE.
005350     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005360     MOVE ZERO TO WS-AMOUNT.
005370     MOVE "CLOSED" TO DL-ACTION-DESC.
005380     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
005390 2400-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420* 2500-FIND-CLAIM - ONE KEYED READ AGAINST THE CLAIMS MASTER. A
005430*                   RESERVE, PAYMENT OR CLOSE NEEDS AN OPEN
005440*                   CLAIM; ANYTHING ELSE REJECTS HERE.
005450*----------------------------------------------------------------
005460 2500-FIND-CLAIM.
005470     MOVE "N" TO WS-CLAIM-FOUND-SW.
005480     MOVE CT-CLAIM-NO TO CL-CLAIM-NO.
005490     READ CLMMAST
005500         INVALID KEY
005510             MOVE "CLAIM NOT ON MASTER" TO RJ-REASON-CODE
005520             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005530             GO TO 2500-EXIT
005540     END-READ.
005550     IF NOT CL-OPEN
005560         MOVE "CLAIM ALREADY CLOSED" TO RJ-REASON-CODE
005570         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005580         GO TO 2500-EXIT
005590     END-IF.
005600     SET WS-CLAIM-FOUND TO TRUE.
005610 2500-EXIT.
005620     EXIT.

005630 2700-WRITE-DETAIL.
005640     MOVE CL-CLAIM-NO TO DL-CLAIM-NO.
005650     MOVE CL-POLICY-ID TO DL-POLICY-ID.
005660     MOVE WS-AMOUNT TO DL-AMOUNT.
005670     MOVE CL-RESERVE TO DL-RESERVE.
005680     MOVE CL-PAID-TO-DATE TO DL-PAID.
005690     WRITE CLMRPT-REC FROM WS-DETAIL-LINE.
005700 2700-EXIT.
005710     EXIT.

005720 2800-WRITE-AUDIT.
005730     MOVE "WRITE" TO AL-ACTION.
005740     MOVE CT-OPERATOR-ID TO AL-OPERATOR-ID.
005750     MOVE "CLMPROC" TO AL-SOURCE-PROGRAM.
005760     MOVE CL-CLAIM-NO TO AL-RECORD-KEY.
005770     MOVE SPACES TO AL-TIMESTAMP.
005780     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
005790         INTO AL-TIMESTAMP.
005800     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
005810 2800-EXIT.
005820     EXIT.

005830 2900-WRITE-REJECT.
005840     ADD 1 TO WS-REJECT-COUNT.
005850     MOVE "CLMPROC" TO RJ-SOURCE-PROGRAM.
005860     IF CT-FIRST-NOTICE
005870         MOVE CT-POLICY-ID TO RJ-RECORD-KEY
005880     ELSE
005890         MOVE CT-CLAIM-NO TO RJ-RECORD-KEY
005900     END-IF.
005910     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
005920         INTO RJ-REJECT-TIMESTAMP.
005930     WRITE CLMREJ-REC FROM RJ-REJECT-RECORD.
005940 2900-EXIT.
005950     EXIT.

005960*----------------------------------------------------------------
005970* 3000-FINALIZE - SAVE THE LAST CLAIM NUMBER ISSUED, PRINT THE
005980*                 RUN TOTALS, JOURNAL THE RESERVE AND PAYMENT
005990*                 MOVEMENT AND LET THE AUDIT SUBPROGRAM FLUSH
006000*                 ITS LOG.
006010*----------------------------------------------------------------
006020 3000-FINALIZE.
006030     IF WS-TXN-STATUS = "00"
006040         CLOSE CLMTXN
006050     END-IF.
006060     CLOSE CLMMAST
006070           POLMAST
006080           CLMPYEXT.
006090     OPEN OUTPUT CLMCTL.
006100     MOVE SPACES TO CLMCTL-REC.
006110     MOVE WS-LAST-CLAIM-SEQ TO CC-LAST-CLAIM-SEQ.
006120     WRITE CLMCTL-REC.
006130     CLOSE CLMCTL.
006140     WRITE CLMRPT-REC FROM WS-BLANK-LINE.
006150     MOVE WS-TXN-COUNT TO SL-TXN-COUNT.
006160     MOVE WS-APPLIED-COUNT TO SL-APPLIED-COUNT.
006170     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
006180     MOVE WS-OPENED-COUNT TO SL-OPENED-COUNT.
006190     MOVE WS-PAYMENT-COUNT TO SL-PAYMENT-COUNT.
006200     WRITE CLMRPT-REC FROM WS-SUMMARY-LINE.
006210     CLOSE CLMRPT
006220           CLMREJ.
006230     PERFORM 3500-WRITE-JOURNAL THRU 3500-EXIT.
006240     MOVE "CLOSE" TO AL-ACTION.
006250     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006260 3000-EXIT.
006270     EXIT.

006280*----------------------------------------------------------------
006290* 3500-WRITE-JOURNAL - BALANCED PAIRS FOR THE RUN'S MOVEMENT:
006300*                      RESERVE RAISED (DEBIT 5100LOSSEX, CREDIT
006310*                      2300CLMRSV), RESERVE RELEASED (THE
006320*                      REVERSE), PAID OUT OF RESERVE (DEBIT
006330*                      2300CLMRSV, CREDIT 1000CASH) AND PAID
006340*                      BEYOND RESERVE (DEBIT 5100LOSSEX, CREDIT
006350*                      1000CASH). THE CLOSE ALWAYS RUNS.
006360*----------------------------------------------------------------
006370 3500-WRITE-JOURNAL.
006380     MOVE "WRITE" TO GJ-ACTION.
006390     MOVE "CLMPROC" TO GJ-SOURCE-PROGRAM.
006400     MOVE WS-RUN-DATE TO GJ-POST-DATE.
006410     IF WS-RESERVE-UP-TOTAL > ZERO
006420         MOVE WS-RESERVE-UP-TOTAL TO GJ-AMOUNT
006430         MOVE "CLAIM RESERVE RAISED" TO GJ-DESC
006440         MOVE "5100LOSSEX" TO GJ-ACCOUNT
006450         MOVE "D" TO GJ-DC
006460         CALL "GLJRNL" USING GLJRNL-PARMS
006470         MOVE "2300CLMRSV" TO GJ-ACCOUNT
006480         MOVE "C" TO GJ-DC
006490         CALL "GLJRNL" USING GLJRNL-PARMS
006500     END-IF.
006510     IF WS-RESERVE-DOWN-TOTAL > ZERO
006520         MOVE WS-RESERVE-DOWN-TOTAL TO GJ-AMOUNT
006530         MOVE "CLAIM RESERVE FREED" TO GJ-DESC
006540         MOVE "2300CLMRSV" TO GJ-ACCOUNT
006550         MOVE "D" TO GJ-DC
006560         CALL "GLJRNL" USING GLJRNL-PARMS
006570         MOVE "5100LOSSEX" TO GJ-ACCOUNT
006580         MOVE "C" TO GJ-DC
006590         CALL "GLJRNL" USING GLJRNL-PARMS
006600     END-IF.
006610     IF WS-PAID-FROM-RSV-TOTAL > ZERO
006620         MOVE WS-PAID-FROM-RSV-TOTAL TO GJ-AMOUNT
006630         MOVE "CLAIM PAID RESERVED" TO GJ-DESC
006640         MOVE "2300CLMRSV" TO GJ-ACCOUNT
006650         MOVE "D" TO GJ-DC
006660         CALL "GLJRNL" USING GLJRNL-PARMS
006670         MOVE "1000CASH" TO GJ-ACCOUNT
006680         MOVE "C" TO GJ-DC
006690         CALL "GLJRNL" USING GLJRNL-PARMS
006700     END-IF.
006710     IF WS-PAID-OVER-RSV-TOTAL > ZERO
006720         MOVE WS-PAID-OVER-RSV-TOTAL TO GJ-AMOUNT
006730         MOVE "CLAIM PAID OVER RSV" TO GJ-DESC
006740         MOVE "5100LOSSEX" TO GJ-ACCOUNT
006750         MOVE "D" TO GJ-DC
006760         CALL "GLJRNL" USING GLJRNL-PARMS
006770         MOVE "1000CASH" TO GJ-ACCOUNT
006780         MOVE "C" TO GJ-DC
006790         CALL "GLJRNL" USING GLJRNL-PARMS
006800     END-IF.
006810     MOVE "CLOSE" TO GJ-ACTION.
006820     MOVE "CLMPROC" TO GJ-SOURCE-PROGRAM.
006830     CALL "GLJRNL" USING GLJRNL-PARMS.
006840 3500-EXIT.
006850     EXIT.

006860 8000-READ-CLMTXN.
006870     READ CLMTXN
006880         AT END
006890             SET WS-EOF TO TRUE
006900     END-READ.
006910 8000-EXIT.
006920     EXIT.
