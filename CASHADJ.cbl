000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASHADJ.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. MISAPPLIED CASH CORRECTION,
000110*                  RUN AFTER CASHAPP. EACH CADJTRAN TRANSACTION
000120*                  EITHER MOVES CASH ALREADY APPLIED ON ARMAST
000130*                  FROM ONE POLICY TO ANOTHER ("T" TRANSFER) OR
000140*                  TAKES A CASHRCPT RECEIPT BACK OFF ITS POLICY
000150*                  ENTIRELY ("R" REVERSAL). THE OPERATOR NAMED ON
000160*                  THE TRANSACTION MUST HOLD THE "CASHADJ"
000170*                  FUNCTION ON OPERAUTH. EVERY MOVE WRITES THE
000180*                  MATCHING AGTCASH COLLECTION EVENTS (SO AGTCOMM
000190*                  CLAWS BACK AND RE-PAYS COMMISSION), A BALANCED
000200*                  GLJRNL ENTRY, AND AN AUDITLOG RECORD OF EACH
000210*                  PAID-AMOUNT CHANGE. EACH POLICY TOUCHED IS
000220*                  RE-AGED INTO THE CASHAPP BUCKETS ON THE
000230*                  CADJRPT REGISTER BESIDE THE MOVE AND ITS REASON
000240*                  CODE. A TRANSACTION THAT CANNOT BE APPLIED GOES
000250*                  TO CADJREJ IN THE SHARED REJECTREC LAYOUT.
00025A* 10/15/2026  RO   LATE-FEE ITEMS. A POLICY CAN NOW HOLD MORE
00025B*                  THAN ONE ARMAST ITEM. CASH COMING OFF A POLICY
00025C*                  IS TESTED AGAINST ALL ITS ITEMS AND DRAWN BACK
00025D*                  NEWEST BILL DATE FIRST; CASH GOING ON PAYS ITS
00025E*                  OPEN ITEMS OLDEST FIRST, AS CASHAPP DOES, WITH
00025F*                  ANY EXCESS ON THE PREMIUM ITEM. THE RE-AGE
00025G*                  LINES COVER EVERY ITEM OF THE POLICY.
00025H* 10/15/2026  RO   THE EXCESS GOES ON THE TERM PREMIUM ITEM ONLY;
00025I*                  AN ENDORSEMENT ITEM (TYPE "E") IS PAID LIKE ANY
00025J*                  OTHER OPEN ITEM.
00025K* 10/15/2026  RO   A REVERSAL NOW NAMES ITS CASHRCPT RECEIPT BY
00025L*                  POLICY AND PAY DATE AND TAKES THE RECEIPT'S
00025M*                  WHOLE AMOUNT BACK (PRICED INTO BASE AT THE
00025N*                  CURRMSTR RATE CASHAPP USED FOR A FOREIGN ONE);
00025O*                  CJ-AMOUNT IS NOT USED. THE RECEIPT IS MARKED
00025P*                  REVERSED ON CASHRCPT, AND A RECEIPT NOT ON FILE
00025Q*                  OR ALREADY REVERSED IS REJECTED.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM.
000300 OBJECT-COMPUTER. IBM.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CADJTRAN ASSIGN TO "CADJTRAN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-TRAN-STATUS.
000360     SELECT ARMAST ASSIGN TO "ARMAST"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-AR-STATUS.
000390     SELECT OPERAUTH ASSIGN TO "OPERAUTH"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUTH-STATUS.
000420     SELECT AGTCASH ASSIGN TO "AGTCASH"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AGTC-STATUS.
000450     SELECT CADJREJ ASSIGN TO "CADJREJ"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT CADJRPT ASSIGN TO "CADJRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
00048A     SELECT CASHRCPT ASSIGN TO "CASHRCPT"
00048B         ORGANIZATION IS LINE SEQUENTIAL
00048C         FILE STATUS IS WS-CASH-STATUS.
00048D     SELECT CURRMSTR ASSIGN TO "CURRMSTR"
00048E         ORGANIZATION IS LINE SEQUENTIAL
00048F         FILE STATUS IS WS-CURR-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CADJTRAN
000520     RECORDING MODE IS F.
000530 01  CADJTRAN-REC.
000540     05  CJ-ADJ-TYPE              PIC X(01).
000550         88  CJ-TRANSFER                    VALUE "T".
000560         88  CJ-REVERSAL                    VALUE "R".
000570     05  FILLER                   PIC X(01).
000580     05  CJ-FROM-POLICY           PIC X(10).
000590     05  FILLER                   PIC X(01).
000600     05  CJ-TO-POLICY             PIC X(10).
000610     05  FILLER                   PIC X(01).
000620     05  CJ-AMOUNT                PIC X(09).
000630     05  FILLER                   PIC X(01).
000640     05  CJ-RCPT-DATE             PIC 9(06).
000650     05  FILLER                   PIC X(01).
000660     05  CJ-REASON-CODE           PIC X(04).
000670     05  FILLER                   PIC X(01).
000680     05  CJ-OPERATOR-ID           PIC X(08).
000690     05  FILLER                   PIC X(26).

000700 FD  ARMAST
000710     RECORDING MODE IS F.
000720 01  ARMAST-REC.
000730     05  AR-POLICY-ID             PIC X(10).
000740     05  FILLER                   PIC X(01).
000750     05  AR-BILL-DATE             PIC 9(08).
000760     05  FILLER                   PIC X(01).
000770     05  AR-BILLED-AMOUNT         PIC 9(09).
000780     05  FILLER                   PIC X(01).
000790     05  AR-PAID-AMOUNT           PIC 9(09).
00079A     05  FILLER                   PIC X(01).
00079B     05  AR-ITEM-TYPE             PIC X(01).
00079C         88  AR-FEE-ITEM                    VALUE "F".

000800 FD  OPERAUTH
000810     RECORDING MODE IS F.
000820 01  OPERAUTH-REC.
000830     05  OA-OPERATOR-ID           PIC X(08).
000840     05  FILLER                   PIC X(01).
000850     05  OA-FUNCTION              PIC X(08).
000860     05  FILLER                   PIC X(63).

000870 FD  AGTCASH
000880     RECORDING MODE IS F.
000890 01  AGTCASH-REC.
000900     05  AC-POLICY-ID             PIC X(10).
000910     05  FILLER                   PIC X(01).
000920     05  AC-AMOUNT                PIC S9(09) SIGN LEADING
000930                                            SEPARATE.
000940     05  FILLER                   PIC X(01).
000950     05  AC-EVENT-DATE            PIC 9(06).
000960     05  FILLER                   PIC X(52).

000970 FD  CADJREJ
000980     RECORDING MODE IS F.
000990 01  CADJREJ-REC                  PIC X(80).

001000 FD  CADJRPT
001010     RECORDING MODE IS F.
001020 01  CADJRPT-REC                  PIC X(80).

00102A FD  CASHRCPT
00102B     RECORDING MODE IS F.
00102C 01  CASHRCPT-REC.
00102D     05  CR-POLICY-ID             PIC X(10).
00102E     05  FILLER                   PIC X(01).
00102F     05  CR-AMOUNT                PIC X(09).
00102G     05  FILLER                   PIC X(01).
00102H     05  CR-PAY-DATE              PIC 9(06).
00102I     05  FILLER                   PIC X(01).
00102J     05  CR-CURRENCY              PIC X(03).
00102K     05  FILLER                   PIC X(01).
00102L     05  CR-REVERSED-FLAG         PIC X(01).
00102M     05  FILLER                   PIC X(47).

00102O FD  CURRMSTR
00102P     RECORDING MODE IS F.
00102Q 01  CURRMSTR-REC.
00102R     05  CY-CODE                  PIC X(03).
00102S     05  FILLER                   PIC X(01).
00102T     05  CY-EFF-DATE              PIC 9(06).
00102U     05  FILLER                   PIC X(01).
00102V     05  CY-RATE                  PIC 9(04)V9(04).
00102W     05  FILLER                   PIC X(61).

001030 WORKING-STORAGE SECTION.
001040 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001050     88  WS-EOF                             VALUE "Y".
001060 77  WS-TRAN-STATUS               PIC X(02) VALUE SPACES.
001070 77  WS-AR-STATUS                 PIC X(02) VALUE SPACES.
001080 77  WS-AUTH-STATUS               PIC X(02) VALUE SPACES.
001090 77  WS-AGTC-STATUS               PIC X(02) VALUE SPACES.
00109A 77  WS-CASH-STATUS               PIC X(02) VALUE SPACES.
00109B 77  WS-CURR-STATUS               PIC X(02) VALUE SPACES.
001100 77  WS-A                         PIC 9(05) COMP.
001110 77  WS-AU                        PIC 9(03) COMP.
00111A 77  WS-R                         PIC 9(05) COMP.
00111B 77  WS-Y                         PIC 9(03) COMP.
00111C 77  WS-RCPT-IDX                  PIC 9(05) VALUE ZERO COMP.
00111D 77  WS-RCPT-FOUND-SW             PIC X(01) VALUE "N".
00111E     88  WS-RCPT-FOUND                      VALUE "Y".
001120 77  WS-AR-IDX                    PIC 9(05) VALUE ZERO COMP.
001130 77  WS-FROM-IDX                  PIC 9(05) VALUE ZERO COMP.
001140 77  WS-TO-IDX                    PIC 9(05) VALUE ZERO COMP.
001150 77  WS-AUTHORIZED-SW             PIC X(01) VALUE "N".
001160     88  WS-AUTHORIZED                      VALUE "Y".
001170 77  WS-LOOKUP-ID                 PIC X(10) VALUE SPACES.
001180 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001190 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001200 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001210 77  WS-ADJ-AMOUNT                PIC 9(09) VALUE ZERO.
001220 77  WS-BALANCE                   PIC S9(09) VALUE ZERO.
001230 77  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
001240 77  WS-TODAY-INT                 PIC 9(08) VALUE ZERO.
001250 77  WS-BILL-INT                  PIC 9(08) VALUE ZERO.
001260 77  WS-DATE-CCYYMMDD             PIC 9(08) VALUE ZERO.
001270 77  WS-TRAN-COUNT                PIC 9(05) VALUE ZERO COMP.
001280 77  WS-TRANSFER-COUNT            PIC 9(05) VALUE ZERO COMP.
001290 77  WS-REVERSAL-COUNT            PIC 9(05) VALUE ZERO COMP.
001300 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001310 77  WS-TRANSFER-TOTAL            PIC 9(11) VALUE ZERO.
001320 77  WS-REVERSAL-TOTAL            PIC 9(11) VALUE ZERO.
00132A 77  WS-POLICY-PAID               PIC 9(11) VALUE ZERO.
00132B 77  WS-ADJ-LEFT                  PIC 9(09) VALUE ZERO.
00132C 77  WS-MOVE-AMOUNT               PIC 9(09) VALUE ZERO.
00132D 77  WS-RATE                      PIC 9(04)V9(04) VALUE ZERO.
00132E 77  WS-BEST-RATE-DATE            PIC 9(06) VALUE ZERO.

001330 01  WS-AR-TABLE.
001340     05  WS-AR-COUNT              PIC 9(05) VALUE ZERO COMP.
001350     05  AT-ENTRY OCCURS 2000 TIMES
001360                  INDEXED BY AT-IDX.
001370         10  AT-POLICY-ID         PIC X(10).
001380         10  AT-BILL-DATE         PIC 9(08).
001390         10  AT-BILLED-AMOUNT     PIC 9(09).
001400         10  AT-PAID-AMOUNT       PIC 9(09).
00140A         10  AT-ITEM-TYPE         PIC X(01).
00140B             88  AT-FEE-ITEM                VALUE "F".
00140C             88  AT-TERM-ITEM               VALUE SPACE.

001410 01  WS-AUTH-TABLE.
001420     05  WS-AUTH-COUNT            PIC 9(03) VALUE ZERO COMP.
001430     05  AU-ENTRY OCCURS 200 TIMES
001440                  INDEXED BY AU-IDX.
001450         10  AU-OPERATOR-ID       PIC X(08).
001460         10  AU-FUNCTION          PIC X(08).

00146A*    THE DAY'S RECEIPTS, REWRITTEN AT END OF RUN WITH EACH ONE
00146B*    REVERSED HERE MARKED SO IT CANNOT BE REVERSED TWICE
00146C 01  WS-RCPT-TABLE.
00146D     05  WS-RCPT-COUNT            PIC 9(05) VALUE ZERO COMP.
00146E     05  RT-ENTRY OCCURS 2000 TIMES
00146F                  INDEXED BY RT-IDX.
00146G         10  RT-POLICY-ID         PIC X(10).
00146H         10  RT-AMOUNT            PIC X(09).
00146I         10  RT-PAY-DATE          PIC 9(06).
00146J         10  RT-CURRENCY          PIC X(03).
00146K         10  RT-REVERSED-FLAG     PIC X(01).
00146L             88  RT-REVERSED                VALUE "R".

00146N 01  WS-CURRENCY-TABLE.
00146O     05  WS-CY-COUNT              PIC 9(03) VALUE ZERO COMP.
00146P     05  CY-ENTRY OCCURS 50 TIMES
00146Q                  INDEXED BY CY-IDX.
00146R         10  CY-TBL-CODE          PIC X(03).
00146S         10  CY-TBL-EFF-DATE      PIC 9(06).
00146T         10  CY-TBL-RATE          PIC 9(04)V9(04).

001470 COPY AUDTLINK.
001480 COPY GLJRLINK.
001490 COPY BDATLINK.
001500 COPY REJECTREC.
001510 COPY RPTHDR.

001520 01  WS-TITLE-LINE.
001530     05  FILLER                  PIC X(24) VALUE
001540         "CASH-ADJUSTMENT REGISTER".
001550     05  FILLER                  PIC X(56) VALUE SPACES.

001560 01  WS-DETAIL-LINE.
001570     05  DL-ADJ-TYPE              PIC X(08).
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590     05  DL-FROM-POLICY           PIC X(10).
001600     05  FILLER                  PIC X(04) VALUE " TO ".
001610     05  DL-TO-POLICY             PIC X(10).
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  DL-AMOUNT                PIC ZZZZZZZZ9.
001640     05  FILLER                  PIC X(06) VALUE "  RSN ".
001650     05  DL-REASON-CODE           PIC X(04).
001660     05  FILLER                  PIC X(07) VALUE "  OPER ".
001670     05  DL-OPERATOR-ID           PIC X(08).
001680     05  FILLER                  PIC X(12) VALUE SPACES.

001690 01  WS-REAGE-LINE.
001700     05  FILLER                  PIC X(06) VALUE SPACES.
001710     05  FILLER                  PIC X(07) VALUE "POLICY ".
001720     05  RA-POLICY-ID             PIC X(10).
001730     05  FILLER                  PIC X(10) VALUE "  BALANCE ".
001740     05  RA-BALANCE               PIC -(8)9.
001750     05  FILLER                  PIC X(06) VALUE "  AGE ".
001760     05  RA-AGE                   PIC ZZZ9.
001770     05  FILLER                  PIC X(10) VALUE "  BUCKET  ".
001780     05  RA-BUCKET                PIC X(07).
001790     05  FILLER                  PIC X(11) VALUE SPACES.

001800 01  WS-REJECT-LINE.
001810     05  RL-ADJ-TYPE              PIC X(08).
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  RL-FROM-POLICY           PIC X(10).
001840     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
001850     05  RL-REASON                PIC X(40).
001860     05  FILLER                  PIC X(09) VALUE SPACES.

001870 01  WS-SUMMARY-LINE.
001880     05  FILLER                  PIC X(11) VALUE "TRANSFERS: ".
001890     05  SL-TRANSFER-COUNT        PIC ZZZZ9.
001900     05  FILLER                  PIC X(01) VALUE SPACES.
001910     05  SL-TRANSFER-TOTAL        PIC ZZZZZZZZZZ9.
001920     05  FILLER                  PIC X(13) VALUE "  REVERSALS: ".
001930     05  SL-REVERSAL-COUNT        PIC ZZZZ9.
001940     05  FILLER                  PIC X(01) VALUE SPACES.
001950     05  SL-REVERSAL-TOTAL        PIC ZZZZZZZZZZ9.
001960     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
001970     05  SL-REJECT-COUNT          PIC ZZZZ9.
001980     05  FILLER                  PIC X(05) VALUE SPACES.

001990 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002000 PROCEDURE DIVISION.
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     PERFORM 2000-APPLY-ONE THRU 2000-EXIT
002040         UNTIL WS-EOF.
002050     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002060     STOP RUN.

002070*----------------------------------------------------------------
002080* 1000-INITIALIZE - LOAD THE RECEIVABLES, THE OPERATOR
002090*                   AUTHORITY, THE DAY'S RECEIPTS AND THE RATES,
002100*                   AND START ON THE TRANSACTIONS. NO CADJTRAN
00210A*                   MEANS NOTHING TO CORRECT TODAY.
002110*----------------------------------------------------------------
002120 1000-INITIALIZE.
002130     MOVE "GET" TO BU-ACTION.
002140     CALL "BUSDATE" USING BUSDATE-PARMS.
002150     MOVE BU-BUS-DATE TO WS-RUN-CCYYMMDD.
002160     MOVE BU-BUS-DATE TO WS-RUN-DATE.
002170     ACCEPT WS-RUN-TIME FROM TIME.
002180     OPEN OUTPUT CADJRPT
002190          OUTPUT CADJREJ.
002200     OPEN EXTEND AGTCASH.
002210     IF WS-AGTC-STATUS = "35"
002220         OPEN OUTPUT AGTCASH
002230     END-IF.
002240     MOVE "CASHADJ" TO RH-PROGRAM-ID.
002250     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002260     MOVE WS-RUN-TIME TO RH-RUN-ID.
002270     MOVE 1 TO RH-PAGE-NUMBER.
002280     WRITE CADJRPT-REC FROM RH-REPORT-HEADER.
002290     WRITE CADJRPT-REC FROM WS-TITLE-LINE.
002300     WRITE CADJRPT-REC FROM WS-BLANK-LINE.
002310     MOVE WS-RUN-CCYYMMDD TO WS-DATE-CCYYMMDD.
002320     COMPUTE WS-TODAY-INT =
002330         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
002340     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
002350     OPEN INPUT ARMAST.
002360     IF WS-AR-STATUS = "00"
002370         PERFORM 1100-LOAD-RECEIVABLE THRU 1100-EXIT
002380             UNTIL WS-EOF
002390         CLOSE ARMAST
002400     END-IF.
002410     MOVE "N" TO WS-EOF-SW.
00241A     PERFORM 1300-LOAD-RECEIPTS THRU 1300-EXIT.
00241B     PERFORM 1400-LOAD-CURRENCIES THRU 1400-EXIT.
002420     OPEN INPUT CADJTRAN.
002430     IF WS-TRAN-STATUS NOT = "00"
002440         SET WS-EOF TO TRUE
002450     END-IF.
002460 1000-EXIT.
002470     EXIT.

002480 1100-LOAD-RECEIVABLE.
002490     READ ARMAST
002500         AT END
002510             SET WS-EOF TO TRUE
002520         NOT AT END
002530             IF WS-AR-COUNT >= 2000
002540*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
002550*                ARMAST AT END OF RUN - STOP BEFORE A
002560*                RECEIVABLE IS LOST
002570                 DISPLAY "CASHADJ - ARMAST EXCEEDS THE 2000-"
002580                     "RECEIVABLE TABLE - RUN ABORTED"
002590                 MOVE 16 TO RETURN-CODE
002600                 STOP RUN
002610             END-IF
002620             ADD 1 TO WS-AR-COUNT
002630             SET AT-IDX TO WS-AR-COUNT
002640             MOVE AR-POLICY-ID TO AT-POLICY-ID(AT-IDX)
002650             MOVE AR-BILL-DATE TO AT-BILL-DATE(AT-IDX)
002660             MOVE AR-BILLED-AMOUNT
002670                 TO AT-BILLED-AMOUNT(AT-IDX)
002680             MOVE AR-PAID-AMOUNT TO AT-PAID-AMOUNT(AT-IDX)
00268A             MOVE AR-ITEM-TYPE TO AT-ITEM-TYPE(AT-IDX)
002690     END-READ.
002700 1100-EXIT.
002710     EXIT.

002720*----------------------------------------------------------------
002730* 1200-LOAD-AUTHORITY - THE OPERATOR-AUTHORITY FILE. ONLY AN
002740*                       OPERATOR HOLDING "CASHADJ" MAY MOVE OR
002750*                       REVERSE CASH. NO FILE MEANS NOBODY IS
002760*                       AUTHORIZED AND EVERY TRANSACTION REJECTS.
002770*----------------------------------------------------------------
002780 1200-LOAD-AUTHORITY.
002790     OPEN INPUT OPERAUTH.
002800     IF WS-AUTH-STATUS NOT = "00"
002810         GO TO 1200-EXIT
002820     END-IF.
002830     PERFORM 1210-LOAD-ONE-AUTHORITY THRU 1210-EXIT
002840         UNTIL WS-EOF.
002850     CLOSE OPERAUTH.
002860     MOVE "N" TO WS-EOF-SW.
002870 1200-EXIT.
002880     EXIT.

002890 1210-LOAD-ONE-AUTHORITY.
002900     READ OPERAUTH
002910         AT END
002920             SET WS-EOF TO TRUE
002930         NOT AT END
002940             IF WS-AUTH-COUNT < 200
002950                 ADD 1 TO WS-AUTH-COUNT
002960                 SET AU-IDX TO WS-AUTH-COUNT
002970                 MOVE OA-OPERATOR-ID
002980                     TO AU-OPERATOR-ID(AU-IDX)
002990                 MOVE OA-FUNCTION TO AU-FUNCTION(AU-IDX)
003000             END-IF
003010     END-READ.
003020 1210-EXIT.
003030     EXIT.

00303A*----------------------------------------------------------------
00303B* 1300-LOAD-RECEIPTS - THE CASHRCPT RECEIPTS CASHAPP APPLIED. NO
00303C*                      FILE MEANS THERE IS NO RECEIPT TO REVERSE
00303D*                      AND EVERY REVERSAL REJECTS.
00303E*----------------------------------------------------------------
00303F 1300-LOAD-RECEIPTS.
00303G     OPEN INPUT CASHRCPT.
00303H     IF WS-CASH-STATUS NOT = "00"
00303I         GO TO 1300-EXIT
00303J     END-IF.
00303K     PERFORM 1310-LOAD-ONE-RECEIPT THRU 1310-EXIT
00303L         UNTIL WS-EOF.
00303M     CLOSE CASHRCPT.
00303N     MOVE "N" TO WS-EOF-SW.
00303O 1300-EXIT.
00303P     EXIT.

00303R 1310-LOAD-ONE-RECEIPT.
00303S     READ CASHRCPT
00303T         AT END
00303U             SET WS-EOF TO TRUE
00303V         NOT AT END
00303W             IF WS-RCPT-COUNT >= 2000
00303X*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
00303Y*                CASHRCPT AT END OF RUN - STOP FIRST
00303Z                 DISPLAY "CASHADJ - CASHRCPT EXCEEDS THE 2000-"
0030A1                     "RECEIPT TABLE - RUN ABORTED"
0030A2                 MOVE 16 TO RETURN-CODE
0030A3                 STOP RUN
0030A4             END-IF
0030A5             ADD 1 TO WS-RCPT-COUNT
0030A6             SET RT-IDX TO WS-RCPT-COUNT
0030A7             MOVE CR-POLICY-ID TO RT-POLICY-ID(RT-IDX)
0030A8             MOVE CR-AMOUNT TO RT-AMOUNT(RT-IDX)
0030A9             MOVE CR-PAY-DATE TO RT-PAY-DATE(RT-IDX)
0030AA             MOVE CR-CURRENCY TO RT-CURRENCY(RT-IDX)
0030AB             MOVE CR-REVERSED-FLAG TO RT-REVERSED-FLAG(RT-IDX)
0030AC     END-READ.
0030AD 1310-EXIT.
0030AE     EXIT.

0030AG*----------------------------------------------------------------
0030AH* 1400-LOAD-CURRENCIES - THE EFFECTIVE-DATED RATES CASHAPP PRICED
0030AI*                        FOREIGN RECEIPTS AT. NO CURRMSTR MEANS
0030AJ*                        EVERY RECEIPT IS BASE CURRENCY.
0030AK*----------------------------------------------------------------
0030AL 1400-LOAD-CURRENCIES.
0030AM     OPEN INPUT CURRMSTR.
0030AN     IF WS-CURR-STATUS NOT = "00"
0030AO         GO TO 1400-EXIT
0030AP     END-IF.
0030AQ     PERFORM 1410-LOAD-ONE-CURRENCY THRU 1410-EXIT
0030AR         UNTIL WS-EOF.
0030AS     CLOSE CURRMSTR.
0030AT     MOVE "N" TO WS-EOF-SW.
0030AU 1400-EXIT.
0030AV     EXIT.

0030AX 1410-LOAD-ONE-CURRENCY.
0030AY     READ CURRMSTR
0030AZ         AT END
0030B1             SET WS-EOF TO TRUE
0030B2         NOT AT END
0030B3             IF WS-CY-COUNT < 50
0030B4                 ADD 1 TO WS-CY-COUNT
0030B5                 SET CY-IDX TO WS-CY-COUNT
0030B6                 MOVE CY-CODE TO CY-TBL-CODE(CY-IDX)
0030B7                 MOVE CY-EFF-DATE TO CY-TBL-EFF-DATE(CY-IDX)
0030B8                 MOVE CY-RATE TO CY-TBL-RATE(CY-IDX)
0030B9             END-IF
0030BA     END-READ.
0030BB 1410-EXIT.
0030BC     EXIT.

003040*----------------------------------------------------------------
003050* 2000-APPLY-ONE - EDIT ONE ADJUSTMENT AND ROUTE IT. CASH CAN
003060*                  ONLY COME OFF A POLICY THAT HAS AT LEAST THAT
003070*                  MUCH APPLIED ACROSS ITS ITEMS, AND CAN ONLY GO
003080*                  ONTO A POLICY WITH A RECEIVABLE TO TAKE IT. A
00308A*                  REVERSAL TAKES ITS AMOUNT FROM THE RECEIPT.
003090*----------------------------------------------------------------
003100 2000-APPLY-ONE.
003110     READ CADJTRAN
003120         AT END
003130             SET WS-EOF TO TRUE
003140             GO TO 2000-EXIT
003150     END-READ.
003160     ADD 1 TO WS-TRAN-COUNT.
003170     EVALUATE TRUE
003180         WHEN CJ-TRANSFER
003190             MOVE "TRANSFER" TO DL-ADJ-TYPE
003200         WHEN CJ-REVERSAL
003210             MOVE "REVERSAL" TO DL-ADJ-TYPE
003220         WHEN OTHER
003230             MOVE CJ-ADJ-TYPE TO DL-ADJ-TYPE
003240             MOVE "UNRECOGNIZED ADJUSTMENT TYPE"
003250                 TO RJ-REASON-CODE
003260             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003270             GO TO 2000-EXIT
003280     END-EVALUATE.
003290     PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT.
003300     IF NOT WS-AUTHORIZED
003310         MOVE "OPERATOR NOT AUTHORIZED FOR CASHADJ"
003320             TO RJ-REASON-CODE
003330         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003340         GO TO 2000-EXIT
003350     END-IF.
003360     IF CJ-REASON-CODE = SPACES
003370         MOVE "REASON CODE MISSING" TO RJ-REASON-CODE
003380         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003390         GO TO 2000-EXIT
003400     END-IF.
00340A     IF CJ-REVERSAL
00340B         PERFORM 2300-REVERSE-RECEIPT THRU 2300-EXIT
00340C         GO TO 2000-EXIT
00340D     END-IF.
003410     IF CJ-AMOUNT IS NOT NUMERIC
003420         MOVE "NON-NUMERIC ADJUSTMENT AMOUNT" TO RJ-REASON-CODE
003430         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003440         GO TO 2000-EXIT
003450     END-IF.
003460     MOVE CJ-AMOUNT TO WS-ADJ-AMOUNT.
003470     IF WS-ADJ-AMOUNT = ZERO
003480         MOVE "ZERO ADJUSTMENT AMOUNT" TO RJ-REASON-CODE
003490         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003500         GO TO 2000-EXIT
003510     END-IF.
003520     PERFORM 2550-CHECK-FROM-POLICY THRU 2550-EXIT.
003530     IF WS-FROM-IDX = ZERO
003540         GO TO 2000-EXIT
003550     END-IF.
003700     IF CJ-TO-POLICY = CJ-FROM-POLICY
003710         MOVE "TRANSFER TO THE SAME POLICY" TO RJ-REASON-CODE
003720         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003730         GO TO 2000-EXIT
003740     END-IF.
003750     MOVE CJ-TO-POLICY TO WS-LOOKUP-ID.
003760     PERFORM 2500-FIND-RECEIVABLE THRU 2500-EXIT.
003770     MOVE WS-AR-IDX TO WS-TO-IDX.
003780     IF WS-TO-IDX = ZERO
003790         MOVE "NO RECEIVABLE FOR TO-POLICY" TO RJ-REASON-CODE
003800         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003810         GO TO 2000-EXIT
003820     END-IF.
003830     PERFORM 2200-TRANSFER-CASH THRU 2200-EXIT.
003840 2000-EXIT.
003850     EXIT.

003860 2100-CHECK-AUTHORITY.
003870     MOVE "N" TO WS-AUTHORIZED-SW.
003880     PERFORM 2110-MATCH-AUTHORITY THRU 2110-EXIT
003890         VARYING WS-AU FROM 1 BY 1
003900         UNTIL WS-AU > WS-AUTH-COUNT OR WS-AUTHORIZED.
003910 2100-EXIT.
003920     EXIT.

003930 2110-MATCH-AUTHORITY.
003940     IF AU-OPERATOR-ID(WS-AU) = CJ-OPERATOR-ID
003950             AND AU-FUNCTION(WS-AU) = "CASHADJ"
003960         SET WS-AUTHORIZED TO TRUE
003970     END-IF.
003980 2110-EXIT.
003990     EXIT.

004000*----------------------------------------------------------------
004010* 2200-TRANSFER-CASH - CASH COMES OFF THE WRONG POLICY AND ONTO
004020*                      THE RIGHT ONE. COMMISSION FOLLOWS THE CASH
004030*                      (A NEGATIVE AGTCASH EVENT ON ONE, POSITIVE
004040*                      ON THE OTHER). BOTH SIDES ARE TRADE
004050*                      RECEIVABLES, SO THE JOURNAL PAIR NETS ON
004060*                      1200ARTRADE AND RECORDS THE RECLASS.
004070*----------------------------------------------------------------
004080 2200-TRANSFER-CASH.
004090     MOVE CJ-FROM-POLICY TO WS-LOOKUP-ID.
004100     PERFORM 2400-DRAW-BACK-CASH THRU 2400-EXIT.
004110     MOVE CJ-TO-POLICY TO WS-LOOKUP-ID.
004120     PERFORM 2450-APPLY-CASH-IN THRU 2450-EXIT.
004220     MOVE SPACES TO AGTCASH-REC.
004230     MOVE CJ-FROM-POLICY TO AC-POLICY-ID.
004240     COMPUTE AC-AMOUNT = ZERO - WS-ADJ-AMOUNT.
004250     MOVE WS-RUN-DATE TO AC-EVENT-DATE.
004260     WRITE AGTCASH-REC.
004270     MOVE SPACES TO AGTCASH-REC.
004280     MOVE CJ-TO-POLICY TO AC-POLICY-ID.
004290     MOVE WS-ADJ-AMOUNT TO AC-AMOUNT.
004300     MOVE WS-RUN-DATE TO AC-EVENT-DATE.
004310     WRITE AGTCASH-REC.
004320     MOVE "1200ARTRADE" TO GJ-ACCOUNT.
004330     MOVE "D" TO GJ-DC.
004340     MOVE "CASH TRANSFER OUT" TO GJ-DESC.
004350     PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT.
004360     MOVE "1200ARTRADE" TO GJ-ACCOUNT.
004370     MOVE "C" TO GJ-DC.
004380     MOVE "CASH TRANSFER IN" TO GJ-DESC.
004390     PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT.
004400     ADD 1 TO WS-TRANSFER-COUNT.
004410     ADD WS-ADJ-AMOUNT TO WS-TRANSFER-TOTAL.
004420     MOVE CJ-TO-POLICY TO DL-TO-POLICY.
004430     PERFORM 2600-PRINT-MOVE THRU 2600-EXIT.
004440     MOVE CJ-TO-POLICY TO WS-LOOKUP-ID.
004450     PERFORM 2620-REAGE-POLICY THRU 2620-EXIT.
004460 2200-EXIT.
004470     EXIT.

004480*----------------------------------------------------------------
004490* 2300-REVERSE-RECEIPT - THE RECEIPT NEVER SHOULD HAVE APPLIED
004500*                        (BOUNCED, DUPLICATED, NOT OURS). ALL OF
004510*                        IT COMES BACK OFF CASH APPLIED,
004520*                        COMMISSION ON IT IS CLAWED BACK, AND
004530*                        CASHAPP'S 1000CASH / 1200ARTRADE ENTRY
00453A*                        REVERSES. THE RECEIPT IS MARKED SO IT
00453B*                        CANNOT BE REVERSED AGAIN.
004540*----------------------------------------------------------------
004550 2300-REVERSE-RECEIPT.
00455A     PERFORM 2310-FIND-RECEIPT THRU 2310-EXIT.
00455B     IF NOT WS-RCPT-FOUND
00455C         MOVE "NO CASHRCPT RECEIPT FOR POLICY AND DATE"
00455D             TO RJ-REASON-CODE
00455E         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
00455F         GO TO 2300-EXIT
00455G     END-IF.
00455H     IF WS-RCPT-IDX = ZERO
00455I         MOVE "RECEIPT ALREADY REVERSED" TO RJ-REASON-CODE
00455J         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
00455K         GO TO 2300-EXIT
00455L     END-IF.
00455M     SET RT-IDX TO WS-RCPT-IDX.
00455N     COMPUTE WS-ADJ-AMOUNT = FUNCTION NUMVAL(RT-AMOUNT(RT-IDX)).
00455O     IF RT-CURRENCY(RT-IDX) NOT = SPACES
00455P         PERFORM 2330-CONVERT-TO-BASE THRU 2330-EXIT
00455Q         IF WS-RATE = ZERO
00455R             MOVE "NO RATE FOR RECEIPT CURRENCY"
00455S                 TO RJ-REASON-CODE
00455T             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
00455U             GO TO 2300-EXIT
00455V         END-IF
00455W     END-IF.
00455X     IF WS-ADJ-AMOUNT = ZERO
00455Y         MOVE "ZERO ADJUSTMENT AMOUNT" TO RJ-REASON-CODE
00455Z         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
0045A1         GO TO 2300-EXIT
0045A2     END-IF.
0045A3     PERFORM 2550-CHECK-FROM-POLICY THRU 2550-EXIT.
0045A4     IF WS-FROM-IDX = ZERO
0045A5         GO TO 2300-EXIT
0045A6     END-IF.
0045A7     SET RT-IDX TO WS-RCPT-IDX.
0045A8     MOVE "R" TO RT-REVERSED-FLAG(RT-IDX).
004560     MOVE CJ-FROM-POLICY TO WS-LOOKUP-ID.
004570     PERFORM 2400-DRAW-BACK-CASH THRU 2400-EXIT.
004630     MOVE SPACES TO AGTCASH-REC.
004640     MOVE CJ-FROM-POLICY TO AC-POLICY-ID.
004650     COMPUTE AC-AMOUNT = ZERO - WS-ADJ-AMOUNT.
004660     MOVE WS-RUN-DATE TO AC-EVENT-DATE.
004670     WRITE AGTCASH-REC.
004680     MOVE "1200ARTRADE" TO GJ-ACCOUNT.
004690     MOVE "D" TO GJ-DC.
004700     MOVE "RECEIPT REVERSED" TO GJ-DESC.
004710     PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT.
004720     MOVE "1000CASH" TO GJ-ACCOUNT.
004730     MOVE "C" TO GJ-DC.
004740     PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT.
004750     ADD 1 TO WS-REVERSAL-COUNT.
004760     ADD WS-ADJ-AMOUNT TO WS-REVERSAL-TOTAL.
004770     MOVE SPACES TO DL-TO-POLICY.
004780     PERFORM 2600-PRINT-MOVE THRU 2600-EXIT.
004790 2300-EXIT.
004800     EXIT.

048001*----------------------------------------------------------------
048002* 2310-FIND-RECEIPT - THE FIRST RECEIPT NOT YET REVERSED FOR
048003*                     CJ-FROM-POLICY PAID ON CJ-RCPT-DATE, INTO
048004*                     WS-RCPT-IDX. WS-RCPT-FOUND WITH WS-RCPT-IDX
048005*                     ZERO MEANS EVERY SUCH RECEIPT IS REVERSED.
048006*----------------------------------------------------------------
048007 2310-FIND-RECEIPT.
048008     MOVE "N" TO WS-RCPT-FOUND-SW.
048009     MOVE ZERO TO WS-RCPT-IDX.
04800A     PERFORM 2320-MATCH-RECEIPT THRU 2320-EXIT
04800B         VARYING WS-R FROM 1 BY 1
04800C         UNTIL WS-R > WS-RCPT-COUNT OR WS-RCPT-IDX > ZERO.
04800D 2310-EXIT.
04800E     EXIT.

04800F 2320-MATCH-RECEIPT.
04800G     IF RT-POLICY-ID(WS-R) NOT = CJ-FROM-POLICY
04800H             OR RT-PAY-DATE(WS-R) NOT = CJ-RCPT-DATE
04800I         GO TO 2320-EXIT
04800J     END-IF.
04800K     SET WS-RCPT-FOUND TO TRUE.
04800L     IF NOT RT-REVERSED(WS-R)
04800M         MOVE WS-R TO WS-RCPT-IDX
04800N     END-IF.
04800O 2320-EXIT.
04800P     EXIT.

04800Q*----------------------------------------------------------------
04800R* 2330-CONVERT-TO-BASE - PRICE A FOREIGN RECEIPT INTO BASE AT THE
04800S*                        LATEST RATE IN FORCE FOR ITS PAY DATE,
04800T*                        AS CASHAPP DID WHEN IT APPLIED IT.
04800U*----------------------------------------------------------------
04800V 2330-CONVERT-TO-BASE.
04800W     MOVE ZERO TO WS-RATE.
04800X     MOVE ZERO TO WS-BEST-RATE-DATE.
04800Y     PERFORM 2340-MATCH-RATE THRU 2340-EXIT
04800Z         VARYING WS-Y FROM 1 BY 1
048011         UNTIL WS-Y > WS-CY-COUNT.
048012     IF WS-RATE = ZERO
048013         GO TO 2330-EXIT
048014     END-IF.
048015     COMPUTE WS-ADJ-AMOUNT ROUNDED = WS-ADJ-AMOUNT * WS-RATE.
048016 2330-EXIT.
048017     EXIT.

048018 2340-MATCH-RATE.
048019     IF CY-TBL-CODE(WS-Y) = RT-CURRENCY(RT-IDX)
04801A             AND CY-TBL-EFF-DATE(WS-Y) <= RT-PAY-DATE(RT-IDX)
04801B             AND CY-TBL-EFF-DATE(WS-Y) > WS-BEST-RATE-DATE
04801C         MOVE CY-TBL-EFF-DATE(WS-Y) TO WS-BEST-RATE-DATE
04801D         MOVE CY-TBL-RATE(WS-Y) TO WS-RATE
04801E     END-IF.
04801F 2340-EXIT.
04801G     EXIT.

00480A*----------------------------------------------------------------
00480B* 2400-DRAW-BACK-CASH - TAKE WS-ADJ-AMOUNT OFF CASH APPLIED FOR
00480C*                       POLICY WS-LOOKUP-ID, NEWEST BILL DATE
00480D*                       FIRST, SO THE OLDEST DEBT STAYS PAID.
00480E*                       2000 HAS ALREADY PROVED THE POLICY HAS
00480F*                       THAT MUCH APPLIED. EACH ITEM IS AUDITED.
00480G*----------------------------------------------------------------
00480H 2400-DRAW-BACK-CASH.
00480I     MOVE WS-ADJ-AMOUNT TO WS-ADJ-LEFT.
00480J     PERFORM 2410-DRAW-NEWEST THRU 2410-EXIT
00480K         UNTIL WS-ADJ-LEFT = ZERO.
00480L 2400-EXIT.
00480M     EXIT.

00480N 2410-DRAW-NEWEST.
00480O     MOVE ZERO TO WS-AR-IDX.
00480P     PERFORM 2420-TEST-NEWEST THRU 2420-EXIT
00480Q         VARYING WS-A FROM 1 BY 1
00480R         UNTIL WS-A > WS-AR-COUNT.
00480S     IF WS-AR-IDX = ZERO
00480T         MOVE ZERO TO WS-ADJ-LEFT
00480U         GO TO 2410-EXIT
00480V     END-IF.
00480W     SET AT-IDX TO WS-AR-IDX.
00480X     IF AT-PAID-AMOUNT(AT-IDX) < WS-ADJ-LEFT
00480Y         MOVE AT-PAID-AMOUNT(AT-IDX) TO WS-MOVE-AMOUNT
00480Z     ELSE
0048A1         MOVE WS-ADJ-LEFT TO WS-MOVE-AMOUNT
0048A2     END-IF.
0048A3     MOVE "PAID-AMOUNT" TO AL-FIELD-NAME.
0048A4     MOVE AT-PAID-AMOUNT(AT-IDX) TO AL-OLD-VALUE.
0048A5     SUBTRACT WS-MOVE-AMOUNT FROM AT-PAID-AMOUNT(AT-IDX).
0048A6     MOVE AT-PAID-AMOUNT(AT-IDX) TO AL-NEW-VALUE.
0048A7     MOVE WS-LOOKUP-ID TO AL-RECORD-KEY.
0048A8     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
0048A9     SUBTRACT WS-MOVE-AMOUNT FROM WS-ADJ-LEFT.
0048AA 2410-EXIT.
0048AB     EXIT.

0048AC 2420-TEST-NEWEST.
0048AD     IF AT-POLICY-ID(WS-A) NOT = WS-LOOKUP-ID
0048AE             OR AT-PAID-AMOUNT(WS-A) = ZERO
0048AF         GO TO 2420-EXIT
0048AG     END-IF.
0048AH     IF WS-AR-IDX = ZERO
0048AI         MOVE WS-A TO WS-AR-IDX
0048AJ         GO TO 2420-EXIT
0048AK     END-IF.
0048AL     IF AT-BILL-DATE(WS-A) > AT-BILL-DATE(WS-AR-IDX)
0048AM         MOVE WS-A TO WS-AR-IDX
0048AN     END-IF.
0048AO 2420-EXIT.
0048AP     EXIT.

0048AQ*----------------------------------------------------------------
0048AR* 2450-APPLY-CASH-IN - PUT WS-ADJ-AMOUNT ON POLICY WS-LOOKUP-ID
0048AS*                      THE WAY CASHAPP APPLIES A RECEIPT: OPEN
0048AT*                      ITEMS OLDEST BILL DATE FIRST, ANY EXCESS
0048AU*                      ON THE PREMIUM ITEM (OR THE FIRST ITEM
0048AV*                      IF THE POLICY HAS ONLY A FEE).
0048AW*----------------------------------------------------------------
0048AX 2450-APPLY-CASH-IN.
0048AY     MOVE WS-ADJ-AMOUNT TO WS-ADJ-LEFT.
0048AZ     MOVE 1 TO WS-AR-IDX.
0048B1     PERFORM 2460-APPLY-OLDEST THRU 2460-EXIT
0048B2         UNTIL WS-ADJ-LEFT = ZERO OR WS-AR-IDX = ZERO.
0048B3     IF WS-ADJ-LEFT = ZERO
0048B4         GO TO 2450-EXIT
0048B5     END-IF.
0048B6     PERFORM 2530-FIND-PREMIUM-ITEM THRU 2530-EXIT.
0048B7     IF WS-AR-IDX = ZERO
0048B8         PERFORM 2500-FIND-RECEIVABLE THRU 2500-EXIT
0048B9     END-IF.
0048BA     MOVE WS-ADJ-LEFT TO WS-MOVE-AMOUNT.
0048BB     PERFORM 2480-POST-CASH-IN THRU 2480-EXIT.
0048BC 2450-EXIT.
0048BD     EXIT.

0048BE 2460-APPLY-OLDEST.
0048BF     MOVE ZERO TO WS-AR-IDX.
0048BG     PERFORM 2470-TEST-OLDEST THRU 2470-EXIT
0048BH         VARYING WS-A FROM 1 BY 1
0048BI         UNTIL WS-A > WS-AR-COUNT.
0048BJ     IF WS-AR-IDX = ZERO
0048BK         GO TO 2460-EXIT
0048BL     END-IF.
0048BM     SET AT-IDX TO WS-AR-IDX.
0048BN     COMPUTE WS-BALANCE =
0048BO         AT-BILLED-AMOUNT(AT-IDX) - AT-PAID-AMOUNT(AT-IDX).
0048BP     IF WS-ADJ-LEFT < WS-BALANCE
0048BQ         MOVE WS-ADJ-LEFT TO WS-MOVE-AMOUNT
0048BR     ELSE
0048BS         MOVE WS-BALANCE TO WS-MOVE-AMOUNT
0048BT     END-IF.
0048BU     PERFORM 2480-POST-CASH-IN THRU 2480-EXIT.
0048BV 2460-EXIT.
0048BW     EXIT.

0048BX 2470-TEST-OLDEST.
0048BY     IF AT-POLICY-ID(WS-A) NOT = WS-LOOKUP-ID
0048BZ             OR AT-PAID-AMOUNT(WS-A) NOT < AT-BILLED-AMOUNT(WS-A)
0048C1         GO TO 2470-EXIT
0048C2     END-IF.
0048C3     IF WS-AR-IDX = ZERO
0048C4         MOVE WS-A TO WS-AR-IDX
0048C5         GO TO 2470-EXIT
0048C6     END-IF.
0048C7     IF AT-BILL-DATE(WS-A) < AT-BILL-DATE(WS-AR-IDX)
0048C8         MOVE WS-A TO WS-AR-IDX
0048C9     END-IF.
0048CA 2470-EXIT.
0048CB     EXIT.

0048CC 2480-POST-CASH-IN.
0048CD     SET AT-IDX TO WS-AR-IDX.
0048CE     MOVE "PAID-AMOUNT" TO AL-FIELD-NAME.
0048CF     MOVE AT-PAID-AMOUNT(AT-IDX) TO AL-OLD-VALUE.
0048CG     ADD WS-MOVE-AMOUNT TO AT-PAID-AMOUNT(AT-IDX).
0048CH     MOVE AT-PAID-AMOUNT(AT-IDX) TO AL-NEW-VALUE.
0048CI     MOVE WS-LOOKUP-ID TO AL-RECORD-KEY.
0048CJ     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
0048CK     SUBTRACT WS-MOVE-AMOUNT FROM WS-ADJ-LEFT.
0048CL 2480-EXIT.
0048CM     EXIT.

004810 2500-FIND-RECEIVABLE.
004820     MOVE ZERO TO WS-AR-IDX.
004830     PERFORM 2510-MATCH-RECEIVABLE THRU 2510-EXIT
004840         VARYING WS-A FROM 1 BY 1
004850         UNTIL WS-A > WS-AR-COUNT OR WS-AR-IDX > ZERO.
004860 2500-EXIT.
004870     EXIT.

004880 2510-MATCH-RECEIVABLE.
004890     IF AT-POLICY-ID(WS-A) = WS-LOOKUP-ID
004900         MOVE WS-A TO WS-AR-IDX
004910     END-IF.
004920 2510-EXIT.
004930     EXIT.

00493A 2520-ADD-POLICY-PAID.
00493B     IF AT-POLICY-ID(WS-A) = WS-LOOKUP-ID
00493C         ADD AT-PAID-AMOUNT(WS-A) TO WS-POLICY-PAID
00493D     END-IF.
00493E 2520-EXIT.
00493F     EXIT.

00493G 2530-FIND-PREMIUM-ITEM.
00493H     MOVE ZERO TO WS-AR-IDX.
00493I     PERFORM 2540-MATCH-PREMIUM-ITEM THRU 2540-EXIT
00493J         VARYING WS-A FROM 1 BY 1
00493K         UNTIL WS-A > WS-AR-COUNT OR WS-AR-IDX > ZERO.
00493L 2530-EXIT.
00493M     EXIT.

00493N 2540-MATCH-PREMIUM-ITEM.
00493O     IF AT-POLICY-ID(WS-A) = WS-LOOKUP-ID
00493P             AND AT-TERM-ITEM(WS-A)
00493Q         MOVE WS-A TO WS-AR-IDX
00493R     END-IF.
00493S 2540-EXIT.
00493T     EXIT.

0493T1*----------------------------------------------------------------
0493T2* 2550-CHECK-FROM-POLICY - THE POLICY THE CASH COMES OFF MUST
0493T3*                          HAVE A RECEIVABLE WITH AT LEAST
0493T4*                          WS-ADJ-AMOUNT APPLIED ACROSS ITS ITEMS.
0493T5*                          WS-FROM-IDX IS ZERO WHEN REJECTED.
0493T6*----------------------------------------------------------------
0493T7 2550-CHECK-FROM-POLICY.
0493T8     MOVE CJ-FROM-POLICY TO WS-LOOKUP-ID.
0493T9     PERFORM 2500-FIND-RECEIVABLE THRU 2500-EXIT.
0493TA     MOVE WS-AR-IDX TO WS-FROM-IDX.
0493TB     IF WS-FROM-IDX = ZERO
0493TC         MOVE "NO RECEIVABLE FOR POLICY" TO RJ-REASON-CODE
0493TD         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
0493TE         GO TO 2550-EXIT
0493TF     END-IF.
0493TG     MOVE ZERO TO WS-POLICY-PAID.
0493TH     PERFORM 2520-ADD-POLICY-PAID THRU 2520-EXIT
0493TI         VARYING WS-A FROM 1 BY 1
0493TJ         UNTIL WS-A > WS-AR-COUNT.
0493TK     IF WS-POLICY-PAID < WS-ADJ-AMOUNT
0493TL         MOVE "AMOUNT EXCEEDS CASH APPLIED" TO RJ-REASON-CODE
0493TM         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
0493TN         MOVE ZERO TO WS-FROM-IDX
0493TO     END-IF.
0493TP 2550-EXIT.
0493TQ     EXIT.

004940*----------------------------------------------------------------
004950* 2600-PRINT-MOVE - THE MOVE AND ITS REASON CODE, THEN THE
004960*                   SOURCE POLICY RE-AGED, ONE LINE PER ITEM.
004970*                   2610 RE-AGES ONE RECEIVABLE INTO THE CASHAPP
00497A*                   BUCKETS.
004980*----------------------------------------------------------------
004990 2600-PRINT-MOVE.
005000     MOVE CJ-FROM-POLICY TO DL-FROM-POLICY.
005010     MOVE WS-ADJ-AMOUNT TO DL-AMOUNT.
005020     MOVE CJ-REASON-CODE TO DL-REASON-CODE.
005030     MOVE CJ-OPERATOR-ID TO DL-OPERATOR-ID.
005040     WRITE CADJRPT-REC FROM WS-DETAIL-LINE.
005050     MOVE CJ-FROM-POLICY TO WS-LOOKUP-ID.
005060     PERFORM 2620-REAGE-POLICY THRU 2620-EXIT.
005070 2600-EXIT.
005080     EXIT.

005090 2610-PRINT-REAGE.
005100     SET AT-IDX TO WS-AR-IDX.
005110     COMPUTE WS-BALANCE =
005120         AT-BILLED-AMOUNT(AT-IDX) - AT-PAID-AMOUNT(AT-IDX).
005130     MOVE AT-BILL-DATE(AT-IDX) TO WS-DATE-CCYYMMDD.
005140     COMPUTE WS-BILL-INT =
005150         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
005160     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-BILL-INT.
005170     MOVE AT-POLICY-ID(AT-IDX) TO RA-POLICY-ID.
005180     MOVE WS-BALANCE TO RA-BALANCE.
005190     MOVE WS-AGE-DAYS TO RA-AGE.
005200     EVALUATE TRUE
005210         WHEN WS-BALANCE <= ZERO
005220             MOVE "PAID" TO RA-BUCKET
005230         WHEN WS-AGE-DAYS < 30
005240             MOVE "CURRENT" TO RA-BUCKET
005250         WHEN WS-AGE-DAYS < 60
005260             MOVE "30" TO RA-BUCKET
005270         WHEN WS-AGE-DAYS < 90
005280             MOVE "60" TO RA-BUCKET
005290         WHEN OTHER
005300             MOVE "90+" TO RA-BUCKET
005310     END-EVALUATE.
005320     WRITE CADJRPT-REC FROM WS-REAGE-LINE.
005330 2610-EXIT.
005340     EXIT.

00534A 2620-REAGE-POLICY.
00534B     PERFORM 2630-REAGE-ONE-ITEM THRU 2630-EXIT
00534C         VARYING WS-A FROM 1 BY 1
00534D         UNTIL WS-A > WS-AR-COUNT.
00534E 2620-EXIT.
00534F     EXIT.

00534G 2630-REAGE-ONE-ITEM.
00534H     IF AT-POLICY-ID(WS-A) = WS-LOOKUP-ID
00534I         MOVE WS-A TO WS-AR-IDX
00534J         PERFORM 2610-PRINT-REAGE THRU 2610-EXIT
00534K     END-IF.
00534L 2630-EXIT.
00534M     EXIT.

005350 2700-WRITE-JOURNAL.
005360     MOVE "WRITE" TO GJ-ACTION.
005370     MOVE "CASHADJ" TO GJ-SOURCE-PROGRAM.
005380     MOVE WS-ADJ-AMOUNT TO GJ-AMOUNT.
005390     MOVE WS-RUN-DATE TO GJ-POST-DATE.
005400     CALL "GLJRNL" USING GLJRNL-PARMS.
005410 2700-EXIT.
005420     EXIT.

005430 2800-WRITE-AUDIT.
005440     MOVE "WRITE" TO AL-ACTION.
005450     MOVE "CASHADJ" TO AL-SOURCE-PROGRAM.
005460     MOVE CJ-OPERATOR-ID TO AL-OPERATOR-ID.
005470     MOVE SPACES TO AL-TIMESTAMP.
005480     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
005490         INTO AL-TIMESTAMP.
005500     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
005510 2800-EXIT.
005520     EXIT.

005530 2900-WRITE-REJECT.
005540     ADD 1 TO WS-REJECT-COUNT.
005550     MOVE "CASHADJ" TO RJ-SOURCE-PROGRAM.
005560     MOVE CJ-FROM-POLICY TO RJ-RECORD-KEY.
005570     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
005580         INTO RJ-REJECT-TIMESTAMP.
005590     WRITE CADJREJ-REC FROM RJ-REJECT-RECORD.
005600     MOVE DL-ADJ-TYPE TO RL-ADJ-TYPE.
005610     MOVE CJ-FROM-POLICY TO RL-FROM-POLICY.
005620     MOVE RJ-REASON-CODE TO RL-REASON.
005630     WRITE CADJRPT-REC FROM WS-REJECT-LINE.
005640 2900-EXIT.
005650     EXIT.

005660*----------------------------------------------------------------
005670* 5000-FINALIZE - REWRITE THE MASTER, DROPPING A RECEIVABLE THE
005680*                 ADJUSTMENTS LEFT PAID IN FULL EXACTLY, AS
005690*                 CASHAPP DOES, AND CLOSE THE SHARED JOURNAL AND
005700*                 AUDIT LOG.
005710*----------------------------------------------------------------
005720 5000-FINALIZE.
005730     IF WS-TRAN-STATUS = "00"
005740         CLOSE CADJTRAN
005750     END-IF.
005760     OPEN OUTPUT ARMAST.
005770     PERFORM 5100-SAVE-RECEIVABLE THRU 5100-EXIT
005780         VARYING WS-A FROM 1 BY 1
005790         UNTIL WS-A > WS-AR-COUNT.
005800     CLOSE ARMAST.
00580A     IF WS-REVERSAL-COUNT > ZERO
00580B         OPEN OUTPUT CASHRCPT
00580C         PERFORM 5200-SAVE-RECEIPT THRU 5200-EXIT
00580D             VARYING WS-R FROM 1 BY 1
00580E             UNTIL WS-R > WS-RCPT-COUNT
00580F         CLOSE CASHRCPT
00580G     END-IF.
005810     WRITE CADJRPT-REC FROM WS-BLANK-LINE.
005820     MOVE WS-TRANSFER-COUNT TO SL-TRANSFER-COUNT.
005830     MOVE WS-TRANSFER-TOTAL TO SL-TRANSFER-TOTAL.
005840     MOVE WS-REVERSAL-COUNT TO SL-REVERSAL-COUNT.
005850     MOVE WS-REVERSAL-TOTAL TO SL-REVERSAL-TOTAL.
005860     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
005870     WRITE CADJRPT-REC FROM WS-SUMMARY-LINE.
005880     CLOSE CADJRPT
005890           CADJREJ
005900           AGTCASH.
005910     MOVE "CLOSE" TO GJ-ACTION.
005920     MOVE "CASHADJ" TO GJ-SOURCE-PROGRAM.
005930     CALL "GLJRNL" USING GLJRNL-PARMS.
005940     MOVE "CLOSE" TO AL-ACTION.
005950     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
005960 5000-EXIT.
005970     EXIT.

005980 5100-SAVE-RECEIVABLE.
005990     SET AT-IDX TO WS-A.
006000     IF AT-PAID-AMOUNT(AT-IDX) = AT-BILLED-AMOUNT(AT-IDX)
006010         GO TO 5100-EXIT
006020     END-IF.
006030     MOVE SPACES TO ARMAST-REC.
006040     MOVE AT-POLICY-ID(AT-IDX) TO AR-POLICY-ID.
006050     MOVE AT-BILL-DATE(AT-IDX) TO AR-BILL-DATE.
006060     MOVE AT-BILLED-AMOUNT(AT-IDX) TO AR-BILLED-AMOUNT.
006070     MOVE AT-PAID-AMOUNT(AT-IDX) TO AR-PAID-AMOUNT.
00607A     MOVE AT-ITEM-TYPE(AT-IDX) TO AR-ITEM-TYPE.
006080     WRITE ARMAST-REC.
006090 5100-EXIT.
006100     EXIT.

006110 5200-SAVE-RECEIPT.
006120     SET RT-IDX TO WS-R.
006130     MOVE SPACES TO CASHRCPT-REC.
006140     MOVE RT-POLICY-ID(RT-IDX) TO CR-POLICY-ID.
006150     MOVE RT-AMOUNT(RT-IDX) TO CR-AMOUNT.
006160     MOVE RT-PAY-DATE(RT-IDX) TO CR-PAY-DATE.
006170     MOVE RT-CURRENCY(RT-IDX) TO CR-CURRENCY.
006180     MOVE RT-REVERSED-FLAG(RT-IDX) TO CR-REVERSED-FLAG.
006190     WRITE CASHRCPT-REC.
006200 5200-EXIT.
006210     EXIT.
