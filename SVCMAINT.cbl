000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SVCMAINT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. CUSTOMER SERVICE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CUSTOMER COMPLAINT AND
000110*                  SERVICE-CASE MAINTENANCE. APPLIES THE SERVICE
000120*                  DESK'S SVCTXN CARDS TO THE SVCCASE FILE. AN
000130*                  OPEN CARD RAISES A NEW CASE FOR A CUSTOMER ON
000140*                  NAMEMSTR OR CUSTMAST UNDER AN SVCCAT CATEGORY,
000150*                  OPTIONALLY LINKED TO A POLMAST POLICY, AN
000160*                  INVOICE FROM THE INVOICE RUN'S TAXDTL DETAIL
000170*                  (WHICH MUST BE THE SAME CUSTOMER'S) OR A
000180*                  CARRMANF SHIPMENT BY ITS SHIPSTAT ORDER
000190*                  NUMBER. THE OWNER DEFAULTS FROM THE CATEGORY
000200*                  AND THE SLA DUE DATE IS THE OPEN DATE PLUS THE
000210*                  CATEGORY'S SLA IN BUSINESS DAYS FROM BIZDAY.
000220*                  AN UPDATE CARD CHANGES THE CATEGORY (THE SLA
000230*                  IS RECOUNTED FROM THE OPEN DATE), THE OWNER OR
000240*                  THE LINK; A BLANK FIELD LEAVES IT AS IT WAS. A
000250*                  CLOSE CARD NEEDS A RESOLUTION CODE. EVERY
000260*                  FIELD CHANGED IS LOGGED THROUGH AUDITLOG WITH
000270*                  ITS OLD AND NEW VALUE AND THE OPERATOR. A CARD
000280*                  THAT FAILS AN EDIT IS REFUSED ON SVCMRPT AND
000290*                  CHANGES NOTHING.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM.
000340 OBJECT-COMPUTER. IBM.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SVCTXN ASSIGN TO "SVCTXN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TXN-STATUS.
000400     SELECT SVCCASE ASSIGN TO "SVCCASE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CASE-STATUS.
000430     SELECT SVCCAT ASSIGN TO "SVCCAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CAT-STATUS.
000460     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CUST-STATUS.
000490     SELECT NAMEMSTR ASSIGN TO "NAMEMSTR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS NM-IN-KEY
000530         FILE STATUS IS WS-NAM-STATUS.
000540     SELECT POLMAST ASSIGN TO "POLMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS PM-POLICY-ID
000580         FILE STATUS IS WS-POL-STATUS.
000590     SELECT TAXDTL ASSIGN TO "TAXDTL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-TAX-STATUS.
000620     SELECT SHIPSTAT ASSIGN TO "SHIPSTAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SSTAT-STATUS.
000650     SELECT SVCMRPT ASSIGN TO "SVCMRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SVCTXN
000700     RECORDING MODE IS F.
000710 01  SVCTXN-REC.
000720     05  SX-ACTION                PIC X(06).
000730         88  SX-OPEN                        VALUE "OPEN  ".
000740         88  SX-UPDATE                      VALUE "UPDATE".
000750         88  SX-CLOSE                       VALUE "CLOSE ".
000760     05  FILLER                   PIC X(01).
000770     05  SX-CASE-NO               PIC X(06).
000780     05  FILLER                   PIC X(01).
000790     05  SX-CUST-ID               PIC X(10).
000800     05  FILLER                   PIC X(01).
000810     05  SX-CATEGORY              PIC X(04).
000820     05  FILLER                   PIC X(01).
000830     05  SX-LINK-TYPE             PIC X(01).
000840     05  FILLER                   PIC X(01).
000850     05  SX-LINK-REF              PIC X(10).
000860     05  FILLER                   PIC X(01).
000870     05  SX-OWNER                 PIC X(08).
000880     05  FILLER                   PIC X(01).
000890     05  SX-RESOLUTION            PIC X(04).
000900     05  FILLER                   PIC X(01).
000910     05  SX-OPERATOR              PIC X(08).
000920     05  FILLER                   PIC X(15).

000930 FD  SVCCASE
000940     RECORDING MODE IS F.
000950 01  SVCCASE-REC                  PIC X(100).

000960 FD  SVCCAT
000970     RECORDING MODE IS F.
000980 01  SVCCAT-REC                   PIC X(80).

000990 FD  CUSTMAST
001000     RECORDING MODE IS F.
001010 01  CUSTMAST-REC.
001020     05  CM-CUST-ID               PIC X(10).
001030     05  FILLER                   PIC X(70).

001040 FD  NAMEMSTR.
001050 01  NAMEMSTR-REC.
001060     05  NM-IN-KEY.
001070         10  NM-CUST-ID           PIC X(10).
001080         10  FILLER               PIC X(10).
001090     05  NM-NAME                  PIC X(30).
001100     05  NM-ADDRESS               PIC X(24).
001110     05  NM-POSTCODE              PIC X(06).

001120 FD  POLMAST.
001130 01  POLMAST-REC.
001140     05  PM-POLICY-ID             PIC X(10).
001150     05  FILLER                   PIC X(70).

001160 FD  TAXDTL
001170     RECORDING MODE IS F.
001180 01  TAXDTL-REC.
001190     05  TX-INVOICE-DATE          PIC 9(08).
001200     05  FILLER                   PIC X(01).
001210     05  TX-INVOICE-NUM           PIC X(10).
001220     05  FILLER                   PIC X(01).
001230     05  TX-CUST-ID               PIC X(10).
001240     05  FILLER                   PIC X(50).

001250 FD  SHIPSTAT
001260     RECORDING MODE IS F.
001270 01  SHIPSTAT-REC.
001280     05  FILLER                   PIC X(44).
001290     05  SS-ORDER-NO              PIC X(10).
001300     05  FILLER                   PIC X(46).

001310 FD  SVCMRPT
001320     RECORDING MODE IS F.
001330 01  SVCMRPT-REC                  PIC X(80).

001340 WORKING-STORAGE SECTION.
001350 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001360     88  WS-EOF                             VALUE "Y".
001370 77  WS-NAM-SW                    PIC X(01) VALUE "N".
001380     88  WS-NAM-AVAILABLE                   VALUE "Y".
001390 77  WS-POL-SW                    PIC X(01) VALUE "N".
001400     88  WS-POL-AVAILABLE                   VALUE "Y".
001410 77  WS-TXN-STATUS                PIC X(02) VALUE SPACES.
001420 77  WS-CASE-STATUS               PIC X(02) VALUE SPACES.
001430 77  WS-CAT-STATUS                PIC X(02) VALUE SPACES.
001440 77  WS-CUST-STATUS               PIC X(02) VALUE SPACES.
001450 77  WS-NAM-STATUS                PIC X(02) VALUE SPACES.
001460 77  WS-POL-STATUS                PIC X(02) VALUE SPACES.
001470 77  WS-TAX-STATUS                PIC X(02) VALUE SPACES.
001480 77  WS-SSTAT-STATUS              PIC X(02) VALUE SPACES.
001490 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001500 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001510 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001520 77  WS-K                         PIC 9(05) COMP.
001530 77  WS-CASE-IDX                  PIC 9(05) VALUE ZERO COMP.
001540 77  WS-INV-IDX                   PIC 9(05) VALUE ZERO COMP.
001550 77  WS-CAT-IDX                   PIC 9(03) VALUE ZERO COMP.
001560 77  WS-FOUND-SW                  PIC X(01) VALUE "N".
001570     88  WS-FOUND                           VALUE "Y".
001580 77  WS-NEXT-CASE-NO              PIC 9(06) VALUE 1.
001590 77  WS-CARD-COUNT                PIC 9(05) VALUE ZERO COMP.
001600 77  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO COMP.
001610 77  WS-UPDATE-COUNT              PIC 9(05) VALUE ZERO COMP.
001620 77  WS-CLOSE-COUNT               PIC 9(05) VALUE ZERO COMP.
001630 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001640 77  WS-REASON                    PIC X(30) VALUE SPACES.
001650 77  WS-NEW-CATEGORY              PIC X(04) VALUE SPACES.
001660 77  WS-NEW-OWNER                 PIC X(08) VALUE SPACES.
001670 77  WS-NEW-LINK-TYPE             PIC X(01) VALUE SPACES.
001680 77  WS-NEW-LINK-REF              PIC X(10) VALUE SPACES.
001690 77  WS-NEW-SLA-DUE               PIC 9(08) VALUE ZERO.
001700 77  WS-CASE-KEY                  PIC X(10) VALUE SPACES.
001710 77  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
001720 77  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
001730 77  WS-BUS-DAYS                  PIC 9(03) VALUE ZERO.
001740 77  WS-DAYS-LEFT                 PIC 9(03) VALUE ZERO.
001750 77  WS-DAY-INT                   PIC 9(07) VALUE ZERO.

001760 01  WS-CASE-TABLE.
001770     05  WS-CASE-COUNT            PIC 9(05) VALUE ZERO COMP.
001780     05  CS-ENTRY OCCURS 5000 TIMES
001790                  INDEXED BY CS-IDX.
001800         10  CS-CASE-NO           PIC 9(06).
001810         10  CS-RECORD            PIC X(100).

001820 01  WS-CAT-TABLE.
001830     05  WS-CAT-COUNT             PIC 9(03) VALUE ZERO COMP.
001840     05  CT-ENTRY OCCURS 50 TIMES
001850                  INDEXED BY CT-IDX.
001860         10  CT-CATEGORY          PIC X(04).
001870         10  CT-SLA-DAYS          PIC 9(03).
001880         10  CT-DEFAULT-OWNER     PIC X(08).

001890 01  WS-CUST-TABLE.
001900     05  WS-CUST-COUNT            PIC 9(05) VALUE ZERO COMP.
001910     05  CU-ENTRY OCCURS 2000 TIMES
001920                  INDEXED BY CU-IDX.
001930         10  CU-CUST-ID           PIC X(10).

001940 01  WS-INVOICE-TABLE.
001950     05  WS-INV-COUNT             PIC 9(05) VALUE ZERO COMP.
001960     05  IV-ENTRY OCCURS 9000 TIMES
001970                  INDEXED BY IV-IDX.
001980         10  IV-INVOICE-NUM       PIC X(10).
001990         10  IV-CUST-ID           PIC X(10).

002000 01  WS-ORDER-TABLE.
002010     05  WS-ORDER-COUNT           PIC 9(05) VALUE ZERO COMP.
002020     05  OR-ENTRY OCCURS 5000 TIMES
002030                  INDEXED BY OR-IDX.
002040         10  OR-ORDER-NO          PIC X(10).

002050 COPY SVCCASE.
002060 COPY SVCCATG.
002070 COPY RPTHDR.
002080 COPY BDATLINK.
002090 COPY BIZDLINK.
002100 COPY AUDTLINK.

002110 01  WS-TITLE-LINE.
002120     05  FILLER                  PIC X(38) VALUE
002130         "SERVICE-CASE MAINTENANCE".
002140     05  FILLER                  PIC X(42) VALUE SPACES.

002150 01  WS-DETAIL-LINE.
002160     05  FILLER                  PIC X(05) VALUE "CASE ".
002170     05  DL-CASE-NO               PIC X(06).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  DL-ACTION                PIC X(06).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  DL-CUST-ID               PIC X(10).
002220     05  FILLER                  PIC X(01) VALUE SPACES.
002230     05  DL-CATEGORY              PIC X(04).
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  DL-STATUS                PIC X(07).
002260     05  FILLER                  PIC X(01) VALUE SPACES.
002270     05  DL-NOTE                  PIC X(30).
002280     05  FILLER                  PIC X(05) VALUE SPACES.

002290 01  WS-SUMMARY-LINE.
002300     05  FILLER                  PIC X(12) VALUE "CARDS READ: ".
002310     05  SL-CARD-COUNT            PIC ZZZZ9.
002320     05  FILLER                  PIC X(10) VALUE "  OPENED: ".
002330     05  SL-OPEN-COUNT            PIC ZZZZ9.
002340     05  FILLER                  PIC X(11) VALUE "  UPDATED: ".
002350     05  SL-UPDATE-COUNT          PIC ZZZZ9.
002360     05  FILLER                  PIC X(10) VALUE "  CLOSED: ".
002370     05  SL-CLOSE-COUNT           PIC ZZZZ9.
002380     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
002390     05  SL-REJECT-COUNT          PIC ZZZZ9.
002400     05  FILLER                  PIC X(01) VALUE SPACES.

002410 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002420 PROCEDURE DIVISION.
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     PERFORM 2000-APPLY-ONE THRU 2000-EXIT
002460         UNTIL WS-EOF.
002470     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002480     STOP RUN.

002490 1000-INITIALIZE.
002500     MOVE "GET" TO BU-ACTION.
002510     CALL "BUSDATE" USING BUSDATE-PARMS.
002520     MOVE BU-BUS-DATE TO WS-RUN-CCYYMMDD.
002530     MOVE BU-BUS-DATE TO WS-RUN-DATE.
002540     ACCEPT WS-RUN-TIME FROM TIME.
002550     OPEN OUTPUT SVCMRPT.
002560     MOVE "SVCMAINT" TO RH-PROGRAM-ID.
002570     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002580     MOVE WS-RUN-TIME TO RH-RUN-ID.
002590     MOVE 1 TO RH-PAGE-NUMBER.
002600     WRITE SVCMRPT-REC FROM RH-REPORT-HEADER.
002610     WRITE SVCMRPT-REC FROM WS-TITLE-LINE.
002620     WRITE SVCMRPT-REC FROM WS-BLANK-LINE.
002630     PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
002640     PERFORM 1200-LOAD-CASES THRU 1200-EXIT.
002650     PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT.
002660     PERFORM 1400-LOAD-INVOICES THRU 1400-EXIT.
002670     PERFORM 1500-LOAD-ORDERS THRU 1500-EXIT.
002680     OPEN INPUT NAMEMSTR.
002690     IF WS-NAM-STATUS = "00"
002700         SET WS-NAM-AVAILABLE TO TRUE
002710     END-IF.
002720     OPEN INPUT POLMAST.
002730     IF WS-POL-STATUS = "00"
002740         SET WS-POL-AVAILABLE TO TRUE
002750     END-IF.
002760     OPEN INPUT SVCTXN.
002770     IF WS-TXN-STATUS NOT = "00"
002780         SET WS-EOF TO TRUE
002790         GO TO 1000-EXIT
002800     END-IF.
002810     PERFORM 8000-READ-SVCTXN THRU 8000-EXIT.
002820 1000-EXIT.
002830     EXIT.

002840*----------------------------------------------------------------
002850* 1100-LOAD-CATEGORIES - THE SVCCAT CONTROL FILE. WITHOUT IT NO
002860*                        CASE CAN BE OPENED, SO THE RUN STOPS.
002870*----------------------------------------------------------------
002880 1100-LOAD-CATEGORIES.
002890     OPEN INPUT SVCCAT.
002900     IF WS-CAT-STATUS NOT = "00"
002910         DISPLAY "SVCMAINT - SVCCAT NOT FOUND - RUN ABORTED"
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     PERFORM 1110-LOAD-ONE-CATEGORY THRU 1110-EXIT
002960         UNTIL WS-EOF.
002970     CLOSE SVCCAT.
002980     MOVE "N" TO WS-EOF-SW.
002990 1100-EXIT.
003000     EXIT.

003010 1110-LOAD-ONE-CATEGORY.
003020     READ SVCCAT
003030         AT END
003040             SET WS-EOF TO TRUE
003050             GO TO 1110-EXIT
003060     END-READ.
003070     IF WS-CAT-COUNT >= 50
003080         DISPLAY "SVCMAINT - SVCCAT EXCEEDS THE 50-CATEGORY "
003090             "TABLE - RUN ABORTED"
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     MOVE SVCCAT-REC TO SK-CATEGORY-RECORD.
003140     ADD 1 TO WS-CAT-COUNT.
003150     SET CT-IDX TO WS-CAT-COUNT.
003160     MOVE SK-CATEGORY TO CT-CATEGORY(CT-IDX).
003170     MOVE SK-SLA-DAYS TO CT-SLA-DAYS(CT-IDX).
003180     MOVE SK-DEFAULT-OWNER TO CT-DEFAULT-OWNER(CT-IDX).
003190 1110-EXIT.
003200     EXIT.

003210*----------------------------------------------------------------
003220* 1200-LOAD-CASES - THE WHOLE CASE FILE, HELD AS RECORD IMAGES
003230*                   AND REWRITTEN AT END OF RUN. THE NEXT CASE
003240*                   NUMBER IS ONE ABOVE THE HIGHEST ON FILE.
003250*----------------------------------------------------------------
003260 1200-LOAD-CASES.
003270     OPEN INPUT SVCCASE.
003280     IF WS-CASE-STATUS NOT = "00"
003290         GO TO 1200-EXIT
003300     END-IF.
003310     PERFORM 1210-LOAD-ONE-CASE THRU 1210-EXIT
003320         UNTIL WS-EOF.
003330     CLOSE SVCCASE.
003340     MOVE "N" TO WS-EOF-SW.
003350 1200-EXIT.
003360     EXIT.

003370 1210-LOAD-ONE-CASE.
003380     READ SVCCASE
003390         AT END
003400             SET WS-EOF TO TRUE
003410             GO TO 1210-EXIT
003420     END-READ.
003430     IF WS-CASE-COUNT >= 5000
003440*        A PARTIAL TABLE WOULD REWRITE A TRUNCATED SVCCASE AT
003450*        END OF RUN - STOP BEFORE A CASE IS LOST
003460         DISPLAY "SVCMAINT - SVCCASE EXCEEDS THE 5000-CASE "
003470             "TABLE - RUN ABORTED"
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     MOVE SVCCASE-REC TO SC-CASE-RECORD.
003520     ADD 1 TO WS-CASE-COUNT.
003530     SET CS-IDX TO WS-CASE-COUNT.
003540     MOVE SC-CASE-NO TO CS-CASE-NO(CS-IDX).
003550     MOVE SVCCASE-REC TO CS-RECORD(CS-IDX).
003560     IF SC-CASE-NO >= WS-NEXT-CASE-NO
003570         COMPUTE WS-NEXT-CASE-NO = SC-CASE-NO + 1
003580     END-IF.
003590 1210-EXIT.
003600     EXIT.

003610*----------------------------------------------------------------
003620* 1300-LOAD-CUSTOMERS - THE TRADE CUSTOMERS ON CUSTMAST. POLICY
003630*                       CUSTOMERS ARE READ FROM NAMEMSTR BY KEY.
003640*----------------------------------------------------------------
003650 1300-LOAD-CUSTOMERS.
003660     OPEN INPUT CUSTMAST.
003670     IF WS-CUST-STATUS NOT = "00"
003680         GO TO 1300-EXIT
003690     END-IF.
003700     PERFORM 1310-LOAD-ONE-CUSTOMER THRU 1310-EXIT
003710         UNTIL WS-EOF.
003720     CLOSE CUSTMAST.
003730     MOVE "N" TO WS-EOF-SW.
003740 1300-EXIT.
003750     EXIT.

003760 1310-LOAD-ONE-CUSTOMER.
003770     READ CUSTMAST
003780         AT END
003790             SET WS-EOF TO TRUE
003800             GO TO 1310-EXIT
003810     END-READ.
003820     IF WS-CUST-COUNT >= 2000
003830         DISPLAY "SVCMAINT - CUSTMAST EXCEEDS THE 2000-CUSTOMER "
003840             "TABLE - RUN ABORTED"
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     ADD 1 TO WS-CUST-COUNT.
003890     SET CU-IDX TO WS-CUST-COUNT.
003900     MOVE CM-CUST-ID TO CU-CUST-ID(CU-IDX).
003910 1310-EXIT.
003920     EXIT.

003930*----------------------------------------------------------------
003940* 1400-LOAD-INVOICES - EVERY INVOICE AND CREDIT NOTE THE INVOICE
003950*                      RUN HAS RAISED, WITH ITS CUSTOMER, FROM
003960*                      THE TAXDTL DETAIL IT KEEPS FOR ALL TIME.
003970*----------------------------------------------------------------
003980 1400-LOAD-INVOICES.
003990     OPEN INPUT TAXDTL.
004000     IF WS-TAX-STATUS NOT = "00"
004010         GO TO 1400-EXIT
004020     END-IF.
004030     PERFORM 1410-LOAD-ONE-INVOICE THRU 1410-EXIT
004040         UNTIL WS-EOF.
004050     CLOSE TAXDTL.
004060     MOVE "N" TO WS-EOF-SW.
004070 1400-EXIT.
004080     EXIT.

004090 1410-LOAD-ONE-INVOICE.
004100     READ TAXDTL
004110         AT END
004120             SET WS-EOF TO TRUE
004130             GO TO 1410-EXIT
004140     END-READ.
004150     IF WS-INV-COUNT > ZERO
004160         IF IV-INVOICE-NUM(WS-INV-COUNT) = TX-INVOICE-NUM
004170             GO TO 1410-EXIT
004180         END-IF
004190     END-IF.
004200     IF WS-INV-COUNT >= 9000
004210         DISPLAY "SVCMAINT - TAXDTL EXCEEDS THE 9000-INVOICE "
004220             "TABLE - RUN ABORTED"
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     ADD 1 TO WS-INV-COUNT.
004270     SET IV-IDX TO WS-INV-COUNT.
004280     MOVE TX-INVOICE-NUM TO IV-INVOICE-NUM(IV-IDX).
004290     MOVE TX-CUST-ID TO IV-CUST-ID(IV-IDX).
004300 1410-EXIT.
004310     EXIT.

004320*----------------------------------------------------------------
004330* 1500-LOAD-ORDERS - THE ORDER NUMBERS SHIPTRK HAS TIED TO A
004340*                    MANIFEST SHIPMENT ON SHIPSTAT.
004350*----------------------------------------------------------------
004360 1500-LOAD-ORDERS.
004370     OPEN INPUT SHIPSTAT.
004380     IF WS-SSTAT-STATUS NOT = "00"
004390         GO TO 1500-EXIT
004400     END-IF.
004410     PERFORM 1510-LOAD-ONE-ORDER THRU 1510-EXIT
004420         UNTIL WS-EOF.
004430     CLOSE SHIPSTAT.
004440     MOVE "N" TO WS-EOF-SW.
004450 1500-EXIT.
004460     EXIT.

004470 1510-LOAD-ONE-ORDER.
004480     READ SHIPSTAT
004490         AT END
004500             SET WS-EOF TO TRUE
004510             GO TO 1510-EXIT
004520     END-READ.
004530     IF SS-ORDER-NO = SPACES
004540         GO TO 1510-EXIT
004550     END-IF.
004560     IF WS-ORDER-COUNT >= 5000
004570         DISPLAY "SVCMAINT - SHIPSTAT EXCEEDS THE 5000-ORDER "
004580             "TABLE - RUN ABORTED"
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620     ADD 1 TO WS-ORDER-COUNT.
004630     SET OR-IDX TO WS-ORDER-COUNT.
004640     MOVE SS-ORDER-NO TO OR-ORDER-NO(OR-IDX).
004650 1510-EXIT.
004660     EXIT.

004670*----------------------------------------------------------------
004680* 2000-APPLY-ONE - ONE SERVICE-DESK CARD. EVERY FIELD THE CARD
004690*                  SETS OR CHANGES IS AUDITED BEFORE THE CASE
004700*                  IMAGE GOES INTO THE TABLE.
004710*----------------------------------------------------------------
004720 2000-APPLY-ONE.
004730     ADD 1 TO WS-CARD-COUNT.
004740     MOVE SPACES TO WS-REASON.
004750     MOVE SX-CASE-NO TO DL-CASE-NO.
004760     MOVE SX-ACTION TO DL-ACTION.
004770     MOVE SX-CUST-ID TO DL-CUST-ID.
004780     MOVE SX-CATEGORY TO DL-CATEGORY.
004790     MOVE SPACES TO DL-STATUS.
004800     EVALUATE TRUE
004810         WHEN SX-OPEN
004820             PERFORM 2100-EDIT-OPEN THRU 2100-EXIT
004830         WHEN SX-UPDATE OR SX-CLOSE
004840             PERFORM 2200-EDIT-CHANGE THRU 2200-EXIT
004850         WHEN OTHER
004860             MOVE "ACTION NOT OPEN UPDATE CLOSE" TO WS-REASON
004870     END-EVALUATE.
004880     IF WS-REASON NOT = SPACES
004890         ADD 1 TO WS-REJECT-COUNT
004900         MOVE "REFUSED" TO DL-STATUS
004910         MOVE WS-REASON TO DL-NOTE
004920         WRITE SVCMRPT-REC FROM WS-DETAIL-LINE
004930         GO TO 2000-NEXT
004940     END-IF.
004950     IF SX-OPEN
004960         PERFORM 2500-OPEN-CASE THRU 2500-EXIT
004970     ELSE
004980         PERFORM 2600-CHANGE-CASE THRU 2600-EXIT
004990     END-IF.
005000     WRITE SVCMRPT-REC FROM WS-DETAIL-LINE.
005010 2000-NEXT.
005020     PERFORM 8000-READ-SVCTXN THRU 8000-EXIT.
005030 2000-EXIT.
005040     EXIT.

005050*----------------------------------------------------------------
005060* 2100-EDIT-OPEN - A NEW CASE NEEDS A KNOWN CUSTOMER AND
005070*                  CATEGORY, AND A LINK THAT EXISTS. LEAVES THE
005080*                  NEW CASE'S FIELDS IN THE WS-NEW- ITEMS.
005090*----------------------------------------------------------------
005100 2100-EDIT-OPEN.
005110     IF SX-CASE-NO NOT = SPACES
005120         MOVE "CASE NUMBER IS ASSIGNED - LEAVE" TO WS-REASON
005130         GO TO 2100-EXIT
005140     END-IF.
005150     IF SX-RESOLUTION NOT = SPACES
005160         MOVE "RESOLUTION ONLY ON CLOSE" TO WS-REASON
005170         GO TO 2100-EXIT
005180     END-IF.
005190     PERFORM 2110-CHECK-CUSTOMER THRU 2110-EXIT.
005200     IF WS-REASON NOT = SPACES
005210         GO TO 2100-EXIT
005220     END-IF.
005230     MOVE SX-CATEGORY TO WS-NEW-CATEGORY.
005240     PERFORM 2120-FIND-CATEGORY THRU 2120-EXIT.
005250     IF WS-CAT-IDX = ZERO
005260         MOVE "CATEGORY NOT ON SVCCAT" TO WS-REASON
005270         GO TO 2100-EXIT
005280     END-IF.
005290     MOVE SX-LINK-TYPE TO WS-NEW-LINK-TYPE.
005300     MOVE SX-LINK-REF TO WS-NEW-LINK-REF.
005310     MOVE SX-CUST-ID TO SC-CUST-ID.
005320     PERFORM 2130-CHECK-LINK THRU 2130-EXIT.
005330     IF WS-REASON NOT = SPACES
005340         GO TO 2100-EXIT
005350     END-IF.
005360     MOVE SX-OWNER TO WS-NEW-OWNER.
005370     IF WS-NEW-OWNER = SPACES
005380         MOVE CT-DEFAULT-OWNER(WS-CAT-IDX) TO WS-NEW-OWNER
005390     END-IF.
005400     IF WS-CASE-COUNT >= 5000
005410         MOVE "CASE FILE FULL" TO WS-REASON
005420     END-IF.
005430 2100-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------
005460* 2110-CHECK-CUSTOMER - A TRADE CUSTOMER ON CUSTMAST OR A POLICY
005470*                       CUSTOMER ON NAMEMSTR WHO HAS NOT BEEN
005480*                       ERASED.
005490*----------------------------------------------------------------
005500 2110-CHECK-CUSTOMER.
005510     IF SX-CUST-ID = SPACES
005520         MOVE "CUSTOMER REQUIRED" TO WS-REASON
005530         GO TO 2110-EXIT
005540     END-IF.
005550     MOVE "N" TO WS-FOUND-SW.
005560     PERFORM 2111-MATCH-CUSTOMER THRU 2111-EXIT
005570         VARYING WS-K FROM 1 BY 1
005580         UNTIL WS-K > WS-CUST-COUNT OR WS-FOUND.
005590     IF WS-FOUND
005600         GO TO 2110-EXIT
005610     END-IF.
005620     IF NOT WS-NAM-AVAILABLE
005630         MOVE "CUSTOMER NOT ON CUSTMAST" TO WS-REASON
005640         GO TO 2110-EXIT
005650     END-IF.
005660     MOVE SPACES TO NM-IN-KEY.
005670     MOVE SX-CUST-ID TO NM-CUST-ID.
005680     READ NAMEMSTR
005690         INVALID KEY
005700             MOVE "CUSTOMER NOT ON FILE" TO WS-REASON
005710             GO TO 2110-EXIT
005720     END-READ.
005730     IF NM-NAME = "ERASED"
005740         MOVE "CUSTOMER ERASED" TO WS-REASON
005750     END-IF.
005760 2110-EXIT.
005770     EXIT.

005780 2111-MATCH-CUSTOMER.
005790     IF CU-CUST-ID(WS-K) = SX-CUST-ID
005800         SET WS-FOUND TO TRUE
005810     END-IF.
005820 2111-EXIT.
005830     EXIT.

005840 2120-FIND-CATEGORY.
005850     MOVE ZERO TO WS-CAT-IDX.
005860     PERFORM 2121-MATCH-CATEGORY THRU 2121-EXIT
005870         VARYING WS-K FROM 1 BY 1
005880         UNTIL WS-K > WS-CAT-COUNT OR WS-CAT-IDX > ZERO.
005890 2120-EXIT.
005900     EXIT.

005910 2121-MATCH-CATEGORY.
005920     IF CT-CATEGORY(WS-K) = WS-NEW-CATEGORY
005930         MOVE WS-K TO WS-CAT-IDX
005940     END-IF.
005950 2121-EXIT.
005960     EXIT.

005970*----------------------------------------------------------------
005980* 2130-CHECK-LINK - WS-NEW-LINK-TYPE AND WS-NEW-LINK-REF AGAINST
005990*                   THE FILE THEY NAME. AN INVOICE MUST BELONG TO
006000*                   THE CASE'S CUSTOMER, SC-CUST-ID.
006010*----------------------------------------------------------------
006020 2130-CHECK-LINK.
006030     IF WS-NEW-LINK-TYPE = SPACES
006040         IF WS-NEW-LINK-REF NOT = SPACES
006050             MOVE "LINK REFERENCE WITHOUT TYPE" TO WS-REASON
006060         END-IF
006070         GO TO 2130-EXIT
006080     END-IF.
006090     IF WS-NEW-LINK-REF = SPACES
006100         MOVE "LINK TYPE WITHOUT REFERENCE" TO WS-REASON
006110         GO TO 2130-EXIT
006120     END-IF.
006130     EVALUATE WS-NEW-LINK-TYPE
006140         WHEN "P"
006150             PERFORM 2131-CHECK-POLICY THRU 2131-EXIT
006160         WHEN "I"
006170             PERFORM 2132-CHECK-INVOICE THRU 2132-EXIT
006180         WHEN "S"
006190             PERFORM 2133-CHECK-SHIPMENT THRU 2133-EXIT
006200         WHEN OTHER
006210             MOVE "LINK TYPE NOT P I OR S" TO WS-REASON
006220     END-EVALUATE.
006230 2130-EXIT.
006240     EXIT.

006250 2131-CHECK-POLICY.
006260     IF NOT WS-POL-AVAILABLE
006270         MOVE "POLMAST NOT AVAILABLE" TO WS-REASON
006280         GO TO 2131-EXIT
006290     END-IF.
006300     MOVE WS-NEW-LINK-REF TO PM-POLICY-ID.
006310     READ POLMAST
006320         INVALID KEY
006330             MOVE "POLICY NOT ON POLMAST" TO WS-REASON
006340     END-READ.
006350 2131-EXIT.
006360     EXIT.

006370 2132-CHECK-INVOICE.
006380     MOVE "N" TO WS-FOUND-SW.
006390     PERFORM 2134-MATCH-INVOICE THRU 2134-EXIT
006400         VARYING WS-K FROM 1 BY 1
006410         UNTIL WS-K > WS-INV-COUNT OR WS-FOUND.
006420     IF NOT WS-FOUND
006430         MOVE "INVOICE NOT ON FILE" TO WS-REASON
006440         GO TO 2132-EXIT
006450     END-IF.
006460     IF IV-CUST-ID(WS-INV-IDX) NOT = SC-CUST-ID
006470         MOVE "INVOICE IS ANOTHER CUSTOMER'S" TO WS-REASON
006480     END-IF.
006490 2132-EXIT.
006500     EXIT.

006510 2133-CHECK-SHIPMENT.
006520     MOVE "N" TO WS-FOUND-SW.
006530     PERFORM 2135-MATCH-ORDER THRU 2135-EXIT
006540         VARYING WS-K FROM 1 BY 1
006550         UNTIL WS-K > WS-ORDER-COUNT OR WS-FOUND.
006560     IF NOT WS-FOUND
006570         MOVE "NO SHIPMENT FOR THAT ORDER" TO WS-REASON
006580     END-IF.
006590 2133-EXIT.
006600     EXIT.

006610 2134-MATCH-INVOICE.
006620     IF IV-INVOICE-NUM(WS-K) = WS-NEW-LINK-REF
006630         MOVE WS-K TO WS-INV-IDX
006640         SET WS-FOUND TO TRUE
006650     END-IF.
006660 2134-EXIT.
006670     EXIT.

006680 2135-MATCH-ORDER.
006690     IF OR-ORDER-NO(WS-K) = WS-NEW-LINK-REF
006700         SET WS-FOUND TO TRUE
006710     END-IF.
006720 2135-EXIT.
006730     EXIT.

006740*----------------------------------------------------------------
006750* 2200-EDIT-CHANGE - AN UPDATE OR CLOSE CARD AGAINST AN OPEN
006760*                    CASE. LEAVES THE CASE IN SC-CASE-RECORD,
006770*                    WS-CASE-IDX ON ITS TABLE SLOT AND THE CASE'S
006780*                    FIELDS AS THE CARD WOULD LEAVE THEM IN THE
006790*                    WS-NEW- ITEMS.
006800*----------------------------------------------------------------
006810 2200-EDIT-CHANGE.
006820     MOVE ZERO TO WS-CASE-IDX.
006830     IF SX-CASE-NO IS NUMERIC
006840         PERFORM 2210-MATCH-CASE THRU 2210-EXIT
006850             VARYING WS-K FROM 1 BY 1
006860             UNTIL WS-K > WS-CASE-COUNT OR WS-CASE-IDX > ZERO
006870     END-IF.
006880     IF WS-CASE-IDX = ZERO
006890         MOVE "CASE NOT FOUND" TO WS-REASON
006900         GO TO 2200-EXIT
006910     END-IF.
006920     MOVE CS-RECORD(WS-CASE-IDX) TO SC-CASE-RECORD.
006930     MOVE SC-CUST-ID TO DL-CUST-ID.
006940     MOVE SC-CATEGORY TO DL-CATEGORY.
006950     IF SC-CLOSED
006960         MOVE "CASE ALREADY CLOSED" TO WS-REASON
006970         GO TO 2200-EXIT
006980     END-IF.
006990     IF SX-CUST-ID NOT = SPACES
007000             AND SX-CUST-ID NOT = SC-CUST-ID
007010         MOVE "CUSTOMER CANNOT BE CHANGED" TO WS-REASON
007020         GO TO 2200-EXIT
007030     END-IF.
007040     IF SX-UPDATE AND SX-RESOLUTION NOT = SPACES
007050         MOVE "RESOLUTION ONLY ON CLOSE" TO WS-REASON
007060         GO TO 2200-EXIT
007070     END-IF.
007080     IF SX-CLOSE AND SX-RESOLUTION = SPACES
007090         MOVE "CLOSE NEEDS A RESOLUTION CODE" TO WS-REASON
007100         GO TO 2200-EXIT
007110     END-IF.
007120     MOVE SC-CATEGORY TO WS-NEW-CATEGORY.
007130     IF SX-CATEGORY NOT = SPACES
007140         MOVE SX-CATEGORY TO WS-NEW-CATEGORY
007150     END-IF.
007160     PERFORM 2120-FIND-CATEGORY THRU 2120-EXIT.
007170     IF WS-CAT-IDX = ZERO
007180         MOVE "CATEGORY NOT ON SVCCAT" TO WS-REASON
007190         GO TO 2200-EXIT
007200     END-IF.
007210     MOVE SC-LINK-TYPE TO WS-NEW-LINK-TYPE.
007220     MOVE SC-LINK-REF TO WS-NEW-LINK-REF.
007230     IF SX-LINK-TYPE NOT = SPACES OR SX-LINK-REF NOT = SPACES
007240         MOVE SX-LINK-TYPE TO WS-NEW-LINK-TYPE
007250         MOVE SX-LINK-REF TO WS-NEW-LINK-REF
007260         PERFORM 2130-CHECK-LINK THRU 2130-EXIT
007270         IF WS-REASON NOT = SPACES
007280             GO TO 2200-EXIT
007290         END-IF
007300     END-IF.
007310     MOVE SC-OWNER TO WS-NEW-OWNER.
007320     IF SX-OWNER NOT = SPACES
007330         MOVE SX-OWNER TO WS-NEW-OWNER
007340     END-IF.
007350 2200-EXIT.
007360     EXIT.

007370 2210-MATCH-CASE.
007380     IF CS-CASE-NO(WS-K) = SX-CASE-NO
007390         MOVE WS-K TO WS-CASE-IDX
007400     END-IF.
007410 2210-EXIT.
007420     EXIT.

007430*----------------------------------------------------------------
007440* 2500-OPEN-CASE - NUMBER THE NEW CASE, COUNT ITS SLA DUE DATE
007450*                  AND ADD IT TO THE END OF THE TABLE.
007460*----------------------------------------------------------------
007470 2500-OPEN-CASE.
007480     MOVE SPACES TO SC-CASE-RECORD.
007490     MOVE WS-NEXT-CASE-NO TO SC-CASE-NO.
007500     ADD 1 TO WS-NEXT-CASE-NO.
007510     MOVE SX-CUST-ID TO SC-CUST-ID.
007520     MOVE WS-NEW-CATEGORY TO SC-CATEGORY.
007530     MOVE WS-NEW-LINK-TYPE TO SC-LINK-TYPE.
007540     MOVE WS-NEW-LINK-REF TO SC-LINK-REF.
007550     MOVE "O" TO SC-STATUS.
007560     MOVE WS-NEW-OWNER TO SC-OWNER.
007570     MOVE WS-RUN-CCYYMMDD TO SC-OPEN-DATE.
007580     MOVE WS-RUN-CCYYMMDD TO WS-FROM-DATE.
007590     MOVE CT-SLA-DAYS(WS-CAT-IDX) TO WS-BUS-DAYS.
007600     PERFORM 2900-ADD-BUS-DAYS THRU 2900-EXIT.
007610     MOVE WS-TO-DATE TO SC-SLA-DUE.
007620     MOVE ZERO TO SC-ESC-LEVEL.
007630     MOVE ZERO TO SC-ESC-DATE.
007640     MOVE ZERO TO SC-CLOSE-DATE.
007650     STRING "SVC" SC-CASE-NO DELIMITED BY SIZE
007660         INTO WS-CASE-KEY.
007670     MOVE "STATUS" TO AL-FIELD-NAME.
007680     MOVE SPACES TO AL-OLD-VALUE.
007690     MOVE "O" TO AL-NEW-VALUE.
007700     PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT.
007710     MOVE "CUSTOMER" TO AL-FIELD-NAME.
007720     MOVE SC-CUST-ID TO AL-NEW-VALUE.
007730     PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT.
007740     MOVE "CATEGORY" TO AL-FIELD-NAME.
007750     MOVE SC-CATEGORY TO AL-NEW-VALUE.
007760     PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT.
007770     MOVE "OWNER" TO AL-FIELD-NAME.
007780     MOVE SC-OWNER TO AL-NEW-VALUE.
007790     PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT.
007800     IF SC-LINK-TYPE NOT = SPACES
007810         MOVE "LINK" TO AL-FIELD-NAME
007820         MOVE SPACES TO AL-NEW-VALUE
007830         STRING SC-LINK-TYPE SC-LINK-REF DELIMITED BY SIZE
007840             INTO AL-NEW-VALUE
007850         PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT
007860     END-IF.
007870     ADD 1 TO WS-CASE-COUNT.
007880     SET CS-IDX TO WS-CASE-COUNT.
007890     MOVE SC-CASE-NO TO CS-CASE-NO(CS-IDX).
007900     MOVE SC-CASE-RECORD TO CS-RECORD(CS-IDX).
007910     ADD 1 TO WS-OPEN-COUNT.
007920     MOVE SC-CASE-NO TO DL-CASE-NO.
007930     MOVE "OPEN" TO DL-STATUS.
007940     MOVE SPACES TO DL-NOTE.
007950     STRING "OPENED - SLA DUE " SC-SLA-DUE
007960         DELIMITED BY SIZE INTO DL-NOTE.
007970 2500-EXIT.
007980     EXIT.

007990*----------------------------------------------------------------
008000* 2600-CHANGE-CASE - APPLY AN UPDATE OR CLOSE CARD FIELD BY
008010*                    FIELD. A NEW CATEGORY RECOUNTS THE SLA FROM
008020*                    THE DATE THE CASE WAS OPENED.
008030*----------------------------------------------------------------
008040 2600-CHANGE-CASE.
008050     STRING "SVC" SC-CASE-NO DELIMITED BY SIZE
008060         INTO WS-CASE-KEY.
008070     IF WS-NEW-CATEGORY NOT = SC-CATEGORY
008080         MOVE "CATEGORY" TO AL-FIELD-NAME
008090         MOVE SC-CATEGORY TO AL-OLD-VALUE
008100         MOVE WS-NEW-CATEGORY TO AL-NEW-VALUE
008110         PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT
008120         MOVE WS-NEW-CATEGORY TO SC-CATEGORY
008130         MOVE SC-OPEN-DATE TO WS-FROM-DATE
008140         MOVE CT-SLA-DAYS(WS-CAT-IDX) TO WS-BUS-DAYS
008150         PERFORM 2900-ADD-BUS-DAYS THRU 2900-EXIT
008160         MOVE WS-TO-DATE TO WS-NEW-SLA-DUE
008170         IF WS-NEW-SLA-DUE NOT = SC-SLA-DUE
008180             MOVE "SLA-DUE" TO AL-FIELD-NAME
008190             MOVE SC-SLA-DUE TO AL-OLD-VALUE
008200             MOVE WS-NEW-SLA-DUE TO AL-NEW-VALUE
008210             PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT
008220             MOVE WS-NEW-SLA-DUE TO SC-SLA-DUE
008230         END-IF
008240     END-IF.
008250     IF WS-NEW-OWNER NOT = SC-OWNER
008260         MOVE "OWNER" TO AL-FIELD-NAME
008270         MOVE SC-OWNER TO AL-OLD-VALUE
008280         MOVE WS-NEW-OWNER TO AL-NEW-VALUE
008290         PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT
008300         MOVE WS-NEW-OWNER TO SC-OWNER
008310     END-IF.
008320     IF WS-NEW-LINK-TYPE NOT = SC-LINK-TYPE
008330             OR WS-NEW-LINK-REF NOT = SC-LINK-REF
008340         MOVE "LINK" TO AL-FIELD-NAME
008350         MOVE SPACES TO AL-OLD-VALUE
008360         STRING SC-LINK-TYPE SC-LINK-REF DELIMITED BY SIZE
008370             INTO AL-OLD-VALUE
008380         MOVE SPACES TO AL-NEW-VALUE
008390         STRING WS-NEW-LINK-TYPE WS-NEW-LINK-REF
008400             DELIMITED BY SIZE INTO AL-NEW-VALUE
008410         PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT
008420         MOVE WS-NEW-LINK-TYPE TO SC-LINK-TYPE
008430         MOVE WS-NEW-LINK-REF TO SC-LINK-REF
008440     END-IF.
008450     IF SX-CLOSE
008460         MOVE "RESOLUTION" TO AL-FIELD-NAME
008470         MOVE SC-RESOLUTION TO AL-OLD-VALUE
008480         MOVE SX-RESOLUTION TO AL-NEW-VALUE
008490         PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT
008500         MOVE SX-RESOLUTION TO SC-RESOLUTION
008510         MOVE "STATUS" TO AL-FIELD-NAME
008520         MOVE SC-STATUS TO AL-OLD-VALUE
008530         MOVE "C" TO AL-NEW-VALUE
008540         PERFORM 2950-AUDIT-CHANGE THRU 2950-EXIT
008550         MOVE "C" TO SC-STATUS
008560         MOVE WS-RUN-CCYYMMDD TO SC-CLOSE-DATE
008570         ADD 1 TO WS-CLOSE-COUNT
008580         MOVE "CLOSED" TO DL-STATUS
008590         IF WS-RUN-CCYYMMDD > SC-SLA-DUE
008600             MOVE "CASE CLOSED - PAST SLA" TO DL-NOTE
008610         ELSE
008620             MOVE "CASE CLOSED" TO DL-NOTE
008630         END-IF
008640     ELSE
008650         ADD 1 TO WS-UPDATE-COUNT
008660         MOVE "OPEN" TO DL-STATUS
008670         MOVE "CASE UPDATED" TO DL-NOTE
008680     END-IF.
008690     MOVE SC-CATEGORY TO DL-CATEGORY.
008700     MOVE SC-CASE-RECORD TO CS-RECORD(WS-CASE-IDX).
008710 2600-EXIT.
008720     EXIT.

008730*----------------------------------------------------------------
008740* 2900-ADD-BUS-DAYS - WS-TO-DATE IS WS-BUS-DAYS BUSINESS DAYS
008750*                     AFTER WS-FROM-DATE, EACH DAY CLASSIFIED BY
008760*                     BIZDAY. ZERO DAYS IS THE SAME DAY.
008770*----------------------------------------------------------------
008780 2900-ADD-BUS-DAYS.
008790     MOVE WS-FROM-DATE TO WS-TO-DATE.
008800     MOVE WS-BUS-DAYS TO WS-DAYS-LEFT.
008810     COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
008820     PERFORM 2910-STEP-ONE-DAY THRU 2910-EXIT
008830         UNTIL WS-DAYS-LEFT = ZERO.
008840 2900-EXIT.
008850     EXIT.

008860 2910-STEP-ONE-DAY.
008870     ADD 1 TO WS-DAY-INT.
008880     COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
008890     MOVE "CHECK" TO BD-ACTION.
008900     MOVE WS-TO-DATE TO BD-DATE.
008910     CALL "BIZDAY" USING BIZDAY-PARMS.
008920     IF BD-BUSINESS-DAY
008930         SUBTRACT 1 FROM WS-DAYS-LEFT
008940     END-IF.
008950 2910-EXIT.
008960     EXIT.

008970 2950-AUDIT-CHANGE.
008980     MOVE "WRITE" TO AL-ACTION.
008990     MOVE "SVCMAINT" TO AL-SOURCE-PROGRAM.
009000     MOVE WS-CASE-KEY TO AL-RECORD-KEY.
009010     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
009020         INTO AL-TIMESTAMP.
009030     MOVE SX-OPERATOR TO AL-OPERATOR-ID.
009040     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
009050 2950-EXIT.
009060     EXIT.

009070*----------------------------------------------------------------
009080* 5000-FINALIZE - THE CASE FILE GOES BACK OUT WITH EVERY CHANGE
009090*                 APPLIED AND THE NEW CASES ON THE END.
009100*----------------------------------------------------------------
009110 5000-FINALIZE.
009120     IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
009130         CLOSE SVCTXN
009140     END-IF.
009150     IF WS-NAM-AVAILABLE
009160         CLOSE NAMEMSTR
009170     END-IF.
009180     IF WS-POL-AVAILABLE
009190         CLOSE POLMAST
009200     END-IF.
009210     IF WS-OPEN-COUNT + WS-UPDATE-COUNT + WS-CLOSE-COUNT > ZERO
009220         OPEN OUTPUT SVCCASE
009230         PERFORM 5100-WRITE-ONE-CASE THRU 5100-EXIT
009240             VARYING WS-K FROM 1 BY 1
009250             UNTIL WS-K > WS-CASE-COUNT
009260         CLOSE SVCCASE
009270     END-IF.
009280     MOVE WS-CARD-COUNT TO SL-CARD-COUNT.
009290     MOVE WS-OPEN-COUNT TO SL-OPEN-COUNT.
009300     MOVE WS-UPDATE-COUNT TO SL-UPDATE-COUNT.
009310     MOVE WS-CLOSE-COUNT TO SL-CLOSE-COUNT.
009320     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
009330     WRITE SVCMRPT-REC FROM WS-BLANK-LINE.
009340     WRITE SVCMRPT-REC FROM WS-SUMMARY-LINE.
009350     CLOSE SVCMRPT.
009360     MOVE "CLOSE" TO AL-ACTION.
009370     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
009380 5000-EXIT.
009390     EXIT.

009400 5100-WRITE-ONE-CASE.
009410     MOVE CS-RECORD(WS-K) TO SVCCASE-REC.
009420     WRITE SVCCASE-REC.
009430 5100-EXIT.
009440     EXIT.

009450 8000-READ-SVCTXN.
009460     READ SVCTXN
009470         AT END
009480             SET WS-EOF TO TRUE
009490     END-READ.
009500 8000-EXIT.
009510     EXIT.
