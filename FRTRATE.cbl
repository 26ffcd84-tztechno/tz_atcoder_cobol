000270*                  THE INVOICE. A SUMMARY GOES TO FRTRPT;
000280*                  ROUTES WITH NO CUSTOMER OR NO BAND ARE
000290*                  REPORTED, NOT BILLED.
000291* 10/15/2026  RO   EVERY RATED ROUTE IS ALSO APPENDED TO THE
000292*                  FRTCALC HISTORY WITH THE RATING DATE, SO THE
000293*                  CARRIER FREIGHT INVOICE AUDIT (FRTAUDIT) HAS
000294*                  OUR CALCULATED CHARGE TO HOLD EACH BILLED
000295*                  SHIPMENT AGAINST.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT FRTRPT ASSIGN TO "FRTRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000491     SELECT FRTCALC ASSIGN TO "FRTCALC"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS WS-CALC-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000730     RECORDING MODE IS F.
000740 01  FRTRPT-REC                   PIC X(80).

000741 FD  FRTCALC
000742     RECORDING MODE IS F.
000743 01  FRTCALC-REC.
000744     05  FC-ROUTE-ID              PIC X(08).
000745     05  FILLER                   PIC X(01).
000746     05  FC-CUST-ID               PIC X(10).
000747     05  FILLER                   PIC X(01).
000748     05  FC-RATE-DATE             PIC 9(08).
000749     05  FILLER                   PIC X(01).
00074A     05  FC-DISTANCE              PIC 9(07).
00074B     05  FILLER                   PIC X(01).
00074C     05  FC-LOAD                  PIC 9(07).
00074D     05  FILLER                   PIC X(01).
00074E     05  FC-CHARGE                PIC 9(09).
00074F     05  FILLER                   PIC X(26).

000750 WORKING-STORAGE SECTION.
000760 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000770     88  WS-EOF                             VALUE "Y".
000780 77  WS-LEG-STATUS                PIC X(02) VALUE SPACES.
000790 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
000800 77  WS-BAND-STATUS               PIC X(02) VALUE SPACES.
000805 77  WS-CALC-STATUS               PIC X(02) VALUE SPACES.
000810 77  WS-K                         PIC 9(03) COMP.
000820 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000830 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000835 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000840 77  WS-ROUTE-ID                  PIC X(08) VALUE SPACES.
000850 77  WS-SEQ                       PIC 9(03) VALUE ZERO.
000860 77  WS-VEH-CLASS                 PIC X(04) VALUE SPACES.
001140         10  BD-RATE-PER-LOAD     PIC 9(05).

001150 COPY RPTHDR.
001155 COPY DATXLINK.

001160 01  WS-TITLE-LINE.
001170     05  FILLER                  PIC X(30) VALUE
001530 1000-INITIALIZE.
001540     ACCEPT WS-RUN-DATE FROM DATE.
001550     ACCEPT WS-RUN-TIME FROM TIME.
001551     MOVE "EXPND" TO DX-ACTION.
001552     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001553     CALL "DATEXPND" USING DATEXPND-PARMS.
001554     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001560     OPEN OUTPUT FRTRPT
001570          OUTPUT FRTLINES.
001571     OPEN EXTEND FRTCALC.
001572     IF WS-CALC-STATUS = "35"
001573         OPEN OUTPUT FRTCALC
001574     END-IF.
001580     MOVE "FRTRATE" TO RH-PROGRAM-ID.
001590     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001600     MOVE WS-RUN-TIME TO RH-RUN-ID.
002890            WS-CHARGE-DISPLAY DELIMITED BY SIZE
002900         INTO FRTLINES-REC.
002910     WRITE FRTLINES-REC.
002911     MOVE SPACES TO FRTCALC-REC.
002912     MOVE WS-PRIOR-ROUTE TO FC-ROUTE-ID.
002913     MOVE WS-CUST-ID TO FC-CUST-ID.
002914     MOVE WS-RUN-CCYYMMDD TO FC-RATE-DATE.
002915     MOVE WS-TOT-DISTANCE TO FC-DISTANCE.
002916     MOVE WS-TOT-LOAD TO FC-LOAD.
002917     MOVE WS-CHARGE TO FC-CHARGE.
002918     WRITE FRTCALC-REC.
002920     MOVE WS-PRIOR-ROUTE TO DL-ROUTE-ID.
002930     MOVE WS-CUST-ID TO DL-CUST-ID.
002940     MOVE WS-TOT-DISTANCE TO DL-DISTANCE.
003350     MOVE WS-BILLED-TOTAL TO SL-BILLED-TOTAL.
003360     WRITE FRTRPT-REC FROM WS-SUMMARY-LINE.
003370     CLOSE FRTRPT
003380           FRTLINES
003385           FRTCALC.
003390 5000-EXIT.
003400     EXIT.

