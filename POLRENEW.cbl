0003K1* 09/02/2026  RO   FOUR-DIGIT YEARS. STORED DATES AND DATE
0003K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0003K3*                  SHARED DATEXPND CENTURY WINDOW.
0003K4* 10/15/2026  RO   AN ACCEPTED RENEWAL IS QUEUED ON DECQUEUE SO
0003K5*                  DECPRINT PRINTS THE RENEWAL DECLARATIONS.
0003L1* 10/15/2026  RO   OFFERS ARE ROUTED THROUGH DLVPREF ON THE
0003L2*                  CUSTOMER'S CONTACT PREFERENCE. A CUSTOMER
0003L3*                  OPTED IN TO EMAIL OR SMS RENEWALS GETS THE
0003L4*                  OFFER ON THE RENWEDLV ELECTRONIC DELIVERY
0003L5*                  EXTRACT INSTEAD OF RENWNOTC.
0003L6* 10/15/2026  RO   AN ACCEPTED RENEWAL RECAPTURES THE TERM
0003L7*                  PREMIUM ON POLMAST (CARVED FROM FILLER) FROM
0003L8*                  THE RENEWED RATES. IT IS WHAT THE PREMIUM RUN
0003L9*                  BILLS FOR THE NEW TERM; ENDORSEMENTS BILL ON
0003LA*                  THEIR OWN.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000570         FILE STATUS IS WS-RESP-STATUS.
000580     SELECT RENWNOTC ASSIGN TO "RENWNOTC"
000590         ORGANIZATION IS LINE SEQUENTIAL.
0005A1     SELECT RENWEDLV ASSIGN TO "RENWEDLV"
0005A2         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT RENWREJ ASSIGN TO "RENWREJ"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT RENWRPT ASSIGN TO "RENWRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000631     SELECT DECQUEUE ASSIGN TO "DECQUEUE"
000632         ORGANIZATION IS LINE SEQUENTIAL
000633         FILE STATUS IS WS-DQ-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000850     05  PM-AGENT-ID              PIC X(06).
000860     05  FILLER                   PIC X(01).
000870     05  PM-EFF-DATE              PIC X(06).
000880     05  FILLER                   PIC X(01).
00088A     05  PM-TERM-PREMIUM          PIC 9(05).
00088B     05  FILLER                   PIC X(22).

000890 FD  RATEFILE
000900     RECORDING MODE IS F.
001340     05  RN-OFFER-DATE            PIC 9(06).
001350     05  FILLER                   PIC X(49).

0013A1 FD  RENWEDLV
0013A2     RECORDING MODE IS F.
0013A3 01  RENWEDLV-REC                 PIC X(250).

001360 FD  RENWREJ
001370     RECORDING MODE IS F.
001380 01  RENWREJ-REC                  PIC X(80).
001400     RECORDING MODE IS F.
001410 01  RENWRPT-REC                  PIC X(80).

001411 FD  DECQUEUE
001412     RECORDING MODE IS F.
001413 01  DECQUEUE-REC.
001414     05  DQ-POLICY-ID             PIC X(10).
001415     05  FILLER                   PIC X(01).
001416     05  DQ-DOC-TYPE              PIC X(01).
001417     05  FILLER                   PIC X(01).
001418     05  DQ-QUEUE-DATE            PIC 9(06).
001419     05  FILLER                   PIC X(61).

001420 WORKING-STORAGE SECTION.
001430 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001440     88  WS-EOF                             VALUE "Y".
001480 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
001490 77  WS-PEND-STATUS               PIC X(02) VALUE SPACES.
001500 77  WS-RESP-STATUS               PIC X(02) VALUE SPACES.
001501 77  WS-DQ-STATUS                 PIC X(02) VALUE SPACES.
001510 77  WS-K                         PIC 9(05) COMP.
001520 77  WS-PEND-IDX                  PIC 9(05) VALUE ZERO COMP.
001530 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001730 77  WS-TODAY-INT                 PIC 9(08) VALUE ZERO.
001740 77  WS-OFFER-INT                 PIC 9(08) VALUE ZERO.
001750 77  WS-DATE-CCYYMMDD             PIC 9(08) VALUE ZERO.
0017A1 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
0017A2 77  WS-ELEC-COUNT                PIC 9(05) VALUE ZERO COMP.

001760 01  WS-RUN-DATE-PARTS.
001770     05  WS-RUN-YY                PIC 9(02).
002180 COPY REJECTREC.
002190 COPY RPTHDR.
002192 COPY DATXLINK.
0021A1 COPY DLVLINK.
0021A2 COPY EDLVREC.

002200 01  WS-TITLE-LINE.
002210     05  FILLER                  PIC X(26) VALUE
002480     05  SL-PENDING-COUNT         PIC ZZZZ9.
002490     05  FILLER                  PIC X(16) VALUE SPACES.

0024A1 01  WS-DELIVERY-LINE.
0024A2     05  FILLER                  PIC X(28) VALUE
0024A3         "OFFERS SENT ELECTRONICALLY: ".
0024A4     05  SL-ELEC-COUNT            PIC ZZZZ9.
0024A5     05  FILLER                  PIC X(47) VALUE SPACES.

002500 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002510 PROCEDURE DIVISION.
002690     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
002700     OPEN OUTPUT RENWRPT
002710          OUTPUT RENWNOTC
0027A1          OUTPUT RENWEDLV
002720          OUTPUT RENWREJ.
002721     OPEN EXTEND DECQUEUE.
002722     IF WS-DQ-STATUS = "35"
002723         OPEN OUTPUT DECQUEUE
002724     END-IF.
002730     MOVE "POLRENEW" TO RH-PROGRAM-ID.
002740     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002750     MOVE WS-RUN-TIME TO RH-RUN-ID.
002804     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002806     CALL "DATEXPND" USING DATEXPND-PARMS.
002808     MOVE DX-DATE-CCYYMMDD TO WS-DATE-CCYYMMDD.
0028A1     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002810     COMPUTE WS-TODAY-INT =
002820         FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
002830     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
004900     MOVE WS-EFF-DATE-NUM TO PM-EFF-DATE.
004910     MOVE PM-EFF-DATE TO AL-NEW-VALUE.
004920     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
00492A     COMPUTE PM-TERM-PREMIUM = PM-BASE-RATE + PM-RISK-FACTOR-1
00492B         + PM-RISK-FACTOR-2.
004930     REWRITE POLMAST-REC.
004931     MOVE SPACES TO DECQUEUE-REC.
004932     MOVE RS-POLICY-ID TO DQ-POLICY-ID.
004933     MOVE "R" TO DQ-DOC-TYPE.
004934     MOVE WS-RUN-DATE TO DQ-QUEUE-DATE.
004935     WRITE DECQUEUE-REC.
004940     MOVE "Y" TO PD-DROP-SW(PD-IDX).
004950     ADD 1 TO WS-ACCEPT-COUNT.
004960     MOVE RS-POLICY-ID TO DL-POLICY-ID.
006200     MOVE WS-OLD-PREMIUM TO RN-OLD-PREMIUM.
006210     MOVE WS-NEW-PREMIUM TO RN-NEW-PREMIUM.
006220     MOVE WS-RUN-DATE TO RN-OFFER-DATE.
0062A1     PERFORM 3250-ROUTE-OFFER THRU 3250-EXIT.
006240     IF WS-PEND-COUNT >= 2000
006250         DISPLAY "POLRENEW - RENWPEND EXCEEDS THE 2000-OFFER "
006260             "TABLE - RUN ABORTED"
006360     ADD 1 TO WS-OFFER-COUNT.
006370     MOVE PM-POLICY-ID TO DL-POLICY-ID.
006380     MOVE "OFFERED" TO DL-ACTION-DESC.
006400     WRITE RENWRPT-REC FROM WS-DETAIL-LINE.
006410 3200-EXIT.
006420     EXIT.

0064A1*----------------------------------------------------------------
0064A2* 3250-ROUTE-OFFER - THE OFFER GOES TO THE CUSTOMER BY THE CHANNEL
0064A3*                    DLVPREF CHOOSES. AN ELECTRONIC OFFER IS THE
0064A4*                    SAME RECORD, CARRIED ON THE RENWEDLV EXTRACT
0064A5*                    WITH ITS ADDRESS.
0064A6*----------------------------------------------------------------
0064A7 3250-ROUTE-OFFER.
0064A8     MOVE "CUST" TO DP-ACTION.
0064A9     MOVE "POLRENEW" TO DP-CALLER.
0064AA     MOVE "RENW" TO DP-DOC-TYPE.
0064AB     MOVE PM-POLICY-ID TO DP-DOC-KEY.
0064AC     MOVE WS-RUN-CCYYMMDD TO DP-RUN-DATE.
0064AD     MOVE WS-CUST-ID TO DP-CUST-ID.
0064AE     CALL "DLVPREF" USING DLVPREF-PARMS.
0064AF     IF NOT DP-ELECTRONIC
0064AG         WRITE RENWNOTC-REC
0064AH         MOVE "RENEWAL OFFER WRITTEN TO RENWNOTC" TO DL-NOTE
0064AI         GO TO 3250-EXIT
0064AJ     END-IF.
0064AK     MOVE "RENW" TO ED-DOC-TYPE.
0064AL     MOVE "POLRENEW" TO ED-SOURCE-PROGRAM.
0064AM     MOVE WS-CUST-ID TO ED-CUST-ID.
0064AN     MOVE PM-POLICY-ID TO ED-DOC-KEY.
0064AO     MOVE DP-CHANNEL TO ED-CHANNEL.
0064AP     MOVE DP-ADDRESS TO ED-ADDRESS.
0064AQ     MOVE DP-LANGUAGE TO ED-LANGUAGE.
0064AR     MOVE WS-RUN-CCYYMMDD TO ED-SEND-DATE.
0064AS     MOVE 1 TO ED-LINE-NO.
0064AT     MOVE RENWNOTC-REC TO ED-TEXT.
0064AU     WRITE RENWEDLV-REC FROM ED-DELIVERY-RECORD.
0064AV     ADD 1 TO WS-ELEC-COUNT.
0064AW     IF DP-CHANNEL = "E"
0064AX         MOVE "RENEWAL OFFER EMAILED - RENWEDLV" TO DL-NOTE
0064AY     ELSE
0064AZ         MOVE "RENEWAL OFFER SENT BY SMS - RENWEDLV" TO DL-NOTE
0064B1     END-IF.
0064B2 3250-EXIT.
0064B3     EXIT.

006430 3500-FIND-CUSTOMER.
006440     MOVE SPACES TO WS-CUST-ID.
006450     PERFORM 3510-MATCH-XREF THRU 3510-EXIT
007520     MOVE WS-DECLINE-COUNT TO SL-DECLINE-COUNT.
007530     MOVE WS-PENDING-COUNT TO SL-PENDING-COUNT.
007540     WRITE RENWRPT-REC FROM WS-SUMMARY-LINE.
0075A1     MOVE WS-ELEC-COUNT TO SL-ELEC-COUNT.
0075A2     WRITE RENWRPT-REC FROM WS-DELIVERY-LINE.
0075A3     MOVE "CLOSE" TO DP-ACTION.
0075A4     CALL "DLVPREF" USING DLVPREF-PARMS.
007550     CLOSE RENWRPT
007560           RENWNOTC
0075A5           RENWEDLV
007570           RENWREJ
007571           DECQUEUE.
007580     MOVE "CLOSE" TO AL-ACTION.
007590     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007600 5000-EXIT.
