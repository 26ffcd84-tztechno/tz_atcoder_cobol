0002K1* 09/02/2026  MF   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002K4* 10/15/2026  RO   EACH STATEMENT NOW SHOWS THE CUSTOMER'S
0002K5*                  MEMBERSHIP TIER FROM PTSTIER (THE BASE TIER
0002K6*                  FROM LOYTIER IF THEY HAVE NOT YET BEEN
0002K7*                  QUALIFIED), AND TIER-BONUS LINES PRINT AS
0002K8*                  "TIER BON" RATHER THAN AS PLAIN EARNS.
0002K9* 10/15/2026  RO   POINTS TRANSFER AND HOUSEHOLD POOLING LINES
0002KA*                  PRINT AS XFER OUT/IN AND POOL OUT/IN WITH
0002KB*                  THE COUNTERPARTY ACCOUNT ALONGSIDE.
0002L1* 10/15/2026  RO   EACH STATEMENT IS ROUTED THROUGH DLVPREF ON
0002L2*                  THE CUSTOMER'S CONTACT PREFERENCE. A CUSTOMER
0002L3*                  OPTED IN TO ELECTRONIC STATEMENTS HAS THE WHOLE
0002L4*                  STATEMENT WRITTEN TO THE PTSEDLV DELIVERY
0002L5*                  EXTRACT INSTEAD OF PTSSTMTR.
0002L6* 10/15/2026  RO   A PTSTIER FILE TOO BIG FOR THE MEMBER TABLE NOW
0002L7*                  ABORTS THE RUN (RC 16) INSTEAD OF QUIETLY
0002L8*                  PRINTING THE OVERFLOW MEMBERS WITH NO TIER.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000390         FILE STATUS IS WS-LDG-STATUS.
000400     SELECT PTSSTMTR ASSIGN TO "PTSSTMTR"
000410         ORGANIZATION IS LINE SEQUENTIAL.
0004A1     SELECT PTSEDLV ASSIGN TO "PTSEDLV"
0004A2         ORGANIZATION IS LINE SEQUENTIAL.
000412     SELECT PTSTIER ASSIGN TO "PTSTIER"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-MBR-STATUS.
000418     SELECT LOYTIER ASSIGN TO "LOYTIER"
000420         ORGANIZATION IS LINE SEQUENTIAL
000422         FILE STATUS IS WS-TIER-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.
000540     05  LD-AMOUNT                PIC X(09).
000550     05  FILLER                   PIC X(01).
000560     05  LD-BALANCE               PIC X(10).
000570     05  FILLER                   PIC X(01).
000572     05  LD-REF-ID                PIC X(10).
000574     05  FILLER                   PIC X(27).

000590 FD  PTSSTMTR
000600     RECORDING MODE IS F.
000610 01  PTSSTMTR-REC                 PIC X(132).

0006A1 FD  PTSEDLV
0006A2     RECORDING MODE IS F.
0006A3 01  PTSEDLV-REC                  PIC X(250).

000612 FD  PTSTIER
000614     RECORDING MODE IS F.
000616 01  PTSTIER-REC.
000618     05  PT-CUST-ID               PIC X(10).
000620     05  FILLER                   PIC X(01).
000622     05  PT-TIER-CODE             PIC X(06).
000624     05  FILLER                   PIC X(63).

000626 FD  LOYTIER
000628     RECORDING MODE IS F.
000629 01  LOYTIER-REC                  PIC X(80).

000630 WORKING-STORAGE SECTION.
000640 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000650     88  WS-EOF                             VALUE "Y".
000730 77  WS-PAGE-NUMBER               PIC 9(05) VALUE ZERO COMP.
000740 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000750 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000752 77  WS-MBR-STATUS                PIC X(02) VALUE SPACES.
000754 77  WS-TIER-STATUS               PIC X(02) VALUE SPACES.
000756 77  WS-M                         PIC 9(05) COMP.
000758 77  WS-BASE-TIER                 PIC X(06) VALUE SPACES.
0007A1 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
0007A2 77  WS-ELEC-COUNT                PIC 9(05) VALUE ZERO COMP.
0007A3 77  WS-ED-LINE-NO                PIC 9(04) VALUE ZERO.
0007A4 77  WS-ROUTE-SW                  PIC X(01) VALUE "P".
0007A5     88  WS-ROUTE-ELECTRONIC                VALUE "E".
0007A6 77  WS-OUT-LINE                  PIC X(132) VALUE SPACES.

000760 01  WS-MBR-TABLE.
000762     05  WS-MBR-COUNT             PIC 9(05) VALUE ZERO COMP.
000764     05  MB-ENTRY OCCURS 5000 TIMES
000766                  INDEXED BY MB-IDX.
000767         10  MB-CUST-ID           PIC X(10).
000768         10  MB-TIER-CODE         PIC X(06).

000770 01  WS-LEDGER-TABLE.
000780     05  WS-LEDGER-COUNT          PIC 9(05) VALUE ZERO COMP.
000850         10  LT-TXN-TYPE          PIC X(01).
000860         10  LT-AMOUNT            PIC S9(09).
000870         10  LT-BALANCE           PIC S9(09).
000872         10  LT-REF-ID            PIC X(10).

000890 COPY RPTHDR.
000892 COPY LOYTIER.
0008A1 COPY DATXLINK.
0008A2 COPY DLVLINK.
0008A3 COPY EDLVREC.

000910 01  WS-STMT-HEAD-LINE.
000920     05  FILLER                  PIC X(26) VALUE
000940     05  SH-CUST-ID               PIC X(10).
000950     05  FILLER                  PIC X(96) VALUE SPACES.

000952 01  WS-TIER-LINE.
000954     05  FILLER                  PIC X(22) VALUE
000956         "  MEMBERSHIP TIER:    ".
000958     05  TL-TIER-CODE             PIC X(06).
000960     05  FILLER                  PIC X(104) VALUE SPACES.

000970 01  WS-OPEN-LINE.
000980     05  FILLER                  PIC X(22) VALUE
000990         "  OPENING BALANCE:    ".
001090     05  DL-AMOUNT                PIC -(8)9.
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  DL-BALANCE               PIC -(9)9.
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001122     05  DL-REF-ID                PIC X(10) VALUE SPACES.
001124     05  FILLER                  PIC X(79) VALUE SPACES.

001140 01  WS-CLOSE-LINE.
001150     05  FILLER                  PIC X(22) VALUE
001230     05  SL-STMT-COUNT            PIC ZZZZ9.
001240     05  FILLER                  PIC X(105) VALUE SPACES.

0012A1 01  WS-ELEC-LINE.
0012A2     05  FILLER                  PIC X(22) VALUE
0012A3         "  SENT ELECTRONICALLY:".
0012A4     05  SL-ELEC-COUNT            PIC ZZZZ9.
0012A5     05  FILLER                  PIC X(105) VALUE SPACES.

001260 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

001280 PROCEDURE DIVISION.
001430 1000-INITIALIZE.
001440     ACCEPT WS-RUN-DATE FROM DATE.
001450     ACCEPT WS-RUN-TIME FROM TIME.
0014A1     MOVE "EXPND" TO DX-ACTION.
0014A2     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
0014A3     CALL "DATEXPND" USING DATEXPND-PARMS.
0014A4     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
0014A5     OPEN OUTPUT PTSSTMTR
0014A6                 PTSEDLV.
001470     OPEN INPUT POINTLDG.
001480     IF WS-LDG-STATUS NOT = "00"
001490         DISPLAY "PTSSTMT - POINTLDG NOT FOUND - RUN ABORTED"
001500         MOVE 16 TO RETURN-CODE
001510         CLOSE PTSSTMTR
0015A1               PTSEDLV
001520         STOP RUN
001530     END-IF.
001540     PERFORM 1100-LOAD-LEDGER-LINE THRU 1100-EXIT
001550         UNTIL WS-EOF.
001560     CLOSE POINTLDG.
001562     MOVE "N" TO WS-EOF-SW.
001564     PERFORM 1200-LOAD-TIERS THRU 1200-EXIT.
001570 1000-EXIT.
001580     EXIT.

001760         FUNCTION NUMVAL(LD-AMOUNT).
001770     COMPUTE LT-BALANCE(LT-IDX) =
001780         FUNCTION NUMVAL(LD-BALANCE).
001782     MOVE LD-REF-ID TO LT-REF-ID(LT-IDX).
001790 1100-EXIT.
001800     EXIT.

00180A*----------------------------------------------------------------
00180B* 1200-LOAD-TIERS - THE BASE TIER IS THE FIRST LOYTIER RECORD;
00180C*                   EACH QUALIFIED CUSTOMER'S TIER COMES FROM
00180D*                   PTSTIER. EITHER FILE MAY BE ABSENT - THE
00180E*                   TIER LINE IS THEN LEFT BLANK OR BASE.
00180F*----------------------------------------------------------------
00180G 1200-LOAD-TIERS.
00180H     OPEN INPUT LOYTIER.
00180I     IF WS-TIER-STATUS = "00"
00180J         READ LOYTIER
00180K             NOT AT END
00180L                 MOVE LOYTIER-REC TO LY-TIER-RECORD
00180M                 MOVE LY-TIER-CODE TO WS-BASE-TIER
00180N         END-READ
00180O         CLOSE LOYTIER
00180P     END-IF.
00180Q     OPEN INPUT PTSTIER.
00180R     IF WS-MBR-STATUS NOT = "00"
00180S         GO TO 1200-EXIT
00180T     END-IF.
00180U     PERFORM 1210-LOAD-ONE-MEMBER THRU 1210-EXIT
00180V         UNTIL WS-EOF.
00180W     CLOSE PTSTIER.
00180X 1200-EXIT.
00180Y     EXIT.

00180Z 1210-LOAD-ONE-MEMBER.
00181A     READ PTSTIER
00181B         AT END
00181C             SET WS-EOF TO TRUE
00181D             GO TO 1210-EXIT
00181E     END-READ.
00181F     IF WS-MBR-COUNT >= 5000
00181G         DISPLAY "PTSSTMT - PTSTIER EXCEEDS THE 5000-MEMBER "
0181G1             "TABLE - RUN ABORTED"
0181G2         MOVE 16 TO RETURN-CODE
0181G3         STOP RUN
00181H     END-IF.
00181I     ADD 1 TO WS-MBR-COUNT.
00181J     SET MB-IDX TO WS-MBR-COUNT.
00181K     MOVE PT-CUST-ID TO MB-CUST-ID(MB-IDX).
00181L     MOVE PT-TIER-CODE TO MB-TIER-CODE(MB-IDX).
00181M 1210-EXIT.
00181N     EXIT.

001820*----------------------------------------------------------------
001830* 2000-SORT-LEDGER - GROUP THE LEDGER BY CUSTOMER. THE LOAD
001840*                    SEQUENCE IS THE SECOND KEY SO EACH
002200         PERFORM 3200-OPEN-STATEMENT THRU 3200-EXIT
002210     END-IF.
002220     MOVE LT-DATE(LT-IDX) TO DL-DATE.
002230     EVALUATE LT-TXN-TYPE(LT-IDX)
002240         WHEN "R"
002250             MOVE "REDEEM" TO DL-TXN-DESC
002252         WHEN "T"
002254             MOVE "TIER BON" TO DL-TXN-DESC
002255         WHEN "O"
002256             MOVE "XFER OUT" TO DL-TXN-DESC
002257         WHEN "I"
002258             MOVE "XFER IN" TO DL-TXN-DESC
002259         WHEN "P"
00225A             MOVE "POOL OUT" TO DL-TXN-DESC
00225B         WHEN "H"
00225C             MOVE "POOL IN" TO DL-TXN-DESC
002260         WHEN OTHER
002262             MOVE "EARN" TO DL-TXN-DESC
002270     END-EVALUATE.
002272     MOVE SPACES TO DL-REF-ID.
002274     IF LT-TXN-TYPE(LT-IDX) = "O" OR "I" OR "P" OR "H"
002276         MOVE LT-REF-ID(LT-IDX) TO DL-REF-ID
002278     END-IF.
002280     MOVE LT-AMOUNT(LT-IDX) TO DL-AMOUNT.
002290     MOVE LT-BALANCE(LT-IDX) TO DL-BALANCE.
0022A1     MOVE WS-DETAIL-LINE TO WS-OUT-LINE.
0022A2     PERFORM 3900-WRITE-STMT-LINE THRU 3900-EXIT.
002310     MOVE LT-BALANCE(LT-IDX) TO WS-CLOSE-BALANCE.
002320 3100-EXIT.
002330     EXIT.
002360     MOVE LT-CUST-ID(LT-IDX) TO WS-PRIOR-CUST.
002370     ADD 1 TO WS-STMT-COUNT.
002380     ADD 1 TO WS-PAGE-NUMBER.
0023A1     PERFORM 3250-ROUTE-STATEMENT THRU 3250-EXIT.
002390     MOVE "PTSSTMT" TO RH-PROGRAM-ID.
002400     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002410     MOVE WS-RUN-TIME TO RH-RUN-ID.
002420     MOVE WS-PAGE-NUMBER TO RH-PAGE-NUMBER.
0024A1     MOVE RH-REPORT-HEADER TO WS-OUT-LINE.
0024A2     PERFORM 3900-WRITE-STMT-LINE THRU 3900-EXIT.
002440     MOVE LT-CUST-ID(LT-IDX) TO SH-CUST-ID.
0024A3     MOVE WS-STMT-HEAD-LINE TO WS-OUT-LINE.
0024A4     PERFORM 3900-WRITE-STMT-LINE THRU 3900-EXIT.
002452     MOVE WS-BASE-TIER TO TL-TIER-CODE.
002454     PERFORM 3210-MATCH-MEMBER THRU 3210-EXIT
002456         VARYING WS-M FROM 1 BY 1
002458         UNTIL WS-M > WS-MBR-COUNT.
0024A5     MOVE WS-TIER-LINE TO WS-OUT-LINE.
0024A6     PERFORM 3900-WRITE-STMT-LINE THRU 3900-EXIT.
002460     COMPUTE WS-OPEN-BALANCE =
002470         LT-BALANCE(LT-IDX) - LT-AMOUNT(LT-IDX).
002480     MOVE WS-OPEN-BALANCE TO OL-BALANCE.
0024A7     MOVE WS-OPEN-LINE TO WS-OUT-LINE.
0024A8     PERFORM 3900-WRITE-STMT-LINE THRU 3900-EXIT.
002500 3200-EXIT.
002510     EXIT.

002512 3210-MATCH-MEMBER.
002514     IF MB-CUST-ID(WS-M) = LT-CUST-ID(LT-IDX)
002516         MOVE MB-TIER-CODE(WS-M) TO TL-TIER-CODE
002518     END-IF.
002520 3210-EXIT.
002522     EXIT.

00252A*----------------------------------------------------------------
00252B* 3250-ROUTE-STATEMENT - ASK DLVPREF HOW THIS CUSTOMER TAKES THEIR
00252C*                        STATEMENT. THE ANSWER HOLDS FOR
00252D*                        EVERY LINE OF THE STATEMENT.
00252E*----------------------------------------------------------------
00252F 3250-ROUTE-STATEMENT.
00252G     MOVE "CUST" TO DP-ACTION.
00252H     MOVE "PTSSTMT" TO DP-CALLER.
00252I     MOVE "PTST" TO DP-DOC-TYPE.
00252J     MOVE LT-CUST-ID(LT-IDX) TO DP-DOC-KEY.
00252K     MOVE WS-RUN-CCYYMMDD TO DP-RUN-DATE.
00252L     MOVE LT-CUST-ID(LT-IDX) TO DP-CUST-ID.
00252M     CALL "DLVPREF" USING DLVPREF-PARMS.
00252N     MOVE ZERO TO WS-ED-LINE-NO.
00252O     IF DP-ELECTRONIC
00252P         MOVE "E" TO WS-ROUTE-SW
00252Q         ADD 1 TO WS-ELEC-COUNT
00252R     ELSE
00252S         MOVE "P" TO WS-ROUTE-SW
00252T     END-IF.
00252U 3250-EXIT.
00252V     EXIT.

002530 3300-CLOSE-STATEMENT.
002540     MOVE WS-CLOSE-BALANCE TO CL-BALANCE.
00255A     MOVE WS-CLOSE-LINE TO WS-OUT-LINE.
00255B     PERFORM 3900-WRITE-STMT-LINE THRU 3900-EXIT.
00255C     MOVE WS-BLANK-LINE TO WS-OUT-LINE.
00255D     PERFORM 3900-WRITE-STMT-LINE THRU 3900-EXIT.
002570 3300-EXIT.
002580     EXIT.

00258A*----------------------------------------------------------------
00258B* 3900-WRITE-STMT-LINE - A PRINTED LINE GOES TO PTSSTMTR;
00258C*                        AN ELECTRONIC ONE IS NUMBERED AND CARRIED
00258D*                        ON THE PTSEDLV EXTRACT WITH ITS ADDRESS.
00258E*----------------------------------------------------------------
00258F 3900-WRITE-STMT-LINE.
00258G     IF NOT WS-ROUTE-ELECTRONIC
00258H         WRITE PTSSTMTR-REC FROM WS-OUT-LINE
00258I         GO TO 3900-EXIT
00258J     END-IF.
00258K     ADD 1 TO WS-ED-LINE-NO.
00258L     MOVE "PTST" TO ED-DOC-TYPE.
00258M     MOVE "PTSSTMT" TO ED-SOURCE-PROGRAM.
00258N     MOVE WS-PRIOR-CUST TO ED-CUST-ID.
00258O     MOVE WS-PRIOR-CUST TO ED-DOC-KEY.
00258P     MOVE DP-CHANNEL TO ED-CHANNEL.
00258Q     MOVE DP-ADDRESS TO ED-ADDRESS.
00258R     MOVE DP-LANGUAGE TO ED-LANGUAGE.
00258S     MOVE WS-RUN-CCYYMMDD TO ED-SEND-DATE.
00258T     MOVE WS-ED-LINE-NO TO ED-LINE-NO.
00258U     MOVE WS-OUT-LINE TO ED-TEXT.
00258V     WRITE PTSEDLV-REC FROM ED-DELIVERY-RECORD.
00258W 3900-EXIT.
00258X     EXIT.

002600 4000-FINALIZE.
002610     MOVE WS-STMT-COUNT TO SL-STMT-COUNT.
002620     WRITE PTSSTMTR-REC FROM WS-SUMMARY-LINE.
0026A1     MOVE WS-ELEC-COUNT TO SL-ELEC-COUNT.
0026A2     WRITE PTSSTMTR-REC FROM WS-ELEC-LINE.
0026A3     MOVE "CLOSE" TO DP-ACTION.
0026A4     CALL "DLVPREF" USING DLVPREF-PARMS.
0026A5     CLOSE PTSSTMTR
0026A6           PTSEDLV.
002640 4000-EXIT.
002650     EXIT.
