0002K1* 09/02/2026  MF   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002L1* 10/15/2026  RO   EACH STATEMENT IS ROUTED THROUGH DLVPREF ON
0002L2*                  THE CUSTOMER'S CONTACT PREFERENCE. A CUSTOMER
0002L3*                  OPTED IN TO ELECTRONIC STATEMENTS HAS THE WHOLE
0002L4*                  STATEMENT WRITTEN TO THE HHEDLV DELIVERY
0002L5*                  EXTRACT INSTEAD OF HHSTMTR.
0002LA* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
0002LB*                  AMOUNT ("F" = LATE FEE); THE RECORD IS READ AT
0002LC*                  ITS FULL LENGTH.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000530         FILE STATUS IS WS-BAL-STATUS.
000540     SELECT HHSTMTR ASSIGN TO "HHSTMTR"
000550         ORGANIZATION IS LINE SEQUENTIAL.
0005A1     SELECT HHEDLV ASSIGN TO "HHEDLV"
0005A2         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT HHSTREJ ASSIGN TO "HHSTREJ"
000570         ORGANIZATION IS LINE SEQUENTIAL.

000910     05  AR-BILLED-AMOUNT         PIC 9(09).
000920     05  FILLER                   PIC X(01).
000930     05  AR-PAID-AMOUNT           PIC 9(09).
00093A     05  FILLER                   PIC X(01).
00093B     05  AR-ITEM-TYPE             PIC X(01).
00093C         88  AR-FEE-ITEM                    VALUE "F".

000940 FD  PTSBAL
000950     RECORDING MODE IS F.
001020     RECORDING MODE IS F.
001030 01  HHSTMTR-REC                  PIC X(132).

0010A1 FD  HHEDLV
0010A2     RECORDING MODE IS F.
0010A3 01  HHEDLV-REC                   PIC X(250).

001040 FD  HHSTREJ
001050     RECORDING MODE IS F.
001060 01  HHSTREJ-REC                  PIC X(80).
001250 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001260 77  WS-CUR-CUST                  PIC X(10) VALUE SPACES.
001262 77  WS-PAGE-NO                   PIC 9(04) VALUE 1.
0012A1 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
0012A2 77  WS-ELEC-COUNT                PIC 9(05) VALUE ZERO COMP.
0012A3 77  WS-ED-LINE-NO                PIC 9(04) VALUE ZERO.
0012A4 77  WS-ROUTE-SW                  PIC X(01) VALUE "P".
0012A5     88  WS-ROUTE-ELECTRONIC                VALUE "E".
0012A6 77  WS-OUT-LINE                  PIC X(132) VALUE SPACES.

001270 01  WS-XREF-TABLE.
001280     05  WS-XREF-COUNT            PIC 9(05) VALUE ZERO COMP.

001470 COPY REJECTREC.
001480 COPY RPTHDR.
0014A1 COPY DATXLINK.
0014A2 COPY DLVLINK.
0014A3 COPY EDLVREC.

001490 01  WS-STMT-BANNER.
001500     05  FILLER                  PIC X(24) VALUE
001920     05  SL-STMT-COUNT            PIC ZZZZ9.
001930     05  FILLER                  PIC X(11) VALUE "  ORPHANS: ".
001940     05  SL-REJECT-COUNT          PIC ZZZZ9.
0019A1     05  FILLER                  PIC X(14) VALUE
0019A2         "  ELECTRONIC: ".
0019A3     05  SL-ELEC-COUNT            PIC ZZZZ9.
0019A4     05  FILLER                  PIC X(79) VALUE SPACES.

001960 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

002090 1000-INITIALIZE.
002100     ACCEPT WS-RUN-DATE FROM DATE.
002110     ACCEPT WS-RUN-TIME FROM TIME.
0021A1     MOVE "EXPND" TO DX-ACTION.
0021A2     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
0021A3     CALL "DATEXPND" USING DATEXPND-PARMS.
0021A4     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002120     OPEN OUTPUT HHSTMTR
0021A5          OUTPUT HHEDLV
002130          OUTPUT HHSTREJ.
002140     MOVE "HHSTMT" TO RH-PROGRAM-ID.
002150     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003390             PERFORM 2900-REJECT-ORPHAN THRU 2900-EXIT
003400             GO TO 2100-EXIT
003410     END-READ.
0034A1     PERFORM 2150-ROUTE-STATEMENT THRU 2150-EXIT.
003420     ADD 1 TO WS-STMT-COUNT.
003430     ADD 1 TO WS-PAGE-NO.
003432     MOVE WS-PAGE-NO TO RH-PAGE-NUMBER.
003440     MOVE WS-RUN-DATE TO RH-RUN-DATE.
0034A2     MOVE WS-BLANK-LINE TO WS-OUT-LINE.
0034A3     PERFORM 2800-WRITE-STMT-LINE THRU 2800-EXIT.
0034A4     MOVE RH-REPORT-HEADER TO WS-OUT-LINE.
0034A5     PERFORM 2800-WRITE-STMT-LINE THRU 2800-EXIT.
003470     MOVE WS-CUR-CUST TO SB-CUST-ID.
003480     MOVE NAMEMSTR-REC (21:60) TO SB-NAME.
0034A6     MOVE WS-STMT-BANNER TO WS-OUT-LINE.
0034A7     PERFORM 2800-WRITE-STMT-LINE THRU 2800-EXIT.
003500     MOVE "POLICIES" TO SC-TITLE.
0035A1     MOVE WS-SECTION-LINE TO WS-OUT-LINE.
0035A2     PERFORM 2800-WRITE-STMT-LINE THRU 2800-EXIT.
003520     PERFORM 2200-POLICY-SECTION THRU 2200-EXIT
003530         VARYING WS-C FROM 1 BY 1
003540         UNTIL WS-C > WS-XREF-COUNT.
003550     MOVE "AMOUNTS DUE" TO SC-TITLE.
0035A3     MOVE WS-SECTION-LINE TO WS-OUT-LINE.
0035A4     PERFORM 2800-WRITE-STMT-LINE THRU 2800-EXIT.
003570     MOVE ZERO TO WS-DUE-TOTAL.
003580     PERFORM 2300-DUE-SECTION THRU 2300-EXIT
003590         VARYING WS-C FROM 1 BY 1
003600         UNTIL WS-C > WS-XREF-COUNT.
003610     MOVE WS-DUE-TOTAL TO DT-TOTAL.
0036A1     MOVE WS-DUE-TOTAL-LINE TO WS-OUT-LINE.
0036A2     PERFORM 2800-WRITE-STMT-LINE THRU 2800-EXIT.
003630     MOVE "LOYALTY POINTS" TO SC-TITLE.
0036A3     MOVE WS-SECTION-LINE TO WS-OUT-LINE.
0036A4     PERFORM 2800-WRITE-STMT-LINE THRU 2800-EXIT.
003650     PERFORM 2400-POINTS-SECTION THRU 2400-EXIT.
003660 2100-EXIT.
003670     EXIT.

0036A5*----------------------------------------------------------------
0036A6* 2150-ROUTE-STATEMENT - ASK DLVPREF HOW THIS CUSTOMER TAKES THEIR
0036A7*                        STATEMENT. THE ANSWER HOLDS FOR EVERY
0036A8*                        LINE OF THE STATEMENT.
0036A9*----------------------------------------------------------------
0036AA 2150-ROUTE-STATEMENT.
0036AB     MOVE "CUST" TO DP-ACTION.
0036AC     MOVE "HHSTMT" TO DP-CALLER.
0036AD     MOVE "HHST" TO DP-DOC-TYPE.
0036AE     MOVE WS-CUR-CUST TO DP-DOC-KEY.
0036AF     MOVE WS-RUN-CCYYMMDD TO DP-RUN-DATE.
0036AG     MOVE WS-CUR-CUST TO DP-CUST-ID.
0036AH     CALL "DLVPREF" USING DLVPREF-PARMS.
0036AI     MOVE ZERO TO WS-ED-LINE-NO.
0036AJ     IF DP-ELECTRONIC
0036AK         MOVE "E" TO WS-ROUTE-SW
0036AL         ADD 1 TO WS-ELEC-COUNT
0036AM     ELSE
0036AN         MOVE "P" TO WS-ROUTE-SW
0036AO     END-IF.
0036AP 2150-EXIT.
0036AQ     EXIT.

003680 2200-POLICY-SECTION.
003690     IF XT-CUST-ID(WS-C) NOT = WS-CUR-CUST
003700         GO TO 2200-EXIT
003870     ELSE
003880         MOVE "ACTIVE" TO PL-STATUS
003890     END-IF.
0038A1     MOVE WS-POLICY-LINE TO WS-OUT-LINE.
0038A2     PERFORM 2800-WRITE-STMT-LINE THRU 2800-EXIT.
003910 2200-EXIT.
003920     EXIT.

004080     MOVE AT-BILL-DATE(WS-A) TO DU-BILL-DATE.
004090     MOVE AT-BALANCE(WS-A) TO DU-AMOUNT.
004100     ADD AT-BALANCE(WS-A) TO WS-DUE-TOTAL.
0041A1     MOVE WS-DUE-LINE TO WS-OUT-LINE.
0041A2     PERFORM 2800-WRITE-STMT-LINE THRU 2800-EXIT.
004120 2310-EXIT.
004130     EXIT.

004170         VARYING WS-A FROM 1 BY 1
004180         UNTIL WS-A > WS-BAL-COUNT.
004190     MOVE WS-BALANCE TO PT-BALANCE.
0041B1     MOVE WS-POINTS-LINE TO WS-OUT-LINE.
0041B2     PERFORM 2800-WRITE-STMT-LINE THRU 2800-EXIT.
004210 2400-EXIT.
004220     EXIT.

004270 2410-EXIT.
004280     EXIT.

0042A1*----------------------------------------------------------------
0042A2* 2800-WRITE-STMT-LINE - A PRINTED LINE GOES TO HHSTMTR; AN
0042A3*                        ELECTRONIC ONE IS NUMBERED AND CARRIED ON
0042A4*                        THE HHEDLV EXTRACT WITH ITS ADDRESS.
0042A5*----------------------------------------------------------------
0042A6 2800-WRITE-STMT-LINE.
0042A7     IF NOT WS-ROUTE-ELECTRONIC
0042A8         WRITE HHSTMTR-REC FROM WS-OUT-LINE
0042A9         GO TO 2800-EXIT
0042AA     END-IF.
0042AB     ADD 1 TO WS-ED-LINE-NO.
0042AC     MOVE "HHST" TO ED-DOC-TYPE.
0042AD     MOVE "HHSTMT" TO ED-SOURCE-PROGRAM.
0042AE     MOVE WS-CUR-CUST TO ED-CUST-ID.
0042AF     MOVE WS-CUR-CUST TO ED-DOC-KEY.
0042AG     MOVE DP-CHANNEL TO ED-CHANNEL.
0042AH     MOVE DP-ADDRESS TO ED-ADDRESS.
0042AI     MOVE DP-LANGUAGE TO ED-LANGUAGE.
0042AJ     MOVE WS-RUN-CCYYMMDD TO ED-SEND-DATE.
0042AK     MOVE WS-ED-LINE-NO TO ED-LINE-NO.
0042AL     MOVE WS-OUT-LINE TO ED-TEXT.
0042AM     WRITE HHEDLV-REC FROM ED-DELIVERY-RECORD.
0042AN 2800-EXIT.
0042AO     EXIT.

004290*----------------------------------------------------------------
004300* 2900-REJECT-ORPHAN - EVERY ROW OF A CUSTOMER MISSING FROM
004310*                      NAMEMSTR IS MARKED DONE AND REJECTED, SO
004630     WRITE HHSTMTR-REC FROM WS-BLANK-LINE.
004640     MOVE WS-STMT-COUNT TO SL-STMT-COUNT.
004650     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
0046A1     MOVE WS-ELEC-COUNT TO SL-ELEC-COUNT.
004660     WRITE HHSTMTR-REC FROM WS-SUMMARY-LINE.
0046A2     MOVE "CLOSE" TO DP-ACTION.
0046A3     CALL "DLVPREF" USING DLVPREF-PARMS.
004670     CLOSE HHSTMTR
0046A4           HHEDLV
004680           HHSTREJ.
004690 5000-EXIT.
004700     EXIT.
