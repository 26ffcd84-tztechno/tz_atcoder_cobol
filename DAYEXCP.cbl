000318*                  MAINTENANCE) AND REJFIXRJ (REJECT REWORK)
000319*                  MERGED IN AS WELL, SO THE NEWER FLOWS DO NOT
00031A*                  REOPEN THE SCAVENGER HUNT.
00031B* 10/15/2026  RO   UWAPREJ (UNDERWRITING DECISIONS AND REFERRALS
00031C*                  OVERDUE FOR A DECISION) MERGED IN AS A FURTHER
00031D*                  REJECT SOURCE.
00031E* 10/15/2026  RO   DECPREJ (POLICY DECLARATIONS THAT COULD NOT BE
00031F*                  PRINTED) MERGED IN AS A FURTHER REJECT SOURCE.
00031G* 10/15/2026  RO   CADJREJ (CASH ADJUSTMENTS THAT COULD NOT BE
00031H*                  APPLIED) MERGED IN AS A FURTHER REJECT SOURCE.
00031I* 10/15/2026  RO   COLLREJ (COLLECTION-AGENCY REMITTANCES THAT
00031J*                  COULD NOT BE POSTED) MERGED IN AS A FURTHER
00031K*                  REJECT SOURCE.
00031L* 10/15/2026  RO   CHKCREJ (BANK PAID ITEMS THAT DID NOT MATCH
00031M*                  THE CHEQUE REGISTER) MERGED IN AS A FURTHER
00031N*                  REJECT SOURCE.
00031O* 10/15/2026  RO   DQREJ (MASTER RECORDS FAILING A DQSCORE FIELD
00031P*                  RULE) MERGED IN AS A FURTHER REJECT SOURCE.
00031Q* 10/15/2026  RO   TRDREJ (TRADE RECEIPTS TRDMATCH COULD NOT
00031R*                  MATCH) MERGED IN AS A FURTHER REJECT SOURCE.
0003A1* 10/15/2026  RO   THE REMAINING REJECTREC FILES MERGED IN TOO -
0003A2*                  BUDMREJ (BUDGET MAINTENANCE), CLMREJ (CLAIMS),
0003A3*                  COAMREJ (CHART OF ACCOUNTS), CPREFREJ (CONTACT
0003A4*                  PREFERENCES), ERASREJ (CUSTOMER ERASURE),
0003A5*                  FAMREJ (FIXED ASSETS), FRDREJ (POINTS FRAUD),
0003A6*                  PARMREJ (PARAMETER CHANGES), PAYEXCP (PAYROLL
0003A7*                  GROSS PAY), PTSXFREJ (POINTS TRANSFERS), RMAREJ
0003A8*                  (RETURN AUTHORIZATIONS), SCRNREJ (WATCH-LIST
0003A9*                  RESCREENING), SHIPREJ (SHIPMENT TRACKING) AND
0003AA*                  TAXPREJ (PROPERTY-TAX RECEIPTS). THE LOAD
0003AB*                  PARAGRAPHS FOR EVERY SOURCE ADDED SINCE
0003AC*                  REJFIXRJ NOW RUN 1904-1986 IN ONE ASCENDING
0003AD*                  BLOCK AFTER 1900-STORE-ENTRY.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
00059D     SELECT REJFIXRJ ASSIGN TO "REJFIXRJ"
00059E         ORGANIZATION IS LINE SEQUENTIAL
00059F         FILE STATUS IS WS-FILE-STATUS.
00059G     SELECT UWAPREJ ASSIGN TO "UWAPREJ"
00059H         ORGANIZATION IS LINE SEQUENTIAL
00059I         FILE STATUS IS WS-FILE-STATUS.
00059J     SELECT DECPREJ ASSIGN TO "DECPREJ"
00059K         ORGANIZATION IS LINE SEQUENTIAL
00059L         FILE STATUS IS WS-FILE-STATUS.
00059M     SELECT CADJREJ ASSIGN TO "CADJREJ"
00059N         ORGANIZATION IS LINE SEQUENTIAL
00059O         FILE STATUS IS WS-FILE-STATUS.
00059P     SELECT COLLREJ ASSIGN TO "COLLREJ"
00059Q         ORGANIZATION IS LINE SEQUENTIAL
00059R         FILE STATUS IS WS-FILE-STATUS.
00059S     SELECT CHKCREJ ASSIGN TO "CHKCREJ"
00059T         ORGANIZATION IS LINE SEQUENTIAL
00059U         FILE STATUS IS WS-FILE-STATUS.
00059V     SELECT DQREJ ASSIGN TO "DQREJ"
00059W         ORGANIZATION IS LINE SEQUENTIAL
00059X         FILE STATUS IS WS-FILE-STATUS.
00059Y     SELECT TRDREJ ASSIGN TO "TRDREJ"
00059Z         ORGANIZATION IS LINE SEQUENTIAL
0005A1         FILE STATUS IS WS-FILE-STATUS.
0005AA     SELECT BUDMREJ ASSIGN TO "BUDMREJ"
0005AB         ORGANIZATION IS LINE SEQUENTIAL
0005AC         FILE STATUS IS WS-FILE-STATUS.
0005AD     SELECT CLMREJ ASSIGN TO "CLMREJ"
0005AE         ORGANIZATION IS LINE SEQUENTIAL
0005AF         FILE STATUS IS WS-FILE-STATUS.
0005AG     SELECT COAMREJ ASSIGN TO "COAMREJ"
0005AH         ORGANIZATION IS LINE SEQUENTIAL
0005AI         FILE STATUS IS WS-FILE-STATUS.
0005AJ     SELECT CPREFREJ ASSIGN TO "CPREFREJ"
0005AK         ORGANIZATION IS LINE SEQUENTIAL
0005AL         FILE STATUS IS WS-FILE-STATUS.
0005AM     SELECT ERASREJ ASSIGN TO "ERASREJ"
0005AN         ORGANIZATION IS LINE SEQUENTIAL
0005AO         FILE STATUS IS WS-FILE-STATUS.
0005AP     SELECT FAMREJ ASSIGN TO "FAMREJ"
0005AQ         ORGANIZATION IS LINE SEQUENTIAL
0005AR         FILE STATUS IS WS-FILE-STATUS.
0005AS     SELECT FRDREJ ASSIGN TO "FRDREJ"
0005AT         ORGANIZATION IS LINE SEQUENTIAL
0005AU         FILE STATUS IS WS-FILE-STATUS.
0005AV     SELECT PARMREJ ASSIGN TO "PARMREJ"
0005AW         ORGANIZATION IS LINE SEQUENTIAL
0005AX         FILE STATUS IS WS-FILE-STATUS.
0005AY     SELECT PAYEXCP ASSIGN TO "PAYEXCP"
0005AZ         ORGANIZATION IS LINE SEQUENTIAL
0005B1         FILE STATUS IS WS-FILE-STATUS.
0005B2     SELECT PTSXFREJ ASSIGN TO "PTSXFREJ"
0005B3         ORGANIZATION IS LINE SEQUENTIAL
0005B4         FILE STATUS IS WS-FILE-STATUS.
0005B5     SELECT RMAREJ ASSIGN TO "RMAREJ"
0005B6         ORGANIZATION IS LINE SEQUENTIAL
0005B7         FILE STATUS IS WS-FILE-STATUS.
0005B8     SELECT SCRNREJ ASSIGN TO "SCRNREJ"
0005B9         ORGANIZATION IS LINE SEQUENTIAL
0005BA         FILE STATUS IS WS-FILE-STATUS.
0005BB     SELECT SHIPREJ ASSIGN TO "SHIPREJ"
0005BC         ORGANIZATION IS LINE SEQUENTIAL
0005BD         FILE STATUS IS WS-FILE-STATUS.
0005BE     SELECT TAXPREJ ASSIGN TO "TAXPREJ"
0005BF         ORGANIZATION IS LINE SEQUENTIAL
0005BG         FILE STATUS IS WS-FILE-STATUS.
000600     SELECT DAYEXRPT ASSIGN TO "DAYEXRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.

00091M     RECORDING MODE IS F.
00091O 01  REJFIXRJ-REC                 PIC X(80).

00091P FD  UWAPREJ
00091Q     RECORDING MODE IS F.
00091R 01  UWAPREJ-REC                  PIC X(80).

00091S FD  DECPREJ
00091T     RECORDING MODE IS F.
00091U 01  DECPREJ-REC                  PIC X(80).

00091V FD  CADJREJ
00091W     RECORDING MODE IS F.
00091X 01  CADJREJ-REC                  PIC X(80).

00091Y FD  COLLREJ
00091Z     RECORDING MODE IS F.
000920 01  COLLREJ-REC                  PIC X(80).

00092A FD  CHKCREJ
00092B     RECORDING MODE IS F.
00092C 01  CHKCREJ-REC                  PIC X(80).

00092D FD  DQREJ
00092E     RECORDING MODE IS F.
00092F 01  DQREJ-REC                    PIC X(80).

00092G FD  TRDREJ
00092H     RECORDING MODE IS F.
00092I 01  TRDREJ-REC                   PIC X(80).

00092J FD  BUDMREJ
00092K     RECORDING MODE IS F.
00092L 01  BUDMREJ-REC                  PIC X(80).

00092M FD  CLMREJ
00092N     RECORDING MODE IS F.
00092O 01  CLMREJ-REC                   PIC X(80).

00092P FD  COAMREJ
00092Q     RECORDING MODE IS F.
00092R 01  COAMREJ-REC                  PIC X(80).

00092S FD  CPREFREJ
00092T     RECORDING MODE IS F.
00092U 01  CPREFREJ-REC                 PIC X(80).

00092V FD  ERASREJ
00092W     RECORDING MODE IS F.
00092X 01  ERASREJ-REC                  PIC X(80).

00092Y FD  FAMREJ
00092Z     RECORDING MODE IS F.
0009A1 01  FAMREJ-REC                   PIC X(80).

0009A2 FD  FRDREJ
0009A3     RECORDING MODE IS F.
0009A4 01  FRDREJ-REC                   PIC X(80).

0009A5 FD  PARMREJ
0009A6     RECORDING MODE IS F.
0009A7 01  PARMREJ-REC                  PIC X(80).

0009A8 FD  PAYEXCP
0009A9     RECORDING MODE IS F.
0009AA 01  PAYEXCP-REC                  PIC X(80).

0009AB FD  PTSXFREJ
0009AC     RECORDING MODE IS F.
0009AD 01  PTSXFREJ-REC                 PIC X(80).

0009AE FD  RMAREJ
0009AF     RECORDING MODE IS F.
0009AG 01  RMAREJ-REC                   PIC X(80).

0009AH FD  SCRNREJ
0009AI     RECORDING MODE IS F.
0009AJ 01  SCRNREJ-REC                  PIC X(80).

0009AK FD  SHIPREJ
0009AL     RECORDING MODE IS F.
0009AM 01  SHIPREJ-REC                  PIC X(80).

0009AN FD  TAXPREJ
0009AO     RECORDING MODE IS F.
0009AP 01  TAXPREJ-REC                  PIC X(80).

000930 FD  DAYEXRPT
000940     RECORDING MODE IS F.
000950 01  DAYEXRPT-REC                 PIC X(80).
002223     PERFORM 1820-LOAD-PTSREJ THRU 1820-EXIT.
002224     PERFORM 1840-LOAD-POLMREJ THRU 1840-EXIT.
002225     PERFORM 1860-LOAD-REJFIXRJ THRU 1860-EXIT.
00222A     PERFORM 1904-LOAD-UWAPREJ THRU 1904-EXIT.
00222B     PERFORM 1908-LOAD-DECPREJ THRU 1908-EXIT.
00222C     PERFORM 1912-LOAD-CADJREJ THRU 1912-EXIT.
00222D     PERFORM 1916-LOAD-COLLREJ THRU 1916-EXIT.
00222E     PERFORM 1920-LOAD-CHKCREJ THRU 1920-EXIT.
00222F     PERFORM 1924-LOAD-DQREJ THRU 1924-EXIT.
00222G     PERFORM 1928-LOAD-TRDREJ THRU 1928-EXIT.
00222H     PERFORM 1932-LOAD-BUDMREJ THRU 1932-EXIT.
00222I     PERFORM 1936-LOAD-CLMREJ THRU 1936-EXIT.
00222J     PERFORM 1940-LOAD-COAMREJ THRU 1940-EXIT.
00222K     PERFORM 1944-LOAD-CPREFREJ THRU 1944-EXIT.
00222L     PERFORM 1948-LOAD-ERASREJ THRU 1948-EXIT.
00222M     PERFORM 1952-LOAD-FAMREJ THRU 1952-EXIT.
00222N     PERFORM 1956-LOAD-FRDREJ THRU 1956-EXIT.
00222O     PERFORM 1960-LOAD-PARMREJ THRU 1960-EXIT.
00222P     PERFORM 1964-LOAD-PAYEXCP THRU 1964-EXIT.
00222Q     PERFORM 1968-LOAD-PTSXFREJ THRU 1968-EXIT.
00222R     PERFORM 1972-LOAD-RMAREJ THRU 1972-EXIT.
00222S     PERFORM 1976-LOAD-SCRNREJ THRU 1976-EXIT.
00222T     PERFORM 1980-LOAD-SHIPREJ THRU 1980-EXIT.
00222U     PERFORM 1984-LOAD-TAXPREJ THRU 1984-EXIT.
002230 1000-EXIT.
002240     EXIT.

004180 1900-EXIT.
004190     EXIT.

00419A 1904-LOAD-UWAPREJ.
00419B     OPEN INPUT UWAPREJ.
00419C     IF WS-FILE-STATUS NOT = "00"
00419D         ADD 1 TO WS-FILES-MISSING
00419E         GO TO 1904-EXIT
00419F     END-IF.
00419G     ADD 1 TO WS-FILES-READ.
00419H     MOVE "N" TO WS-EOF-SW.
00419I     PERFORM 1906-READ-UWAPREJ THRU 1906-EXIT
00419J         UNTIL WS-EOF.
00419K     CLOSE UWAPREJ.
00419L 1904-EXIT.
00419M     EXIT.

00419N 1906-READ-UWAPREJ.
00419O     READ UWAPREJ
00419P         AT END
00419Q             SET WS-EOF TO TRUE
00419R         NOT AT END
00419S             MOVE UWAPREJ-REC TO WS-REJECT-WORK
00419T             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
00419U     END-READ.
00419V 1906-EXIT.
00419W     EXIT.

00419X 1908-LOAD-DECPREJ.
00419Y     OPEN INPUT DECPREJ.
00419Z     IF WS-FILE-STATUS NOT = "00"
0041A1         ADD 1 TO WS-FILES-MISSING
0041A2         GO TO 1908-EXIT
0041A3     END-IF.
0041A4     ADD 1 TO WS-FILES-READ.
0041A5     MOVE "N" TO WS-EOF-SW.
0041A6     PERFORM 1910-READ-DECPREJ THRU 1910-EXIT
0041A7         UNTIL WS-EOF.
0041A8     CLOSE DECPREJ.
0041A9 1908-EXIT.
0041AA     EXIT.

0041AB 1910-READ-DECPREJ.
0041AC     READ DECPREJ
0041AD         AT END
0041AE             SET WS-EOF TO TRUE
0041AF         NOT AT END
0041AG             MOVE DECPREJ-REC TO WS-REJECT-WORK
0041AH             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041AI     END-READ.
0041AJ 1910-EXIT.
0041AK     EXIT.

0041AL 1912-LOAD-CADJREJ.
0041AM     OPEN INPUT CADJREJ.
0041AN     IF WS-FILE-STATUS NOT = "00"
0041AO         ADD 1 TO WS-FILES-MISSING
0041AP         GO TO 1912-EXIT
0041AQ     END-IF.
0041AR     ADD 1 TO WS-FILES-READ.
0041AS     MOVE "N" TO WS-EOF-SW.
0041AT     PERFORM 1914-READ-CADJREJ THRU 1914-EXIT
0041AU         UNTIL WS-EOF.
0041AV     CLOSE CADJREJ.
0041AW 1912-EXIT.
0041AX     EXIT.

0041AY 1914-READ-CADJREJ.
0041AZ     READ CADJREJ
0041B1         AT END
0041B2             SET WS-EOF TO TRUE
0041B3         NOT AT END
0041B4             MOVE CADJREJ-REC TO WS-REJECT-WORK
0041B5             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041B6     END-READ.
0041B7 1914-EXIT.
0041B8     EXIT.

0041B9 1916-LOAD-COLLREJ.
0041BA     OPEN INPUT COLLREJ.
0041BB     IF WS-FILE-STATUS NOT = "00"
0041BC         ADD 1 TO WS-FILES-MISSING
0041BD         GO TO 1916-EXIT
0041BE     END-IF.
0041BF     ADD 1 TO WS-FILES-READ.
0041BG     MOVE "N" TO WS-EOF-SW.
0041BH     PERFORM 1918-READ-COLLREJ THRU 1918-EXIT
0041BI         UNTIL WS-EOF.
0041BJ     CLOSE COLLREJ.
0041BK 1916-EXIT.
0041BL     EXIT.

0041BM 1918-READ-COLLREJ.
0041BN     READ COLLREJ
0041BO         AT END
0041BP             SET WS-EOF TO TRUE
0041BQ         NOT AT END
0041BR             MOVE COLLREJ-REC TO WS-REJECT-WORK
0041BS             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041BT     END-READ.
0041BU 1918-EXIT.
0041BV     EXIT.

0041BW 1920-LOAD-CHKCREJ.
0041BX     OPEN INPUT CHKCREJ.
0041BY     IF WS-FILE-STATUS NOT = "00"
0041BZ         ADD 1 TO WS-FILES-MISSING
0041C1         GO TO 1920-EXIT
0041C2     END-IF.
0041C3     ADD 1 TO WS-FILES-READ.
0041C4     MOVE "N" TO WS-EOF-SW.
0041C5     PERFORM 1922-READ-CHKCREJ THRU 1922-EXIT
0041C6         UNTIL WS-EOF.
0041C7     CLOSE CHKCREJ.
0041C8 1920-EXIT.
0041C9     EXIT.

0041CA 1922-READ-CHKCREJ.
0041CB     READ CHKCREJ
0041CC         AT END
0041CD             SET WS-EOF TO TRUE
0041CE         NOT AT END
0041CF             MOVE CHKCREJ-REC TO WS-REJECT-WORK
0041CG             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041CH     END-READ.
0041CI 1922-EXIT.
0041CJ     EXIT.

0041CK 1924-LOAD-DQREJ.
0041CL     OPEN INPUT DQREJ.
0041CM     IF WS-FILE-STATUS NOT = "00"
0041CN         ADD 1 TO WS-FILES-MISSING
0041CO         GO TO 1924-EXIT
0041CP     END-IF.
0041CQ     ADD 1 TO WS-FILES-READ.
0041CR     MOVE "N" TO WS-EOF-SW.
0041CS     PERFORM 1926-READ-DQREJ THRU 1926-EXIT
0041CT         UNTIL WS-EOF.
0041CU     CLOSE DQREJ.
0041CV 1924-EXIT.
0041CW     EXIT.

0041CX 1926-READ-DQREJ.
0041CY     READ DQREJ
0041CZ         AT END
0041D1             SET WS-EOF TO TRUE
0041D2         NOT AT END
0041D3             MOVE DQREJ-REC TO WS-REJECT-WORK
0041D4             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041D5     END-READ.
0041D6 1926-EXIT.
0041D7     EXIT.

0041D8 1928-LOAD-TRDREJ.
0041D9     OPEN INPUT TRDREJ.
0041DA     IF WS-FILE-STATUS NOT = "00"
0041DB         ADD 1 TO WS-FILES-MISSING
0041DC         GO TO 1928-EXIT
0041DD     END-IF.
0041DE     ADD 1 TO WS-FILES-READ.
0041DF     MOVE "N" TO WS-EOF-SW.
0041DG     PERFORM 1930-READ-TRDREJ THRU 1930-EXIT
0041DH         UNTIL WS-EOF.
0041DI     CLOSE TRDREJ.
0041DJ 1928-EXIT.
0041DK     EXIT.

0041DL 1930-READ-TRDREJ.
0041DM     READ TRDREJ
0041DN         AT END
0041DO             SET WS-EOF TO TRUE
0041DP         NOT AT END
0041DQ             MOVE TRDREJ-REC TO WS-REJECT-WORK
0041DR             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041DS     END-READ.
0041DT 1930-EXIT.
0041DU     EXIT.

0041DV 1932-LOAD-BUDMREJ.
0041DW     OPEN INPUT BUDMREJ.
0041DX     IF WS-FILE-STATUS NOT = "00"
0041DY         ADD 1 TO WS-FILES-MISSING
0041DZ         GO TO 1932-EXIT
0041E1     END-IF.
0041E2     ADD 1 TO WS-FILES-READ.
0041E3     MOVE "N" TO WS-EOF-SW.
0041E4     PERFORM 1934-READ-BUDMREJ THRU 1934-EXIT
0041E5         UNTIL WS-EOF.
0041E6     CLOSE BUDMREJ.
0041E7 1932-EXIT.
0041E8     EXIT.

0041E9 1934-READ-BUDMREJ.
0041EA     READ BUDMREJ
0041EB         AT END
0041EC             SET WS-EOF TO TRUE
0041ED         NOT AT END
0041EE             MOVE BUDMREJ-REC TO WS-REJECT-WORK
0041EF             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041EG     END-READ.
0041EH 1934-EXIT.
0041EI     EXIT.

0041EJ 1936-LOAD-CLMREJ.
0041EK     OPEN INPUT CLMREJ.
0041EL     IF WS-FILE-STATUS NOT = "00"
0041EM         ADD 1 TO WS-FILES-MISSING
0041EN         GO TO 1936-EXIT
0041EO     END-IF.
0041EP     ADD 1 TO WS-FILES-READ.
0041EQ     MOVE "N" TO WS-EOF-SW.
0041ER     PERFORM 1938-READ-CLMREJ THRU 1938-EXIT
0041ES         UNTIL WS-EOF.
0041ET     CLOSE CLMREJ.
0041EU 1936-EXIT.
0041EV     EXIT.

0041EW 1938-READ-CLMREJ.
0041EX     READ CLMREJ
0041EY         AT END
0041EZ             SET WS-EOF TO TRUE
0041F1         NOT AT END
0041F2             MOVE CLMREJ-REC TO WS-REJECT-WORK
0041F3             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041F4     END-READ.
0041F5 1938-EXIT.
0041F6     EXIT.

0041F7 1940-LOAD-COAMREJ.
0041F8     OPEN INPUT COAMREJ.
0041F9     IF WS-FILE-STATUS NOT = "00"
0041FA         ADD 1 TO WS-FILES-MISSING
0041FB         GO TO 1940-EXIT
0041FC     END-IF.
0041FD     ADD 1 TO WS-FILES-READ.
0041FE     MOVE "N" TO WS-EOF-SW.
0041FF     PERFORM 1942-READ-COAMREJ THRU 1942-EXIT
0041FG         UNTIL WS-EOF.
0041FH     CLOSE COAMREJ.
0041FI 1940-EXIT.
0041FJ     EXIT.

0041FK 1942-READ-COAMREJ.
0041FL     READ COAMREJ
0041FM         AT END
0041FN             SET WS-EOF TO TRUE
0041FO         NOT AT END
0041FP             MOVE COAMREJ-REC TO WS-REJECT-WORK
0041FQ             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041FR     END-READ.
0041FS 1942-EXIT.
0041FT     EXIT.

0041FU 1944-LOAD-CPREFREJ.
0041FV     OPEN INPUT CPREFREJ.
0041FW     IF WS-FILE-STATUS NOT = "00"
0041FX         ADD 1 TO WS-FILES-MISSING
0041FY         GO TO 1944-EXIT
0041FZ     END-IF.
0041G1     ADD 1 TO WS-FILES-READ.
0041G2     MOVE "N" TO WS-EOF-SW.
0041G3     PERFORM 1946-READ-CPREFREJ THRU 1946-EXIT
0041G4         UNTIL WS-EOF.
0041G5     CLOSE CPREFREJ.
0041G6 1944-EXIT.
0041G7     EXIT.

0041G8 1946-READ-CPREFREJ.
0041G9     READ CPREFREJ
0041GA         AT END
0041GB             SET WS-EOF TO TRUE
0041GC         NOT AT END
0041GD             MOVE CPREFREJ-REC TO WS-REJECT-WORK
0041GE             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041GF     END-READ.
0041GG 1946-EXIT.
0041GH     EXIT.

0041GI 1948-LOAD-ERASREJ.
0041GJ     OPEN INPUT ERASREJ.
0041GK     IF WS-FILE-STATUS NOT = "00"
0041GL         ADD 1 TO WS-FILES-MISSING
0041GM         GO TO 1948-EXIT
0041GN     END-IF.
0041GO     ADD 1 TO WS-FILES-READ.
0041GP     MOVE "N" TO WS-EOF-SW.
0041GQ     PERFORM 1950-READ-ERASREJ THRU 1950-EXIT
0041GR         UNTIL WS-EOF.
0041GS     CLOSE ERASREJ.
0041GT 1948-EXIT.
0041GU     EXIT.

0041GV 1950-READ-ERASREJ.
0041GW     READ ERASREJ
0041GX         AT END
0041GY             SET WS-EOF TO TRUE
0041GZ         NOT AT END
0041H1             MOVE ERASREJ-REC TO WS-REJECT-WORK
0041H2             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041H3     END-READ.
0041H4 1950-EXIT.
0041H5     EXIT.

0041H6 1952-LOAD-FAMREJ.
0041H7     OPEN INPUT FAMREJ.
0041H8     IF WS-FILE-STATUS NOT = "00"
0041H9         ADD 1 TO WS-FILES-MISSING
0041HA         GO TO 1952-EXIT
0041HB     END-IF.
0041HC     ADD 1 TO WS-FILES-READ.
0041HD     MOVE "N" TO WS-EOF-SW.
0041HE     PERFORM 1954-READ-FAMREJ THRU 1954-EXIT
0041HF         UNTIL WS-EOF.
0041HG     CLOSE FAMREJ.
0041HH 1952-EXIT.
0041HI     EXIT.

0041HJ 1954-READ-FAMREJ.
0041HK     READ FAMREJ
0041HL         AT END
0041HM             SET WS-EOF TO TRUE
0041HN         NOT AT END
0041HO             MOVE FAMREJ-REC TO WS-REJECT-WORK
0041HP             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041HQ     END-READ.
0041HR 1954-EXIT.
0041HS     EXIT.

0041HT 1956-LOAD-FRDREJ.
0041HU     OPEN INPUT FRDREJ.
0041HV     IF WS-FILE-STATUS NOT = "00"
0041HW         ADD 1 TO WS-FILES-MISSING
0041HX         GO TO 1956-EXIT
0041HY     END-IF.
0041HZ     ADD 1 TO WS-FILES-READ.
0041I1     MOVE "N" TO WS-EOF-SW.
0041I2     PERFORM 1958-READ-FRDREJ THRU 1958-EXIT
0041I3         UNTIL WS-EOF.
0041I4     CLOSE FRDREJ.
0041I5 1956-EXIT.
0041I6     EXIT.

0041I7 1958-READ-FRDREJ.
0041I8     READ FRDREJ
0041I9         AT END
0041IA             SET WS-EOF TO TRUE
0041IB         NOT AT END
0041IC             MOVE FRDREJ-REC TO WS-REJECT-WORK
0041ID             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041IE     END-READ.
0041IF 1958-EXIT.
0041IG     EXIT.

0041IH 1960-LOAD-PARMREJ.
0041II     OPEN INPUT PARMREJ.
0041IJ     IF WS-FILE-STATUS NOT = "00"
0041IK         ADD 1 TO WS-FILES-MISSING
0041IL         GO TO 1960-EXIT
0041IM     END-IF.
0041IN     ADD 1 TO WS-FILES-READ.
0041IO     MOVE "N" TO WS-EOF-SW.
0041IP     PERFORM 1962-READ-PARMREJ THRU 1962-EXIT
0041IQ         UNTIL WS-EOF.
0041IR     CLOSE PARMREJ.
0041IS 1960-EXIT.
0041IT     EXIT.

0041IU 1962-READ-PARMREJ.
0041IV     READ PARMREJ
0041IW         AT END
0041IX             SET WS-EOF TO TRUE
0041IY         NOT AT END
0041IZ             MOVE PARMREJ-REC TO WS-REJECT-WORK
0041J1             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041J2     END-READ.
0041J3 1962-EXIT.
0041J4     EXIT.

0041J5 1964-LOAD-PAYEXCP.
0041J6     OPEN INPUT PAYEXCP.
0041J7     IF WS-FILE-STATUS NOT = "00"
0041J8         ADD 1 TO WS-FILES-MISSING
0041J9         GO TO 1964-EXIT
0041JA     END-IF.
0041JB     ADD 1 TO WS-FILES-READ.
0041JC     MOVE "N" TO WS-EOF-SW.
0041JD     PERFORM 1966-READ-PAYEXCP THRU 1966-EXIT
0041JE         UNTIL WS-EOF.
0041JF     CLOSE PAYEXCP.
0041JG 1964-EXIT.
0041JH     EXIT.

0041JI 1966-READ-PAYEXCP.
0041JJ     READ PAYEXCP
0041JK         AT END
0041JL             SET WS-EOF TO TRUE
0041JM         NOT AT END
0041JN             MOVE PAYEXCP-REC TO WS-REJECT-WORK
0041JO             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041JP     END-READ.
0041JQ 1966-EXIT.
0041JR     EXIT.

0041JS 1968-LOAD-PTSXFREJ.
0041JT     OPEN INPUT PTSXFREJ.
0041JU     IF WS-FILE-STATUS NOT = "00"
0041JV         ADD 1 TO WS-FILES-MISSING
0041JW         GO TO 1968-EXIT
0041JX     END-IF.
0041JY     ADD 1 TO WS-FILES-READ.
0041JZ     MOVE "N" TO WS-EOF-SW.
0041K1     PERFORM 1970-READ-PTSXFREJ THRU 1970-EXIT
0041K2         UNTIL WS-EOF.
0041K3     CLOSE PTSXFREJ.
0041K4 1968-EXIT.
0041K5     EXIT.

0041K6 1970-READ-PTSXFREJ.
0041K7     READ PTSXFREJ
0041K8         AT END
0041K9             SET WS-EOF TO TRUE
0041KA         NOT AT END
0041KB             MOVE PTSXFREJ-REC TO WS-REJECT-WORK
0041KC             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041KD     END-READ.
0041KE 1970-EXIT.
0041KF     EXIT.

0041KG 1972-LOAD-RMAREJ.
0041KH     OPEN INPUT RMAREJ.
0041KI     IF WS-FILE-STATUS NOT = "00"
0041KJ         ADD 1 TO WS-FILES-MISSING
0041KK         GO TO 1972-EXIT
0041KL     END-IF.
0041KM     ADD 1 TO WS-FILES-READ.
0041KN     MOVE "N" TO WS-EOF-SW.
0041KO     PERFORM 1974-READ-RMAREJ THRU 1974-EXIT
0041KP         UNTIL WS-EOF.
0041KQ     CLOSE RMAREJ.
0041KR 1972-EXIT.
0041KS     EXIT.

0041KT 1974-READ-RMAREJ.
0041KU     READ RMAREJ
0041KV         AT END
0041KW             SET WS-EOF TO TRUE
0041KX         NOT AT END
0041KY             MOVE RMAREJ-REC TO WS-REJECT-WORK
0041KZ             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041L1     END-READ.
0041L2 1974-EXIT.
0041L3     EXIT.

0041L4 1976-LOAD-SCRNREJ.
0041L5     OPEN INPUT SCRNREJ.
0041L6     IF WS-FILE-STATUS NOT = "00"
0041L7         ADD 1 TO WS-FILES-MISSING
0041L8         GO TO 1976-EXIT
0041L9     END-IF.
0041LA     ADD 1 TO WS-FILES-READ.
0041LB     MOVE "N" TO WS-EOF-SW.
0041LC     PERFORM 1978-READ-SCRNREJ THRU 1978-EXIT
0041LD         UNTIL WS-EOF.
0041LE     CLOSE SCRNREJ.
0041LF 1976-EXIT.
0041LG     EXIT.

0041LH 1978-READ-SCRNREJ.
0041LI     READ SCRNREJ
0041LJ         AT END
0041LK             SET WS-EOF TO TRUE
0041LL         NOT AT END
0041LM             MOVE SCRNREJ-REC TO WS-REJECT-WORK
0041LN             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041LO     END-READ.
0041LP 1978-EXIT.
0041LQ     EXIT.

0041LR 1980-LOAD-SHIPREJ.
0041LS     OPEN INPUT SHIPREJ.
0041LT     IF WS-FILE-STATUS NOT = "00"
0041LU         ADD 1 TO WS-FILES-MISSING
0041LV         GO TO 1980-EXIT
0041LW     END-IF.
0041LX     ADD 1 TO WS-FILES-READ.
0041LY     MOVE "N" TO WS-EOF-SW.
0041LZ     PERFORM 1982-READ-SHIPREJ THRU 1982-EXIT
0041M1         UNTIL WS-EOF.
0041M2     CLOSE SHIPREJ.
0041M3 1980-EXIT.
0041M4     EXIT.

0041M5 1982-READ-SHIPREJ.
0041M6     READ SHIPREJ
0041M7         AT END
0041M8             SET WS-EOF TO TRUE
0041M9         NOT AT END
0041MA             MOVE SHIPREJ-REC TO WS-REJECT-WORK
0041MB             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041MC     END-READ.
0041MD 1982-EXIT.
0041ME     EXIT.

0041MF 1984-LOAD-TAXPREJ.
0041MG     OPEN INPUT TAXPREJ.
0041MH     IF WS-FILE-STATUS NOT = "00"
0041MI         ADD 1 TO WS-FILES-MISSING
0041MJ         GO TO 1984-EXIT
0041MK     END-IF.
0041ML     ADD 1 TO WS-FILES-READ.
0041MM     MOVE "N" TO WS-EOF-SW.
0041MN     PERFORM 1986-READ-TAXPREJ THRU 1986-EXIT
0041MO         UNTIL WS-EOF.
0041MP     CLOSE TAXPREJ.
0041MQ 1984-EXIT.
0041MR     EXIT.

0041MS 1986-READ-TAXPREJ.
0041MT     READ TAXPREJ
0041MU         AT END
0041MV             SET WS-EOF TO TRUE
0041MW         NOT AT END
0041MX             MOVE TAXPREJ-REC TO WS-REJECT-WORK
0041MY             PERFORM 1900-STORE-ENTRY THRU 1900-EXIT
0041MZ     END-READ.
0041N1 1986-EXIT.
0041N2     EXIT.

004210*----------------------------------------------------------------
004220* 2000-SORT-EXCEPTIONS - ORDER THE MERGED TABLE BY SOURCE PROGRAM
004230*                        AND REJECT TIMESTAMP, THE SAME TABLE-SORT
