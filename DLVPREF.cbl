000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DLVPREF.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. DATA QUALITY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. SHARED CALL'ABLE DOCUMENT
000110*                  ROUTER FOR THE JOBS THAT SEND CUSTOMERS PAPER
000120*                  (DUNNING, POLRENEW, PTSSTMT, HHSTMT AND THE
000130*                  HOLIDAY MAILER). LOADS THE CONTPREF
000140*                  CONTACT-PREFERENCE MASTER ON THE FIRST CALL OF
000150*                  THE RUN UNIT AND, FOR EACH DOCUMENT, SAYS
000160*                  WHETHER IT GOES BY POST, EMAIL OR SMS. A
000170*                  DOCUMENT GOES ELECTRONICALLY ONLY WHEN THE
000180*                  CUSTOMER CHOSE EMAIL OR SMS, OPTED THAT
000190*                  DOCUMENT TYPE IN, HAS AN ADDRESS FOR THE
000200*                  CHANNEL AND HAS NOT BOUNCED; EVERYTHING ELSE IS
000210*                  PRINTED. EVERY DECISION IS APPENDED TO DLVLOG
000220*                  FOR THE DLVRPT MONTHLY REPORT. SEE DLVLINK.CPY.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM.
000270 OBJECT-COMPUTER. IBM.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CONTPREF ASSIGN TO "CONTPREF"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PREF-STATUS.
000330     SELECT CUSTPOLX ASSIGN TO "CUSTPOLX"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-XREF-STATUS.
000360     SELECT DLVLOG ASSIGN TO "DLVLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-LOG-STATUS.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  CONTPREF
000420     RECORDING MODE IS F.
000430 01  CONTPREF-REC                 PIC X(150).

000440 FD  CUSTPOLX
000450     RECORDING MODE IS F.
000460 01  CUSTPOLX-REC.
000470     05  XR-POLICY-ID             PIC X(10).
000480     05  FILLER                   PIC X(01).
000490     05  XR-CUST-ID               PIC X(10).
000500     05  FILLER                   PIC X(59).

000510 FD  DLVLOG
000520     RECORDING MODE IS F.
000530 01  DLVLOG-REC                   PIC X(80).

000540 WORKING-STORAGE SECTION.
000550 77  WS-LOADED-SW                 PIC X(01) VALUE "N".
000560     88  WS-LOADED                          VALUE "Y".
000570 77  WS-XREF-SW                   PIC X(01) VALUE "N".
000580     88  WS-XREF-LOADED                     VALUE "Y".
000590 77  WS-LOG-SW                    PIC X(01) VALUE "N".
000600     88  WS-LOG-OPEN                        VALUE "Y".
000610 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000620     88  WS-EOF                             VALUE "Y".
000630 77  WS-PREF-STATUS               PIC X(02) VALUE SPACES.
000640 77  WS-XREF-STATUS               PIC X(02) VALUE SPACES.
000650 77  WS-LOG-STATUS                PIC X(02) VALUE SPACES.
000660 77  WS-X                         PIC 9(05) COMP.
000670 77  WS-DOC-IDX                   PIC 9(02) VALUE ZERO COMP.
000680 77  WS-PREF-IDX                  PIC 9(05) VALUE ZERO COMP.

000690 01  WS-PREF-TABLE.
000700     05  WS-PREF-COUNT            PIC 9(05) VALUE ZERO COMP.
000710     05  PT-ENTRY OCCURS 10000 TIMES
000720                  INDEXED BY PT-IDX.
000730         10  PT-CUST-ID           PIC X(10).
000740         10  PT-CHANNEL           PIC X(01).
000750             88  PT-BY-POST                 VALUE "P".
000760             88  PT-BY-EMAIL                VALUE "E".
000770         10  PT-EMAIL             PIC X(50).
000780         10  PT-PHONE             PIC X(15).
000790         10  PT-LANGUAGE          PIC X(02).
000800         10  PT-OPTIN             PIC X(01) OCCURS 8 TIMES.
000810         10  PT-BOUNCE-SW         PIC X(01).
000820             88  PT-BOUNCED                 VALUE "Y".

000830 01  WS-XREF-TABLE.
000840     05  WS-XREF-COUNT            PIC 9(05) VALUE ZERO COMP.
000850     05  XT-ENTRY OCCURS 10000 TIMES
000860                  INDEXED BY XT-IDX.
000870         10  XT-POLICY-ID         PIC X(10).
000880         10  XT-CUST-ID           PIC X(10).

000890 COPY CONTPREF.
000900 COPY DLVLOG.

000910 LINKAGE SECTION.
000920 COPY DLVLINK.

000930 PROCEDURE DIVISION USING DLVPREF-PARMS.
000940 0000-MAINLINE.
000950     MOVE ZERO TO DP-RETURN-CODE.
000960     MOVE "P" TO DP-CHANNEL.
000970     MOVE SPACES TO DP-ADDRESS
000980                    DP-FALLBACK.
000990     MOVE "EN" TO DP-LANGUAGE.
001000     IF DP-ACTION = "CLOSE"
001010         IF WS-LOG-OPEN
001020             CLOSE DLVLOG
001030             MOVE "N" TO WS-LOG-SW
001040         END-IF
001050         GOBACK
001060     END-IF.
001070     EVALUATE DP-DOC-TYPE
001080         WHEN "DUNN"
001090             MOVE 1 TO WS-DOC-IDX
001100         WHEN "RENW"
001110             MOVE 2 TO WS-DOC-IDX
001120         WHEN "PTST"
001130             MOVE 3 TO WS-DOC-IDX
001140         WHEN "HHST"
001150             MOVE 4 TO WS-DOC-IDX
001160         WHEN "MAIL"
001170             MOVE 5 TO WS-DOC-IDX
001180         WHEN OTHER
001190             MOVE ZERO TO WS-DOC-IDX
001200     END-EVALUATE.
001210     IF WS-DOC-IDX = ZERO
001220             OR (DP-ACTION NOT = "CUST"
001230                 AND DP-ACTION NOT = "POLCY")
001240         MOVE 04 TO DP-RETURN-CODE
001250         GOBACK
001260     END-IF.
001270     IF NOT WS-LOADED
001280         PERFORM 1000-LOAD-PREFS THRU 1000-EXIT
001290     END-IF.
001300     IF DP-ACTION = "POLCY"
001310         PERFORM 2100-FIND-POLICY-CUST THRU 2100-EXIT
001320     END-IF.
001330     PERFORM 2200-APPLY-PREFERENCE THRU 2200-EXIT.
001340     PERFORM 3000-LOG-DOCUMENT THRU 3000-EXIT.
001350     GOBACK.

001360*----------------------------------------------------------------
001370* 1000-LOAD-PREFS - FIRST CALL OF THE RUN UNIT ONLY. NO CONTPREF
001380*                   MEANS NOBODY HAS A PREFERENCE ON FILE AND
001390*                   EVERYTHING IS PRINTED.
001400*----------------------------------------------------------------
001410 1000-LOAD-PREFS.
001420     SET WS-LOADED TO TRUE.
001430     OPEN INPUT CONTPREF.
001440     IF WS-PREF-STATUS NOT = "00"
001450         GO TO 1000-EXIT
001460     END-IF.
001470     PERFORM 1100-LOAD-ONE-PREF THRU 1100-EXIT
001480         UNTIL WS-EOF.
001490     CLOSE CONTPREF.
001500     MOVE "N" TO WS-EOF-SW.
001510 1000-EXIT.
001520     EXIT.

001530 1100-LOAD-ONE-PREF.
001540     READ CONTPREF
001550         AT END
001560             SET WS-EOF TO TRUE
001570             GO TO 1100-EXIT
001580     END-READ.
001590     IF CONTPREF-REC = SPACES
001600         GO TO 1100-EXIT
001610     END-IF.
001620     IF WS-PREF-COUNT >= 10000
001630         DISPLAY "DLVPREF - CONTPREF EXCEEDS THE 10000-"
001640             "CUSTOMER TABLE - RUN ABORTED"
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF.
001680     MOVE CONTPREF-REC TO CP-PREF-RECORD.
001690     ADD 1 TO WS-PREF-COUNT.
001700     SET PT-IDX TO WS-PREF-COUNT.
001710     MOVE CP-CUST-ID TO PT-CUST-ID(PT-IDX).
001720     MOVE CP-CHANNEL TO PT-CHANNEL(PT-IDX).
001730     MOVE CP-EMAIL TO PT-EMAIL(PT-IDX).
001740     MOVE CP-PHONE TO PT-PHONE(PT-IDX).
001750     MOVE CP-LANGUAGE TO PT-LANGUAGE(PT-IDX).
001760     MOVE CP-BOUNCE-SW TO PT-BOUNCE-SW(PT-IDX).
001770     PERFORM 1110-COPY-ONE-OPTIN THRU 1110-EXIT
001780         VARYING WS-X FROM 1 BY 1
001790         UNTIL WS-X > 8.
001800 1100-EXIT.
001810     EXIT.

001820 1110-COPY-ONE-OPTIN.
001830     MOVE CP-OPTIN(WS-X) TO PT-OPTIN(PT-IDX, WS-X).
001840 1110-EXIT.
001850     EXIT.

001860 1200-LOAD-XREF.
001870     SET WS-XREF-LOADED TO TRUE.
001880     OPEN INPUT CUSTPOLX.
001890     IF WS-XREF-STATUS NOT = "00"
001900         GO TO 1200-EXIT
001910     END-IF.
001920     PERFORM 1210-LOAD-ONE-XREF THRU 1210-EXIT
001930         UNTIL WS-EOF.
001940     CLOSE CUSTPOLX.
001950     MOVE "N" TO WS-EOF-SW.
001960 1200-EXIT.
001970     EXIT.

001980 1210-LOAD-ONE-XREF.
001990     READ CUSTPOLX
002000         AT END
002010             SET WS-EOF TO TRUE
002020             GO TO 1210-EXIT
002030     END-READ.
002040     IF WS-XREF-COUNT >= 10000
002050         DISPLAY "DLVPREF - CUSTPOLX EXCEEDS THE 10000-"
002060             "LINK TABLE - RUN ABORTED"
002070         MOVE 16 TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002100     ADD 1 TO WS-XREF-COUNT.
002110     SET XT-IDX TO WS-XREF-COUNT.
002120     MOVE XR-POLICY-ID TO XT-POLICY-ID(XT-IDX).
002130     MOVE XR-CUST-ID TO XT-CUST-ID(XT-IDX).
002140 1210-EXIT.
002150     EXIT.

002160*----------------------------------------------------------------
002170* 2100-FIND-POLICY-CUST - THE POLICYHOLDER IS THE FIRST CUSTOMER
002180*                         CUSTPOLX LINKS TO THE POLICY. A POLICY
002190*                         WRITTEN BEFORE THE CROSS-REFERENCE
002200*                         CARRIES ITS OWN ID AS THE CUSTOMER KEY.
002210*----------------------------------------------------------------
002220 2100-FIND-POLICY-CUST.
002230     IF NOT WS-XREF-LOADED
002240         PERFORM 1200-LOAD-XREF THRU 1200-EXIT
002250     END-IF.
002260     MOVE DP-DOC-KEY TO DP-CUST-ID.
002270     SET XT-IDX TO 1.
002280     SEARCH XT-ENTRY
002290         AT END
002300             GO TO 2100-EXIT
002310         WHEN XT-IDX > WS-XREF-COUNT
002320             GO TO 2100-EXIT
002330         WHEN XT-POLICY-ID(XT-IDX) = DP-DOC-KEY
002340             MOVE XT-CUST-ID(XT-IDX) TO DP-CUST-ID
002350     END-SEARCH.
002360 2100-EXIT.
002370     EXIT.

002380*----------------------------------------------------------------
002390* 2200-APPLY-PREFERENCE - ELECTRONIC ONLY WHEN EVERY CONDITION
002400*                         HOLDS. A CUSTOMER WHO ASKED FOR EMAIL OR
002410*                         SMS BUT CANNOT HAVE IT IS PRINTED, WITH
002420*                         THE REASON IN DP-FALLBACK.
002430*----------------------------------------------------------------
002440 2200-APPLY-PREFERENCE.
002450     MOVE ZERO TO WS-PREF-IDX.
002460     PERFORM 2210-MATCH-ONE-PREF THRU 2210-EXIT
002470         VARYING WS-X FROM 1 BY 1
002480         UNTIL WS-X > WS-PREF-COUNT
002490            OR WS-PREF-IDX NOT = ZERO.
002500     IF WS-PREF-IDX = ZERO
002510         MOVE 08 TO DP-RETURN-CODE
002520         GO TO 2200-EXIT
002530     END-IF.
002540     SET PT-IDX TO WS-PREF-IDX.
002550     IF PT-LANGUAGE(PT-IDX) NOT = SPACES
002560         MOVE PT-LANGUAGE(PT-IDX) TO DP-LANGUAGE
002570     END-IF.
002580     IF PT-BY-POST(PT-IDX)
002590         GO TO 2200-EXIT
002600     END-IF.
002610     IF PT-BOUNCED(PT-IDX)
002620         MOVE "B" TO DP-FALLBACK
002630         GO TO 2200-EXIT
002640     END-IF.
002650     IF PT-BY-EMAIL(PT-IDX)
002660         MOVE PT-EMAIL(PT-IDX) TO DP-ADDRESS
002670     ELSE
002680         MOVE PT-PHONE(PT-IDX) TO DP-ADDRESS
002690     END-IF.
002700     IF DP-ADDRESS = SPACES
002710         MOVE "M" TO DP-FALLBACK
002720         GO TO 2200-EXIT
002730     END-IF.
002740     IF PT-OPTIN(PT-IDX, WS-DOC-IDX) NOT = "Y"
002750         MOVE SPACES TO DP-ADDRESS
002760         MOVE "O" TO DP-FALLBACK
002770         GO TO 2200-EXIT
002780     END-IF.
002790     MOVE PT-CHANNEL(PT-IDX) TO DP-CHANNEL.
002800 2200-EXIT.
002810     EXIT.

002820 2210-MATCH-ONE-PREF.
002830     SET PT-IDX TO WS-X.
002840     IF PT-CUST-ID(PT-IDX) = DP-CUST-ID
002850         MOVE WS-X TO WS-PREF-IDX
002860     END-IF.
002870 2210-EXIT.
002880     EXIT.

002890*----------------------------------------------------------------
002900* 3000-LOG-DOCUMENT - DLVLOG IS OPENED FOR APPEND ON THE FIRST
002910*                     DOCUMENT AND HELD OPEN UNTIL THE CALLER'S
002920*                     "CLOSE".
002930*----------------------------------------------------------------
002940 3000-LOG-DOCUMENT.
002950     IF NOT WS-LOG-OPEN
002960         OPEN EXTEND DLVLOG
002970         IF WS-LOG-STATUS NOT = "00"
002980             OPEN OUTPUT DLVLOG
002990         END-IF
003000         SET WS-LOG-OPEN TO TRUE
003010     END-IF.
003020     MOVE SPACES TO DG-LOG-RECORD.
003030     MOVE DP-RUN-DATE TO DG-SEND-DATE.
003040     MOVE DP-CALLER TO DG-SOURCE-PROGRAM.
003050     MOVE DP-DOC-TYPE TO DG-DOC-TYPE.
003060     MOVE DP-CUST-ID TO DG-CUST-ID.
003070     MOVE DP-DOC-KEY TO DG-DOC-KEY.
003080     MOVE DP-CHANNEL TO DG-CHANNEL.
003090     MOVE DP-FALLBACK TO DG-FALLBACK.
003100     WRITE DLVLOG-REC FROM DG-LOG-RECORD.
003110 3000-EXIT.
003120     EXIT.
