000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DLVRPT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. DATA QUALITY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. MONTHLY DOCUMENT DELIVERY
000110*                  REPORT. READS THE DLVLOG DELIVERY LOG THAT
000120*                  DLVPREF KEEPS FOR EVERY NOTICE, OFFER,
000130*                  STATEMENT AND MAILER, AND FOR ONE CALENDAR
000140*                  MONTH PRINTS THE VOLUME SENT BY POST, EMAIL AND
000150*                  SMS FOR EACH DOCUMENT TYPE, THE SHARE SENT
000160*                  ELECTRONICALLY, AND HOW MANY CUSTOMERS WHO
000170*                  ASKED FOR ELECTRONIC DELIVERY WERE SENT PAPER -
000180*                  BECAUSE THEIR ADDRESS BOUNCED, THEY HAD NO
000190*                  ADDRESS FOR THE CHANNEL, OR THEY HAD NOT OPTED
000200*                  THE DOCUMENT IN. THE MONTH IS THE ONE BEFORE
000210*                  THE RUN DATE'S, OR BIZPARM DLVRPTMONTH (CCYYMM)
000220*                  WHEN SET.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM.
000270 OBJECT-COMPUTER. IBM.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DLVLOG ASSIGN TO "DLVLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-LOG-STATUS.
000330     SELECT BIZPARM ASSIGN TO "BIZPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARM-STATUS.
000360     SELECT DLVRPTO ASSIGN TO "DLVRPTO"
000370         ORGANIZATION IS LINE SEQUENTIAL.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DLVLOG
000410     RECORDING MODE IS F.
000420 01  DLVLOG-REC                   PIC X(80).

000430 FD  BIZPARM
000440     RECORDING MODE IS F.
000450 01  BIZPARM-REC                  PIC X(80).

000460 FD  DLVRPTO
000470     RECORDING MODE IS F.
000480 01  DLVRPTO-REC                  PIC X(80).

000490 WORKING-STORAGE SECTION.
000500 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000510     88  WS-EOF                             VALUE "Y".
000520 77  WS-LOG-STATUS                PIC X(02) VALUE SPACES.
000530 77  WS-PARM-STATUS               PIC X(02) VALUE SPACES.
000540 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000550 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000560 77  WS-D                         PIC 9(02) COMP.
000570 77  WS-ROW                       PIC 9(02) COMP.
000580 77  WS-READ-COUNT                PIC 9(07) VALUE ZERO COMP.
000590 77  WS-MONTH-COUNT               PIC 9(07) VALUE ZERO COMP.
000600 77  WS-ROW-TOTAL                 PIC 9(07) VALUE ZERO COMP.
000610 77  WS-ELEC-PCT                  PIC 9(03)V9 VALUE ZERO.

000620 01  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000630 01  WS-RUN-DATE-X REDEFINES WS-RUN-CCYYMMDD.
000640     05  WS-RUN-CCYY              PIC 9(04).
000650     05  WS-RUN-MM                PIC 9(02).
000660     05  FILLER                   PIC 9(02).

000670 01  WS-PARM-MONTH                PIC 9(06) VALUE ZERO.
000680 01  WS-PARM-MONTH-X REDEFINES WS-PARM-MONTH.
000690     05  FILLER                   PIC 9(04).
000700     05  WS-PARM-MM               PIC 9(02).

000710 01  WS-REPORT-MONTH              PIC 9(06) VALUE ZERO.
000720 01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
000730     05  WS-REPORT-CCYY           PIC 9(04).
000740     05  WS-REPORT-MM             PIC 9(02).

000750*    THE DOCUMENT TYPES DLVPREF ROUTES, IN CONTPREF OPT-IN ORDER.
000760*    ROW 6 CATCHES ANY TYPE ADDED LATER; ROW 7 IS THE TOTAL.
000770 01  WS-DOC-NAMES.
000780     05  FILLER                  PIC X(24) VALUE
000790         "DUNNDUNNING NOTICES".
000800     05  FILLER                  PIC X(24) VALUE
000810         "RENWRENEWAL OFFERS".
000820     05  FILLER                  PIC X(24) VALUE
000830         "PTSTPOINTS STATEMENTS".
000840     05  FILLER                  PIC X(24) VALUE
000850         "HHSTHOUSEHOLD STATEMENTS".
000860     05  FILLER                  PIC X(24) VALUE
000870         "MAILHOLIDAY MAILER".
000880     05  FILLER                  PIC X(24) VALUE "    OTHER".
000890     05  FILLER                  PIC X(24) VALUE
000900         "    ALL DOCUMENTS".
000910 01  WS-DOC-NAME-TABLE REDEFINES WS-DOC-NAMES.
000920     05  DN-ENTRY OCCURS 7 TIMES.
000930         10  DN-CODE              PIC X(04).
000940         10  DN-DESC              PIC X(20).

000950 01  WS-COUNT-TABLE.
000960     05  CT-ENTRY OCCURS 7 TIMES.
000970         10  CT-POST              PIC 9(07) COMP.
000980         10  CT-EMAIL             PIC 9(07) COMP.
000990         10  CT-SMS               PIC 9(07) COMP.
001000         10  CT-BOUNCED           PIC 9(07) COMP.
001010         10  CT-NO-ADDRESS        PIC 9(07) COMP.
001020         10  CT-NOT-OPTED         PIC 9(07) COMP.

001030 COPY DLVLOG.
001040 COPY PARMCTL.
001050 COPY RPTHDR.
001060 COPY DATXLINK.

001070 01  WS-TITLE-LINE.
001080     05  FILLER                  PIC X(36) VALUE
001090         "DOCUMENT DELIVERY VOLUMES FOR MONTH ".
001100     05  TL-MONTH                 PIC 9(06).
001110     05  FILLER                  PIC X(38) VALUE SPACES.

001120 01  WS-HEAD-LINE-1.
001130     05  FILLER                  PIC X(26) VALUE SPACES.
001140     05  FILLER                  PIC X(32) VALUE
001150         "  ---------- SENT BY -----------".
001160     05  FILLER                  PIC X(06) VALUE SPACES.
001170     05  FILLER                  PIC X(16) VALUE
001180         "--- PAPER ------".

001190 01  WS-HEAD-LINE-2.
001200     05  FILLER                  PIC X(26) VALUE "TYPE  DOCUMENT".
001210     05  FILLER                  PIC X(32) VALUE
001220         "    POST   EMAIL     SMS   TOTAL".
001230     05  FILLER                  PIC X(22) VALUE
001240         " ELEC%  BNCE ADDR OPTN".

001250 01  WS-DETAIL-LINE.
001260     05  DL-CODE                  PIC X(04).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  DL-DESC                  PIC X(20).
001290     05  DL-POST                  PIC Z(7)9.
001300     05  DL-EMAIL                 PIC Z(7)9.
001310     05  DL-SMS                   PIC Z(7)9.
001320     05  DL-TOTAL                 PIC Z(7)9.
001330     05  DL-ELEC-PCT              PIC ZZZ9.9.
001340     05  DL-BOUNCED               PIC ZZZZZ9.
001350     05  DL-NO-ADDRESS            PIC ZZZZ9.
001360     05  DL-NOT-OPTED             PIC ZZZZ9.

001370 01  WS-SUMMARY-LINE.
001380     05  FILLER                  PIC X(17) VALUE
001390         "LOG RECORDS READ:".
001400     05  SL-READ-COUNT            PIC Z(7)9.
001410     05  FILLER                  PIC X(14) VALUE "  IN MONTH:".
001420     05  SL-MONTH-COUNT           PIC Z(7)9.
001430     05  FILLER                  PIC X(33) VALUE SPACES.

001440 01  WS-NOTE-LINE.
001450     05  FILLER                  PIC X(40) VALUE
001460         "PAPER = ASKED FOR EMAIL/SMS, GOT PRINT: ".
001470     05  FILLER                  PIC X(40) VALUE
001480         "BNCE BOUNCED, ADDR NONE, OPTN NOT OPTED".

001490 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-COUNT-ONE THRU 2000-EXIT
001540         UNTIL WS-EOF.
001550     PERFORM 3000-PRINT-VOLUMES THRU 3000-EXIT.
001560     PERFORM 4000-FINALIZE THRU 4000-EXIT.
001570     STOP RUN.

001580 1000-INITIALIZE.
001590     ACCEPT WS-RUN-DATE FROM DATE.
001600     ACCEPT WS-RUN-TIME FROM TIME.
001610     MOVE "EXPND" TO DX-ACTION.
001620     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001630     CALL "DATEXPND" USING DATEXPND-PARMS.
001640     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001650     MOVE WS-RUN-CCYY TO WS-REPORT-CCYY.
001660     MOVE WS-RUN-MM TO WS-REPORT-MM.
001670     IF WS-REPORT-MM = 1
001680         SUBTRACT 1 FROM WS-REPORT-CCYY
001690         MOVE 12 TO WS-REPORT-MM
001700     ELSE
001710         SUBTRACT 1 FROM WS-REPORT-MM
001720     END-IF.
001730     PERFORM 1100-SCAN-PARMS THRU 1100-EXIT.
001740     INITIALIZE WS-COUNT-TABLE.
001750     OPEN OUTPUT DLVRPTO.
001760     MOVE "DLVRPT" TO RH-PROGRAM-ID.
001770     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001780     MOVE WS-RUN-TIME TO RH-RUN-ID.
001790     MOVE 1 TO RH-PAGE-NUMBER.
001800     WRITE DLVRPTO-REC FROM RH-REPORT-HEADER.
001810     MOVE WS-REPORT-MONTH TO TL-MONTH.
001820     WRITE DLVRPTO-REC FROM WS-TITLE-LINE.
001830     WRITE DLVRPTO-REC FROM WS-BLANK-LINE.
001840     OPEN INPUT DLVLOG.
001850     IF WS-LOG-STATUS NOT = "00"
001860         SET WS-EOF TO TRUE
001870     END-IF.
001880 1000-EXIT.
001890     EXIT.

001900 1100-SCAN-PARMS.
001910     OPEN INPUT BIZPARM.
001920     IF WS-PARM-STATUS NOT = "00"
001930         GO TO 1100-EXIT
001940     END-IF.
001950     PERFORM 1110-SCAN-ONE-PARM THRU 1110-EXIT
001960         UNTIL WS-EOF.
001970     CLOSE BIZPARM.
001980     MOVE "N" TO WS-EOF-SW.
001990 1100-EXIT.
002000     EXIT.

002010 1110-SCAN-ONE-PARM.
002020     READ BIZPARM
002030         AT END
002040             SET WS-EOF TO TRUE
002050             GO TO 1110-EXIT
002060     END-READ.
002070     MOVE BIZPARM-REC TO PC-PARM-RECORD.
002080     IF PC-PARM-NAME NOT = "DLVRPTMONTH"
002090             OR PC-PARM-VALUE < 100000
002100             OR PC-PARM-VALUE > 999999
002110         GO TO 1110-EXIT
002120     END-IF.
002130     MOVE PC-PARM-VALUE TO WS-PARM-MONTH.
002140     IF WS-PARM-MM > ZERO AND WS-PARM-MM < 13
002150         MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
002160     END-IF.
002170 1110-EXIT.
002180     EXIT.

002190*----------------------------------------------------------------
002200* 2000-COUNT-ONE - ONE LOGGED DOCUMENT. A DOCUMENT TYPE THIS
002210*                  REPORT DOES NOT KNOW IS COUNTED AS OTHER, SO
002220*                  THE TOTAL ALWAYS AGREES WITH THE LOG.
002230*----------------------------------------------------------------
002240 2000-COUNT-ONE.
002250     READ DLVLOG
002260         AT END
002270             SET WS-EOF TO TRUE
002280             GO TO 2000-EXIT
002290     END-READ.
002300     ADD 1 TO WS-READ-COUNT.
002310     MOVE DLVLOG-REC TO DG-LOG-RECORD.
002320     IF DG-SEND-MONTH NOT = WS-REPORT-MONTH
002330         GO TO 2000-EXIT
002340     END-IF.
002350     ADD 1 TO WS-MONTH-COUNT.
002360     MOVE 6 TO WS-ROW.
002370     PERFORM 2100-MATCH-DOC-TYPE THRU 2100-EXIT
002380         VARYING WS-D FROM 1 BY 1
002390         UNTIL WS-D > 5.
002400     PERFORM 2200-ADD-TO-ROW THRU 2200-EXIT.
002410     MOVE 7 TO WS-ROW.
002420     PERFORM 2200-ADD-TO-ROW THRU 2200-EXIT.
002430 2000-EXIT.
002440     EXIT.

002450 2100-MATCH-DOC-TYPE.
002460     IF DN-CODE(WS-D) = DG-DOC-TYPE
002470         MOVE WS-D TO WS-ROW
002480     END-IF.
002490 2100-EXIT.
002500     EXIT.

002510 2200-ADD-TO-ROW.
002520     EVALUATE DG-CHANNEL
002530         WHEN "E"
002540             ADD 1 TO CT-EMAIL(WS-ROW)
002550         WHEN "S"
002560             ADD 1 TO CT-SMS(WS-ROW)
002570         WHEN OTHER
002580             ADD 1 TO CT-POST(WS-ROW)
002590     END-EVALUATE.
002600     EVALUATE DG-FALLBACK
002610         WHEN "B"
002620             ADD 1 TO CT-BOUNCED(WS-ROW)
002630         WHEN "M"
002640             ADD 1 TO CT-NO-ADDRESS(WS-ROW)
002650         WHEN "O"
002660             ADD 1 TO CT-NOT-OPTED(WS-ROW)
002670     END-EVALUATE.
002680 2200-EXIT.
002690     EXIT.

002700*----------------------------------------------------------------
002710* 3000-PRINT-VOLUMES - ONE LINE PER DOCUMENT TYPE, THE OTHER ROW
002720*                      ONLY WHEN SOMETHING LANDED IN IT, THEN THE
002730*                      TOTAL.
002740*----------------------------------------------------------------
002750 3000-PRINT-VOLUMES.
002760     WRITE DLVRPTO-REC FROM WS-HEAD-LINE-1.
002770     WRITE DLVRPTO-REC FROM WS-HEAD-LINE-2.
002780     PERFORM 3100-PRINT-ONE-ROW THRU 3100-EXIT
002790         VARYING WS-D FROM 1 BY 1
002800         UNTIL WS-D > 6.
002810     WRITE DLVRPTO-REC FROM WS-BLANK-LINE.
002820     MOVE 7 TO WS-D.
002830     PERFORM 3100-PRINT-ONE-ROW THRU 3100-EXIT.
002840 3000-EXIT.
002850     EXIT.

002860 3100-PRINT-ONE-ROW.
002870     COMPUTE WS-ROW-TOTAL = CT-POST(WS-D) + CT-EMAIL(WS-D)
002880                          + CT-SMS(WS-D).
002890     IF WS-D = 6 AND WS-ROW-TOTAL = ZERO
002900         GO TO 3100-EXIT
002910     END-IF.
002920     MOVE ZERO TO WS-ELEC-PCT.
002930     IF WS-ROW-TOTAL > ZERO
002940         COMPUTE WS-ELEC-PCT ROUNDED =
002950             (CT-EMAIL(WS-D) + CT-SMS(WS-D)) * 100
002960                 / WS-ROW-TOTAL
002970     END-IF.
002980     MOVE DN-CODE(WS-D) TO DL-CODE.
002990     MOVE DN-DESC(WS-D) TO DL-DESC.
003000     MOVE CT-POST(WS-D) TO DL-POST.
003010     MOVE CT-EMAIL(WS-D) TO DL-EMAIL.
003020     MOVE CT-SMS(WS-D) TO DL-SMS.
003030     MOVE WS-ROW-TOTAL TO DL-TOTAL.
003040     MOVE WS-ELEC-PCT TO DL-ELEC-PCT.
003050     MOVE CT-BOUNCED(WS-D) TO DL-BOUNCED.
003060     MOVE CT-NO-ADDRESS(WS-D) TO DL-NO-ADDRESS.
003070     MOVE CT-NOT-OPTED(WS-D) TO DL-NOT-OPTED.
003080     WRITE DLVRPTO-REC FROM WS-DETAIL-LINE.
003090 3100-EXIT.
003100     EXIT.

003110 4000-FINALIZE.
003120     IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "10"
003130         CLOSE DLVLOG
003140     END-IF.
003150     WRITE DLVRPTO-REC FROM WS-BLANK-LINE.
003160     WRITE DLVRPTO-REC FROM WS-NOTE-LINE.
003170     MOVE WS-READ-COUNT TO SL-READ-COUNT.
003180     MOVE WS-MONTH-COUNT TO SL-MONTH-COUNT.
003190     WRITE DLVRPTO-REC FROM WS-SUMMARY-LINE.
003200     CLOSE DLVRPTO.
003210 4000-EXIT.
003220     EXIT.
