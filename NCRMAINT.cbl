000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NCRMAINT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. QUALITY CONTROL BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. NON-CONFORMANCE CASE
000110*                  MAINTENANCE. THE QC RUN (ABC094) OPENS A CASE
000120*                  ON THE NCRFILE FOR EACH BATCH OF TOLERANCE
000130*                  REJECTS AND EACH SPC RUN SIGNAL; THIS JOB
000140*                  APPLIES THE QUALITY ENGINEERS' NCRTXN CARDS TO
000150*                  THEM. AN UPDATE CARD SETS ANY OF THE
000160*                  DISPOSITION (UA USE AS IS, RW REWORK, SC SCRAP,
000170*                  RT RETURN TO SUPPLIER), THE ROOT-CAUSE CODE,
000180*                  THE OWNER AND THE CORRECTIVE-ACTION DUE DATE -
000190*                  A BLANK FIELD LEAVES THE CASE AS IT WAS. A
000200*                  CLOSE CARD MAY SET THEM TOO, BUT THE CASE ONLY
000210*                  CLOSES ONCE IT HAS A DISPOSITION, A ROOT CAUSE
000220*                  AND AN OWNER. EVERY FIELD CHANGED IS LOGGED
000230*                  THROUGH THE SHARED AUDITLOG SUBPROGRAM WITH
000240*                  ITS OLD AND NEW VALUE AND THE OPERATOR, WHICH
000250*                  IS THE TRAIL THE AUDITORS ASK FOR. A CARD FOR
000260*                  AN UNKNOWN OR CLOSED CASE, OR ONE THAT FAILS AN
000270*                  EDIT, IS REFUSED ON NCRMRPT AND CHANGES
000280*                  NOTHING.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM.
000330 OBJECT-COMPUTER. IBM.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT NCRTXN ASSIGN TO "NCRTXN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TXN-STATUS.
000390     SELECT NCRFILE ASSIGN TO "NCRFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-NCR-STATUS.
000420     SELECT NCRMRPT ASSIGN TO "NCRMRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  NCRTXN
000470     RECORDING MODE IS F.
000480 01  NCRTXN-REC.
000490     05  NT-CASE-NO               PIC X(06).
000500     05  FILLER                   PIC X(01).
000510     05  NT-ACTION                PIC X(06).
000520         88  NT-UPDATE                      VALUE "UPDATE".
000530         88  NT-CLOSE                       VALUE "CLOSE ".
000540     05  FILLER                   PIC X(01).
000550     05  NT-DISPOSITION           PIC X(02).
000560     05  FILLER                   PIC X(01).
000570     05  NT-ROOT-CAUSE            PIC X(04).
000580     05  FILLER                   PIC X(01).
000590     05  NT-OWNER                 PIC X(08).
000600     05  FILLER                   PIC X(01).
000610     05  NT-CA-DUE                PIC X(08).
000620     05  NT-CA-DUE-N REDEFINES NT-CA-DUE
000630                                  PIC 9(08).
000640     05  FILLER                   PIC X(01).
000650     05  NT-OPERATOR              PIC X(08).
000660     05  FILLER                   PIC X(32).

000670 FD  NCRFILE
000680     RECORDING MODE IS F.
000690 01  NCRFILE-REC.
000700     05  NC-CASE-NO               PIC 9(06).
000710     05  FILLER                   PIC X(01).
000720     05  NC-ITEM                  PIC X(10).
000730     05  FILLER                   PIC X(01).
000740     05  NC-SOURCE                PIC X(01).
000750     05  FILLER                   PIC X(01).
000760     05  NC-OPEN-DATE             PIC 9(08).
000770     05  FILLER                   PIC X(01).
000780     05  NC-BATCH-ID              PIC 9(14).
000790     05  FILLER                   PIC X(01).
000800     05  NC-READINGS              PIC 9(05).
000810     05  FILLER                   PIC X(01).
000820     05  NC-STATUS                PIC X(01).
000830     05  FILLER                   PIC X(01).
000840     05  NC-DISPOSITION           PIC X(02).
000850     05  FILLER                   PIC X(01).
000860     05  NC-ROOT-CAUSE            PIC X(04).
000870     05  FILLER                   PIC X(01).
000880     05  NC-OWNER                 PIC X(08).
000890     05  FILLER                   PIC X(01).
000900     05  NC-CA-DUE                PIC 9(08).
000910     05  FILLER                   PIC X(01).
000920     05  NC-CLOSE-DATE            PIC 9(08).
000930     05  FILLER                   PIC X(13).

000940 FD  NCRMRPT
000950     RECORDING MODE IS F.
000960 01  NCRMRPT-REC                  PIC X(80).

000970 WORKING-STORAGE SECTION.
000980 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000990     88  WS-EOF                             VALUE "Y".
001000 77  WS-TXN-STATUS                PIC X(02) VALUE SPACES.
001010 77  WS-NCR-STATUS                PIC X(02) VALUE SPACES.
001020 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001030 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001040 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001050 77  WS-K                         PIC 9(05) COMP.
001060 77  WS-NCR-IDX                   PIC 9(05) VALUE ZERO COMP.
001070 77  WS-CARD-COUNT                PIC 9(05) VALUE ZERO COMP.
001080 77  WS-UPDATE-COUNT              PIC 9(05) VALUE ZERO COMP.
001090 77  WS-CLOSE-COUNT               PIC 9(05) VALUE ZERO COMP.
001100 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001110 77  WS-REASON                    PIC X(30) VALUE SPACES.
001120 77  WS-NEW-DISPOSITION           PIC X(02) VALUE SPACES.
001130 77  WS-NEW-ROOT-CAUSE            PIC X(04) VALUE SPACES.
001140 77  WS-NEW-OWNER                 PIC X(08) VALUE SPACES.
001150 77  WS-CASE-KEY                  PIC X(10) VALUE SPACES.

001160 01  WS-NCR-TABLE.
001170     05  WS-NCR-COUNT             PIC 9(05) VALUE ZERO COMP.
001180     05  NM-ENTRY OCCURS 5000 TIMES
001190                  INDEXED BY NM-IDX.
001200         10  NM-CASE-NO           PIC 9(06).
001210         10  NM-RECORD            PIC X(100).

001220 COPY RPTHDR.
001230 COPY DATXLINK.
001240 COPY AUDTLINK.

001250 01  WS-TITLE-LINE.
001260     05  FILLER                  PIC X(38) VALUE
001270         "NON-CONFORMANCE CASE MAINTENANCE".
001280     05  FILLER                  PIC X(42) VALUE SPACES.

001290 01  WS-DETAIL-LINE.
001300     05  FILLER                  PIC X(04) VALUE "NCR ".
001310     05  DL-CASE-NO               PIC X(06).
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  DL-ACTION                PIC X(06).
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  DL-ITEM                  PIC X(10).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DL-STATUS                PIC X(07).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  DL-NOTE                  PIC X(30).
001400     05  FILLER                  PIC X(09) VALUE SPACES.

001410 01  WS-SUMMARY-LINE.
001420     05  FILLER                  PIC X(12) VALUE "CARDS READ: ".
001430     05  SL-CARD-COUNT            PIC ZZZZ9.
001440     05  FILLER                  PIC X(11) VALUE "  UPDATED: ".
001450     05  SL-UPDATE-COUNT          PIC ZZZZ9.
001460     05  FILLER                  PIC X(10) VALUE "  CLOSED: ".
001470     05  SL-CLOSE-COUNT           PIC ZZZZ9.
001480     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
001490     05  SL-REJECT-COUNT          PIC ZZZZ9.
001500     05  FILLER                  PIC X(16) VALUE SPACES.

001510 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550     PERFORM 2000-APPLY-ONE THRU 2000-EXIT
001560         UNTIL WS-EOF.
001570     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001580     STOP RUN.

001590 1000-INITIALIZE.
001600     ACCEPT WS-RUN-DATE FROM DATE.
001610     MOVE "EXPND" TO DX-ACTION.
001620     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001630     CALL "DATEXPND" USING DATEXPND-PARMS.
001640     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001650     ACCEPT WS-RUN-TIME FROM TIME.
001660     OPEN OUTPUT NCRMRPT.
001670     MOVE "NCRMAINT" TO RH-PROGRAM-ID.
001680     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001690     MOVE WS-RUN-TIME TO RH-RUN-ID.
001700     MOVE 1 TO RH-PAGE-NUMBER.
001710     WRITE NCRMRPT-REC FROM RH-REPORT-HEADER.
001720     WRITE NCRMRPT-REC FROM WS-TITLE-LINE.
001730     WRITE NCRMRPT-REC FROM WS-BLANK-LINE.
001740     PERFORM 1100-LOAD-CASES THRU 1100-EXIT.
001750     OPEN INPUT NCRTXN.
001760     IF WS-TXN-STATUS NOT = "00"
001770         SET WS-EOF TO TRUE
001780         GO TO 1000-EXIT
001790     END-IF.
001800     PERFORM 8000-READ-NCRTXN THRU 8000-EXIT.
001810 1000-EXIT.
001820     EXIT.

001830*----------------------------------------------------------------
001840* 1100-LOAD-CASES - THE WHOLE CASE FILE, HELD AS RECORD IMAGES
001850*                   AND REWRITTEN AT END OF RUN. NO FILE MEANS NO
001860*                   CASE HAS BEEN OPENED AND EVERY CARD WILL BE
001870*                   REFUSED.
001880*----------------------------------------------------------------
001890 1100-LOAD-CASES.
001900     OPEN INPUT NCRFILE.
001910     IF WS-NCR-STATUS NOT = "00"
001920         GO TO 1100-EXIT
001930     END-IF.
001940     PERFORM 1110-LOAD-ONE-CASE THRU 1110-EXIT
001950         UNTIL WS-EOF.
001960     CLOSE NCRFILE.
001970     MOVE "N" TO WS-EOF-SW.
001980 1100-EXIT.
001990     EXIT.

002000 1110-LOAD-ONE-CASE.
002010     READ NCRFILE
002020         AT END
002030             SET WS-EOF TO TRUE
002040         NOT AT END
002050             IF WS-NCR-COUNT >= 5000
002060*                A PARTIAL TABLE WOULD REWRITE A TRUNCATED
002070*                NCRFILE AT END OF RUN - STOP BEFORE A CASE IS
002080*                LOST
002090                 DISPLAY "NCRMAINT - NCRFILE EXCEEDS THE 5000-"
002100                     "CASE TABLE - RUN ABORTED"
002110                 MOVE 16 TO RETURN-CODE
002120                 STOP RUN
002130             END-IF
002140             ADD 1 TO WS-NCR-COUNT
002150             SET NM-IDX TO WS-NCR-COUNT
002160             MOVE NC-CASE-NO TO NM-CASE-NO(NM-IDX)
002170             MOVE NCRFILE-REC TO NM-RECORD(NM-IDX)
002180     END-READ.
002190 1110-EXIT.
002200     EXIT.

002210*----------------------------------------------------------------
002220* 2000-APPLY-ONE - ONE ENGINEER'S CARD AGAINST ITS CASE. EVERY
002230*                  FIELD THE CARD CHANGES IS AUDITED BEFORE THE
002240*                  CASE IMAGE GOES BACK INTO THE TABLE.
002250*----------------------------------------------------------------
002260 2000-APPLY-ONE.
002270     ADD 1 TO WS-CARD-COUNT.
002280     MOVE SPACES TO WS-REASON.
002290     MOVE NT-CASE-NO TO DL-CASE-NO.
002300     MOVE NT-ACTION TO DL-ACTION.
002310     MOVE SPACES TO DL-ITEM.
002320     MOVE SPACES TO DL-STATUS.
002330     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
002340     IF WS-REASON NOT = SPACES
002350         ADD 1 TO WS-REJECT-COUNT
002360         MOVE "REFUSED" TO DL-STATUS
002370         MOVE WS-REASON TO DL-NOTE
002380         WRITE NCRMRPT-REC FROM WS-DETAIL-LINE
002390         GO TO 2000-NEXT
002400     END-IF.
002410     STRING "NCR" NC-CASE-NO DELIMITED BY SIZE
002420         INTO WS-CASE-KEY.
002430     IF WS-NEW-DISPOSITION NOT = NC-DISPOSITION
002440         MOVE "DISPOSITION" TO AL-FIELD-NAME
002450         MOVE NC-DISPOSITION TO AL-OLD-VALUE
002460         MOVE WS-NEW-DISPOSITION TO AL-NEW-VALUE
002470         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
002480         MOVE WS-NEW-DISPOSITION TO NC-DISPOSITION
002490     END-IF.
002500     IF WS-NEW-ROOT-CAUSE NOT = NC-ROOT-CAUSE
002510         MOVE "ROOT-CAUSE" TO AL-FIELD-NAME
002520         MOVE NC-ROOT-CAUSE TO AL-OLD-VALUE
002530         MOVE WS-NEW-ROOT-CAUSE TO AL-NEW-VALUE
002540         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
002550         MOVE WS-NEW-ROOT-CAUSE TO NC-ROOT-CAUSE
002560     END-IF.
002570     IF WS-NEW-OWNER NOT = NC-OWNER
002580         MOVE "OWNER" TO AL-FIELD-NAME
002590         MOVE NC-OWNER TO AL-OLD-VALUE
002600         MOVE WS-NEW-OWNER TO AL-NEW-VALUE
002610         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
002620         MOVE WS-NEW-OWNER TO NC-OWNER
002630     END-IF.
002640     IF NT-CA-DUE NOT = SPACES
002650             AND NT-CA-DUE-N NOT = NC-CA-DUE
002660         MOVE "CA-DUE" TO AL-FIELD-NAME
002670         MOVE NC-CA-DUE TO AL-OLD-VALUE
002680         MOVE NT-CA-DUE TO AL-NEW-VALUE
002690         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
002700         MOVE NT-CA-DUE-N TO NC-CA-DUE
002710     END-IF.
002720     IF NT-CLOSE
002730         MOVE "STATUS" TO AL-FIELD-NAME
002740         MOVE NC-STATUS TO AL-OLD-VALUE
002750         MOVE "C" TO AL-NEW-VALUE
002760         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
002770         MOVE "C" TO NC-STATUS
002780         MOVE WS-RUN-CCYYMMDD TO NC-CLOSE-DATE
002790         ADD 1 TO WS-CLOSE-COUNT
002800         MOVE "CLOSED" TO DL-STATUS
002810         MOVE "CASE CLOSED" TO DL-NOTE
002820     ELSE
002830         ADD 1 TO WS-UPDATE-COUNT
002840         MOVE "OPEN" TO DL-STATUS
002850         MOVE "CASE UPDATED" TO DL-NOTE
002860     END-IF.
002870     MOVE NCRFILE-REC TO NM-RECORD(WS-NCR-IDX).
002880     WRITE NCRMRPT-REC FROM WS-DETAIL-LINE.
002890 2000-NEXT.
002900     PERFORM 8000-READ-NCRTXN THRU 8000-EXIT.
002910 2000-EXIT.
002920     EXIT.

002930*----------------------------------------------------------------
002940* 2100-EDIT-CARD - LEAVES WS-REASON BLANK WHEN THE CARD CAN BE
002950*                  APPLIED, WITH THE CASE IN NCRFILE-REC,
002960*                  WS-NCR-IDX ON ITS TABLE SLOT AND THE CASE'S
002970*                  FIELDS AS THE CARD WOULD LEAVE THEM IN
002980*                  WS-NEW-DISPOSITION, WS-NEW-ROOT-CAUSE AND
002990*                  WS-NEW-OWNER.
003000*----------------------------------------------------------------
003010 2100-EDIT-CARD.
003020     MOVE ZERO TO WS-NCR-IDX.
003030     IF NT-CASE-NO IS NUMERIC
003040         PERFORM 2110-MATCH-CASE THRU 2110-EXIT
003050             VARYING WS-K FROM 1 BY 1
003060             UNTIL WS-K > WS-NCR-COUNT OR WS-NCR-IDX > ZERO
003070     END-IF.
003080     IF WS-NCR-IDX = ZERO
003090         MOVE "CASE NOT FOUND" TO WS-REASON
003100         GO TO 2100-EXIT
003110     END-IF.
003120     MOVE NM-RECORD(WS-NCR-IDX) TO NCRFILE-REC.
003130     MOVE NC-ITEM TO DL-ITEM.
003140     IF NC-STATUS = "C"
003150         MOVE "CASE ALREADY CLOSED" TO WS-REASON
003160         GO TO 2100-EXIT
003170     END-IF.
003180     IF NOT NT-UPDATE AND NOT NT-CLOSE
003190         MOVE "ACTION MUST BE UPDATE OR CLOSE" TO WS-REASON
003200         GO TO 2100-EXIT
003210     END-IF.
003220     IF NT-DISPOSITION NOT = SPACES
003230             AND NT-DISPOSITION NOT = "UA"
003240             AND NT-DISPOSITION NOT = "RW"
003250             AND NT-DISPOSITION NOT = "SC"
003260             AND NT-DISPOSITION NOT = "RT"
003270         MOVE "DISPOSITION NOT UA RW SC RT" TO WS-REASON
003280         GO TO 2100-EXIT
003290     END-IF.
003300     IF NT-CA-DUE NOT = SPACES
003310         IF NT-CA-DUE IS NOT NUMERIC
003320             MOVE "BAD CORRECTIVE-ACTION DATE" TO WS-REASON
003330             GO TO 2100-EXIT
003340         END-IF
003350         IF FUNCTION TEST-DATE-YYYYMMDD(NT-CA-DUE-N) NOT = ZERO
003360             MOVE "BAD CORRECTIVE-ACTION DATE" TO WS-REASON
003370             GO TO 2100-EXIT
003380         END-IF
003390     END-IF.
003400     MOVE NC-DISPOSITION TO WS-NEW-DISPOSITION.
003410     IF NT-DISPOSITION NOT = SPACES
003420         MOVE NT-DISPOSITION TO WS-NEW-DISPOSITION
003430     END-IF.
003440     MOVE NC-ROOT-CAUSE TO WS-NEW-ROOT-CAUSE.
003450     IF NT-ROOT-CAUSE NOT = SPACES
003460         MOVE NT-ROOT-CAUSE TO WS-NEW-ROOT-CAUSE
003470     END-IF.
003480     MOVE NC-OWNER TO WS-NEW-OWNER.
003490     IF NT-OWNER NOT = SPACES
003500         MOVE NT-OWNER TO WS-NEW-OWNER
003510     END-IF.
003520     IF NT-CLOSE
003530         IF WS-NEW-DISPOSITION = SPACES
003540                 OR WS-NEW-ROOT-CAUSE = SPACES
003550                 OR WS-NEW-OWNER = SPACES
003560             MOVE "NEEDS DISPOSITION/CAUSE/OWNER" TO WS-REASON
003570         END-IF
003580     END-IF.
003590 2100-EXIT.
003600     EXIT.

003610 2110-MATCH-CASE.
003620     IF NM-CASE-NO(WS-K) = NT-CASE-NO
003630         MOVE WS-K TO WS-NCR-IDX
003640     END-IF.
003650 2110-EXIT.
003660     EXIT.

003670 2900-AUDIT-CHANGE.
003680     MOVE "WRITE" TO AL-ACTION.
003690     MOVE "NCRMAINT" TO AL-SOURCE-PROGRAM.
003700     MOVE WS-CASE-KEY TO AL-RECORD-KEY.
003710     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
003720         INTO AL-TIMESTAMP.
003730     MOVE NT-OPERATOR TO AL-OPERATOR-ID.
003740     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
003750 2900-EXIT.
003760     EXIT.

003770*----------------------------------------------------------------
003780* 5000-FINALIZE - THE CASE FILE GOES BACK OUT WITH EVERY CHANGE
003790*                 APPLIED, IN THE ORDER IT CAME IN.
003800*----------------------------------------------------------------
003810 5000-FINALIZE.
003820     IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
003830         CLOSE NCRTXN
003840     END-IF.
003850     IF WS-UPDATE-COUNT + WS-CLOSE-COUNT > ZERO
003860         OPEN OUTPUT NCRFILE
003870         PERFORM 5100-WRITE-ONE-CASE THRU 5100-EXIT
003880             VARYING WS-K FROM 1 BY 1
003890             UNTIL WS-K > WS-NCR-COUNT
003900         CLOSE NCRFILE
003910     END-IF.
003920     MOVE WS-CARD-COUNT TO SL-CARD-COUNT.
003930     MOVE WS-UPDATE-COUNT TO SL-UPDATE-COUNT.
003940     MOVE WS-CLOSE-COUNT TO SL-CLOSE-COUNT.
003950     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
003960     WRITE NCRMRPT-REC FROM WS-BLANK-LINE.
003970     WRITE NCRMRPT-REC FROM WS-SUMMARY-LINE.
003980     CLOSE NCRMRPT.
003990     MOVE "CLOSE" TO AL-ACTION.
004000     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
004010 5000-EXIT.
004020     EXIT.

004030 5100-WRITE-ONE-CASE.
004040     MOVE NM-RECORD(WS-K) TO NCRFILE-REC.
004050     WRITE NCRFILE-REC.
004060 5100-EXIT.
004070     EXIT.

004080 8000-READ-NCRTXN.
004090     READ NCRTXN
004100         AT END
004110             SET WS-EOF TO TRUE
004120     END-READ.
004130 8000-EXIT.
004140     EXIT.
