000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NCRAGE.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. QUALITY CONTROL BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. WEEKLY OPEN NON-CONFORMANCE
000110*                  AGING REPORT. READS THE NCRFILE CASES THAT
000120*                  ABC094 OPENS AND NCRMAINT WORKS, AND LISTS ON
000130*                  NCRARPT EVERY CASE STILL OPEN WHOSE CORRECTIVE
000140*                  ACTION IS PAST ITS DUE DATE, WITH ITS OWNER
000150*                  ("NONE" WHEN NOBODY HAS TAKEN IT) AND THE DAYS
000160*                  IT IS LATE. THE TOTALS COUNT THE OPEN CASES,
000170*                  THE PAST-DUE CASES BY AGE (1-30, 31-60, 61-90
000180*                  AND OVER 90 DAYS LATE) AND THE OPEN CASES WITH
000190*                  NO OWNER. THE REPORT ONLY READS THE CASE FILE.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM.
000240 OBJECT-COMPUTER. IBM.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT NCRFILE ASSIGN TO "NCRFILE"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-NCR-STATUS.
000300     SELECT NCRARPT ASSIGN TO "NCRARPT"
000310         ORGANIZATION IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  NCRFILE
000350     RECORDING MODE IS F.
000360 01  NCRFILE-REC.
000370     05  NC-CASE-NO               PIC 9(06).
000380     05  FILLER                   PIC X(01).
000390     05  NC-ITEM                  PIC X(10).
000400     05  FILLER                   PIC X(01).
000410     05  NC-SOURCE                PIC X(01).
000420     05  FILLER                   PIC X(01).
000430     05  NC-OPEN-DATE             PIC 9(08).
000440     05  FILLER                   PIC X(01).
000450     05  NC-BATCH-ID              PIC 9(14).
000460     05  FILLER                   PIC X(01).
000470     05  NC-READINGS              PIC 9(05).
000480     05  FILLER                   PIC X(01).
000490     05  NC-STATUS                PIC X(01).
000500     05  FILLER                   PIC X(01).
000510     05  NC-DISPOSITION           PIC X(02).
000520     05  FILLER                   PIC X(01).
000530     05  NC-ROOT-CAUSE            PIC X(04).
000540     05  FILLER                   PIC X(01).
000550     05  NC-OWNER                 PIC X(08).
000560     05  FILLER                   PIC X(01).
000570     05  NC-CA-DUE                PIC 9(08).
000580     05  FILLER                   PIC X(01).
000590     05  NC-CLOSE-DATE            PIC 9(08).
000600     05  FILLER                   PIC X(13).

000610 FD  NCRARPT
000620     RECORDING MODE IS F.
000630 01  NCRARPT-REC                  PIC X(80).

000640 WORKING-STORAGE SECTION.
000650 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000660     88  WS-EOF                             VALUE "Y".
000670 77  WS-NCR-STATUS                PIC X(02) VALUE SPACES.
000680 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000690 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000700 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000710 77  WS-TODAY-INT                 PIC 9(08) VALUE ZERO.
000720 77  WS-DUE-INT                   PIC 9(08) VALUE ZERO.
000730 77  WS-DAYS-LATE                 PIC 9(05) VALUE ZERO.
000740 77  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO COMP.
000750 77  WS-LATE-COUNT                PIC 9(05) VALUE ZERO COMP.
000760 77  WS-NO-OWNER-COUNT            PIC 9(05) VALUE ZERO COMP.
000770 77  WS-AGE-30                    PIC 9(05) VALUE ZERO COMP.
000780 77  WS-AGE-60                    PIC 9(05) VALUE ZERO COMP.
000790 77  WS-AGE-90                    PIC 9(05) VALUE ZERO COMP.
000800 77  WS-AGE-OVER                  PIC 9(05) VALUE ZERO COMP.

000810 COPY RPTHDR.
000820 COPY DATXLINK.

000830 01  WS-TITLE-LINE.
000840     05  FILLER                  PIC X(38) VALUE
000850         "OPEN NON-CONFORMANCE CASES PAST DUE".
000860     05  FILLER                  PIC X(42) VALUE SPACES.

000870 01  WS-COLUMN-LINE.
000880     05  FILLER                  PIC X(40) VALUE
000890         "CASE    ITEM        SRC  OPENED    OWNER".
000900     05  FILLER                  PIC X(20) VALUE
000910         "     CA DUE    LATE ".
000920     05  FILLER                  PIC X(20) VALUE SPACES.

000930 01  WS-DETAIL-LINE.
000940     05  DL-CASE-NO               PIC 9(06).
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  DL-ITEM                  PIC X(10).
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  DL-SOURCE                PIC X(03).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  DL-OPEN-DATE             PIC 9(08).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  DL-OWNER                 PIC X(08).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  DL-CA-DUE                PIC 9(08).
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  DL-DAYS-LATE             PIC ZZZZ9.
001070     05  FILLER                  PIC X(20) VALUE SPACES.

001080 01  WS-SUMMARY-LINE.
001090     05  FILLER                  PIC X(12) VALUE "OPEN CASES: ".
001100     05  SL-OPEN-COUNT            PIC ZZZZ9.
001110     05  FILLER                  PIC X(12) VALUE "  PAST DUE: ".
001120     05  SL-LATE-COUNT            PIC ZZZZ9.
001130     05  FILLER                  PIC X(14) VALUE "  NO OWNER:   ".
001140     05  SL-NO-OWNER-COUNT        PIC ZZZZ9.
001150     05  FILLER                  PIC X(27) VALUE SPACES.

001160 01  WS-AGE-LINE.
001170     05  FILLER                  PIC X(12) VALUE "DAYS LATE  ".
001180     05  FILLER                  PIC X(06) VALUE "1-30: ".
001190     05  AG-AGE-30                PIC ZZZZ9.
001200     05  FILLER                  PIC X(09) VALUE "  31-60: ".
001210     05  AG-AGE-60                PIC ZZZZ9.
001220     05  FILLER                  PIC X(09) VALUE "  61-90: ".
001230     05  AG-AGE-90                PIC ZZZZ9.
001240     05  FILLER                  PIC X(11) VALUE "  OVER 90: ".
001250     05  AG-AGE-OVER              PIC ZZZZ9.
001260     05  FILLER                  PIC X(13) VALUE SPACES.

001270 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     PERFORM 2000-AGE-ONE THRU 2000-EXIT
001320         UNTIL WS-EOF.
001330     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001340     STOP RUN.

001350 1000-INITIALIZE.
001360     ACCEPT WS-RUN-DATE FROM DATE.
001370     MOVE "EXPND" TO DX-ACTION.
001380     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001390     CALL "DATEXPND" USING DATEXPND-PARMS.
001400     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001410     COMPUTE WS-TODAY-INT =
001420         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
001430     ACCEPT WS-RUN-TIME FROM TIME.
001440     OPEN OUTPUT NCRARPT.
001450     MOVE "NCRAGE" TO RH-PROGRAM-ID.
001460     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001470     MOVE WS-RUN-TIME TO RH-RUN-ID.
001480     MOVE 1 TO RH-PAGE-NUMBER.
001490     WRITE NCRARPT-REC FROM RH-REPORT-HEADER.
001500     WRITE NCRARPT-REC FROM WS-TITLE-LINE.
001510     WRITE NCRARPT-REC FROM WS-BLANK-LINE.
001520     WRITE NCRARPT-REC FROM WS-COLUMN-LINE.
001530     OPEN INPUT NCRFILE.
001540     IF WS-NCR-STATUS NOT = "00"
001550         SET WS-EOF TO TRUE
001560         GO TO 1000-EXIT
001570     END-IF.
001580     PERFORM 8000-READ-NCRFILE THRU 8000-EXIT.
001590 1000-EXIT.
001600     EXIT.

001610*----------------------------------------------------------------
001620* 2000-AGE-ONE - A CLOSED CASE IS DONE WITH. AN OPEN ONE COUNTS,
001630*                AND PRINTS ONLY WHEN ITS CORRECTIVE-ACTION DUE
001640*                DATE HAS PASSED; A CASE DUE TODAY IS NOT YET
001650*                LATE.
001660*----------------------------------------------------------------
001670 2000-AGE-ONE.
001680     IF NC-STATUS NOT = "O"
001690         GO TO 2000-NEXT
001700     END-IF.
001710     ADD 1 TO WS-OPEN-COUNT.
001720     IF NC-OWNER = SPACES
001730         ADD 1 TO WS-NO-OWNER-COUNT
001740     END-IF.
001750     IF NC-CA-DUE IS NOT NUMERIC
001760             OR NC-CA-DUE NOT < WS-RUN-CCYYMMDD
001770         GO TO 2000-NEXT
001780     END-IF.
001790     COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(NC-CA-DUE).
001800     COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DUE-INT.
001810     ADD 1 TO WS-LATE-COUNT.
001820     EVALUATE TRUE
001830         WHEN WS-DAYS-LATE <= 30
001840             ADD 1 TO WS-AGE-30
001850         WHEN WS-DAYS-LATE <= 60
001860             ADD 1 TO WS-AGE-60
001870         WHEN WS-DAYS-LATE <= 90
001880             ADD 1 TO WS-AGE-90
001890         WHEN OTHER
001900             ADD 1 TO WS-AGE-OVER
001910     END-EVALUATE.
001920     MOVE NC-CASE-NO TO DL-CASE-NO.
001930     MOVE NC-ITEM TO DL-ITEM.
001940     IF NC-SOURCE = "S"
001950         MOVE "SPC" TO DL-SOURCE
001960     ELSE
001970         MOVE "TOL" TO DL-SOURCE
001980     END-IF.
001990     MOVE NC-OPEN-DATE TO DL-OPEN-DATE.
002000     IF NC-OWNER = SPACES
002010         MOVE "NONE" TO DL-OWNER
002020     ELSE
002030         MOVE NC-OWNER TO DL-OWNER
002040     END-IF.
002050     MOVE NC-CA-DUE TO DL-CA-DUE.
002060     MOVE WS-DAYS-LATE TO DL-DAYS-LATE.
002070     WRITE NCRARPT-REC FROM WS-DETAIL-LINE.
002080 2000-NEXT.
002090     PERFORM 8000-READ-NCRFILE THRU 8000-EXIT.
002100 2000-EXIT.
002110     EXIT.

002120 5000-FINALIZE.
002130     IF WS-NCR-STATUS = "00" OR WS-NCR-STATUS = "10"
002140         CLOSE NCRFILE
002150     END-IF.
002160     MOVE WS-OPEN-COUNT TO SL-OPEN-COUNT.
002170     MOVE WS-LATE-COUNT TO SL-LATE-COUNT.
002180     MOVE WS-NO-OWNER-COUNT TO SL-NO-OWNER-COUNT.
002190     MOVE WS-AGE-30 TO AG-AGE-30.
002200     MOVE WS-AGE-60 TO AG-AGE-60.
002210     MOVE WS-AGE-90 TO AG-AGE-90.
002220     MOVE WS-AGE-OVER TO AG-AGE-OVER.
002230     WRITE NCRARPT-REC FROM WS-BLANK-LINE.
002240     WRITE NCRARPT-REC FROM WS-SUMMARY-LINE.
002250     WRITE NCRARPT-REC FROM WS-AGE-LINE.
002260     CLOSE NCRARPT.
002270 5000-EXIT.
002280     EXIT.

002290 8000-READ-NCRFILE.
002300     READ NCRFILE
002310         AT END
002320             SET WS-EOF TO TRUE
002330     END-READ.
002340 8000-EXIT.
002350     EXIT.
