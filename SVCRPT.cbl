000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SVCRPT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. CUSTOMER SERVICE BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. WEEKLY SERVICE-CASE REPORT.
000110*                  READS THE SVCCASE CASES THAT SVCMAINT WORKS
000120*                  AND SVCESCL ESCALATES AND PRINTS ON SVCWRPT,
000130*                  FOR EACH SVCCAT CATEGORY, THE CASES OPENED AND
000140*                  CLOSED IN THE SEVEN DAYS TO THE BUSINESS DATE,
000150*                  HOW MANY OF THOSE CLOSED AFTER THEIR SLA, AND
000160*                  THE CASES OPEN NOW, PAST SLA NOW AND
000170*                  ESCALATED, WITH A TOTAL LINE. EVERY OPEN CASE
000180*                  PAST ITS SLA IS THEN LISTED WITH ITS OWNER,
000190*                  LINK AND DAYS LATE. THE REPORT ONLY READS THE
000200*                  CASE FILE.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM.
000250 OBJECT-COMPUTER. IBM.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SVCCASE ASSIGN TO "SVCCASE"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-CASE-STATUS.
000310     SELECT SVCCAT ASSIGN TO "SVCCAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CAT-STATUS.
000340     SELECT SVCWRPT ASSIGN TO "SVCWRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  SVCCASE
000390     RECORDING MODE IS F.
000400 01  SVCCASE-REC                  PIC X(100).

000410 FD  SVCCAT
000420     RECORDING MODE IS F.
000430 01  SVCCAT-REC                   PIC X(80).

000440 FD  SVCWRPT
000450     RECORDING MODE IS F.
000460 01  SVCWRPT-REC                  PIC X(80).

000470 WORKING-STORAGE SECTION.
000480 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000490     88  WS-EOF                             VALUE "Y".
000500 77  WS-CASE-STATUS               PIC X(02) VALUE SPACES.
000510 77  WS-CAT-STATUS                PIC X(02) VALUE SPACES.
000520 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000530 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000540 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000550 77  WS-WEEK-START                PIC 9(08) VALUE ZERO.
000560 77  WS-TODAY-INT                 PIC 9(07) VALUE ZERO.
000570 77  WS-DUE-INT                   PIC 9(07) VALUE ZERO.
000580 77  WS-DAYS-LATE                 PIC 9(05) VALUE ZERO.
000590 77  WS-K                         PIC 9(05) COMP.
000600 77  WS-CAT-IDX                   PIC 9(03) VALUE ZERO COMP.
000610 77  WS-LATE-LISTED               PIC 9(05) VALUE ZERO COMP.

000620 01  WS-CAT-TABLE.
000630     05  WS-CAT-COUNT             PIC 9(03) VALUE ZERO COMP.
000640     05  CT-ENTRY OCCURS 51 TIMES
000650                  INDEXED BY CT-IDX.
000660         10  CT-CATEGORY          PIC X(04).
000670         10  CT-DESCRIPTION       PIC X(20).
000680         10  CT-COUNTS.
000690             15  CT-OPENED        PIC 9(05) COMP.
000700             15  CT-CLOSED        PIC 9(05) COMP.
000710             15  CT-CLOSED-LATE   PIC 9(05) COMP.
000720             15  CT-OPEN-NOW      PIC 9(05) COMP.
000730             15  CT-PAST-SLA      PIC 9(05) COMP.
000740             15  CT-ESCALATED     PIC 9(05) COMP.

000750 01  WS-TOTALS.
000760     05  TT-OPENED                PIC 9(05) VALUE ZERO COMP.
000770     05  TT-CLOSED                PIC 9(05) VALUE ZERO COMP.
000780     05  TT-CLOSED-LATE           PIC 9(05) VALUE ZERO COMP.
000790     05  TT-OPEN-NOW              PIC 9(05) VALUE ZERO COMP.
000800     05  TT-PAST-SLA              PIC 9(05) VALUE ZERO COMP.
000810     05  TT-ESCALATED             PIC 9(05) VALUE ZERO COMP.

000820 COPY SVCCASE.
000830 COPY SVCCATG.
000840 COPY RPTHDR.
000850 COPY BDATLINK.

000860 01  WS-TITLE-LINE.
000870     05  FILLER                  PIC X(38) VALUE
000880         "WEEKLY SERVICE-CASE REPORT".
000890     05  FILLER                  PIC X(42) VALUE SPACES.

000900 01  WS-WEEK-LINE.
000910     05  FILLER                  PIC X(10) VALUE "WEEK FROM ".
000920     05  WL-WEEK-START            PIC 9(08).
000930     05  FILLER                  PIC X(04) VALUE " TO ".
000940     05  WL-WEEK-END              PIC 9(08).
000950     05  FILLER                  PIC X(50) VALUE SPACES.

000960 01  WS-COLUMN-LINE.
000970     05  FILLER                  PIC X(30) VALUE
000980         "CATEGORY                      ".
000990     05  FILLER                  PIC X(50) VALUE
001000         "OPENED CLOSED   LATE   OPEN PASTSLA  ESCAL".

001010 01  WS-COLUMN-LINE-2.
001020     05  FILLER                  PIC X(30) VALUE SPACES.
001030     05  FILLER                  PIC X(50) VALUE
001040         "---- THIS WEEK ---- -------- NOW ---------".

001050 01  WS-CATEGORY-LINE.
001060     05  CL-CATEGORY              PIC X(04).
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  CL-DESCRIPTION           PIC X(20).
001090     05  FILLER                  PIC X(04) VALUE SPACES.
001100     05  CL-OPENED                PIC ZZZZZ9.
001110     05  FILLER                  PIC X(01) VALUE SPACES.
001120     05  CL-CLOSED                PIC ZZZZZ9.
001130     05  FILLER                  PIC X(01) VALUE SPACES.
001140     05  CL-CLOSED-LATE           PIC ZZZZZ9.
001150     05  FILLER                  PIC X(01) VALUE SPACES.
001160     05  CL-OPEN-NOW              PIC ZZZZZ9.
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  CL-PAST-SLA              PIC ZZZZZ9.
001190     05  FILLER                  PIC X(01) VALUE SPACES.
001200     05  CL-ESCALATED             PIC ZZZZZ9.
001210     05  FILLER                  PIC X(08) VALUE SPACES.

001220 01  WS-LATE-TITLE.
001230     05  FILLER                  PIC X(38) VALUE
001240         "OPEN CASES PAST SLA".
001250     05  FILLER                  PIC X(42) VALUE SPACES.

001260 01  WS-LATE-COLUMNS.
001270     05  FILLER                  PIC X(40) VALUE
001280         "CASE    CUSTOMER    CATG  OPENED    SLA ".
001290     05  FILLER                  PIC X(40) VALUE
001300         "DUE   LATE LVL OWNER     LINK".

001310 01  WS-LATE-LINE.
001320     05  LL-CASE-NO               PIC 9(06).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  LL-CUST-ID               PIC X(10).
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  LL-CATEGORY              PIC X(04).
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  LL-OPEN-DATE             PIC 9(08).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  LL-SLA-DUE               PIC 9(08).
001410     05  FILLER                  PIC X(01) VALUE SPACES.
001420     05  LL-DAYS-LATE             PIC ZZZZ9.
001430     05  FILLER                  PIC X(03) VALUE SPACES.
001440     05  LL-ESC-LEVEL             PIC 9(01).
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  LL-OWNER                 PIC X(08).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  LL-LINK-TYPE             PIC X(01).
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  LL-LINK-REF              PIC X(10).
001510     05  FILLER                  PIC X(03) VALUE SPACES.

001520 01  WS-NONE-LINE.
001530     05  FILLER                  PIC X(38) VALUE
001540         "NO OPEN CASE IS PAST ITS SLA".
001550     05  FILLER                  PIC X(42) VALUE SPACES.

001560 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-COUNT-ONE-CASE THRU 2000-EXIT
001610         UNTIL WS-EOF.
001620     PERFORM 3000-PRINT-CATEGORIES THRU 3000-EXIT.
001630     PERFORM 4000-LIST-PAST-SLA THRU 4000-EXIT.
001640     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001650     STOP RUN.

001660*----------------------------------------------------------------
001670* 1000-INITIALIZE - THE REPORTING WEEK IS THE SEVEN DAYS ENDING
001680*                   ON THE BUSINESS DATE.
001690*----------------------------------------------------------------
001700 1000-INITIALIZE.
001710     MOVE "GET" TO BU-ACTION.
001720     CALL "BUSDATE" USING BUSDATE-PARMS.
001730     MOVE BU-BUS-DATE TO WS-RUN-CCYYMMDD.
001740     MOVE BU-BUS-DATE TO WS-RUN-DATE.
001750     ACCEPT WS-RUN-TIME FROM TIME.
001760     COMPUTE WS-TODAY-INT =
001770         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
001780     COMPUTE WS-WEEK-START =
001790         FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 6).
001800     OPEN OUTPUT SVCWRPT.
001810     MOVE "SVCRPT" TO RH-PROGRAM-ID.
001820     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001830     MOVE WS-RUN-TIME TO RH-RUN-ID.
001840     MOVE 1 TO RH-PAGE-NUMBER.
001850     WRITE SVCWRPT-REC FROM RH-REPORT-HEADER.
001860     WRITE SVCWRPT-REC FROM WS-TITLE-LINE.
001870     MOVE WS-WEEK-START TO WL-WEEK-START.
001880     MOVE WS-RUN-CCYYMMDD TO WL-WEEK-END.
001890     WRITE SVCWRPT-REC FROM WS-WEEK-LINE.
001900     WRITE SVCWRPT-REC FROM WS-BLANK-LINE.
001910     PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
001920     OPEN INPUT SVCCASE.
001930     IF WS-CASE-STATUS NOT = "00"
001940         SET WS-EOF TO TRUE
001950         GO TO 1000-EXIT
001960     END-IF.
001970     PERFORM 8000-READ-SVCCASE THRU 8000-EXIT.
001980 1000-EXIT.
001990     EXIT.

002000 1100-LOAD-CATEGORIES.
002010     OPEN INPUT SVCCAT.
002020     IF WS-CAT-STATUS NOT = "00"
002030         GO TO 1100-EXIT
002040     END-IF.
002050     PERFORM 1110-LOAD-ONE-CATEGORY THRU 1110-EXIT
002060         UNTIL WS-EOF.
002070     CLOSE SVCCAT.
002080     MOVE "N" TO WS-EOF-SW.
002090 1100-EXIT.
002100     EXIT.

002110 1110-LOAD-ONE-CATEGORY.
002120     READ SVCCAT
002130         AT END
002140             SET WS-EOF TO TRUE
002150             GO TO 1110-EXIT
002160     END-READ.
002170     IF WS-CAT-COUNT >= 50
002180         DISPLAY "SVCRPT - SVCCAT EXCEEDS THE 50-CATEGORY "
002190             "TABLE - RUN ABORTED"
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230     MOVE SVCCAT-REC TO SK-CATEGORY-RECORD.
002240     ADD 1 TO WS-CAT-COUNT.
002250     SET CT-IDX TO WS-CAT-COUNT.
002260     MOVE SK-CATEGORY TO CT-CATEGORY(CT-IDX).
002270     MOVE SK-DESCRIPTION TO CT-DESCRIPTION(CT-IDX).
002280     MOVE ZERO TO CT-OPENED(CT-IDX) CT-CLOSED(CT-IDX)
002290         CT-CLOSED-LATE(CT-IDX) CT-OPEN-NOW(CT-IDX)
002300         CT-PAST-SLA(CT-IDX) CT-ESCALATED(CT-IDX).
002310 1110-EXIT.
002320     EXIT.

002330*----------------------------------------------------------------
002340* 2000-COUNT-ONE-CASE - ADD THE CASE TO ITS CATEGORY'S WEEK AND
002350*                       CURRENT COUNTS. A CATEGORY TAKEN OFF
002360*                       SVCCAT SINCE THE CASE WAS OPENED IS
002370*                       COUNTED ON ITS OWN LINE.
002380*----------------------------------------------------------------
002390 2000-COUNT-ONE-CASE.
002400     MOVE SVCCASE-REC TO SC-CASE-RECORD.
002410     PERFORM 2100-FIND-CATEGORY THRU 2100-EXIT.
002420     SET CT-IDX TO WS-CAT-IDX.
002430     IF SC-OPEN-DATE NOT < WS-WEEK-START
002440             AND SC-OPEN-DATE NOT > WS-RUN-CCYYMMDD
002450         ADD 1 TO CT-OPENED(CT-IDX)
002460     END-IF.
002470     IF SC-CLOSED
002480         IF SC-CLOSE-DATE NOT < WS-WEEK-START
002490                 AND SC-CLOSE-DATE NOT > WS-RUN-CCYYMMDD
002500             ADD 1 TO CT-CLOSED(CT-IDX)
002510             IF SC-CLOSE-DATE > SC-SLA-DUE
002520                 ADD 1 TO CT-CLOSED-LATE(CT-IDX)
002530             END-IF
002540         END-IF
002550     ELSE
002560         ADD 1 TO CT-OPEN-NOW(CT-IDX)
002570         IF WS-RUN-CCYYMMDD > SC-SLA-DUE
002580             ADD 1 TO CT-PAST-SLA(CT-IDX)
002590         END-IF
002600         IF SC-ESC-LEVEL > ZERO
002610             ADD 1 TO CT-ESCALATED(CT-IDX)
002620         END-IF
002630     END-IF.
002640     PERFORM 8000-READ-SVCCASE THRU 8000-EXIT.
002650 2000-EXIT.
002660     EXIT.

002670 2100-FIND-CATEGORY.
002680     MOVE ZERO TO WS-CAT-IDX.
002690     PERFORM 2110-MATCH-CATEGORY THRU 2110-EXIT
002700         VARYING WS-K FROM 1 BY 1
002710         UNTIL WS-K > WS-CAT-COUNT OR WS-CAT-IDX > ZERO.
002720     IF WS-CAT-IDX > ZERO
002730         GO TO 2100-EXIT
002740     END-IF.
002750     IF WS-CAT-COUNT >= 51
002760         DISPLAY "SVCRPT - TOO MANY CATEGORIES NOT ON SVCCAT "
002770             "- RUN ABORTED"
002780         MOVE 16 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     ADD 1 TO WS-CAT-COUNT.
002820     MOVE WS-CAT-COUNT TO WS-CAT-IDX.
002830     SET CT-IDX TO WS-CAT-IDX.
002840     MOVE SC-CATEGORY TO CT-CATEGORY(CT-IDX).
002850     MOVE "NOT ON SVCCAT" TO CT-DESCRIPTION(CT-IDX).
002860     MOVE ZERO TO CT-OPENED(CT-IDX) CT-CLOSED(CT-IDX)
002870         CT-CLOSED-LATE(CT-IDX) CT-OPEN-NOW(CT-IDX)
002880         CT-PAST-SLA(CT-IDX) CT-ESCALATED(CT-IDX).
002890 2100-EXIT.
002900     EXIT.

002910 2110-MATCH-CATEGORY.
002920     IF CT-CATEGORY(WS-K) = SC-CATEGORY
002930         MOVE WS-K TO WS-CAT-IDX
002940     END-IF.
002950 2110-EXIT.
002960     EXIT.

002970 3000-PRINT-CATEGORIES.
002980     WRITE SVCWRPT-REC FROM WS-COLUMN-LINE-2.
002990     WRITE SVCWRPT-REC FROM WS-COLUMN-LINE.
003000     PERFORM 3100-PRINT-ONE-CATEGORY THRU 3100-EXIT
003010         VARYING WS-K FROM 1 BY 1
003020         UNTIL WS-K > WS-CAT-COUNT.
003030     MOVE SPACES TO CL-CATEGORY.
003040     MOVE "ALL CATEGORIES" TO CL-DESCRIPTION.
003050     MOVE TT-OPENED TO CL-OPENED.
003060     MOVE TT-CLOSED TO CL-CLOSED.
003070     MOVE TT-CLOSED-LATE TO CL-CLOSED-LATE.
003080     MOVE TT-OPEN-NOW TO CL-OPEN-NOW.
003090     MOVE TT-PAST-SLA TO CL-PAST-SLA.
003100     MOVE TT-ESCALATED TO CL-ESCALATED.
003110     WRITE SVCWRPT-REC FROM WS-BLANK-LINE.
003120     WRITE SVCWRPT-REC FROM WS-CATEGORY-LINE.
003130 3000-EXIT.
003140     EXIT.

003150 3100-PRINT-ONE-CATEGORY.
003160     SET CT-IDX TO WS-K.
003170     MOVE CT-CATEGORY(CT-IDX) TO CL-CATEGORY.
003180     MOVE CT-DESCRIPTION(CT-IDX) TO CL-DESCRIPTION.
003190     MOVE CT-OPENED(CT-IDX) TO CL-OPENED.
003200     MOVE CT-CLOSED(CT-IDX) TO CL-CLOSED.
003210     MOVE CT-CLOSED-LATE(CT-IDX) TO CL-CLOSED-LATE.
003220     MOVE CT-OPEN-NOW(CT-IDX) TO CL-OPEN-NOW.
003230     MOVE CT-PAST-SLA(CT-IDX) TO CL-PAST-SLA.
003240     MOVE CT-ESCALATED(CT-IDX) TO CL-ESCALATED.
003250     WRITE SVCWRPT-REC FROM WS-CATEGORY-LINE.
003260     ADD CT-OPENED(CT-IDX) TO TT-OPENED.
003270     ADD CT-CLOSED(CT-IDX) TO TT-CLOSED.
003280     ADD CT-CLOSED-LATE(CT-IDX) TO TT-CLOSED-LATE.
003290     ADD CT-OPEN-NOW(CT-IDX) TO TT-OPEN-NOW.
003300     ADD CT-PAST-SLA(CT-IDX) TO TT-PAST-SLA.
003310     ADD CT-ESCALATED(CT-IDX) TO TT-ESCALATED.
003320 3100-EXIT.
003330     EXIT.

003340*----------------------------------------------------------------
003350* 4000-LIST-PAST-SLA - A SECOND PASS OF THE CASE FILE LISTS EACH
003360*                      OPEN CASE PAST ITS SLA, IN CASE ORDER.
003370*----------------------------------------------------------------
003380 4000-LIST-PAST-SLA.
003390     WRITE SVCWRPT-REC FROM WS-BLANK-LINE.
003400     WRITE SVCWRPT-REC FROM WS-LATE-TITLE.
003410     WRITE SVCWRPT-REC FROM WS-LATE-COLUMNS.
003420     IF WS-CASE-STATUS NOT = "00" AND WS-CASE-STATUS NOT = "10"
003430         WRITE SVCWRPT-REC FROM WS-NONE-LINE
003440         GO TO 4000-EXIT
003450     END-IF.
003460     CLOSE SVCCASE.
003470     OPEN INPUT SVCCASE.
003480     MOVE "N" TO WS-EOF-SW.
003490     PERFORM 8000-READ-SVCCASE THRU 8000-EXIT.
003500     PERFORM 4100-LIST-ONE-CASE THRU 4100-EXIT
003510         UNTIL WS-EOF.
003520     IF WS-LATE-LISTED = ZERO
003530         WRITE SVCWRPT-REC FROM WS-NONE-LINE
003540     END-IF.
003550 4000-EXIT.
003560     EXIT.

003570 4100-LIST-ONE-CASE.
003580     MOVE SVCCASE-REC TO SC-CASE-RECORD.
003590     IF SC-OPEN AND WS-RUN-CCYYMMDD > SC-SLA-DUE
003600         COMPUTE WS-DUE-INT =
003610             FUNCTION INTEGER-OF-DATE(SC-SLA-DUE)
003620         COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DUE-INT
003630         MOVE SC-CASE-NO TO LL-CASE-NO
003640         MOVE SC-CUST-ID TO LL-CUST-ID
003650         MOVE SC-CATEGORY TO LL-CATEGORY
003660         MOVE SC-OPEN-DATE TO LL-OPEN-DATE
003670         MOVE SC-SLA-DUE TO LL-SLA-DUE
003680         MOVE WS-DAYS-LATE TO LL-DAYS-LATE
003690         MOVE SC-ESC-LEVEL TO LL-ESC-LEVEL
003700         MOVE SC-OWNER TO LL-OWNER
003710         MOVE SC-LINK-TYPE TO LL-LINK-TYPE
003720         MOVE SC-LINK-REF TO LL-LINK-REF
003730         WRITE SVCWRPT-REC FROM WS-LATE-LINE
003740         ADD 1 TO WS-LATE-LISTED
003750     END-IF.
003760     PERFORM 8000-READ-SVCCASE THRU 8000-EXIT.
003770 4100-EXIT.
003780     EXIT.

003790 5000-FINALIZE.
003800     IF WS-CASE-STATUS = "00" OR WS-CASE-STATUS = "10"
003810         CLOSE SVCCASE
003820     END-IF.
003850     CLOSE SVCWRPT.
003860 5000-EXIT.
003870     EXIT.

003880 8000-READ-SVCCASE.
003890     READ SVCCASE
003900         AT END
003910             SET WS-EOF TO TRUE
003920     END-READ.
003930 8000-EXIT.
003940     EXIT.
