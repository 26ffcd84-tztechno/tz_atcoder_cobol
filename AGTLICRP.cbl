000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AGTLICRP.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. AGENT LICENSING EXPIRY
000110*                  REPORT. READS AGTMAST AND LISTS, UNDER ONE
000120*                  HEADING EACH, EVERY AGENT WHOSE LICENSE HAS
000130*                  EXPIRED OR EXPIRES TODAY, EXPIRES WITHIN 30
000140*                  DAYS, OR EXPIRES WITHIN 60 DAYS, PLUS ANY
000150*                  AGENT WITH NO LICENSE ON FILE, SO LICENSING
000160*                  CAN CHASE RENEWALS BEFORE AGTLICCK STARTS
000170*                  REJECTING THE AGENT'S NEW BUSINESS. AN AGENT
000180*                  WHO IS NOT APPOINTED IS MARKED ON THE LINE.
000190*                  THE REPORT GOES TO AGTLRPT.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM.
000240 OBJECT-COMPUTER. IBM.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT AGTMAST ASSIGN TO "AGTMAST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-AGT-STATUS.
000300     SELECT AGTLRPT ASSIGN TO "AGTLRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  AGTMAST
000350     RECORDING MODE IS F.
000360 01  AGTMAST-REC.
000370     05  AG-AGENT-ID              PIC X(06).
000380     05  FILLER                   PIC X(01).
000390     05  AG-NAME                  PIC X(30).
000400     05  FILLER                   PIC X(01).
000410     05  AG-COMM-PCT              PIC 9(02).
000420     05  FILLER                   PIC X(01).
000430     05  AG-LICENSE-NO            PIC X(12).
000440     05  FILLER                   PIC X(01).
000450     05  AG-LICENSE-EXP           PIC 9(08).
000460     05  FILLER                   PIC X(01).
000470     05  AG-APPOINTED             PIC X(01).
000480         88  AG-IS-APPOINTED                VALUE "Y".
000490     05  FILLER                   PIC X(16).

000500 FD  AGTLRPT
000510     RECORDING MODE IS F.
000520 01  AGTLRPT-REC                  PIC X(80).

000530 WORKING-STORAGE SECTION.
000540 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000550     88  WS-EOF                             VALUE "Y".
000560 77  WS-AGT-STATUS                PIC X(02) VALUE SPACES.
000570 77  WS-A                         PIC 9(03) COMP.
000580 77  WS-B                         PIC 9(01) COMP.
000590 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000600 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
000610 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
000620 77  WS-TODAY-INT                 PIC 9(08) VALUE ZERO.
000630 77  WS-EXP-INT                   PIC 9(08) VALUE ZERO.
000640 77  WS-DAYS-LEFT                 PIC S9(05) VALUE ZERO.
000650 77  WS-BUCKET                    PIC 9(01) VALUE ZERO.
000660 77  WS-AGENT-COUNT               PIC 9(05) VALUE ZERO COMP.
000670 77  WS-LISTED-COUNT              PIC 9(05) VALUE ZERO COMP.
000680 77  WS-BUCKET-COUNT              PIC 9(05) VALUE ZERO COMP.

000690 01  WS-LIST-TABLE.
000700     05  WS-LIST-COUNT            PIC 9(03) VALUE ZERO COMP.
000710     05  LT-ENTRY OCCURS 200 TIMES
000720                  INDEXED BY LT-IDX.
000730         10  LT-BUCKET            PIC 9(01).
000740         10  LT-AGENT-ID          PIC X(06).
000750         10  LT-NAME              PIC X(30).
000760         10  LT-LICENSE-NO        PIC X(12).
000770         10  LT-LICENSE-EXP       PIC 9(08).
000780         10  LT-DAYS-LEFT         PIC S9(05).
000790         10  LT-APPOINTED         PIC X(01).

000800*    ONE HEADING PER BUCKET, PRINTED IN THIS ORDER
000810 01  WS-BUCKET-VALUES.
000820     05  FILLER                   PIC X(30) VALUE
000830         "EXPIRED OR EXPIRING TODAY".
000840     05  FILLER                   PIC X(30) VALUE
000850         "EXPIRING WITHIN 30 DAYS".
000860     05  FILLER                   PIC X(30) VALUE
000870         "EXPIRING WITHIN 60 DAYS".
000880     05  FILLER                   PIC X(30) VALUE
000890         "NO LICENSE ON FILE".
000900 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
000910     05  BK-HEADING OCCURS 4 TIMES PIC X(30).

000920 COPY RPTHDR.
000930 COPY DATXLINK.

000940 01  WS-TITLE-LINE.
000950     05  FILLER                  PIC X(32) VALUE
000960         "AGENT LICENSING EXPIRY REPORT".
000970     05  FILLER                  PIC X(48) VALUE SPACES.

000980 01  WS-BUCKET-LINE.
000990     05  FILLER                  PIC X(04) VALUE "*** ".
001000     05  BL-HEADING               PIC X(30).
001010     05  FILLER                  PIC X(46) VALUE SPACES.

001020 01  WS-HDG-LINE.
001030     05  FILLER                  PIC X(42) VALUE
001040         "AGENT  NAME                 LICENSE".
001050     05  FILLER                  PIC X(38) VALUE
001055         "EXPIRES   DAYS  APPT".

001060 01  WS-DETAIL-LINE.
001070     05  DL-AGENT-ID              PIC X(06).
001080     05  FILLER                  PIC X(01) VALUE SPACES.
001090     05  DL-NAME                  PIC X(20).
001100     05  FILLER                  PIC X(01) VALUE SPACES.
001110     05  DL-LICENSE-NO            PIC X(12).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  DL-LICENSE-EXP           PIC 9(08).
001140     05  FILLER                  PIC X(01) VALUE SPACES.
001150     05  DL-DAYS-LEFT             PIC -(4)9.
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  DL-APPOINTED             PIC X(03).
001180     05  FILLER                  PIC X(19) VALUE SPACES.

001190 01  WS-COUNT-LINE.
001200     05  FILLER                  PIC X(10) VALUE "  AGENTS: ".
001210     05  CL-BUCKET-COUNT          PIC ZZZZ9.
001220     05  FILLER                  PIC X(65) VALUE SPACES.

001230 01  WS-SUMMARY-LINE.
001240     05  FILLER                  PIC X(17) VALUE
001250         "AGENTS ON FILE:  ".
001260     05  SL-AGENT-COUNT           PIC ZZZZ9.
001270     05  FILLER                  PIC X(10) VALUE "  LISTED: ".
001280     05  SL-LISTED-COUNT          PIC ZZZZ9.
001290     05  FILLER                  PIC X(43) VALUE SPACES.

001300 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 2000-CLASSIFY-AGENT THRU 2000-EXIT
001350         UNTIL WS-EOF.
001360     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001370     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001380     STOP RUN.

001390 1000-INITIALIZE.
001400     ACCEPT WS-RUN-DATE FROM DATE.
001410     ACCEPT WS-RUN-TIME FROM TIME.
001420     MOVE "EXPND" TO DX-ACTION.
001430     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
001440     CALL "DATEXPND" USING DATEXPND-PARMS.
001450     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001460     COMPUTE WS-TODAY-INT =
001470         FUNCTION INTEGER-OF-DATE(WS-RUN-CCYYMMDD).
001480     OPEN OUTPUT AGTLRPT.
001490     MOVE "AGTLICRP" TO RH-PROGRAM-ID.
001500     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001510     MOVE WS-RUN-TIME TO RH-RUN-ID.
001520     MOVE 1 TO RH-PAGE-NUMBER.
001530     WRITE AGTLRPT-REC FROM RH-REPORT-HEADER.
001540     WRITE AGTLRPT-REC FROM WS-TITLE-LINE.
001550     OPEN INPUT AGTMAST.
001560     IF WS-AGT-STATUS NOT = "00"
001570         DISPLAY "AGTLICRP - AGTMAST NOT FOUND - RUN ABORTED"
001580         MOVE 16 TO RETURN-CODE
001590         STOP RUN
001600     END-IF.
001610 1000-EXIT.
001620     EXIT.

001630*----------------------------------------------------------------
001640* 2000-CLASSIFY-AGENT - DAYS LEFT ON THE LICENSE DECIDE THE
001650*                       BUCKET: ZERO OR LESS, 30 OR LESS, 60 OR
001660*                       LESS. AN AGENT FURTHER OUT IS NOT LISTED.
001670*----------------------------------------------------------------
001680 2000-CLASSIFY-AGENT.
001690     READ AGTMAST
001700         AT END
001710             SET WS-EOF TO TRUE
001720             GO TO 2000-EXIT
001730     END-READ.
001740     ADD 1 TO WS-AGENT-COUNT.
001750     MOVE ZERO TO WS-DAYS-LEFT.
001760     IF AG-LICENSE-NO = SPACES OR AG-LICENSE-EXP IS NOT NUMERIC
001770         MOVE 4 TO WS-BUCKET
001780         GO TO 2000-LIST
001790     END-IF.
001800     COMPUTE WS-EXP-INT =
001810         FUNCTION INTEGER-OF-DATE(AG-LICENSE-EXP).
001820     COMPUTE WS-DAYS-LEFT = WS-EXP-INT - WS-TODAY-INT.
001830     EVALUATE TRUE
001840         WHEN WS-DAYS-LEFT <= ZERO
001850             MOVE 1 TO WS-BUCKET
001860         WHEN WS-DAYS-LEFT <= 30
001870             MOVE 2 TO WS-BUCKET
001880         WHEN WS-DAYS-LEFT <= 60
001890             MOVE 3 TO WS-BUCKET
001900         WHEN OTHER
001910             GO TO 2000-EXIT
001920     END-EVALUATE.
001930 2000-LIST.
001940     IF WS-LIST-COUNT >= 200
001950         DISPLAY "AGTLICRP - AGTMAST EXCEEDS THE 200-"
001960             "AGENT TABLE - RUN ABORTED"
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF.
002000     ADD 1 TO WS-LIST-COUNT.
002010     SET LT-IDX TO WS-LIST-COUNT.
002020     MOVE WS-BUCKET TO LT-BUCKET(LT-IDX).
002030     MOVE AG-AGENT-ID TO LT-AGENT-ID(LT-IDX).
002040     MOVE AG-NAME TO LT-NAME(LT-IDX).
002050     MOVE AG-LICENSE-NO TO LT-LICENSE-NO(LT-IDX).
002060     MOVE ZERO TO LT-LICENSE-EXP(LT-IDX).
002070     IF AG-LICENSE-EXP IS NUMERIC
002080         MOVE AG-LICENSE-EXP TO LT-LICENSE-EXP(LT-IDX)
002090     END-IF.
002100     MOVE WS-DAYS-LEFT TO LT-DAYS-LEFT(LT-IDX).
002110     MOVE AG-APPOINTED TO LT-APPOINTED(LT-IDX).
002120 2000-EXIT.
002130     EXIT.

002140*----------------------------------------------------------------
002150* 3000-PRINT-REPORT - ONE PASS OF THE LIST PER BUCKET, MOST
002160*                     URGENT FIRST, EACH WITH ITS OWN COUNT.
002170*----------------------------------------------------------------
002180 3000-PRINT-REPORT.
002190     PERFORM 3100-PRINT-ONE-BUCKET THRU 3100-EXIT
002200         VARYING WS-B FROM 1 BY 1
002210         UNTIL WS-B > 4.
002220 3000-EXIT.
002230     EXIT.

002240 3100-PRINT-ONE-BUCKET.
002250     MOVE ZERO TO WS-BUCKET-COUNT.
002260     WRITE AGTLRPT-REC FROM WS-BLANK-LINE.
002270     MOVE BK-HEADING(WS-B) TO BL-HEADING.
002280     WRITE AGTLRPT-REC FROM WS-BUCKET-LINE.
002290     WRITE AGTLRPT-REC FROM WS-HDG-LINE.
002300     PERFORM 3110-PRINT-ONE-AGENT THRU 3110-EXIT
002310         VARYING WS-A FROM 1 BY 1
002320         UNTIL WS-A > WS-LIST-COUNT.
002330     MOVE WS-BUCKET-COUNT TO CL-BUCKET-COUNT.
002340     WRITE AGTLRPT-REC FROM WS-COUNT-LINE.
002350 3100-EXIT.
002360     EXIT.

002370 3110-PRINT-ONE-AGENT.
002380     SET LT-IDX TO WS-A.
002390     IF LT-BUCKET(LT-IDX) NOT = WS-B
002400         GO TO 3110-EXIT
002410     END-IF.
002420     MOVE LT-AGENT-ID(LT-IDX) TO DL-AGENT-ID.
002430     MOVE LT-NAME(LT-IDX) TO DL-NAME.
002440     MOVE LT-LICENSE-NO(LT-IDX) TO DL-LICENSE-NO.
002450     MOVE LT-LICENSE-EXP(LT-IDX) TO DL-LICENSE-EXP.
002460     MOVE LT-DAYS-LEFT(LT-IDX) TO DL-DAYS-LEFT.
002470     IF LT-APPOINTED(LT-IDX) = "Y"
002480         MOVE "YES" TO DL-APPOINTED
002490     ELSE
002500         MOVE "NO" TO DL-APPOINTED
002510     END-IF.
002520     WRITE AGTLRPT-REC FROM WS-DETAIL-LINE.
002530     ADD 1 TO WS-BUCKET-COUNT.
002540     ADD 1 TO WS-LISTED-COUNT.
002550 3110-EXIT.
002560     EXIT.

002570 5000-FINALIZE.
002580     CLOSE AGTMAST.
002590     WRITE AGTLRPT-REC FROM WS-BLANK-LINE.
002600     MOVE WS-AGENT-COUNT TO SL-AGENT-COUNT.
002610     MOVE WS-LISTED-COUNT TO SL-LISTED-COUNT.
002620     WRITE AGTLRPT-REC FROM WS-SUMMARY-LINE.
002630     CLOSE AGTLRPT.
002640 5000-EXIT.
002650     EXIT.
