000355*                  WHITEBOARD ALREADY KNOWS WILL BE DOWN. THE
000356*                  MNTRECON JOB COMPARES THE PLAN TO THE ACTUAL
000357*                  DOWNREC DOWNTIME AFTERWARD.
000358* 10/15/2026  RO   MATERIAL HOLDS. THE MATLCHK MATERIAL CHECK NOW
000359*                  RUNS FIRST AND LISTS ON MATLHOLD EVERY JOB
00035A*                  WHOSE COMPONENTS ARE NOT IN STOCK OR DUE IN
00035B*                  BEFORE ITS START. A HELD JOB PRINTS AS HELD,
00035C*                  TAKES NO CAPACITY FROM ITS CENTER AND REJECTS
00035D*                  TO LATEEXC; THE SUMMARY COUNTS THE HOLDS. NO
00035E*                  MATLHOLD FILE MEANS NOTHING IS HELD.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000477     SELECT MAINTPLN ASSIGN TO "MAINTPLN"
000478         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-MNT-STATUS.
00047A     SELECT MATLHOLD ASSIGN TO "MATLHOLD"
00047B         ORGANIZATION IS LINE SEQUENTIAL
00047C         FILE STATUS IS WS-HOLD-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000629     05  MP-MAINT-HOURS           PIC 9(09).
00062A     05  FILLER                   PIC X(66).

00062B FD  MATLHOLD
00062C     RECORDING MODE IS F.
00062D 01  MATLHOLD-REC.
00062E     05  MH-JOB-ID                PIC X(10).
00062F     05  FILLER                   PIC X(01).
00062G     05  MH-PRODUCT               PIC X(10).
00062H     05  FILLER                   PIC X(01).
00062I     05  MH-START-DATE            PIC 9(08).
00062J     05  FILLER                   PIC X(01).
00062K     05  MH-SHORT-PARTS           PIC 9(03).
00062L     05  FILLER                   PIC X(46).

000630 WORKING-STORAGE SECTION.
000640 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000650     88  WS-EOF                             VALUE "Y".
000718 77  WS-WC-IDX                    PIC 9(03) VALUE ZERO COMP.
000730 77  WS-FEASIBLE-SW               PIC X(01).
000740     88  WS-FEASIBLE                        VALUE "Y".
0740A1 77  WS-HOLD-STATUS               PIC X(02) VALUE SPACES.
0740A2 77  WS-HELD-COUNT                PIC 9(05) VALUE ZERO COMP.
0740A3 77  WS-H                         PIC 9(03) COMP.
0740A4 77  WS-MATL-HELD-SW              PIC X(01) VALUE "N".
0740A5     88  WS-MATL-HELD                       VALUE "Y".

0740A6 01  WS-HOLD-TABLE.
0740A7     05  WS-HOLD-COUNT            PIC 9(03) VALUE ZERO COMP.
0740A8     05  HL-ENTRY OCCURS 500 TIMES
0740A9                  INDEXED BY HL-IDX.
0740AA         10  HL-JOB-ID            PIC X(10).

000742 01  WS-CENTER-TABLE.
000744     05  WS-CENTER-COUNT          PIC 9(03) VALUE ZERO COMP.
000980     05  FILLER                  PIC X(18) VALUE
000990         "   LATE JOBS: ".
001000     05  SL-LATE-COUNT            PIC ZZZZ9.
001002     05  FILLER                  PIC X(18) VALUE
001004         "   HELD FOR MATL: ".
001006     05  SL-HELD-COUNT            PIC ZZZZ9.
001010     05  FILLER                  PIC X(10) VALUE SPACES.
001020
001030 COPY CHKPTLINK.
001035 COPY REJECTREC.
001226     ACCEPT WS-RUN-DATE FROM DATE.
001227     PERFORM 1100-LOAD-CENTERS THRU 1100-EXIT.
001228     PERFORM 1200-APPLY-MAINTENANCE THRU 1200-EXIT.
001229     PERFORM 1300-LOAD-HOLDS THRU 1300-EXIT.
001230     MOVE "READ " TO CP-ACTION.
001240     MOVE "LATE" TO CP-JOB-NAME.
001250     CALL "CHECKPT" USING CHECKPOINT-PARMS.
0013B3 1220-EXIT.
0013B4     EXIT.

0013B5*----------------------------------------------------------------
0013B6* 1300-LOAD-HOLDS - THE JOBS MATLCHK FOUND SHORT OF MATERIAL.
0013B7*                   NO MATLHOLD FILE MEANS NO JOB IS HELD.
0013B8*----------------------------------------------------------------
0013B9 1300-LOAD-HOLDS.
0013BA     OPEN INPUT MATLHOLD.
0013BB     IF WS-HOLD-STATUS NOT = "00"
0013BC         GO TO 1300-EXIT
0013BD     END-IF.
0013BE     PERFORM 1310-LOAD-ONE-HOLD THRU 1310-EXIT
0013BF         UNTIL WS-EOF.
0013BG     CLOSE MATLHOLD.
0013BH     MOVE "N" TO WS-EOF-SW.
0013BI 1300-EXIT.
0013BJ     EXIT.

0013BK 1310-LOAD-ONE-HOLD.
0013BL     READ MATLHOLD
0013BM         AT END
0013BN             SET WS-EOF TO TRUE
0013BO             GO TO 1310-EXIT
0013BP     END-READ.
0013BQ     IF WS-HOLD-COUNT >= 500
0013BR*        A HOLD LEFT OUT WOULD SCHEDULE A JOB WITH NO PARTS
0013BS         DISPLAY "LATE - MATLHOLD EXCEEDS THE 500-JOB "
0013BT             "TABLE - RUN ABORTED"
0013BU         MOVE 16 TO RETURN-CODE
0013BV         STOP RUN
0013BW     END-IF.
0013BX     ADD 1 TO WS-HOLD-COUNT.
0013BY     SET HL-IDX TO WS-HOLD-COUNT.
0013BZ     MOVE MH-JOB-ID TO HL-JOB-ID(HL-IDX).
0013C1 1310-EXIT.
0013C2     EXIT.

00132T 1110-LOAD-ONE-CENTER.
00132U     READ WCCAL
00132V         AT END
00156C     IF WS-WC-IDX = ZERO
00156D         GO TO 1520-EXIT
00156E     END-IF.
0156E1     PERFORM 2600-CHECK-HOLD THRU 2600-EXIT.
0156E2     IF WS-MATL-HELD
0156E3         GO TO 1520-EXIT
0156E4     END-IF.
00156F     MOVE WS-WORK-UNITS TO PR-AMOUNT.
00156G     MOVE WS-RATE TO PR-DIVISOR.
00156H     MOVE "C" TO PR-MODE.
001620*                  THE JOB FITS IF ITS WORK CENTER STILL HAS
001630*                  THAT MANY HOURS. CENTERS FILL INDEPENDENTLY,
001640*                  SO JOBS RUN IN PARALLEL ACROSS CENTERS. LATE
001650*                  AND UNKNOWN-CENTER JOBS REJECT TO LATEEXC,
001652*                  AS DO JOBS HELD FOR MATERIAL BY MATLCHK,
001654*                  WHICH TAKE NO CAPACITY.
001655*----------------------------------------------------------------
001660 2000-CHECK-JOB.
001670     ADD 1 TO WS-JOB-COUNT.
00171D         GO TO 2000-NEXT
00171E     END-IF.
00171F     MOVE PR-RESULT TO WS-HOURS-NEEDED.
00171G     PERFORM 2600-CHECK-HOLD THRU 2600-EXIT.
00171H     IF WS-MATL-HELD
00171I         PERFORM 2700-REPORT-HELD THRU 2700-EXIT
00171J         GO TO 2000-NEXT
00171K     END-IF.
001720     SET WK-IDX TO WS-WC-IDX.
001722     IF WK-USED-HOURS(WK-IDX) + WS-HOURS-NEEDED
001724             <= WK-AVAIL-HOURS(WK-IDX)
00197Q 2510-EXIT.
00197R     EXIT.

0197R1 2600-CHECK-HOLD.
0197R2     MOVE "N" TO WS-MATL-HELD-SW.
0197R3     PERFORM 2610-MATCH-HOLD THRU 2610-EXIT
0197R4         VARYING WS-H FROM 1 BY 1
0197R5         UNTIL WS-H > WS-HOLD-COUNT OR WS-MATL-HELD.
0197R6 2600-EXIT.
0197R7     EXIT.

0197R8 2610-MATCH-HOLD.
0197R9     IF HL-JOB-ID(WS-H) = WS-JOB-ID
0197RA         SET WS-MATL-HELD TO TRUE
0197RB     END-IF.
0197RC 2610-EXIT.
0197RD     EXIT.

0197RE 2700-REPORT-HELD.
0197RF     MOVE WS-JOB-ID TO DL-JOB-ID.
0197RG     MOVE WS-CENTER TO DL-CENTER.
0197RH     MOVE WS-WORK-UNITS TO DL-WORK-UNITS.
0197RI     MOVE WS-RATE TO DL-RATE.
0197RJ     MOVE WS-HOURS-NEEDED TO DL-HOURS-NEEDED.
0197RK     MOVE "HELD" TO DL-STATUS.
0197RL     WRITE FEASRPT-REC FROM WS-DETAIL-LINE.
0197RM     ADD 1 TO WS-HELD-COUNT.
0197RN     MOVE "HELD - MATERIAL SHORTAGE" TO RJ-REASON-CODE.
0197RO     PERFORM 2800-WRITE-REJECT THRU 2800-EXIT.
0197RP 2700-EXIT.
0197RQ     EXIT.

00197S 2800-WRITE-REJECT.
00197T     MOVE "LATE" TO RJ-SOURCE-PROGRAM.
00197U     MOVE WS-JOB-ID TO RJ-RECORD-KEY.
001988         UNTIL WS-W > WS-CENTER-COUNT.
001990     MOVE WS-JOB-COUNT TO SL-JOB-COUNT.
002000     MOVE WS-LATE-COUNT TO SL-LATE-COUNT.
002005     MOVE WS-HELD-COUNT TO SL-HELD-COUNT.
002010     WRITE FEASRPT-REC FROM WS-SUMMARY-LINE.
002012*    A RUN THAT REACHED NORMAL END OF FILE HAS NOTHING TO
002013*    RESTART - RETIRE THE CHECKPOINT SO NEXT NIGHT'S RUN
