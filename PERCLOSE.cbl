000240*                  MAKES THE POSTING JOBS REJECT ANY TRANSACTION
000250*                  DATED INTO A CLOSED PERIOD. A SUMMARY GOES TO
000260*                  PERCRPT.
000262* 10/15/2026  RO   GLMAST IS NOW SNAPSHOTTED AT CLOSE AS WELL, TO
000264*                  GLMAST.P<YYMM> IN THE SAME READABLE ACCOUNT/
000266*                  BALANCE FORM AS ACCTMAST BUT WITH THE SIGNED
000268*                  LEDGER BALANCE, SO THE BUDVAR BUDGET VARIANCE
00026A*                  REPORT CAN TAKE PERIOD AND YEAR-TO-DATE
00026C*                  ACTIVITY AS THE DIFFERENCE BETWEEN CLOSINGS.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS AM-ACCOUNT-ID
000470         FILE STATUS IS WS-MAST-STATUS.
000472     SELECT GLMAST ASSIGN TO "GLMAST"
000474         ORGANIZATION IS INDEXED
000476         ACCESS MODE IS SEQUENTIAL
000478         RECORD KEY IS GL-ACCOUNT
00047A         FILE STATUS IS WS-GL-STATUS.
000480     SELECT GENREG ASSIGN TO "GENREG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REG-STATUS.
000690     05  AM-BALANCE               PIC S9(09) COMP-3.
000700     05  AM-LAST-POST-DATE        PIC 9(06).

000702 FD  GLMAST.
000704 01  GLMAST-REC.
000706     05  GL-ACCOUNT               PIC X(10).
000708     05  GL-BALANCE               PIC S9(11) COMP-3.
00070A     05  GL-LAST-POST-DATE        PIC 9(06).

000710 FD  GENREG
000720     RECORDING MODE IS F.
000730 01  GENREG-REC.
000840 77  WS-SRC-STATUS                PIC X(02) VALUE SPACES.
000850 77  WS-SNAP-STATUS               PIC X(02) VALUE SPACES.
000860 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
000865 77  WS-GL-STATUS                 PIC X(02) VALUE SPACES.
000870 77  WS-REG-STATUS                PIC X(02) VALUE SPACES.
000880 77  WS-SRC-NAME                  PIC X(10) VALUE SPACES.
000890 77  WS-SNAP-NAME                 PIC X(30) VALUE SPACES.
001100 01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
001110     05  ML-NAME OCCURS 3 TIMES   PIC X(10).

001112 01  WS-GL-SNAP-LINE.
001114     05  GS-ACCOUNT               PIC X(10).
001115     05  FILLER                   PIC X(01).
001116     05  GS-BALANCE               PIC S9(11) SIGN LEADING
001117                                            SEPARATE.
001118     05  FILLER                   PIC X(01).
001119     05  GS-LAST-POST-DATE        PIC 9(06).
00111A     05  FILLER                   PIC X(170).

001120 COPY RPTHDR.

001130 01  WS-TITLE-LINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     PERFORM 2000-SNAPSHOT-FLATS THRU 2000-EXIT.
001360     PERFORM 3000-SNAPSHOT-ACCTMAST THRU 3000-EXIT.
001365     PERFORM 3500-SNAPSHOT-GLMAST THRU 3500-EXIT.
001370     PERFORM 4000-ROLL-PERIOD THRU 4000-EXIT.
001380     PERFORM 5000-FINALIZE THRU 5000-EXIT.
001390     STOP RUN.
002520 3100-EXIT.
002530     EXIT.

002531*----------------------------------------------------------------
002532* 3500-SNAPSHOT-GLMAST - THE GENERAL LEDGER IS KEYED TOO. ITS
002533*                        BALANCES CARRY A SIGN (CREDIT BALANCES
002534*                        ARE NEGATIVE), SO THE SNAPSHOT LINE
002535*                        KEEPS IT AS A LEADING SEPARATE SIGN.
002536*----------------------------------------------------------------
002537 3500-SNAPSHOT-GLMAST.
002538     OPEN INPUT GLMAST.
002539     IF WS-GL-STATUS NOT = "00"
00253A         GO TO 3500-EXIT
00253B     END-IF.
00253C     MOVE SPACES TO WS-SNAP-NAME.
00253D     STRING "GLMAST.P" DELIMITED BY SIZE
00253E            WS-CLOSING-PERIOD DELIMITED BY SIZE
00253F         INTO WS-SNAP-NAME.
00253G     OPEN OUTPUT SNAPFILE.
00253H     MOVE ZERO TO WS-COPY-COUNT.
00253I     PERFORM 3600-COPY-ONE-GL-ACCOUNT THRU 3600-EXIT
00253J         UNTIL WS-EOF.
00253K     MOVE "N" TO WS-EOF-SW.
00253L     CLOSE GLMAST
00253M           SNAPFILE.
00253N     PERFORM 2900-REGISTER-SNAPSHOT THRU 2900-EXIT.
00253O 3500-EXIT.
00253P     EXIT.

00253Q 3600-COPY-ONE-GL-ACCOUNT.
00253R     READ GLMAST
00253S         AT END
00253T             SET WS-EOF TO TRUE
00253U             GO TO 3600-EXIT
00253V     END-READ.
00253W     MOVE SPACES TO WS-GL-SNAP-LINE.
00253X     MOVE GL-ACCOUNT TO GS-ACCOUNT.
00253Y     MOVE GL-BALANCE TO GS-BALANCE.
00253Z     MOVE GL-LAST-POST-DATE TO GS-LAST-POST-DATE.
002541     WRITE SNAPFILE-REC FROM WS-GL-SNAP-LINE.
002542     ADD 1 TO WS-COPY-COUNT.
002543 3600-EXIT.
002544     EXIT.

002540*----------------------------------------------------------------
002550* 2900-REGISTER-SNAPSHOT - ONE GENREG ENTRY PER SNAPSHOT, SO THE
002560*                          RETENTION PURGE KNOWS IT EXISTS, PLUS
