000250*                  JOURNAL CHAIN. THE GLTRIAL REPORT PRINTS THE
000260*                  FULL TRIAL BALANCE AND PROVES THE LEDGER
000270*                  STILL NETS TO ZERO.
000272* 10/15/2026  RO   CHART OF ACCOUNTS. EVERY JOURNAL ACCOUNT MUST
000274*                  NOW BE ON THE COAMAST CHART (MAINTAINED BY
000276*                  COAMAINT) AND ACTIVE THERE, SO A MISTYPED
000278*                  ACCOUNT NO LONGER OPENS A NEW GLMAST RECORD.
00027A*                  A BATCH WITH ANY LINE ON AN UNKNOWN OR
00027C*                  INACTIVE ACCOUNT IS HELD WHOLE - EACH BAD
00027E*                  LINE GOES TO GLREJ AND THE BATCH STAYS ON THE
00027G*                  JOURNAL FOR REPAIR, THE SAME AS AN
00027I*                  OUT-OF-BALANCE BATCH.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS GL-ACCOUNT
000420         FILE STATUS IS WS-MAST-STATUS.
000422     SELECT COAMAST ASSIGN TO "COAMAST"
000424         ORGANIZATION IS INDEXED
000426         ACCESS MODE IS RANDOM
000428         RECORD KEY IS CA-ACCOUNT
00042A         FILE STATUS IS WS-COA-STATUS.
000430     SELECT GLREJ ASSIGN TO "GLREJ"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT GLTRIAL ASSIGN TO "GLTRIAL"
000670     05  GL-BALANCE               PIC S9(11) COMP-3.
000680     05  GL-LAST-POST-DATE        PIC 9(06).

000682 FD  COAMAST.
000684 01  COAMAST-REC.
000686     05  CA-ACCOUNT               PIC X(10).
000688     05  CA-DESC                  PIC X(30).
00068A     05  CA-TYPE                  PIC X(01).
00068C     05  CA-ACTIVE                PIC X(01).
00068E         88  CA-ACCOUNT-ACTIVE              VALUE "Y".
00068G     05  CA-GROUP                 PIC X(20).

000690 FD  GLREJ
000700     RECORDING MODE IS F.
000710 01  GLREJ-REC                    PIC X(80).
000770     88  WS-EOF                             VALUE "Y".
000780 77  WS-JRNL-STATUS               PIC X(02) VALUE SPACES.
000790 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
000795 77  WS-COA-STATUS                PIC X(02) VALUE SPACES.
000800 77  WS-J                         PIC 9(05) COMP.
000810 77  WS-B                         PIC 9(05) COMP.
000820 77  WS-BATCH-IDX                 PIC 9(05) VALUE ZERO COMP.
000880 77  WS-TOT-DEBIT                 PIC 9(13) VALUE ZERO.
000890 77  WS-TOT-CREDIT                PIC 9(13) VALUE ZERO.
000900 77  WS-BAL-JOB-NAME              PIC X(10) VALUE SPACES.
000905 77  WS-BAD-LINES                 PIC 9(05) VALUE ZERO COMP.

000910 01  WS-JRNL-TABLE.
000920     05  WS-JRNL-COUNT            PIC 9(05) VALUE ZERO COMP.
001850         MOVE 16 TO RETURN-CODE
001860         STOP RUN
001870     END-IF.
001872     OPEN INPUT COAMAST.
001874     IF WS-COA-STATUS NOT = "00"
001876         DISPLAY "GLPOST - COAMAST OPEN FAILED, STATUS "
001877             WS-COA-STATUS " - RUN ABORTED"
001878         MOVE 16 TO RETURN-CODE
001879         STOP RUN
00187A     END-IF.
001880     OPEN INPUT GLJRNL.
001890     IF WS-JRNL-STATUS = "00"
001900         PERFORM 1100-LOAD-JOURNAL THRU 1100-EXIT
002960         WRITE GLREJ-REC FROM RJ-REJECT-RECORD
002970         GO TO 3100-EXIT
002980     END-IF.
002982     MOVE ZERO TO WS-BAD-LINES.
002984     PERFORM 3050-CHECK-LINE-ACCOUNT THRU 3050-EXIT
002985         VARYING WS-J FROM 1 BY 1
002986         UNTIL WS-J > WS-JRNL-COUNT.
002987     IF WS-BAD-LINES > ZERO
002988         ADD 1 TO WS-REJ-BATCHES
002989         MOVE "BAD ACCOUNT" TO BL-NOTE
00298A         WRITE GLTRIAL-REC FROM WS-BATCH-LINE
00298B         GO TO 3100-EXIT
00298C     END-IF.
002990     MOVE "POSTED" TO BL-NOTE.
003000     WRITE GLTRIAL-REC FROM WS-BATCH-LINE.
003010     PERFORM 3200-POST-BATCH-LINE THRU 3200-EXIT
003170 3100-EXIT.
003180     EXIT.

003181*----------------------------------------------------------------
003182* 3050-CHECK-LINE-ACCOUNT - A LINE OF THE CURRENT BATCH WHOSE
003183*                           ACCOUNT IS NOT ON THE CHART, OR IS
003184*                           ON IT BUT INACTIVE, IS REJECTED TO
003185*                           GLREJ AND COUNTED; ANY SUCH LINE
003186*                           HOLDS THE BATCH.
003187*----------------------------------------------------------------
003188 3050-CHECK-LINE-ACCOUNT.
003189     SET JT-IDX TO WS-J.
00318A     SET BT-IDX TO WS-B.
00318B     IF JT-SOURCE(JT-IDX) NOT = BT-SOURCE(BT-IDX)
00318C             OR JT-POSTED-SW(JT-IDX) = "Y"
00318D         GO TO 3050-EXIT
00318E     END-IF.
00318F     MOVE JT-ACCOUNT(JT-IDX) TO CA-ACCOUNT.
00318G     READ COAMAST
00318H         INVALID KEY
00318I             MOVE "JOURNAL LINE ON UNKNOWN GL ACCOUNT"
00318J                 TO RJ-REASON-CODE
00318K         NOT INVALID KEY
00318L             IF CA-ACCOUNT-ACTIVE
00318M                 GO TO 3050-EXIT
00318N             END-IF
00318O             MOVE "JOURNAL LINE ON INACTIVE GL ACCOUNT"
00318P                 TO RJ-REASON-CODE
00318Q     END-READ.
00318R     ADD 1 TO WS-BAD-LINES.
00318S     MOVE "GLPOST" TO RJ-SOURCE-PROGRAM.
00318T     MOVE JT-ACCOUNT(JT-IDX) TO RJ-RECORD-KEY.
00318V     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
00318W         INTO RJ-REJECT-TIMESTAMP.
00318X     WRITE GLREJ-REC FROM RJ-REJECT-RECORD.
00318Y 3050-EXIT.
00318Z     EXIT.

003190 3200-POST-BATCH-LINE.
003200     SET JT-IDX TO WS-J.
003210     SET BT-IDX TO WS-B.
003990*                 THE NEXT RUN, AND PRINT THE RUN TOTALS.
004000*----------------------------------------------------------------
004010 5000-FINALIZE.
004020     CLOSE GLMAST
004025           COAMAST.
004030     OPEN OUTPUT GLJRNL.
004040     PERFORM 5100-SAVE-HELD-LINE THRU 5100-EXIT
004050         VARYING WS-J FROM 1 BY 1
