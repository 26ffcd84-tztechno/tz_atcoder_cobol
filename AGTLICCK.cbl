000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AGTLICCK.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. SHARED CALL'ABLE AGENT
000110*                  LICENSING GUARD FOR THE JOBS THAT WRITE
000120*                  BUSINESS UNDER AN AGENT (POLINTAK, POLMAINT).
000130*                  LOADS AGTMAST ON THE FIRST CALL OF THE RUN
000140*                  UNIT AND ANSWERS WHETHER AN AGENT HOLDS A
000150*                  LICENSE GOOD ON THE GIVEN DATE AND IS
000160*                  APPOINTED WITH US. A MISSING AGTMAST MEANS NO
000170*                  AGENT CAN BE CONFIRMED AND EVERY CHECK FAILS.
000180*                  SEE AGTLLINK.CPY.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM.
000230 OBJECT-COMPUTER. IBM.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT AGTMAST ASSIGN TO "AGTMAST"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-AGT-STATUS.

000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  AGTMAST
000320     RECORDING MODE IS F.
000330 01  AGTMAST-REC.
000340     05  AG-AGENT-ID              PIC X(06).
000350     05  FILLER                   PIC X(01).
000360     05  AG-NAME                  PIC X(30).
000370     05  FILLER                   PIC X(01).
000380     05  AG-COMM-PCT              PIC 9(02).
000390     05  FILLER                   PIC X(01).
000400     05  AG-LICENSE-NO            PIC X(12).
000410     05  FILLER                   PIC X(01).
000420     05  AG-LICENSE-EXP           PIC 9(08).
000430     05  FILLER                   PIC X(01).
000440     05  AG-APPOINTED             PIC X(01).
000450     05  FILLER                   PIC X(16).

000460 WORKING-STORAGE SECTION.
000470 77  WS-LOADED-SW                 PIC X(01) VALUE "N".
000480     88  WS-LOADED                          VALUE "Y".
000490 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000500     88  WS-EOF                             VALUE "Y".
000510 77  WS-AGT-STATUS                PIC X(02) VALUE SPACES.
000520 77  WS-A                         PIC 9(03) COMP.
000530 77  WS-AGT-IDX                   PIC 9(03) VALUE ZERO COMP.

000540 01  WS-AGT-TABLE.
000550     05  WS-AGT-COUNT             PIC 9(03) VALUE ZERO COMP.
000560     05  AG-ENTRY OCCURS 200 TIMES
000570                  INDEXED BY AG-IDX.
000580         10  AT-AGENT-ID          PIC X(06).
000590         10  AT-LICENSE-NO        PIC X(12).
000600         10  AT-LICENSE-EXP       PIC X(08).
000610         10  AT-APPOINTED         PIC X(01).
000620             88  AT-IS-APPOINTED            VALUE "Y".

000630 LINKAGE SECTION.
000640 COPY AGTLLINK.

000650 PROCEDURE DIVISION USING AGTLICCK-PARMS.
000660 0000-MAINLINE.
000670     MOVE ZERO TO LC-RETURN-CODE.
000680     MOVE SPACES TO LC-REASON
000690                    LC-LICENSE-NO.
000700     MOVE ZERO TO LC-LICENSE-EXP.
000710     IF LC-ACTION NOT = "CHECK"
000720         MOVE 04 TO LC-RETURN-CODE
000730         MOVE "UNRECOGNIZED LICENSE CHECK ACTION" TO LC-REASON
000740         GOBACK
000750     END-IF.
000760     IF NOT WS-LOADED
000770         PERFORM 1000-LOAD-AGENTS THRU 1000-EXIT
000780     END-IF.
000790     PERFORM 2000-CHECK-AGENT THRU 2000-EXIT.
000800     GOBACK.

000810 1000-LOAD-AGENTS.
000820     SET WS-LOADED TO TRUE.
000830     OPEN INPUT AGTMAST.
000840     IF WS-AGT-STATUS NOT = "00"
000850         GO TO 1000-EXIT
000860     END-IF.
000870     PERFORM 1100-LOAD-ONE-AGENT THRU 1100-EXIT
000880         UNTIL WS-EOF.
000890     CLOSE AGTMAST.
000900 1000-EXIT.
000910     EXIT.

000920 1100-LOAD-ONE-AGENT.
000930     READ AGTMAST
000940         AT END
000950             SET WS-EOF TO TRUE
000960             GO TO 1100-EXIT
000970     END-READ.
000980     IF WS-AGT-COUNT >= 200
000990         DISPLAY "AGTLICCK - AGTMAST EXCEEDS THE 200-"
001000             "AGENT TABLE - RUN ABORTED"
001010         MOVE 16 TO RETURN-CODE
001020         STOP RUN
001030     END-IF.
001040     ADD 1 TO WS-AGT-COUNT.
001050     SET AG-IDX TO WS-AGT-COUNT.
001060     MOVE AG-AGENT-ID TO AT-AGENT-ID(AG-IDX).
001070     MOVE AG-LICENSE-NO TO AT-LICENSE-NO(AG-IDX).
001080     MOVE AG-LICENSE-EXP TO AT-LICENSE-EXP(AG-IDX).
001090     MOVE AG-APPOINTED TO AT-APPOINTED(AG-IDX).
001100 1100-EXIT.
001110     EXIT.

001120*----------------------------------------------------------------
001130* 2000-CHECK-AGENT - IN ORDER: ON FILE, LICENSED, LICENSE STILL
001140*                    GOOD ON THE AS-OF DATE, APPOINTED. THE
001150*                    FIRST FAILURE IS THE ONE REPORTED.
001160*----------------------------------------------------------------
001170 2000-CHECK-AGENT.
001180     MOVE ZERO TO WS-AGT-IDX.
001190     PERFORM 2010-MATCH-AGENT THRU 2010-EXIT
001200         VARYING WS-A FROM 1 BY 1
001210         UNTIL WS-A > WS-AGT-COUNT OR WS-AGT-IDX > ZERO.
001220     IF WS-AGT-IDX = ZERO
001230         MOVE 08 TO LC-RETURN-CODE
001240         MOVE "AGENT NOT ON AGTMAST" TO LC-REASON
001250         GO TO 2000-EXIT
001260     END-IF.
001270     SET AG-IDX TO WS-AGT-IDX.
001280     MOVE AT-LICENSE-NO(AG-IDX) TO LC-LICENSE-NO.
001290     IF AT-LICENSE-NO(AG-IDX) = SPACES
001300             OR AT-LICENSE-EXP(AG-IDX) IS NOT NUMERIC
001310         MOVE 12 TO LC-RETURN-CODE
001320         MOVE "AGENT HAS NO LICENSE ON FILE" TO LC-REASON
001330         GO TO 2000-EXIT
001340     END-IF.
001350     MOVE AT-LICENSE-EXP(AG-IDX) TO LC-LICENSE-EXP.
001360     IF LC-LICENSE-EXP < LC-AS-OF-DATE
001370         MOVE 16 TO LC-RETURN-CODE
001380         MOVE "AGENT LICENSE EXPIRED" TO LC-REASON
001390         GO TO 2000-EXIT
001400     END-IF.
001410     IF NOT AT-IS-APPOINTED(AG-IDX)
001420         MOVE 20 TO LC-RETURN-CODE
001430         MOVE "AGENT NOT APPOINTED" TO LC-REASON
001440     END-IF.
001450 2000-EXIT.
001460     EXIT.

001470 2010-MATCH-AGENT.
001480     IF AT-AGENT-ID(WS-A) = LC-AGENT-ID
001490         MOVE WS-A TO WS-AGT-IDX
001500     END-IF.
001510 2010-EXIT.
001520     EXIT.
