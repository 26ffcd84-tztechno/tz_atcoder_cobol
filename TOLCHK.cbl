000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TOLCHK.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. QUALITY CONTROL BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. SHARED CALL'ABLE QC
000110*                  TOLERANCE CHECK, LIFTED OUT OF THE ABC094
000120*                  SHIFT VALIDATOR SO RETURNS INSPECTION PASSES
000130*                  AND FAILS GOODS BY THE SAME RULE. "BAND " IS
000140*                  THE ORIGINAL A <= X <= A + B TEST. "GAUGE"
000150*                  IS THE INSTMAST CALIBRATION GATE - AN
000160*                  UNKNOWN INSTRUMENT, OR ONE WHOSE CALIBRATION
000170*                  FELL DUE BEFORE THE READING, FAILS. INSTMAST
000180*                  IS LOADED ON THE FIRST GAUGE CALL AND KEPT
000190*                  RESIDENT FOR THE RUN UNIT.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM.
000240 OBJECT-COMPUTER. IBM.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT INSTMAST ASSIGN TO "INSTMAST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-INST-STATUS.

000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  INSTMAST
000330     RECORDING MODE IS F.
000340 01  INSTMAST-REC.
000350     05  IN-INSTR-ID              PIC X(06).
000360     05  FILLER                   PIC X(01).
000370     05  IN-DESC                  PIC X(20).
000380     05  FILLER                   PIC X(01).
000390     05  IN-CAL-DUE               PIC 9(06).
000400     05  FILLER                   PIC X(46).

000410 WORKING-STORAGE SECTION.
000420 77  WS-EOF-SW                    PIC X(01) VALUE "N".
000430     88  WS-EOF                             VALUE "Y".
000440 77  WS-INST-STATUS               PIC X(02) VALUE SPACES.
000450 77  WS-LOADED-SW                 PIC X(01) VALUE "N".
000460     88  WS-LOADED                          VALUE "Y".
000470 77  WS-INST-MISSING-SW           PIC X(01) VALUE "N".
000480     88  WS-INST-MISSING                    VALUE "Y".
000490 77  WS-I                         PIC 9(03) COMP.
000500 77  WS-INST-IDX                  PIC 9(03) VALUE ZERO COMP.

000510 01  WS-INST-TABLE.
000520     05  WS-INST-COUNT            PIC 9(03) VALUE ZERO COMP.
000530     05  IT-ENTRY OCCURS 100 TIMES
000540                  INDEXED BY IT-IDX.
000550         10  IT-INSTR-ID          PIC X(06).
000560         10  IT-CAL-DUE           PIC 9(08).

000570 COPY DATXLINK.

000580 LINKAGE SECTION.
000590 COPY TOLCLINK.

000600 PROCEDURE DIVISION USING TOLCHK-PARMS.
000610 0000-MAINLINE.
000620     MOVE ZERO TO TC-RETURN-CODE.
000630     EVALUATE TC-ACTION
000640         WHEN "BAND "
000650             PERFORM 2000-CHECK-BAND THRU 2000-EXIT
000660         WHEN "GAUGE"
000670             IF NOT WS-LOADED
000680                 PERFORM 1000-LOAD-INSTRUMENTS THRU 1000-EXIT
000690             END-IF
000700             PERFORM 3000-CHECK-GAUGE THRU 3000-EXIT
000710         WHEN OTHER
000720             MOVE 04 TO TC-RETURN-CODE
000730     END-EVALUATE.
000740     GOBACK.

000750*----------------------------------------------------------------
000760* 1000-LOAD-INSTRUMENTS - THE GAUGE MASTER, ONCE PER RUN UNIT.
000770*                         CALIBRATION DUE DATES ARE EXPANDED TO
000780*                         CCYYMMDD AS THEY LOAD. ENTRIES PAST THE
000790*                         100 THE TABLE HOLDS ARE DROPPED, AS IN
000800*                         ABC094.
000810*----------------------------------------------------------------
000820 1000-LOAD-INSTRUMENTS.
000830     SET WS-LOADED TO TRUE.
000840     OPEN INPUT INSTMAST.
000850     IF WS-INST-STATUS NOT = "00"
000860         SET WS-INST-MISSING TO TRUE
000870         GO TO 1000-EXIT
000880     END-IF.
000890     PERFORM 1100-LOAD-ONE-INSTRUMENT THRU 1100-EXIT
000900         UNTIL WS-EOF.
000910     CLOSE INSTMAST.
000920 1000-EXIT.
000930     EXIT.

000940 1100-LOAD-ONE-INSTRUMENT.
000950     READ INSTMAST
000960         AT END
000970             SET WS-EOF TO TRUE
000980         NOT AT END
000990             IF WS-INST-COUNT < 100
001000                 ADD 1 TO WS-INST-COUNT
001010                 SET IT-IDX TO WS-INST-COUNT
001020                 MOVE IN-INSTR-ID TO IT-INSTR-ID(IT-IDX)
001030                 MOVE "EXPND" TO DX-ACTION
001040                 MOVE IN-CAL-DUE TO DX-DATE-YYMMDD
001050                 CALL "DATEXPND" USING DATEXPND-PARMS
001060                 MOVE DX-DATE-CCYYMMDD TO IT-CAL-DUE(IT-IDX)
001070             END-IF
001080     END-READ.
001090 1100-EXIT.
001100     EXIT.

001110*----------------------------------------------------------------
001120* 2000-CHECK-BAND - PASS WHEN A <= X <= A + B, THE SAME
001130*                   TOLERANCE-BAND TEST AS THE ORIGINAL.
001140*----------------------------------------------------------------
001150 2000-CHECK-BAND.
001160     COMPUTE TC-UPPER = TC-LOWER + TC-WIDTH.
001170     IF TC-LOWER <= TC-READING AND TC-READING <= TC-UPPER
001180         MOVE "PASS" TO TC-RESULT
001190     ELSE
001200         MOVE "FAIL" TO TC-RESULT
001210     END-IF.
001220 2000-EXIT.
001230     EXIT.

001240*----------------------------------------------------------------
001250* 3000-CHECK-GAUGE - A READING ONLY COUNTS IF ITS GAUGE IS KNOWN
001260*                    AND IN CALIBRATION. NO INSTMAST AT ALL MEANS
001270*                    NO GATING, WITH RETURN CODE 02 TO SAY SO.
001280*----------------------------------------------------------------
001290 3000-CHECK-GAUGE.
001300     MOVE SPACES TO TC-REASON.
001310     MOVE "PASS" TO TC-RESULT.
001320     IF WS-INST-MISSING OR WS-INST-COUNT = ZERO
001330         MOVE 02 TO TC-RETURN-CODE
001340         GO TO 3000-EXIT
001350     END-IF.
001360     MOVE ZERO TO WS-INST-IDX.
001370     PERFORM 3100-MATCH-INSTRUMENT THRU 3100-EXIT
001380         VARYING WS-I FROM 1 BY 1
001390         UNTIL WS-I > WS-INST-COUNT OR WS-INST-IDX > ZERO.
001400     IF WS-INST-IDX = ZERO
001410         MOVE "FAIL" TO TC-RESULT
001420         MOVE "INSTRUMENT NOT ON MASTER" TO TC-REASON
001430         GO TO 3000-EXIT
001440     END-IF.
001450     IF IT-CAL-DUE(WS-INST-IDX) < TC-RUN-DATE
001460         MOVE "FAIL" TO TC-RESULT
001470         MOVE "INSTRUMENT CALIBRATION OVERDUE" TO TC-REASON
001480     END-IF.
001490 3000-EXIT.
001500     EXIT.

001510 3100-MATCH-INSTRUMENT.
001520     IF IT-INSTR-ID(WS-I) = TC-INSTR-ID
001530         MOVE WS-I TO WS-INST-IDX
001540     END-IF.
001550 3100-EXIT.
001560     EXIT.
