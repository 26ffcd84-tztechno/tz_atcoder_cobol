000296*                  CUSTFILE RECORDS MAY CARRY AN OPT-OUT FLAG
000297*                  ("Y") AS A THIRD FIELD, HONORED WITH A
000298*                  SUPPRESSION COUNT ON THE REPORT SUMMARY.
000299* 10/15/2026  RO   TARGETED MAILINGS. HOLCAL MAY NAME A CUSTOMER
00029A*                  SEGMENT AFTER THE HOLIDAY'S DAY NUMBER; THE
00029B*                  LETTER THEN GOES ONLY TO CUSTOMERS THE
00029C*                  RFVSCORE RUN PLACED IN THAT SEGMENT ON
00029D*                  CUSTSEG, AND THE SUMMARY COUNTS THOSE LEFT
00029E*                  OUT. A BLANK SEGMENT STILL MAILS EVERYONE.
00029F* 10/15/2026  RO   EACH LETTER IS ROUTED THROUGH DLVPREF ON THE
00029G*                  CUSTOMER'S CONTACT PREFERENCE. A CUSTOMER
00029H*                  OPTED IN TO ELECTRONIC MAILERS GETS THE LETTER
00029I*                  ON THE MAILEDLV DELIVERY EXTRACT INSTEAD OF
00029J*                  MAILRPT; THE SUMMARY COUNTS THEM.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT MAILRPT ASSIGN TO "MAILRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
0004A1     SELECT MAILEDLV ASSIGN TO "MAILEDLV"
0004A2         ORGANIZATION IS LINE SEQUENTIAL.
000422     SELECT MAILHIST ASSIGN TO "MAILHIST"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS WS-HIST-STATUS.
000427     SELECT CUSTSEG ASSIGN TO "CUSTSEG"
000428         ORGANIZATION IS LINE SEQUENTIAL
000429         FILE STATUS IS WS-SEG-STATUS.
      
000440 DATA DIVISION.
000450 FILE SECTION.
000550     RECORDING MODE IS F.
000560 01  MAILRPT-REC               PIC X(132).

0005A1 FD  MAILEDLV
0005A2     RECORDING MODE IS F.
0005A3 01  MAILEDLV-REC              PIC X(250).

000562 FD  MAILHIST
000564     RECORDING MODE IS F.
000566 01  MAILHIST-REC.
000574     05  FILLER                PIC X(01).
000576     05  MH-SEND-DATE          PIC 9(06).

000577 FD  CUSTSEG
000578     RECORDING MODE IS F.
000579 01  CUSTSEG-REC.
00057A     05  SG-CUST-ID            PIC X(10).
00057B     05  FILLER                PIC X(01).
00057C     05  SG-SEGMENT-CODE       PIC X(08).
00057D     05  FILLER                PIC X(61).

000580 WORKING-STORAGE SECTION.
000590 77  WS-EOF-SW                 PIC X(01) VALUE "N".
000600     88  WS-EOF                          VALUE "Y".
000688 77  WS-ALREADY-SW             PIC X(01) VALUE "N".
00068A     88  WS-ALREADY-MAILED               VALUE "Y".
00068C 77  WS-RUN-DATE               PIC 9(06) VALUE ZERO.
0068C1 77  WS-SEG-STATUS             PIC X(02) VALUE SPACES.
0068C2 77  WS-TARGET-SEG             PIC X(08) VALUE SPACES.
0068C3 77  WS-S                      PIC 9(05) COMP.
0068C4 77  WS-OFFSEG-COUNT           PIC 9(07) VALUE ZERO COMP.
0068C5 77  WS-INSEG-SW               PIC X(01) VALUE "N".
0068C6     88  WS-IN-SEGMENT                   VALUE "Y".
0068C7 77  WS-RUN-CCYYMMDD           PIC 9(08) VALUE ZERO.
0068C8 77  WS-ELEC-COUNT             PIC 9(07) VALUE ZERO COMP.

00068E 01  WS-HIST-TABLE.
00068F     05  WS-HIST-COUNT         PIC 9(05) VALUE ZERO COMP.
00068I         10  HS-CUST-ID        PIC X(10).
00068J         10  HS-HOLIDAY-NAME   PIC X(20).

00068K 01  WS-SEG-TABLE.
00068L     05  WS-SEG-COUNT          PIC 9(05) VALUE ZERO COMP.
00068M     05  CS-ENTRY OCCURS 5000 TIMES
00068N                  INDEXED BY CS-IDX.
00068O         10  CS-CUST-ID        PIC X(10).

00068P COPY DATXLINK.
00068Q COPY DLVLINK.
00068R COPY EDLVREC.

000700 01  WS-GREETING               PIC X(100).
      
000720 01  WS-DETAIL-LINE.
000826     05  SL-SKIPPED-COUNT     PIC ZZZZZZ9.
000828     05  FILLER               PIC X(14) VALUE "  OPTED OUT:  ".
00082A     05  SL-SUPPRESS-COUNT    PIC ZZZZZZ9.
00082B     05  FILLER               PIC X(15) VALUE "  OFF SEGMENT: ".
00082C     05  SL-OFFSEG-COUNT      PIC ZZZZZZ9.
0008A1     05  FILLER               PIC X(14) VALUE "  ELECTRONIC: ".
0008A2     05  SL-ELEC-COUNT        PIC ZZZZZZ9.
0008A3     05  FILLER               PIC X(09) VALUE SPACES.
      
000850 PROCEDURE DIVISION.
000860 0000-MAINLINE.
001010     CLOSE HOLCAL.
001020     MOVE HOLCAL-REC(1:20) TO WS-HOLIDAY-NAME.
001030     MOVE FUNCTION NUMVAL(HOLCAL-REC(22:2)) TO WS-HOLIDAY-DAY.
001032     MOVE HOLCAL-REC(25:8) TO WS-TARGET-SEG.
001034     IF WS-TARGET-SEG NOT = SPACES
001036         PERFORM 1700-LOAD-SEGMENT THRU 1700-EXIT
001038     END-IF.
001040     OPEN INPUT CUSTFILE
0010A1          OUTPUT MAILRPT
0010A2          OUTPUT MAILEDLV.
001052     ACCEPT WS-RUN-DATE FROM DATE.
0010A3     MOVE "EXPND" TO DX-ACTION.
0010A4     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
0010A5     CALL "DATEXPND" USING DATEXPND-PARMS.
0010A6     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001054     PERFORM 1500-LOAD-MAIL-HISTORY THRU 1500-EXIT.
001056     OPEN EXTEND MAILHIST.
001057     IF WS-HIST-STATUS = "35"
001084     END-READ.
001085 1510-EXIT.
001086     EXIT.

001087*----------------------------------------------------------------
001088* 1700-LOAD-SEGMENT - A TARGETED MAILING NEEDS CUSTSEG. KEEP
001089*                     JUST THE CUSTOMERS IN THE TARGET SEGMENT.
00108a*                     WITH NO CUSTSEG EVERY CUSTOMER WOULD
00108b*                     SILENTLY DROP OUT, SO THAT STOPS THE JOB,
00108c*                     AS DOES OVERFLOWING THE TABLE.
00108d*----------------------------------------------------------------
00108e 1700-LOAD-SEGMENT.
00108f     OPEN INPUT CUSTSEG.
00108g     IF WS-SEG-STATUS NOT = "00"
00108h         DISPLAY "MAIN - CUSTSEG NOT FOUND FOR A SEGMENT "
00108i             "MAILING - RUN ABORTED"
00108j         MOVE 16 TO RETURN-CODE
00108k         STOP RUN
00108l     END-IF.
00108m     PERFORM 1710-LOAD-ONE-SEGMENT THRU 1710-EXIT
00108n         UNTIL WS-EOF.
00108o     CLOSE CUSTSEG.
00108p     MOVE "N" TO WS-EOF-SW.
00108q 1700-EXIT.
00108r     EXIT.

00108s 1710-LOAD-ONE-SEGMENT.
00108t     READ CUSTSEG
00108u         AT END
00108v             SET WS-EOF TO TRUE
00108w             GO TO 1710-EXIT
00108x     END-READ.
00108y     IF SG-SEGMENT-CODE NOT = WS-TARGET-SEG
00108z         GO TO 1710-EXIT
001090     END-IF.
001091     IF WS-SEG-COUNT >= 5000
001092         DISPLAY "MAIN - CUSTSEG EXCEEDS THE 5000-CUSTOMER "
001093             "SEGMENT TABLE - RUN ABORTED"
001094         MOVE 16 TO RETURN-CODE
001095         STOP RUN
001096     END-IF.
001097     ADD 1 TO WS-SEG-COUNT.
001098     SET CS-IDX TO WS-SEG-COUNT.
001099     MOVE SG-CUST-ID TO CS-CUST-ID(CS-IDX).
00109A 1710-EXIT.
00109B     EXIT.
      
001100*----------------------------------------------------------------
001110* 2000-MAIL-CUSTOMER - THE SAME STRING/POINTER BUILD THE ORIGINAL
001194         PERFORM 8000-READ-CUSTFILE THRU 8000-EXIT
001195         GO TO 2000-EXIT
001196     END-IF.
01196A     IF WS-TARGET-SEG NOT = SPACES
01196B         PERFORM 2400-CHECK-SEGMENT THRU 2400-EXIT
01196C         IF NOT WS-IN-SEGMENT
01196D             ADD 1 TO WS-OFFSEG-COUNT
01196E             PERFORM 8000-READ-CUSTFILE THRU 8000-EXIT
01196F             GO TO 2000-EXIT
01196G         END-IF
01196H     END-IF.
001197     PERFORM 2500-CHECK-HISTORY THRU 2500-EXIT.
001198     IF WS-ALREADY-MAILED
001199         ADD 1 TO WS-SKIPPED-COUNT
001320             UNTIL WS-COUNTER > WS-EVE-COUNT.
001330     MOVE WS-CUST-ID TO DL-CUST-ID.
001340     MOVE WS-GREETING TO DL-GREETING.
0013A1     PERFORM 2700-ROUTE-LETTER THRU 2700-EXIT.
001352     ADD 1 TO WS-MAILED-COUNT.
001354     PERFORM 2600-RECORD-MAILING THRU 2600-EXIT.
001360     PERFORM 8000-READ-CUSTFILE THRU 8000-EXIT.
001370 2000-EXIT.
001380     EXIT.

01380A*----------------------------------------------------------------
01380B* 2400-CHECK-SEGMENT - IS THIS CUSTOMER IN THE TARGET SEGMENT?
01380C*----------------------------------------------------------------
01380D 2400-CHECK-SEGMENT.
01380E     MOVE "N" TO WS-INSEG-SW.
01380F     PERFORM 2410-MATCH-SEGMENT THRU 2410-EXIT
01380G         VARYING WS-S FROM 1 BY 1
01380H         UNTIL WS-S > WS-SEG-COUNT OR WS-IN-SEGMENT.
01380I 2400-EXIT.
01380J     EXIT.

01380K 2410-MATCH-SEGMENT.
01380L     IF CS-CUST-ID(WS-S) = WS-CUST-ID
01380M         SET WS-IN-SEGMENT TO TRUE
01380N     END-IF.
01380O 2410-EXIT.
01380P     EXIT.

00138A*----------------------------------------------------------------
00138B* 2500-CHECK-HISTORY - HAS THIS CUSTOMER ALREADY HAD THIS
00138C*                      HOLIDAY'S LETTER?
00138b 2600-EXIT.
00138c     EXIT.
      
00139A*----------------------------------------------------------------
00139B* 2700-ROUTE-LETTER - THE LETTER GOES BY THE CHANNEL DLVPREF
00139C*                     CHOOSES FOR THIS CUSTOMER: PRINTED ON
00139D*                     MAILRPT, OR CARRIED WITH ITS ADDRESS ON THE
00139E*                     MAILEDLV EXTRACT.
00139F*----------------------------------------------------------------
00139G 2700-ROUTE-LETTER.
00139H     MOVE "CUST" TO DP-ACTION.
00139I     MOVE "MAIN" TO DP-CALLER.
00139J     MOVE "MAIL" TO DP-DOC-TYPE.
00139K     MOVE WS-CUST-ID TO DP-DOC-KEY.
00139L     MOVE WS-RUN-CCYYMMDD TO DP-RUN-DATE.
00139M     MOVE WS-CUST-ID TO DP-CUST-ID.
00139N     CALL "DLVPREF" USING DLVPREF-PARMS.
00139O     IF NOT DP-ELECTRONIC
00139P         WRITE MAILRPT-REC FROM WS-DETAIL-LINE
00139Q         GO TO 2700-EXIT
00139R     END-IF.
00139S     MOVE "MAIL" TO ED-DOC-TYPE.
00139T     MOVE "MAIN" TO ED-SOURCE-PROGRAM.
00139U     MOVE WS-CUST-ID TO ED-CUST-ID.
00139V     MOVE WS-CUST-ID TO ED-DOC-KEY.
00139W     MOVE DP-CHANNEL TO ED-CHANNEL.
00139X     MOVE DP-ADDRESS TO ED-ADDRESS.
00139Y     MOVE DP-LANGUAGE TO ED-LANGUAGE.
00139Z     MOVE WS-RUN-CCYYMMDD TO ED-SEND-DATE.
00139a     MOVE 1 TO ED-LINE-NO.
00139b     MOVE WS-DETAIL-LINE TO ED-TEXT.
00139c     WRITE MAILEDLV-REC FROM ED-DELIVERY-RECORD.
00139d     ADD 1 TO WS-ELEC-COUNT.
00139e 2700-EXIT.
00139f     EXIT.

001400 2100-APPEND-EVE.
001410     STRING "Eve" DELIMITED BY SIZE
001420            " "   DELIMITED BY SIZE
001520     MOVE WS-MAILED-COUNT TO SL-CUST-COUNT.
001522     MOVE WS-SKIPPED-COUNT TO SL-SKIPPED-COUNT.
001524     MOVE WS-SUPPRESS-COUNT TO SL-SUPPRESS-COUNT.
001526     MOVE WS-OFFSEG-COUNT TO SL-OFFSEG-COUNT.
0015A1     MOVE WS-ELEC-COUNT TO SL-ELEC-COUNT.
001530     WRITE MAILRPT-REC FROM WS-SUMMARY-LINE.
0015A2     MOVE "CLOSE" TO DP-ACTION.
0015A3     CALL "DLVPREF" USING DLVPREF-PARMS.
001540     CLOSE CUSTFILE
001545           MAILHIST
0015A4           MAILRPT
0015A5           MAILEDLV.
001560 3000-EXIT.
001570     EXIT.
      
