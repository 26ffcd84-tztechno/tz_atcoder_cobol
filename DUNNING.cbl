0002K1* 09/02/2026  RO   FOUR-DIGIT YEARS. STORED DATES AND DATE
0002K2*                  ARITHMETIC MOVED TO CCYYMMDD THROUGH THE
0002K3*                  SHARED DATEXPND CENTURY WINDOW.
0002K4* 10/15/2026  RO   LEVEL 4 (PLACED) IS SET BY COLLPLAC WHEN A
0002K5*                  POLICY PAST FINAL NOTICE GOES TO A COLLECTION
0002K6*                  AGENCY. A PLACED POLICY GETS NO FURTHER NOTICE
0002K7*                  BUT STAYS ON THE HISTORY WHILE STILL OPEN.
0002A1* 10/15/2026  RO   NOTICES ARE ROUTED THROUGH DLVPREF ON THE
0002A2*                  POLICYHOLDER'S CONTACT PREFERENCE. A CUSTOMER
0002A3*                  OPTED IN TO EMAIL OR SMS DUNNING GETS THE
0002A4*                  NOTICE ON THE DUNEDLV ELECTRONIC DELIVERY
0002A5*                  EXTRACT INSTEAD OF DUNNOTCE. THE REPORT SHOWS
0002A6*                  HOW EACH NOTICE WENT.
0002AA* 10/15/2026  RO   ARMAST NOW CARRIES AN ITEM TYPE AFTER THE PAID
0002AB*                  AMOUNT ("F" = LATE FEE); THE RECORD IS READ AT
0002AC*                  ITS FULL LENGTH.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000370         FILE STATUS IS WS-HIST-STATUS.
000380     SELECT DUNNOTCE ASSIGN TO "DUNNOTCE"
000390         ORGANIZATION IS LINE SEQUENTIAL.
0003A1     SELECT DUNEDLV ASSIGN TO "DUNEDLV"
0003A2         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT DUNRPT ASSIGN TO "DUNRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.

000510     05  AR-BILLED-AMOUNT         PIC 9(09).
000520     05  FILLER                   PIC X(01).
000530     05  AR-PAID-AMOUNT           PIC 9(09).
00053A     05  FILLER                   PIC X(01).
00053B     05  AR-ITEM-TYPE             PIC X(01).
00053C         88  AR-FEE-ITEM                    VALUE "F".

000540 FD  DUNHIST
000550     RECORDING MODE IS F.
000740     05  DN-LEVEL-DESC            PIC X(12).
000750     05  FILLER                   PIC X(36).

0007A1 FD  DUNEDLV
0007A2     RECORDING MODE IS F.
0007A3 01  DUNEDLV-REC                  PIC X(250).

000760 FD  DUNRPT
000770     RECORDING MODE IS F.
000780 01  DUNRPT-REC                   PIC X(80).
000970 77  WS-REMINDER-COUNT            PIC 9(05) VALUE ZERO COMP.
000980 77  WS-DEMAND-COUNT              PIC 9(05) VALUE ZERO COMP.
000990 77  WS-FINAL-COUNT               PIC 9(05) VALUE ZERO COMP.
000992 77  WS-PLACED-COUNT              PIC 9(05) VALUE ZERO COMP.
0009A1 77  WS-ELEC-COUNT                PIC 9(05) VALUE ZERO COMP.

001000 01  WS-HIST-TABLE.
001010     05  WS-HIST-COUNT            PIC 9(05) VALUE ZERO COMP.

001080 COPY RPTHDR.
001082 COPY DATXLINK.
0010A1 COPY DLVLINK.
0010A2 COPY EDLVREC.

001090 01  WS-TITLE-LINE.
001100     05  FILLER                  PIC X(33) VALUE
001190     05  DL-LEVEL-DESC            PIC X(12).
001200     05  FILLER                  PIC X(14) VALUE "  OUTSTANDING:".
001210     05  DL-OUTSTANDING           PIC ZZZZZZZZ9.
0012A1     05  FILLER                  PIC X(06) VALUE "  VIA ".
0012A2     05  DL-VIA                   PIC X(05).
0012A3     05  FILLER                  PIC X(04) VALUE SPACES.

001230 01  WS-SUMMARY-LINE.
001240     05  FILLER                  PIC X(12) VALUE "REMINDERS:  ".
001320     05  SL-OPEN-COUNT            PIC ZZZZ9.
001330     05  FILLER                  PIC X(06) VALUE SPACES.

001332 01  WS-PLACED-LINE.
001334     05  FILLER                  PIC X(32) VALUE
001336         "ITEMS WITH COLLECTION AGENCIES: ".
001337     05  SL-PLACED-COUNT          PIC ZZZZ9.
0013A1     05  FILLER                  PIC X(14) VALUE "  ELECTRONIC: ".
0013A2     05  SL-ELEC-COUNT            PIC ZZZZ9.
0013A3     05  FILLER                  PIC X(24) VALUE SPACES.

001340 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001350 PROCEDURE DIVISION.
001488     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
001490     ACCEPT WS-RUN-TIME FROM TIME.
001500     OPEN OUTPUT DUNRPT
0015A1          OUTPUT DUNNOTCE
0015A2          OUTPUT DUNEDLV.
001520     MOVE "DUNNING" TO RH-PROGRAM-ID.
001530     MOVE WS-RUN-DATE TO RH-RUN-DATE.
001540     MOVE WS-RUN-TIME TO RH-RUN-ID.
002330         SET HT-IDX TO WS-HIST-IDX
002340         MOVE "Y" TO HT-OPEN-SW(HT-IDX)
002350     END-IF.
002352     IF WS-HIST-IDX > ZERO
002354         IF HT-LAST-LEVEL(HT-IDX) = 4
002356             ADD 1 TO WS-PLACED-COUNT
002357             GO TO 2000-NEXT
002358         END-IF
002359     END-IF.
002360     IF WS-BUCKET-LEVEL = ZERO
002370         GO TO 2000-NEXT
002380     END-IF.
002700             MOVE "FINAL NOTICE" TO DN-LEVEL-DESC
002710             ADD 1 TO WS-FINAL-COUNT
002720     END-EVALUATE.
0027A1     PERFORM 2150-ROUTE-NOTICE THRU 2150-EXIT.
002740     MOVE AR-POLICY-ID TO DL-POLICY-ID.
002750     MOVE WS-NOTICE-LEVEL TO DL-LEVEL.
002760     MOVE DN-LEVEL-DESC TO DL-LEVEL-DESC.
002790 2100-EXIT.
002800     EXIT.

0028A1*----------------------------------------------------------------
0028A2* 2150-ROUTE-NOTICE - THE NOTICE GOES TO THE POLICYHOLDER BY THE
0028A3*                     CHANNEL DLVPREF CHOOSES. AN ELECTRONIC
0028A4*                     NOTICE IS THE SAME RECORD, CARRIED ON THE
0028A5*                     DUNEDLV EXTRACT WITH ITS ADDRESS.
0028A6*----------------------------------------------------------------
0028A7 2150-ROUTE-NOTICE.
0028A8     MOVE "POLCY" TO DP-ACTION.
0028A9     MOVE "DUNNING" TO DP-CALLER.
0028AA     MOVE "DUNN" TO DP-DOC-TYPE.
0028AB     MOVE AR-POLICY-ID TO DP-DOC-KEY.
0028AC     MOVE WS-RUN-CCYYMMDD TO DP-RUN-DATE.
0028AD     CALL "DLVPREF" USING DLVPREF-PARMS.
0028AE     IF NOT DP-ELECTRONIC
0028AF         WRITE DUNNOTCE-REC
0028AG         MOVE "POST" TO DL-VIA
0028AH         GO TO 2150-EXIT
0028AI     END-IF.
0028AJ     MOVE "DUNN" TO ED-DOC-TYPE.
0028AK     MOVE "DUNNING" TO ED-SOURCE-PROGRAM.
0028AL     MOVE DP-CUST-ID TO ED-CUST-ID.
0028AM     MOVE AR-POLICY-ID TO ED-DOC-KEY.
0028AN     MOVE DP-CHANNEL TO ED-CHANNEL.
0028AO     MOVE DP-ADDRESS TO ED-ADDRESS.
0028AP     MOVE DP-LANGUAGE TO ED-LANGUAGE.
0028AQ     MOVE WS-RUN-CCYYMMDD TO ED-SEND-DATE.
0028AR     MOVE 1 TO ED-LINE-NO.
0028AS     MOVE DUNNOTCE-REC TO ED-TEXT.
0028AT     WRITE DUNEDLV-REC FROM ED-DELIVERY-RECORD.
0028AU     ADD 1 TO WS-ELEC-COUNT.
0028AV     IF DP-CHANNEL = "E"
0028AW         MOVE "EMAIL" TO DL-VIA
0028AX     ELSE
0028AY         MOVE "SMS" TO DL-VIA
0028AZ     END-IF.
0028B1 2150-EXIT.
0028B2     EXIT.

002810 2200-POST-HISTORY.
002820     IF WS-HIST-IDX = ZERO
002830         IF WS-HIST-COUNT >= 2000
003280     MOVE WS-FINAL-COUNT TO SL-FINAL-COUNT.
003290     MOVE WS-OPEN-COUNT TO SL-OPEN-COUNT.
003300     WRITE DUNRPT-REC FROM WS-SUMMARY-LINE.
003302     MOVE WS-PLACED-COUNT TO SL-PLACED-COUNT.
0033A1     MOVE WS-ELEC-COUNT TO SL-ELEC-COUNT.
003304     WRITE DUNRPT-REC FROM WS-PLACED-LINE.
0033A2     MOVE "CLOSE" TO DP-ACTION.
0033A3     CALL "DLVPREF" USING DLVPREF-PARMS.
003310     CLOSE DUNRPT
0033A4           DUNNOTCE
0033A5           DUNEDLV.
003330 3000-EXIT.
003340     EXIT.

