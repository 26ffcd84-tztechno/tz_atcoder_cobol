00029N*                  UNAVAILABLE AND FLAGGED ON CREWRPT, SO THE
00029O*                  PLAN NEVER BOOKS SOMEONE THE LEAVE LEDGER
00029P*                  ALREADY RELEASED.
00029Q* 10/15/2026  RO   EACH ASSIGNF RECORD NOW ALSO CARRIES THE
00029R*                  QUALIFICATION CODE THE PERSON WAS ASSIGNED TO
00029S*                  COVER (SPACES FOR THE REST OF THE CREW), AND
00029T*                  EVERY SLOT THE PLAN COULD NOT FILL - AN
00029U*                  UNCOVERED QUALIFICATION OR A SHORT CREW - IS
00029V*                  WRITTEN TO THE NEW OPENSHFT FILE SO THE
00029W*                  SHFTSWAP JOB CAN OFFER IT FOR BIDDING.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000406     SELECT LEAVEAPP ASSIGN TO "LEAVEAPP"
000408         ORGANIZATION IS LINE SEQUENTIAL
00040A         FILE STATUS IS WS-LEAVE-STATUS.
00040B     SELECT OPENSHFT ASSIGN TO "OPENSHFT"
00040C         ORGANIZATION IS LINE SEQUENTIAL.
      
000420 DATA DIVISION.
000430 FILE SECTION.
00050C     05  AS-PERSON-ID             PIC X(05).
00050E     05  FILLER                   PIC X(01).
00050G     05  AS-SCHED-HOURS           PIC 9(02).
00050H     05  FILLER                   PIC X(01).
00050I     05  AS-QUAL-CODE             PIC X(04).
00050J     05  FILLER                   PIC X(56).

00050K FD  LEAVEAPP
00050L     RECORDING MODE IS F.
00050O     05  FILLER                   PIC X(01).
00050P     05  LA-DATE                  PIC X(10).
00050Q     05  FILLER                   PIC X(64).

00050R FD  OPENSHFT
00050S     RECORDING MODE IS F.
00050T 01  OPENSHFT-REC.
00050U     05  OS-SHIFT-DATE            PIC X(10).
00050V     05  FILLER                   PIC X(01).
00050W     05  OS-QUAL-CODE             PIC X(04).
00050X     05  FILLER                   PIC X(01).
00050Y     05  OS-SCHED-HOURS           PIC 9(02).
00050Z     05  FILLER                   PIC X(62).
      
000520 WORKING-STORAGE SECTION.
000530 77  WS-EOF-SW                    PIC X(01) VALUE "N".
00061C 77  WS-WANT-QUAL                 PIC X(04) VALUE SPACES.
00061R 77  WS-LEAVE-STATUS              PIC X(02) VALUE SPACES.
00061S 77  WS-L                         PIC 9(03) COMP.
0061S1 77  WS-UNCOVERED                 PIC 9(05) VALUE ZERO.
0061S2 77  WS-OPEN-SLOTS                PIC 9(05) VALUE ZERO.

00061W 01  WS-LEAVE-TABLE.
00061X     05  WS-LEAVE-COUNT           PIC 9(03) VALUE ZERO COMP.
000920 1000-INITIALIZE.
000930     OPEN INPUT SHFTSKED
000940          OUTPUT CREWRPT
000941          OUTPUT ASSIGNF
00094A          OUTPUT OPENSHFT.
000942     PERFORM 1100-LOAD-CREW THRU 1100-EXIT.
000944     PERFORM 1200-LOAD-LEAVE THRU 1200-EXIT.
000950     PERFORM 8000-READ-SHFTSKED THRU 8000-EXIT.
001109         PERFORM 2070-BLOCK-LEAVE THRU 2070-EXIT
00110A     END-IF.
00110C     MOVE ZERO TO WS-ASSIGNED.
00110D     MOVE ZERO TO WS-UNCOVERED.
00110E     MOVE "N" TO WS-NO-CERT-SW WS-SHORT-SW.
001110     MOVE WS-SHIFT-DATE TO DL-SHIFT-DATE.
001120     MOVE WS-CREW-SIZE TO DL-CREW-SIZE.
001150     PERFORM 2300-FILL-REMAINDER THRU 2300-EXIT
001160         UNTIL WS-ASSIGNED >= WS-CREW-SIZE
001162            OR WS-SHORT-STAFF.
001165     PERFORM 2500-WRITE-SHORT-SLOTS THRU 2500-EXIT.
001170     MOVE WS-ASSIGNED TO DL-ASSIGNED.
001172     EVALUATE TRUE
001174         WHEN WS-NO-CERT AND WS-SHORT-STAFF
001223         SET WS-NO-CERT TO TRUE
001224         MOVE "NOT COVERED  " TO QR-NOTE(WS-Q)
001225         MOVE SPACES TO QR-PERSON-ID(WS-Q)
01225A         ADD 1 TO WS-UNCOVERED
01225B         PERFORM 2850-WRITE-OPEN-SLOT THRU 2850-EXIT
001226     ELSE
001227         SET CP-IDX TO WS-PICK-IDX
001228         SET CP-ASSIGNED(CP-IDX) TO TRUE
001235         SET CP-IDX TO WS-PICK-IDX
001236         SET CP-ASSIGNED(CP-IDX) TO TRUE
001237         ADD 1 TO WS-ASSIGNED
01237A         MOVE SPACES TO WS-WANT-QUAL
00123A         PERFORM 2800-WRITE-ASSIGNMENT THRU 2800-EXIT
001238     END-IF.
001239 2300-EXIT.
00123z     WRITE CREWRPT-REC FROM WS-QUAL-LINE.
001241 2410-EXIT.
001242     EXIT.

001243*----------------------------------------------------------------
001244* 2500-WRITE-SHORT-SLOTS - A SHORT CREW'S MISSING HEADS ARE OPEN
001245*                          SLOTS WITH NO QUALIFICATION; AN
001246*                          UNCOVERED QUALIFICATION IS ALREADY ON
001247*                          OPENSHFT AS ITS OWN SLOT.
001248*----------------------------------------------------------------
001249 2500-WRITE-SHORT-SLOTS.
00124A     IF WS-ASSIGNED + WS-UNCOVERED >= WS-CREW-SIZE
00124B         GO TO 2500-EXIT
00124C     END-IF.
00124D     COMPUTE WS-OPEN-SLOTS =
00124E         WS-CREW-SIZE - WS-ASSIGNED - WS-UNCOVERED.
00124F     MOVE SPACES TO WS-WANT-QUAL.
00124G     PERFORM 2850-WRITE-OPEN-SLOT THRU 2850-EXIT
00124H         WS-OPEN-SLOTS TIMES.
00124I 2500-EXIT.
00124J     EXIT.
      
0012A1 2800-WRITE-ASSIGNMENT.
0012A2     MOVE SPACES TO ASSIGNF-REC.
0012A3     MOVE WS-SHIFT-DATE TO AS-SHIFT-DATE.
0012A4     MOVE CP-PERSON-ID(CP-IDX) TO AS-PERSON-ID.
0012A5     MOVE 8 TO AS-SCHED-HOURS.
012A51     MOVE WS-WANT-QUAL TO AS-QUAL-CODE.
0012A6     WRITE ASSIGNF-REC.
0012A7 2800-EXIT.
0012A8     EXIT.

0012B1 2850-WRITE-OPEN-SLOT.
0012B2     MOVE SPACES TO OPENSHFT-REC.
0012B3     MOVE WS-SHIFT-DATE TO OS-SHIFT-DATE.
0012B4     MOVE WS-WANT-QUAL TO OS-QUAL-CODE.
0012B5     MOVE 8 TO OS-SCHED-HOURS.
0012B6     WRITE OPENSHFT-REC.
0012B7 2850-EXIT.
0012B8     EXIT.

001240 3000-FINALIZE.
001250     MOVE WS-SHIFT-COUNT TO SL-SHIFT-COUNT.
001260     MOVE WS-EXCEPT-COUNT TO SL-EXCEPT-COUNT.
001270     WRITE CREWRPT-REC FROM WS-SUMMARY-LINE.
001280     CLOSE SHFTSKED
001285           ASSIGNF
001287           OPENSHFT
001290           CREWRPT.
001300 3000-EXIT.
001310     EXIT.
