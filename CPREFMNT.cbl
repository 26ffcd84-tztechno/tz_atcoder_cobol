000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPREFMNT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. DATA QUALITY BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. CONTACT-PREFERENCE
000110*                  MAINTENANCE. APPLIES THE CPREFTXN CARDS TO THE
000120*                  CONTPREF MASTER - ADD A CUSTOMER'S PREFERENCE,
000130*                  CHANGE IT (A BLANK FIELD LEAVES IT AS IT WAS)
000140*                  OR DELETE IT, WHICH PUTS THE CUSTOMER BACK ON
000150*                  PAPER. AN ADD MUST BE FOR A LIVE NAMEMSTR
000160*                  CUSTOMER. AN EMAIL CHANNEL NEEDS A WELL-FORMED
000170*                  EMAIL ADDRESS AND AN SMS CHANNEL A MOBILE
000180*                  NUMBER OF DIGITS. THEN READS THE DELIVERY
000190*                  PROVIDER'S DLVBNCE BOUNCE FEED AND FLAGS EACH
000200*                  CUSTOMER WHOSE CURRENT ADDRESS BOUNCED, SO
000210*                  DLVPREF SENDS THEM PAPER FROM THE NEXT RUN ON.
000220*                  A BOUNCE FOR AN ADDRESS THE CUSTOMER HAS SINCE
000230*                  CHANGED IS IGNORED, AND A CARD GIVING A NEW
000240*                  ADDRESS OR CHANNEL CLEARS THE FLAG. REFUSED
000250*                  CARDS GO TO CPREFREJ IN THE SHARED REJECTREC
000260*                  LAYOUT, EVERY FIELD CHANGED IS LOGGED THROUGH
000270*                  AUDITLOG, AND CPREFRPT LISTS EVERY CARD AND
000280*                  BOUNCE.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM.
000330 OBJECT-COMPUTER. IBM.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CPREFTXN ASSIGN TO "CPREFTXN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TXN-STATUS.
000390     SELECT CONTPREF ASSIGN TO "CONTPREF"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PREF-STATUS.
000420     SELECT DLVBNCE ASSIGN TO "DLVBNCE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-BNC-STATUS.
000450     SELECT NAMEMSTR ASSIGN TO "NAMEMSTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS NM-IN-KEY
000490         FILE STATUS IS WS-NAM-STATUS.
000500     SELECT CPREFREJ ASSIGN TO "CPREFREJ"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT CPREFRPT ASSIGN TO "CPREFRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CPREFTXN
000570     RECORDING MODE IS F.
000580 01  CPREFTXN-REC.
000590     05  PX-CUST-ID               PIC X(10).
000600     05  FILLER                   PIC X(01).
000610     05  PX-ACTION                PIC X(06).
000620         88  PX-ADD                         VALUE "ADD   ".
000630         88  PX-CHANGE                      VALUE "CHANGE".
000640         88  PX-DELETE                      VALUE "DELETE".
000650     05  FILLER                   PIC X(01).
000660     05  PX-CHANNEL               PIC X(01).
000670     05  FILLER                   PIC X(01).
000680     05  PX-EMAIL                 PIC X(50).
000690     05  FILLER                   PIC X(01).
000700     05  PX-PHONE                 PIC X(15).
000710     05  FILLER                   PIC X(01).
000720     05  PX-LANGUAGE              PIC X(02).
000730     05  FILLER                   PIC X(01).
000740     05  PX-OPTIN-FLAGS.
000750         10  PX-OPTIN             PIC X(01) OCCURS 8 TIMES.
000760     05  FILLER                   PIC X(01).
000770     05  PX-OPERATOR              PIC X(08).
000780     05  FILLER                   PIC X(43).

000790 FD  CONTPREF
000800     RECORDING MODE IS F.
000810 01  CONTPREF-REC                 PIC X(150).

000820 FD  DLVBNCE
000830     RECORDING MODE IS F.
000840 01  DLVBNCE-REC.
000850     05  DB-CUST-ID               PIC X(10).
000860     05  FILLER                   PIC X(01).
000870     05  DB-CHANNEL               PIC X(01).
000880     05  FILLER                   PIC X(01).
000890     05  DB-ADDRESS               PIC X(50).
000900     05  FILLER                   PIC X(01).
000910     05  DB-BOUNCE-DATE           PIC 9(08).
000920     05  FILLER                   PIC X(01).
000930     05  DB-DOC-TYPE              PIC X(04).
000940     05  FILLER                   PIC X(01).
000950     05  DB-REASON                PIC X(30).
000960     05  FILLER                   PIC X(42).

000970 FD  NAMEMSTR.
000980 01  NAMEMSTR-REC.
000990     05  NM-IN-KEY.
001000         10  NM-CUST-ID           PIC X(10).
001010         10  FILLER               PIC X(10).
001020     05  NM-NAME                  PIC X(30).
001030     05  NM-ADDRESS               PIC X(24).
001040     05  NM-POSTCODE              PIC X(06).

001050 FD  CPREFREJ
001060     RECORDING MODE IS F.
001070 01  CPREFREJ-REC                 PIC X(80).

001080 FD  CPREFRPT
001090     RECORDING MODE IS F.
001100 01  CPREFRPT-REC                 PIC X(80).

001110 WORKING-STORAGE SECTION.
001120 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001130     88  WS-EOF                             VALUE "Y".
001140 77  WS-NAM-SW                    PIC X(01) VALUE "N".
001150     88  WS-NAM-AVAILABLE                   VALUE "Y".
001160 77  WS-TXN-STATUS                PIC X(02) VALUE SPACES.
001170 77  WS-PREF-STATUS               PIC X(02) VALUE SPACES.
001180 77  WS-BNC-STATUS                PIC X(02) VALUE SPACES.
001190 77  WS-NAM-STATUS                PIC X(02) VALUE SPACES.
001200 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001210 77  WS-RUN-CCYYMMDD              PIC 9(08) VALUE ZERO.
001220 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001230 77  WS-K                         PIC 9(05) COMP.
001240 77  WS-O                         PIC 9(02) COMP.
001250 77  WS-PREF-IDX                  PIC 9(05) VALUE ZERO COMP.
001260 77  WS-CARD-COUNT                PIC 9(05) VALUE ZERO COMP.
001270 77  WS-ADD-COUNT                 PIC 9(05) VALUE ZERO COMP.
001280 77  WS-CHANGE-COUNT              PIC 9(05) VALUE ZERO COMP.
001290 77  WS-DELETE-COUNT              PIC 9(05) VALUE ZERO COMP.
001300 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001310 77  WS-BOUNCE-COUNT              PIC 9(05) VALUE ZERO COMP.
001320 77  WS-FLAGGED-COUNT             PIC 9(05) VALUE ZERO COMP.
001330 77  WS-IGNORED-COUNT             PIC 9(05) VALUE ZERO COMP.
001340 77  WS-TALLY                     PIC 9(03) VALUE ZERO COMP.
001350 77  WS-LEN                       PIC 9(03) VALUE ZERO COMP.
001360 77  WS-CUST-ID                   PIC X(10) VALUE SPACES.
001370 77  WS-OPERATOR                  PIC X(08) VALUE SPACES.
001380 77  WS-REASON                    PIC X(40) VALUE SPACES.
001390 77  WS-CUR-ADDRESS               PIC X(50) VALUE SPACES.
001400 77  WS-EMAIL-LOCAL               PIC X(50) VALUE SPACES.
001410 77  WS-EMAIL-DOMAIN              PIC X(50) VALUE SPACES.
001420 77  WS-OLD-CHANNEL               PIC X(01) VALUE SPACES.
001430 77  WS-OLD-EMAIL                 PIC X(50) VALUE SPACES.
001440 77  WS-OLD-PHONE                 PIC X(15) VALUE SPACES.
001450 77  WS-OLD-LANGUAGE              PIC X(02) VALUE SPACES.
001460 77  WS-OLD-OPTINS                PIC X(08) VALUE SPACES.
001470 77  WS-OLD-BOUNCE-SW             PIC X(01) VALUE SPACES.

001480*    THE WHOLE CONTPREF MASTER, HELD AS RECORD IMAGES AND
001490*    REWRITTEN AT END OF RUN WITHOUT THE DELETED ONES.
001500 01  WS-PREF-TABLE.
001510     05  WS-PREF-COUNT            PIC 9(05) VALUE ZERO COMP.
001520     05  PT-ENTRY OCCURS 10000 TIMES
001530                  INDEXED BY PT-IDX.
001540         10  PT-CUST-ID           PIC X(10).
001550         10  PT-DELETE-SW         PIC X(01).
001560             88  PT-DELETED                 VALUE "Y".
001570         10  PT-RECORD            PIC X(150).

001580 COPY CONTPREF.
001590 COPY REJECTREC.
001600 COPY AUDTLINK.
001610 COPY RPTHDR.
001620 COPY DATXLINK.

001630 01  WS-TITLE-LINE.
001640     05  FILLER                  PIC X(40) VALUE
001650         "CONTACT-PREFERENCE MAINTENANCE".
001660     05  FILLER                  PIC X(40) VALUE SPACES.

001670 01  WS-DETAIL-LINE.
001680     05  FILLER                  PIC X(05) VALUE "CUST ".
001690     05  DL-CUST-ID               PIC X(10).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  DL-ACTION                PIC X(06).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  DL-STATUS                PIC X(07).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  DL-NOTE                  PIC X(40).
001760     05  FILLER                  PIC X(06) VALUE SPACES.

001770 01  WS-SUMMARY-LINE.
001780     05  FILLER                  PIC X(12) VALUE "CARDS READ: ".
001790     05  SL-CARD-COUNT            PIC ZZZZ9.
001800     05  FILLER                  PIC X(09) VALUE "  ADDED: ".
001810     05  SL-ADD-COUNT             PIC ZZZZ9.
001820     05  FILLER                  PIC X(11) VALUE "  CHANGED: ".
001830     05  SL-CHANGE-COUNT          PIC ZZZZ9.
001840     05  FILLER                  PIC X(11) VALUE "  DELETED: ".
001850     05  SL-DELETE-COUNT          PIC ZZZZ9.
001860     05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
001870     05  SL-REJECT-COUNT          PIC ZZZZ9.
001880     05  FILLER                  PIC X(01) VALUE SPACES.

001890 01  WS-BOUNCE-SUMMARY-LINE.
001900     05  FILLER                  PIC X(14) VALUE "BOUNCES READ: ".
001910     05  SL-BOUNCE-COUNT          PIC ZZZZ9.
001920     05  FILLER                  PIC X(11) VALUE "  FLAGGED: ".
001930     05  SL-FLAGGED-COUNT         PIC ZZZZ9.
001940     05  FILLER                  PIC X(11) VALUE "  IGNORED: ".
001950     05  SL-IGNORED-COUNT         PIC ZZZZ9.
001960     05  FILLER                  PIC X(29) VALUE SPACES.

001970 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     PERFORM 2000-APPLY-ONE THRU 2000-EXIT
002020         UNTIL WS-EOF.
002030     PERFORM 3000-APPLY-BOUNCES THRU 3000-EXIT.
002040     PERFORM 5000-FINALIZE THRU 5000-EXIT.
002050     STOP RUN.

002060 1000-INITIALIZE.
002070     ACCEPT WS-RUN-DATE FROM DATE.
002080     MOVE "EXPND" TO DX-ACTION.
002090     MOVE WS-RUN-DATE TO DX-DATE-YYMMDD.
002100     CALL "DATEXPND" USING DATEXPND-PARMS.
002110     MOVE DX-DATE-CCYYMMDD TO WS-RUN-CCYYMMDD.
002120     ACCEPT WS-RUN-TIME FROM TIME.
002130     OPEN OUTPUT CPREFRPT
002140                 CPREFREJ.
002150     MOVE "CPREFMNT" TO RH-PROGRAM-ID.
002160     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002170     MOVE WS-RUN-TIME TO RH-RUN-ID.
002180     MOVE 1 TO RH-PAGE-NUMBER.
002190     WRITE CPREFRPT-REC FROM RH-REPORT-HEADER.
002200     WRITE CPREFRPT-REC FROM WS-TITLE-LINE.
002210     WRITE CPREFRPT-REC FROM WS-BLANK-LINE.
002220     PERFORM 1100-LOAD-PREFS THRU 1100-EXIT.
002230     OPEN INPUT NAMEMSTR.
002240     IF WS-NAM-STATUS = "00"
002250         SET WS-NAM-AVAILABLE TO TRUE
002260     END-IF.
002270     OPEN INPUT CPREFTXN.
002280     IF WS-TXN-STATUS NOT = "00"
002290         SET WS-EOF TO TRUE
002300         GO TO 1000-EXIT
002310     END-IF.
002320     PERFORM 8000-READ-CPREFTXN THRU 8000-EXIT.
002330 1000-EXIT.
002340     EXIT.

002350*----------------------------------------------------------------
002360* 1100-LOAD-PREFS - NO CONTPREF MEANS NO CUSTOMER HAS A
002370*                   PREFERENCE YET; THE FIRST ADD CARD STARTS ONE.
002380*----------------------------------------------------------------
002390 1100-LOAD-PREFS.
002400     OPEN INPUT CONTPREF.
002410     IF WS-PREF-STATUS NOT = "00"
002420         GO TO 1100-EXIT
002430     END-IF.
002440     PERFORM 1110-LOAD-ONE-PREF THRU 1110-EXIT
002450         UNTIL WS-EOF.
002460     CLOSE CONTPREF.
002470     MOVE "N" TO WS-EOF-SW.
002480 1100-EXIT.
002490     EXIT.

002500 1110-LOAD-ONE-PREF.
002510     READ CONTPREF
002520         AT END
002530             SET WS-EOF TO TRUE
002540             GO TO 1110-EXIT
002550     END-READ.
002560     IF CONTPREF-REC = SPACES
002570         GO TO 1110-EXIT
002580     END-IF.
002590     IF WS-PREF-COUNT >= 10000
002600*        A PARTIAL TABLE WOULD REWRITE A TRUNCATED CONTPREF AT
002610*        END OF RUN - STOP BEFORE A PREFERENCE IS LOST
002620         DISPLAY "CPREFMNT - CONTPREF EXCEEDS THE 10000-"
002630             "CUSTOMER TABLE - RUN ABORTED"
002640         MOVE 16 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.
002670     MOVE CONTPREF-REC TO CP-PREF-RECORD.
002680     ADD 1 TO WS-PREF-COUNT.
002690     SET PT-IDX TO WS-PREF-COUNT.
002700     MOVE CP-CUST-ID TO PT-CUST-ID(PT-IDX).
002710     MOVE "N" TO PT-DELETE-SW(PT-IDX).
002720     MOVE CONTPREF-REC TO PT-RECORD(PT-IDX).
002730 1110-EXIT.
002740     EXIT.

002750*----------------------------------------------------------------
002760* 2000-APPLY-ONE - ONE CARD AGAINST THE CUSTOMER'S PREFERENCE.
002770*                  2100 LEAVES THE RECORD AS THE CARD WOULD
002780*                  LEAVE IT IN CP-PREF-RECORD; IT ONLY GOES BACK
002790*                  INTO THE TABLE ONCE EVERY EDIT HAS PASSED.
002800*----------------------------------------------------------------
002810 2000-APPLY-ONE.
002820     ADD 1 TO WS-CARD-COUNT.
002830     MOVE SPACES TO WS-REASON.
002840     MOVE PX-CUST-ID TO DL-CUST-ID
002850                        WS-CUST-ID.
002860     MOVE PX-OPERATOR TO WS-OPERATOR.
002870     MOVE PX-ACTION TO DL-ACTION.
002880     MOVE SPACES TO DL-STATUS
002890                    DL-NOTE.
002900     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
002910     IF WS-REASON NOT = SPACES
002920         PERFORM 2800-REFUSE-CARD THRU 2800-EXIT
002930         GO TO 2000-NEXT
002940     END-IF.
002950     EVALUATE TRUE
002960         WHEN PX-ADD
002970             PERFORM 2200-ADD-PREF THRU 2200-EXIT
002980         WHEN PX-CHANGE
002990             PERFORM 2300-CHANGE-PREF THRU 2300-EXIT
003000         WHEN OTHER
003010             PERFORM 2400-DELETE-PREF THRU 2400-EXIT
003020     END-EVALUATE.
003030     WRITE CPREFRPT-REC FROM WS-DETAIL-LINE.
003040 2000-NEXT.
003050     PERFORM 8000-READ-CPREFTXN THRU 8000-EXIT.
003060 2000-EXIT.
003070     EXIT.

003080*----------------------------------------------------------------
003090* 2100-EDIT-CARD - LEAVES WS-REASON BLANK WHEN THE CARD CAN BE
003100*                  APPLIED, WITH WS-PREF-IDX ON THE CUSTOMER'S
003110*                  TABLE SLOT (ZERO FOR AN ADD), THE RECORD AS
003120*                  THE CARD WOULD LEAVE IT IN CP-PREF-RECORD AND,
003130*                  FOR A CHANGE, THE OLD VALUES IN WS-OLD-.
003140*----------------------------------------------------------------
003150 2100-EDIT-CARD.
003160     MOVE ZERO TO WS-PREF-IDX.
003170     PERFORM 2110-MATCH-PREF THRU 2110-EXIT
003180         VARYING WS-K FROM 1 BY 1
003190         UNTIL WS-K > WS-PREF-COUNT OR WS-PREF-IDX > ZERO.
003200     IF NOT PX-ADD AND NOT PX-CHANGE AND NOT PX-DELETE
003210         MOVE "ACTION MUST BE ADD, CHANGE OR DELETE"
003220             TO WS-REASON
003230         GO TO 2100-EXIT
003240     END-IF.
003250     IF PX-CUST-ID = SPACES
003260         MOVE "CUSTOMER ID MISSING" TO WS-REASON
003270         GO TO 2100-EXIT
003280     END-IF.
003290     IF PX-ADD
003300         IF WS-PREF-IDX > ZERO
003310             MOVE "PREFERENCE ALREADY ON FILE - USE CHANGE"
003320                 TO WS-REASON
003330             GO TO 2100-EXIT
003340         END-IF
003350         PERFORM 2150-CHECK-CUSTOMER THRU 2150-EXIT
003360         IF WS-REASON NOT = SPACES
003370             GO TO 2100-EXIT
003380         END-IF
003390         INITIALIZE CP-PREF-RECORD
003400         MOVE PX-CUST-ID TO CP-CUST-ID
003410         MOVE "P" TO CP-CHANNEL
003420         MOVE "NNNNNNNN" TO CP-OPTIN-FLAGS
003430         MOVE "N" TO CP-BOUNCE-SW
003440     ELSE
003450         IF WS-PREF-IDX = ZERO
003460             MOVE "NO PREFERENCE ON FILE FOR CUSTOMER"
003470                 TO WS-REASON
003480             GO TO 2100-EXIT
003490         END-IF
003500         MOVE PT-RECORD(WS-PREF-IDX) TO CP-PREF-RECORD
003510         MOVE CP-CHANNEL TO WS-OLD-CHANNEL
003520         MOVE CP-EMAIL TO WS-OLD-EMAIL
003530         MOVE CP-PHONE TO WS-OLD-PHONE
003540         MOVE CP-LANGUAGE TO WS-OLD-LANGUAGE
003550         MOVE CP-OPTIN-FLAGS TO WS-OLD-OPTINS
003560         MOVE CP-BOUNCE-SW TO WS-OLD-BOUNCE-SW
003570     END-IF.
003580     IF PX-DELETE
003590         GO TO 2100-EXIT
003600     END-IF.
003610     IF PX-CHANNEL NOT = SPACE
003620         MOVE PX-CHANNEL TO CP-CHANNEL
003630         IF NOT CP-VALID-CHANNEL
003640             MOVE "CHANNEL MUST BE P, E OR S" TO WS-REASON
003650             GO TO 2100-EXIT
003660         END-IF
003670     END-IF.
003680     IF PX-EMAIL NOT = SPACES
003690         MOVE PX-EMAIL TO CP-EMAIL
003700         PERFORM 2160-CHECK-EMAIL THRU 2160-EXIT
003710         IF WS-REASON NOT = SPACES
003720             GO TO 2100-EXIT
003730         END-IF
003740     END-IF.
003750     IF PX-PHONE NOT = SPACES
003760         MOVE PX-PHONE TO CP-PHONE
003770         PERFORM 2170-CHECK-PHONE THRU 2170-EXIT
003780         IF WS-REASON NOT = SPACES
003790             GO TO 2100-EXIT
003800         END-IF
003810     END-IF.
003820     IF PX-LANGUAGE NOT = SPACES
003830         IF PX-LANGUAGE IS NOT ALPHABETIC-UPPER
003840             MOVE "LANGUAGE MUST BE A TWO-LETTER CODE"
003850                 TO WS-REASON
003860             GO TO 2100-EXIT
003870         END-IF
003880         MOVE PX-LANGUAGE TO CP-LANGUAGE
003890     END-IF.
003900     PERFORM 2120-OVERLAY-ONE-OPTIN THRU 2120-EXIT
003910         VARYING WS-O FROM 1 BY 1
003920         UNTIL WS-O > 8.
003930     IF WS-REASON NOT = SPACES
003940         GO TO 2100-EXIT
003950     END-IF.
003960     IF CP-BY-EMAIL AND CP-EMAIL = SPACES
003970         MOVE "EMAIL CHANNEL NEEDS AN EMAIL ADDRESS"
003980             TO WS-REASON
003990         GO TO 2100-EXIT
004000     END-IF.
004010     IF CP-BY-SMS AND CP-PHONE = SPACES
004020         MOVE "SMS CHANNEL NEEDS A MOBILE NUMBER" TO WS-REASON
004030     END-IF.
004040 2100-EXIT.
004050     EXIT.

004060 2110-MATCH-PREF.
004070     SET PT-IDX TO WS-K.
004080     IF PT-CUST-ID(PT-IDX) = WS-CUST-ID
004090             AND NOT PT-DELETED(PT-IDX)
004100         MOVE WS-K TO WS-PREF-IDX
004110     END-IF.
004120 2110-EXIT.
004130     EXIT.

004140*    A BLANK POSITION LEAVES THAT DOCUMENT TYPE AS IT WAS
004150 2120-OVERLAY-ONE-OPTIN.
004160     IF PX-OPTIN(WS-O) = SPACE
004170         GO TO 2120-EXIT
004180     END-IF.
004190     IF PX-OPTIN(WS-O) NOT = "Y" AND PX-OPTIN(WS-O) NOT = "N"
004200         MOVE "OPT-IN FLAGS MUST BE Y, N OR BLANK"
004210             TO WS-REASON
004220         GO TO 2120-EXIT
004230     END-IF.
004240     MOVE PX-OPTIN(WS-O) TO CP-OPTIN(WS-O).
004250 2120-EXIT.
004260     EXIT.

004270*----------------------------------------------------------------
004280* 2150-CHECK-CUSTOMER - A PREFERENCE IS ONLY TAKEN FOR A CUSTOMER
004290*                       WE HOLD, AND NEVER FOR ONE WHOSE PERSONAL
004300*                       DATA CUSTERAS HAS ERASED.
004310*----------------------------------------------------------------
004320 2150-CHECK-CUSTOMER.
004330     IF NOT WS-NAM-AVAILABLE
004340         MOVE "CUSTOMER MASTER NOT AVAILABLE" TO WS-REASON
004350         GO TO 2150-EXIT
004360     END-IF.
004370     MOVE SPACES TO NM-IN-KEY.
004380     MOVE PX-CUST-ID TO NM-CUST-ID.
004390     READ NAMEMSTR
004400         INVALID KEY
004410             MOVE "CUSTOMER NOT ON NAMEMSTR" TO WS-REASON
004420             GO TO 2150-EXIT
004430     END-READ.
004440     IF NM-NAME = "ERASED"
004450         MOVE "CUSTOMER ERASED - NO CONTACT DATA HELD"
004460             TO WS-REASON
004470     END-IF.
004480 2150-EXIT.
004490     EXIT.

004500*----------------------------------------------------------------
004510* 2160-CHECK-EMAIL - ONE "@" WITH SOMETHING BEFORE IT AND A
004520*                    DOTTED DOMAIN AFTER IT, AND NO EMBEDDED
004530*                    SPACE.
004540*----------------------------------------------------------------
004550 2160-CHECK-EMAIL.
004560     MOVE ZERO TO WS-TALLY.
004570     INSPECT CP-EMAIL TALLYING WS-TALLY FOR ALL "@".
004580     IF WS-TALLY NOT = 1 OR CP-EMAIL (1:1) = "@"
004590         MOVE "EMAIL ADDRESS NOT WELL FORMED" TO WS-REASON
004600         GO TO 2160-EXIT
004610     END-IF.
004620     MOVE ZERO TO WS-LEN.
004630     INSPECT CP-EMAIL TALLYING WS-LEN
004640         FOR CHARACTERS BEFORE INITIAL SPACE.
004650     IF WS-LEN < 50
004660             AND CP-EMAIL (WS-LEN + 1:) NOT = SPACES
004670         MOVE "EMAIL ADDRESS HAS AN EMBEDDED SPACE" TO WS-REASON
004680         GO TO 2160-EXIT
004690     END-IF.
004700     MOVE SPACES TO WS-EMAIL-LOCAL
004710                    WS-EMAIL-DOMAIN.
004720     UNSTRING CP-EMAIL DELIMITED BY "@"
004730         INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN.
004740     MOVE ZERO TO WS-TALLY.
004750     INSPECT WS-EMAIL-DOMAIN TALLYING WS-TALLY FOR ALL ".".
004760     IF WS-TALLY = ZERO OR WS-EMAIL-DOMAIN (1:1) = "."
004770         MOVE "EMAIL ADDRESS NOT WELL FORMED" TO WS-REASON
004780     END-IF.
004790 2160-EXIT.
004800     EXIT.

004810*----------------------------------------------------------------
004820* 2170-CHECK-PHONE - DIGITS ONLY, LEFT JUSTIFIED, AT LEAST SEVEN
004830*                    OF THEM.
004840*----------------------------------------------------------------
004850 2170-CHECK-PHONE.
004860     MOVE ZERO TO WS-LEN.
004870     INSPECT CP-PHONE TALLYING WS-LEN
004880         FOR CHARACTERS BEFORE INITIAL SPACE.
004890     IF WS-LEN < 7
004900         MOVE "MOBILE NUMBER TOO SHORT" TO WS-REASON
004910         GO TO 2170-EXIT
004920     END-IF.
004930     IF CP-PHONE (1:WS-LEN) IS NOT NUMERIC
004940         MOVE "MOBILE NUMBER MUST BE DIGITS ONLY" TO WS-REASON
004950         GO TO 2170-EXIT
004960     END-IF.
004970     IF WS-LEN < 15
004980             AND CP-PHONE (WS-LEN + 1:) NOT = SPACES
004990         MOVE "MOBILE NUMBER MUST BE DIGITS ONLY" TO WS-REASON
005000     END-IF.
005010 2170-EXIT.
005020     EXIT.

005030 2200-ADD-PREF.
005040     IF WS-PREF-COUNT >= 10000
005050         DISPLAY "CPREFMNT - CONTPREF EXCEEDS THE 10000-"
005060             "CUSTOMER TABLE - RUN ABORTED"
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     MOVE WS-RUN-CCYYMMDD TO CP-CHANGED-DATE.
005110     ADD 1 TO WS-PREF-COUNT.
005120     SET PT-IDX TO WS-PREF-COUNT.
005130     MOVE CP-CUST-ID TO PT-CUST-ID(PT-IDX).
005140     MOVE "N" TO PT-DELETE-SW(PT-IDX).
005150     MOVE CP-PREF-RECORD TO PT-RECORD(PT-IDX).
005160     MOVE "PREFERENCE" TO AL-FIELD-NAME.
005170     MOVE SPACES TO AL-OLD-VALUE.
005180     MOVE "ADDED" TO AL-NEW-VALUE.
005190     PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT.
005200     MOVE "CHANNEL" TO AL-FIELD-NAME.
005210     MOVE CP-CHANNEL TO AL-NEW-VALUE.
005220     PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT.
005230     MOVE "OPT-INS" TO AL-FIELD-NAME.
005240     MOVE CP-OPTIN-FLAGS TO AL-NEW-VALUE.
005250     PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT.
005260     ADD 1 TO WS-ADD-COUNT.
005270     MOVE "ADDED" TO DL-STATUS.
005280     PERFORM 2500-DESCRIBE-ROUTE THRU 2500-EXIT.
005290 2200-EXIT.
005300     EXIT.

005310*----------------------------------------------------------------
005320* 2300-CHANGE-PREF - EVERY FIELD THE CARD CHANGES IS AUDITED. A
005330*                    NEW CHANNEL OR A NEW ADDRESS CLEARS A
005340*                    BOUNCE - THE BOUNCE WAS AGAINST THE OLD ONE.
005350*----------------------------------------------------------------
005360 2300-CHANGE-PREF.
005370     IF CP-CHANNEL NOT = WS-OLD-CHANNEL
005380         MOVE "CHANNEL" TO AL-FIELD-NAME
005390         MOVE WS-OLD-CHANNEL TO AL-OLD-VALUE
005400         MOVE CP-CHANNEL TO AL-NEW-VALUE
005410         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
005420     END-IF.
005430     IF CP-EMAIL NOT = WS-OLD-EMAIL
005440         MOVE "EMAIL" TO AL-FIELD-NAME
005450         MOVE WS-OLD-EMAIL TO AL-OLD-VALUE
005460         MOVE CP-EMAIL TO AL-NEW-VALUE
005470         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
005480     END-IF.
005490     IF CP-PHONE NOT = WS-OLD-PHONE
005500         MOVE "PHONE" TO AL-FIELD-NAME
005510         MOVE WS-OLD-PHONE TO AL-OLD-VALUE
005520         MOVE CP-PHONE TO AL-NEW-VALUE
005530         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
005540     END-IF.
005550     IF CP-LANGUAGE NOT = WS-OLD-LANGUAGE
005560         MOVE "LANGUAGE" TO AL-FIELD-NAME
005570         MOVE WS-OLD-LANGUAGE TO AL-OLD-VALUE
005580         MOVE CP-LANGUAGE TO AL-NEW-VALUE
005590         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
005600     END-IF.
005610     IF CP-OPTIN-FLAGS NOT = WS-OLD-OPTINS
005620         MOVE "OPT-INS" TO AL-FIELD-NAME
005630         MOVE WS-OLD-OPTINS TO AL-OLD-VALUE
005640         MOVE CP-OPTIN-FLAGS TO AL-NEW-VALUE
005650         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
005660     END-IF.
005670     IF CP-BOUNCED
005680             AND (CP-CHANNEL NOT = WS-OLD-CHANNEL
005690                  OR CP-EMAIL NOT = WS-OLD-EMAIL
005700                  OR CP-PHONE NOT = WS-OLD-PHONE)
005710         MOVE "BOUNCE" TO AL-FIELD-NAME
005720         MOVE "Y" TO AL-OLD-VALUE
005730         MOVE "N" TO AL-NEW-VALUE
005740         PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT
005750         MOVE "N" TO CP-BOUNCE-SW
005760         MOVE ZERO TO CP-BOUNCE-DATE
005770     END-IF.
005780     MOVE WS-RUN-CCYYMMDD TO CP-CHANGED-DATE.
005790     MOVE CP-PREF-RECORD TO PT-RECORD(WS-PREF-IDX).
005800     ADD 1 TO WS-CHANGE-COUNT.
005810     MOVE "CHANGED" TO DL-STATUS.
005820     PERFORM 2500-DESCRIBE-ROUTE THRU 2500-EXIT.
005830 2300-EXIT.
005840     EXIT.

005850 2400-DELETE-PREF.
005860     MOVE "Y" TO PT-DELETE-SW(WS-PREF-IDX).
005870     MOVE "PREFERENCE" TO AL-FIELD-NAME.
005880     MOVE "ON FILE" TO AL-OLD-VALUE.
005890     MOVE "DELETED" TO AL-NEW-VALUE.
005900     PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT.
005910     ADD 1 TO WS-DELETE-COUNT.
005920     MOVE "DELETED" TO DL-STATUS.
005930     MOVE "CUSTOMER BACK ON PAPER FOR EVERYTHING" TO DL-NOTE.
005940 2400-EXIT.
005950     EXIT.

005960 2500-DESCRIBE-ROUTE.
005970     EVALUATE TRUE
005980         WHEN CP-BOUNCED
005990             MOVE "ADDRESS BOUNCED - PAPER UNTIL CHANGED"
006000                 TO DL-NOTE
006010         WHEN CP-BY-EMAIL
006020             MOVE "EMAIL FOR OPTED-IN DOCUMENTS" TO DL-NOTE
006030         WHEN CP-BY-SMS
006040             MOVE "SMS FOR OPTED-IN DOCUMENTS" TO DL-NOTE
006050         WHEN OTHER
006060             MOVE "POST FOR EVERYTHING" TO DL-NOTE
006070     END-EVALUATE.
006080 2500-EXIT.
006090     EXIT.

006100 2800-REFUSE-CARD.
006110     ADD 1 TO WS-REJECT-COUNT.
006120     MOVE "REFUSED" TO DL-STATUS.
006130     MOVE WS-REASON TO DL-NOTE.
006140     WRITE CPREFRPT-REC FROM WS-DETAIL-LINE.
006150     MOVE SPACES TO RJ-REJECT-RECORD.
006160     MOVE "CPREFMNT" TO RJ-SOURCE-PROGRAM.
006170     MOVE PX-CUST-ID TO RJ-RECORD-KEY.
006180     MOVE WS-REASON TO RJ-REASON-CODE.
006190     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006200         INTO RJ-REJECT-TIMESTAMP.
006210     WRITE CPREFREJ-REC FROM RJ-REJECT-RECORD.
006220 2800-EXIT.
006230     EXIT.

006240 2900-AUDIT-CHANGE.
006250     MOVE "WRITE" TO AL-ACTION.
006260     MOVE "CPREFMNT" TO AL-SOURCE-PROGRAM.
006270     MOVE CP-CUST-ID TO AL-RECORD-KEY.
006280     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006290         INTO AL-TIMESTAMP.
006300     MOVE WS-OPERATOR TO AL-OPERATOR-ID.
006310     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006320 2900-EXIT.
006330     EXIT.

006340*----------------------------------------------------------------
006350* 3000-APPLY-BOUNCES - THE PROVIDER'S FEED OF UNDELIVERABLE
006360*                      EMAIL AND SMS SINCE ITS LAST RUN. NO FEED
006370*                      MEANS NOTHING BOUNCED.
006380*----------------------------------------------------------------
006390 3000-APPLY-BOUNCES.
006400     OPEN INPUT DLVBNCE.
006410     IF WS-BNC-STATUS NOT = "00"
006420         GO TO 3000-EXIT
006430     END-IF.
006440     MOVE "N" TO WS-EOF-SW.
006450     WRITE CPREFRPT-REC FROM WS-BLANK-LINE.
006460     PERFORM 3100-APPLY-ONE-BOUNCE THRU 3100-EXIT
006470         UNTIL WS-EOF.
006480     CLOSE DLVBNCE.
006490 3000-EXIT.
006500     EXIT.

006510*----------------------------------------------------------------
006520* 3100-APPLY-ONE-BOUNCE - ONLY A BOUNCE OF THE ADDRESS STILL ON
006530*                         FILE FOR THE CHANNEL STILL IN USE FLAGS
006540*                         THE CUSTOMER; ONE FOR AN ADDRESS THEY
006550*                         HAVE SINCE REPLACED IS STALE.
006560*----------------------------------------------------------------
006570 3100-APPLY-ONE-BOUNCE.
006580     READ DLVBNCE
006590         AT END
006600             SET WS-EOF TO TRUE
006610             GO TO 3100-EXIT
006620     END-READ.
006630     IF DLVBNCE-REC = SPACES
006640         GO TO 3100-EXIT
006650     END-IF.
006660     ADD 1 TO WS-BOUNCE-COUNT.
006670     MOVE DB-CUST-ID TO DL-CUST-ID.
006680     MOVE "BOUNCE" TO DL-ACTION.
006690     MOVE "IGNORED" TO DL-STATUS.
006700     MOVE ZERO TO WS-PREF-IDX.
006710     MOVE DB-CUST-ID TO WS-CUST-ID.
006720     PERFORM 2110-MATCH-PREF THRU 2110-EXIT
006730         VARYING WS-K FROM 1 BY 1
006740         UNTIL WS-K > WS-PREF-COUNT OR WS-PREF-IDX > ZERO.
006750     IF WS-PREF-IDX = ZERO
006760         MOVE "NO PREFERENCE ON FILE FOR CUSTOMER" TO DL-NOTE
006770         GO TO 3100-IGNORE
006780     END-IF.
006790     MOVE PT-RECORD(WS-PREF-IDX) TO CP-PREF-RECORD.
006800     IF CP-BY-EMAIL
006810         MOVE CP-EMAIL TO WS-CUR-ADDRESS
006820     ELSE
006830         MOVE CP-PHONE TO WS-CUR-ADDRESS
006840     END-IF.
006850     IF DB-CHANNEL NOT = CP-CHANNEL
006860             OR DB-ADDRESS NOT = WS-CUR-ADDRESS
006870         MOVE "ADDRESS SINCE CHANGED - STALE BOUNCE" TO DL-NOTE
006880         GO TO 3100-IGNORE
006890     END-IF.
006900     IF CP-BOUNCED
006910         MOVE "ALREADY FLAGGED AS BOUNCED" TO DL-NOTE
006920         GO TO 3100-IGNORE
006930     END-IF.
006940     MOVE "Y" TO CP-BOUNCE-SW.
006950     MOVE DB-BOUNCE-DATE TO CP-BOUNCE-DATE.
006960     IF DB-BOUNCE-DATE IS NOT NUMERIC OR DB-BOUNCE-DATE = ZERO
006970         MOVE WS-RUN-CCYYMMDD TO CP-BOUNCE-DATE
006980     END-IF.
006990     MOVE WS-RUN-CCYYMMDD TO CP-CHANGED-DATE.
007000     MOVE CP-PREF-RECORD TO PT-RECORD(WS-PREF-IDX).
007010     MOVE "BOUNCE" TO AL-FIELD-NAME.
007020     MOVE "N" TO AL-OLD-VALUE.
007030     MOVE "Y" TO AL-NEW-VALUE.
007040     MOVE "DLVBNCE" TO WS-OPERATOR.
007050     PERFORM 2900-AUDIT-CHANGE THRU 2900-EXIT.
007060     ADD 1 TO WS-FLAGGED-COUNT.
007070     MOVE "FLAGGED" TO DL-STATUS.
007080     MOVE "PAPER FROM THE NEXT RUN ON" TO DL-NOTE.
007090     WRITE CPREFRPT-REC FROM WS-DETAIL-LINE.
007100     GO TO 3100-EXIT.
007110 3100-IGNORE.
007120     ADD 1 TO WS-IGNORED-COUNT.
007130     WRITE CPREFRPT-REC FROM WS-DETAIL-LINE.
007140 3100-EXIT.
007150     EXIT.

007160*----------------------------------------------------------------
007170* 5000-FINALIZE - CONTPREF GOES BACK OUT WITH EVERY CHANGE
007180*                 APPLIED AND THE DELETED CUSTOMERS DROPPED.
007190*----------------------------------------------------------------
007200 5000-FINALIZE.
007210     IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
007220         CLOSE CPREFTXN
007230     END-IF.
007240     IF WS-NAM-AVAILABLE
007250         CLOSE NAMEMSTR
007260     END-IF.
007270     IF WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
007280             + WS-FLAGGED-COUNT > ZERO
007290         OPEN OUTPUT CONTPREF
007300         PERFORM 5100-WRITE-ONE-PREF THRU 5100-EXIT
007310             VARYING WS-K FROM 1 BY 1
007320             UNTIL WS-K > WS-PREF-COUNT
007330         CLOSE CONTPREF
007340     END-IF.
007350     MOVE WS-CARD-COUNT TO SL-CARD-COUNT.
007360     MOVE WS-ADD-COUNT TO SL-ADD-COUNT.
007370     MOVE WS-CHANGE-COUNT TO SL-CHANGE-COUNT.
007380     MOVE WS-DELETE-COUNT TO SL-DELETE-COUNT.
007390     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
007400     MOVE WS-BOUNCE-COUNT TO SL-BOUNCE-COUNT.
007410     MOVE WS-FLAGGED-COUNT TO SL-FLAGGED-COUNT.
007420     MOVE WS-IGNORED-COUNT TO SL-IGNORED-COUNT.
007430     WRITE CPREFRPT-REC FROM WS-BLANK-LINE.
007440     WRITE CPREFRPT-REC FROM WS-SUMMARY-LINE.
007450     WRITE CPREFRPT-REC FROM WS-BOUNCE-SUMMARY-LINE.
007460     CLOSE CPREFRPT
007470           CPREFREJ.
007480     MOVE "CLOSE" TO AL-ACTION.
007490     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007500 5000-EXIT.
007510     EXIT.

007520 5100-WRITE-ONE-PREF.
007530     SET PT-IDX TO WS-K.
007540     IF NOT PT-DELETED(PT-IDX)
007550         WRITE CONTPREF-REC FROM PT-RECORD(PT-IDX)
007560     END-IF.
007570 5100-EXIT.
007580     EXIT.

007590 8000-READ-CPREFTXN.
007600     READ CPREFTXN
007610         AT END
007620             SET WS-EOF TO TRUE
007630     END-READ.
007640 8000-EXIT.
007650     EXIT.
