000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FAMAINT.
000030 AUTHOR. R OKUMURA.
000040 INSTALLATION. GENERAL ACCOUNTING BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  RO   ORIGINAL PROGRAM. TRANSACTION-DRIVEN
000110*                  MAINTENANCE FOR THE FAMAST FIXED-ASSET
000120*                  REGISTER, SO THE VEHICLES AND TEST INSTRUMENTS
000130*                  FINALLY CARRY A COST AND A BOOK VALUE. EACH
000140*                  ASSET HOLDS ITS CLASS (V VEHICLE,
000150*                  CROSS-REFERENCED TO VEHMAST; I INSTRUMENT,
000160*                  CROSS-REFERENCED TO INSTMAST), ACQUISITION
000170*                  DATE, COST, SALVAGE VALUE, USEFUL LIFE IN
000180*                  MONTHS AND DEPRECIATION METHOD (SL
000190*                  STRAIGHT-LINE OR DB DOUBLE DECLINING BALANCE).
000200*                  FATXN CARRIES ONE ADD ("A"), CHANGE ("C") OR
000210*                  DISPOSAL ("X") PER RECORD. A CHANGE ONLY
000220*                  REPLACES THE FIELDS IT FILLS IN, AND COST AND
000230*                  ACQUISITION DATE ARE FROZEN ONCE DEPRECIATION
000240*                  HAS BEGUN. A DISPOSAL, DATED THROUGH THE
000250*                  PERCHECK GUARD, TAKES THE BOOK VALUE AS OF THE
000260*                  LAST FADEPR RUN, JOURNALS THE PROCEEDS, THE
000270*                  ACCUMULATED DEPRECIATION AND THE COST OUT
000280*                  THROUGH GLJRNL WITH THE GAIN OR LOSS, AND MARKS
000290*                  THE ASSET DISPOSED. EVERY APPLIED CHANGE IS
000300*                  LOGGED THROUGH AUDITLOG; REJECTS GO TO FAMREJ
000310*                  IN THE SHARED REJECTREC LAYOUT. THE MAINTENANCE
000320*                  REPORT GOES TO FAMRPT.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM.
000370 OBJECT-COMPUTER. IBM.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FAMAST ASSIGN TO "FAMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS FA-ASSET-ID
000440         FILE STATUS IS WS-MAST-STATUS.
000450     SELECT VEHMAST ASSIGN TO "VEHMAST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-VEH-STATUS.
000480     SELECT INSTMAST ASSIGN TO "INSTMAST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-INST-STATUS.
000510     SELECT FATXN ASSIGN TO "FATXN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-TXN-STATUS.
000540     SELECT FAMREJ ASSIGN TO "FAMREJ"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT FAMRPT ASSIGN TO "FAMRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  FAMAST.
000610 01  FAMAST-REC.
000620     05  FA-ASSET-ID              PIC X(08).
000630     05  FA-DESC                  PIC X(16).
000640     05  FA-CLASS                 PIC X(01).
000650         88  FA-VEHICLE                     VALUE "V".
000660         88  FA-INSTRUMENT                  VALUE "I".
000670     05  FA-REF-ID                PIC X(06).
000680     05  FA-ACQ-DATE              PIC 9(06).
000690     05  FA-COST                  PIC 9(09).
000700     05  FA-SALVAGE               PIC 9(09).
000710     05  FA-LIFE-MONTHS           PIC 9(03).
000720     05  FA-METHOD                PIC X(02).
000730         88  FA-STRAIGHT-LINE               VALUE "SL".
000740         88  FA-DECLINING                   VALUE "DB".
000750     05  FA-ACCUM-DEPR            PIC 9(09).
000760     05  FA-MONTHS-DEPR           PIC 9(03).
000770     05  FA-LAST-PERIOD           PIC 9(04).
000780     05  FA-LAST-CHARGE           PIC 9(09).
000790     05  FA-STATUS                PIC X(01).
000800         88  FA-ACTIVE                      VALUE "A".
000810         88  FA-DISPOSED                    VALUE "D".
000820     05  FA-DISP-DATE             PIC 9(06).
000830     05  FA-DISP-PROCEEDS         PIC 9(09).

000840 FD  VEHMAST
000850     RECORDING MODE IS F.
000860 01  VEHMAST-REC.
000870     05  VM-VEH-CLASS             PIC X(04).
000880     05  FILLER                   PIC X(01).
000890     05  VM-RANGE                 PIC 9(05).
000900     05  FILLER                   PIC X(01).
000910     05  VM-CAPACITY              PIC 9(05).

000920 FD  INSTMAST
000930     RECORDING MODE IS F.
000940 01  INSTMAST-REC.
000950     05  IN-INSTR-ID              PIC X(06).
000960     05  FILLER                   PIC X(01).
000970     05  IN-DESC                  PIC X(20).
000980     05  FILLER                   PIC X(01).
000990     05  IN-CAL-DUE               PIC 9(06).
001000     05  FILLER                   PIC X(46).

001010*    ON A DISPOSAL TX-DATE IS THE DISPOSAL DATE AND TX-AMOUNT THE
001020*    PROCEEDS; ON AN ADD THEY ARE THE ACQUISITION DATE AND COST
001030 FD  FATXN
001040     RECORDING MODE IS F.
001050 01  FATXN-REC.
001060     05  TX-ACTION                PIC X(01).
001070         88  TX-ADD                         VALUE "A".
001080         88  TX-CHANGE                      VALUE "C".
001090         88  TX-DISPOSE                     VALUE "X".
001100     05  FILLER                   PIC X(01).
001110     05  TX-ASSET-ID              PIC X(08).
001120     05  FILLER                   PIC X(01).
001130     05  TX-CLASS                 PIC X(01).
001140         88  TX-CLASS-VALID                 VALUE "V" "I".
001150     05  FILLER                   PIC X(01).
001160     05  TX-REF-ID                PIC X(06).
001170     05  FILLER                   PIC X(01).
001180     05  TX-DATE-X                PIC X(06).
001190     05  TX-DATE REDEFINES TX-DATE-X
001200                                  PIC 9(06).
001210     05  FILLER                   PIC X(01).
001220     05  TX-AMOUNT-X              PIC X(09).
001230     05  TX-AMOUNT REDEFINES TX-AMOUNT-X
001240                                  PIC 9(09).
001250     05  FILLER                   PIC X(01).
001260     05  TX-SALVAGE-X             PIC X(09).
001270     05  TX-SALVAGE REDEFINES TX-SALVAGE-X
001280                                  PIC 9(09).
001290     05  FILLER                   PIC X(01).
001300     05  TX-LIFE-X                PIC X(03).
001310     05  TX-LIFE REDEFINES TX-LIFE-X
001320                                  PIC 9(03).
001330     05  FILLER                   PIC X(01).
001340     05  TX-METHOD                PIC X(02).
001350         88  TX-METHOD-VALID                VALUE "SL" "DB".
001360     05  FILLER                   PIC X(01).
001370     05  TX-DESC                  PIC X(16).
001380     05  FILLER                   PIC X(01).
001390     05  TX-OPERATOR-ID           PIC X(08).

001400 FD  FAMREJ
001410     RECORDING MODE IS F.
001420 01  FAMREJ-REC                   PIC X(80).

001430 FD  FAMRPT
001440     RECORDING MODE IS F.
001450 01  FAMRPT-REC                   PIC X(80).

001460 WORKING-STORAGE SECTION.
001470 77  WS-EOF-SW                    PIC X(01) VALUE "N".
001480     88  WS-EOF                             VALUE "Y".
001490 77  WS-MAST-STATUS               PIC X(02) VALUE SPACES.
001500 77  WS-VEH-STATUS                PIC X(02) VALUE SPACES.
001510 77  WS-INST-STATUS               PIC X(02) VALUE SPACES.
001520 77  WS-TXN-STATUS                PIC X(02) VALUE SPACES.
001530 77  WS-TXN-COUNT                 PIC 9(05) VALUE ZERO COMP.
001540 77  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO COMP.
001550 77  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO COMP.
001560 77  WS-K                         PIC 9(05) COMP.
001570 77  WS-ASSET-FOUND-SW            PIC X(01) VALUE "N".
001580     88  WS-ASSET-FOUND                     VALUE "Y".
001590 77  WS-FIELDS-OK-SW              PIC X(01) VALUE "Y".
001600     88  WS-FIELDS-OK                       VALUE "Y".
001610 77  WS-REF-FOUND-SW              PIC X(01) VALUE "N".
001620     88  WS-REF-FOUND                       VALUE "Y".
001630 77  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001640 77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
001650 77  WS-BOOK-VALUE                PIC 9(09) VALUE ZERO.
001660 77  WS-GAIN-LOSS                 PIC 9(09) VALUE ZERO.
001670 77  WS-AUDIT-AMOUNT              PIC Z(08)9.
001680 77  WS-SALVAGE                   PIC 9(09) VALUE ZERO.
001690 77  WS-LIFE                      PIC 9(03) VALUE ZERO.
001700 77  WS-PROCEEDS                  PIC 9(09) VALUE ZERO.

001710 01  WS-VEH-TABLE.
001720     05  WS-VEH-COUNT             PIC 9(03) VALUE ZERO COMP.
001730     05  VH-VEH-CLASS OCCURS 50 TIMES
001740                                  PIC X(04).

001750 01  WS-INST-TABLE.
001760     05  WS-INST-COUNT            PIC 9(05) VALUE ZERO COMP.
001770     05  IT-INSTR-ID OCCURS 2000 TIMES
001780                                  PIC X(06).

001790 COPY AUDTLINK.
001800 COPY REJECTREC.
001810 COPY RPTHDR.
001820 COPY GLJRLINK.
001830 COPY PERCLINK.

001840 01  WS-TITLE-LINE.
001850     05  FILLER                  PIC X(36) VALUE
001860         "FIXED-ASSET REGISTER MAINTENANCE".
001870     05  FILLER                  PIC X(44) VALUE SPACES.

001880 01  WS-DETAIL-LINE.
001890     05  FILLER                  PIC X(06) VALUE "ASSET ".
001900     05  DL-ASSET-ID              PIC X(08).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  DL-ACTION-DESC           PIC X(08).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  DL-NOTE                  PIC X(40).
001950     05  FILLER                  PIC X(14) VALUE SPACES.

001960 01  WS-DISPOSAL-LINE.
001970     05  FILLER                  PIC X(06) VALUE "ASSET ".
001980     05  DP-ASSET-ID              PIC X(08).
001990     05  FILLER                  PIC X(16) VALUE
002000         "  DISPOSED  NBV ".
002010     05  DP-BOOK-VALUE            PIC Z(08)9.
002020     05  FILLER                  PIC X(10) VALUE " PROCEEDS ".
002030     05  DP-PROCEEDS              PIC Z(08)9.
002040     05  FILLER                  PIC X(01) VALUE SPACES.
002050     05  DP-GAIN-LOSS-LABEL       PIC X(05).
002060     05  DP-GAIN-LOSS             PIC Z(08)9.
002070     05  FILLER                  PIC X(07) VALUE SPACES.

002080 01  WS-SUMMARY-LINE.
002090     05  FILLER                  PIC X(15) VALUE
002100         "TRANSACTIONS:  ".
002110     05  SL-TXN-COUNT             PIC ZZZZ9.
002120     05  FILLER                  PIC X(11) VALUE "  APPLIED: ".
002130     05  SL-APPLIED-COUNT         PIC ZZZZ9.
002140     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
002150     05  SL-REJECT-COUNT          PIC ZZZZ9.
002160     05  FILLER                  PIC X(27) VALUE SPACES.

002170 01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.

002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 2000-APPLY-TXN THRU 2000-EXIT
002220         UNTIL WS-EOF.
002230     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002240     STOP RUN.

002250*----------------------------------------------------------------
002260* 1000-INITIALIZE - LOAD THE VEHICLE AND INSTRUMENT MASTERS FOR
002270*                   THE CROSS-REFERENCE, THEN OPEN THE KEYED
002280*                   REGISTER FOR UPDATE, CREATING IT ON THE FIRST
002290*                   EVER RUN STATUS-35 STYLE.
002300*----------------------------------------------------------------
002310 1000-INITIALIZE.
002320     ACCEPT WS-RUN-DATE FROM DATE.
002330     ACCEPT WS-RUN-TIME FROM TIME.
002340     OPEN INPUT VEHMAST.
002350     IF WS-VEH-STATUS = "00"
002360         PERFORM 1100-LOAD-ONE-VEHICLE THRU 1100-EXIT
002370             UNTIL WS-EOF
002380         CLOSE VEHMAST
002390     END-IF.
002400     MOVE "N" TO WS-EOF-SW.
002410     OPEN INPUT INSTMAST.
002420     IF WS-INST-STATUS = "00"
002430         PERFORM 1200-LOAD-ONE-INSTRUMENT THRU 1200-EXIT
002440             UNTIL WS-EOF
002450         CLOSE INSTMAST
002460     END-IF.
002470     MOVE "N" TO WS-EOF-SW.
002480     OPEN OUTPUT FAMRPT
002490          OUTPUT FAMREJ.
002500     MOVE "FAMAINT" TO RH-PROGRAM-ID.
002510     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002520     MOVE WS-RUN-TIME TO RH-RUN-ID.
002530     MOVE 1 TO RH-PAGE-NUMBER.
002540     WRITE FAMRPT-REC FROM RH-REPORT-HEADER.
002550     WRITE FAMRPT-REC FROM WS-TITLE-LINE.
002560     WRITE FAMRPT-REC FROM WS-BLANK-LINE.
002570     OPEN I-O FAMAST.
002580     IF WS-MAST-STATUS = "35"
002590         OPEN OUTPUT FAMAST
002600         CLOSE FAMAST
002610         OPEN I-O FAMAST
002620     END-IF.
002630     IF WS-MAST-STATUS NOT = "00"
002640         DISPLAY "FAMAINT - FAMAST OPEN FAILED, STATUS "
002650             WS-MAST-STATUS " - RUN ABORTED"
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     OPEN INPUT FATXN.
002700     IF WS-TXN-STATUS NOT = "00"
002710         SET WS-EOF TO TRUE
002720         GO TO 1000-EXIT
002730     END-IF.
002740     PERFORM 8000-READ-FATXN THRU 8000-EXIT.
002750 1000-EXIT.
002760     EXIT.

002770 1100-LOAD-ONE-VEHICLE.
002780     READ VEHMAST
002790         AT END
002800             SET WS-EOF TO TRUE
002810         NOT AT END
002820             IF WS-VEH-COUNT < 50
002830                 ADD 1 TO WS-VEH-COUNT
002840                 MOVE VM-VEH-CLASS TO VH-VEH-CLASS(WS-VEH-COUNT)
002850             END-IF
002860     END-READ.
002870 1100-EXIT.
002880     EXIT.

002890 1200-LOAD-ONE-INSTRUMENT.
002900     READ INSTMAST
002910         AT END
002920             SET WS-EOF TO TRUE
002930         NOT AT END
002940             IF WS-INST-COUNT < 2000
002950                 ADD 1 TO WS-INST-COUNT
002960                 MOVE IN-INSTR-ID TO IT-INSTR-ID(WS-INST-COUNT)
002970             END-IF
002980     END-READ.
002990 1200-EXIT.
003000     EXIT.

003010*----------------------------------------------------------------
003020* 2000-APPLY-TXN - ROUTE ONE REGISTER TRANSACTION.
003030*----------------------------------------------------------------
003040 2000-APPLY-TXN.
003050     ADD 1 TO WS-TXN-COUNT.
003060     IF TX-ASSET-ID = SPACES
003070         MOVE "BLANK ASSET ID" TO RJ-REASON-CODE
003080         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003090         PERFORM 8000-READ-FATXN THRU 8000-EXIT
003100         GO TO 2000-EXIT
003110     END-IF.
003120     PERFORM 2500-FIND-ASSET THRU 2500-EXIT.
003130     EVALUATE TRUE
003140         WHEN TX-ADD
003150             PERFORM 2100-ADD-ASSET THRU 2100-EXIT
003160         WHEN TX-CHANGE
003170             PERFORM 2200-CHANGE-ASSET THRU 2200-EXIT
003180         WHEN TX-DISPOSE
003190             PERFORM 2300-DISPOSE-ASSET THRU 2300-EXIT
003200         WHEN OTHER
003210             MOVE "UNKNOWN MAINTENANCE ACTION" TO RJ-REASON-CODE
003220             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003230     END-EVALUATE.
003240     PERFORM 8000-READ-FATXN THRU 8000-EXIT.
003250 2000-EXIT.
003260     EXIT.

003270*----------------------------------------------------------------
003280* 2100-ADD-ASSET - A NEW ASSET NEEDS A CLASS, A KNOWN VEHICLE OR
003290*                  INSTRUMENT, AN ACQUISITION DATE, A COST, A LIFE
003300*                  AND A METHOD. SALVAGE DEFAULTS TO ZERO.
003310*----------------------------------------------------------------
003320 2100-ADD-ASSET.
003330     IF WS-ASSET-FOUND
003340         MOVE "ADD OF ASSET ALREADY ON REGISTER" TO RJ-REASON-CODE
003350         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003360         GO TO 2100-EXIT
003370     END-IF.
003380     IF NOT TX-CLASS-VALID
003390         MOVE "ASSET CLASS NOT V OR I" TO RJ-REASON-CODE
003400         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003410         GO TO 2100-EXIT
003420     END-IF.
003430     IF TX-DATE-X NOT NUMERIC
003440         MOVE "ACQUISITION DATE NOT NUMERIC" TO RJ-REASON-CODE
003450         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003460         GO TO 2100-EXIT
003470     END-IF.
003480     IF TX-AMOUNT-X NOT NUMERIC OR TX-AMOUNT = ZERO
003490         MOVE "COST MISSING OR NOT NUMERIC" TO RJ-REASON-CODE
003500         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003510         GO TO 2100-EXIT
003520     END-IF.
003530     IF TX-SALVAGE-X = SPACES
003540         MOVE ZERO TO TX-SALVAGE
003550     END-IF.
003560     MOVE TX-CLASS TO FA-CLASS.
003570     PERFORM 2600-EDIT-FIELDS THRU 2600-EXIT.
003580     IF NOT WS-FIELDS-OK
003590         GO TO 2100-EXIT
003600     END-IF.
003610     IF TX-SALVAGE >= TX-AMOUNT
003620         MOVE "SALVAGE NOT BELOW COST" TO RJ-REASON-CODE
003630         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003640         GO TO 2100-EXIT
003650     END-IF.
003660     MOVE SPACES TO FAMAST-REC.
003670     MOVE TX-ASSET-ID TO FA-ASSET-ID.
003680     MOVE TX-DESC TO FA-DESC.
003690     MOVE TX-CLASS TO FA-CLASS.
003700     MOVE TX-REF-ID TO FA-REF-ID.
003710     MOVE TX-DATE TO FA-ACQ-DATE.
003720     MOVE TX-AMOUNT TO FA-COST.
003730     MOVE TX-SALVAGE TO FA-SALVAGE.
003740     MOVE TX-LIFE TO FA-LIFE-MONTHS.
003750     MOVE TX-METHOD TO FA-METHOD.
003760     MOVE ZERO TO FA-ACCUM-DEPR FA-MONTHS-DEPR FA-LAST-PERIOD
003770                  FA-LAST-CHARGE FA-DISP-DATE FA-DISP-PROCEEDS.
003780     SET FA-ACTIVE TO TRUE.
003790     WRITE FAMAST-REC
003800         INVALID KEY
003810             MOVE "ADD OF ASSET ALREADY ON REGISTER"
003820                 TO RJ-REASON-CODE
003830             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003840             GO TO 2100-EXIT
003850     END-WRITE.
003860     ADD 1 TO WS-APPLIED-COUNT.
003870     MOVE "COST" TO AL-FIELD-NAME.
003880     MOVE SPACES TO AL-OLD-VALUE.
003890     MOVE FA-COST TO WS-AUDIT-AMOUNT.
003900     MOVE WS-AUDIT-AMOUNT TO AL-NEW-VALUE.
003910     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003920     MOVE "REFERENCE" TO AL-FIELD-NAME.
003930     MOVE SPACES TO AL-OLD-VALUE.
003940     MOVE FA-REF-ID TO AL-NEW-VALUE.
003950     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003960     MOVE "METHOD" TO AL-FIELD-NAME.
003970     MOVE SPACES TO AL-OLD-VALUE.
003980     MOVE FA-METHOD TO AL-NEW-VALUE.
003990     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
004000     MOVE "ADDED" TO DL-ACTION-DESC.
004010     MOVE FA-DESC TO DL-NOTE.
004020     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
004030 2100-EXIT.
004040     EXIT.

004050*----------------------------------------------------------------
004060* 2200-CHANGE-ASSET - ONLY THE FIELDS THE TRANSACTION FILLS IN ARE
004070*                     REPLACED, AND ONLY THE ONES THAT ACTUALLY
004080*                     CHANGE ARE AUDITED. ONCE A MONTH HAS BEEN
004090*                     DEPRECIATED THE COST AND ACQUISITION DATE
004100*                     ARE HISTORY AND CANNOT CHANGE.
004110*----------------------------------------------------------------
004120 2200-CHANGE-ASSET.
004130     IF NOT WS-ASSET-FOUND
004140         MOVE "CHANGE OF ASSET NOT ON REGISTER" TO RJ-REASON-CODE
004150         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004160         GO TO 2200-EXIT
004170     END-IF.
004180     IF FA-DISPOSED
004190         MOVE "CHANGE OF DISPOSED ASSET" TO RJ-REASON-CODE
004200         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004210         GO TO 2200-EXIT
004220     END-IF.
004230     IF (TX-DATE-X NOT = SPACES OR TX-AMOUNT-X NOT = SPACES)
004240             AND FA-MONTHS-DEPR > ZERO
004250         MOVE "COST/DATE FROZEN ONCE DEPRECIATED"
004260             TO RJ-REASON-CODE
004270         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004280         GO TO 2200-EXIT
004290     END-IF.
004300     IF TX-DATE-X NOT = SPACES AND TX-DATE-X NOT NUMERIC
004310         MOVE "ACQUISITION DATE NOT NUMERIC" TO RJ-REASON-CODE
004320         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004330         GO TO 2200-EXIT
004340     END-IF.
004350     IF TX-AMOUNT-X NOT = SPACES
004360             AND (TX-AMOUNT-X NOT NUMERIC OR TX-AMOUNT = ZERO)
004370         MOVE "COST MISSING OR NOT NUMERIC" TO RJ-REASON-CODE
004380         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004390         GO TO 2200-EXIT
004400     END-IF.
004410     IF TX-AMOUNT-X = SPACES
004420         MOVE FA-COST TO TX-AMOUNT
004430     END-IF.
004440     IF TX-SALVAGE-X = SPACES
004450         MOVE FA-SALVAGE TO TX-SALVAGE
004460     END-IF.
004470     IF TX-LIFE-X = SPACES
004480         MOVE FA-LIFE-MONTHS TO TX-LIFE
004490     END-IF.
004500     IF TX-METHOD = SPACES
004510         MOVE FA-METHOD TO TX-METHOD
004520     END-IF.
004530     IF TX-REF-ID = SPACES
004540         MOVE FA-REF-ID TO TX-REF-ID
004550     END-IF.
004560     PERFORM 2600-EDIT-FIELDS THRU 2600-EXIT.
004570     IF NOT WS-FIELDS-OK
004580         GO TO 2200-EXIT
004590     END-IF.
004600     IF TX-SALVAGE >= TX-AMOUNT
004610         MOVE "SALVAGE NOT BELOW COST" TO RJ-REASON-CODE
004620         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
004630         GO TO 2200-EXIT
004640     END-IF.
004650     IF TX-AMOUNT NOT = FA-COST
004660         MOVE "COST" TO AL-FIELD-NAME
004670         MOVE FA-COST TO WS-AUDIT-AMOUNT
004680         MOVE WS-AUDIT-AMOUNT TO AL-OLD-VALUE
004690         MOVE TX-AMOUNT TO WS-AUDIT-AMOUNT
004700         MOVE WS-AUDIT-AMOUNT TO AL-NEW-VALUE
004710         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
004720         MOVE TX-AMOUNT TO FA-COST
004730     END-IF.
004740     IF TX-DATE-X NOT = SPACES AND TX-DATE NOT = FA-ACQ-DATE
004750         MOVE "ACQ DATE" TO AL-FIELD-NAME
004760         MOVE FA-ACQ-DATE TO AL-OLD-VALUE
004770         MOVE TX-DATE TO AL-NEW-VALUE
004780         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
004790         MOVE TX-DATE TO FA-ACQ-DATE
004800     END-IF.
004810     IF TX-SALVAGE NOT = FA-SALVAGE
004820         MOVE "SALVAGE" TO AL-FIELD-NAME
004830         MOVE FA-SALVAGE TO WS-AUDIT-AMOUNT
004840         MOVE WS-AUDIT-AMOUNT TO AL-OLD-VALUE
004850         MOVE TX-SALVAGE TO WS-AUDIT-AMOUNT
004860         MOVE WS-AUDIT-AMOUNT TO AL-NEW-VALUE
004870         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
004880         MOVE TX-SALVAGE TO FA-SALVAGE
004890     END-IF.
004900     IF TX-LIFE NOT = FA-LIFE-MONTHS
004910         MOVE "LIFE MONTHS" TO AL-FIELD-NAME
004920         MOVE FA-LIFE-MONTHS TO AL-OLD-VALUE
004930         MOVE TX-LIFE TO AL-NEW-VALUE
004940         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
004950         MOVE TX-LIFE TO FA-LIFE-MONTHS
004960     END-IF.
004970     IF TX-METHOD NOT = FA-METHOD
004980         MOVE "METHOD" TO AL-FIELD-NAME
004990         MOVE FA-METHOD TO AL-OLD-VALUE
005000         MOVE TX-METHOD TO AL-NEW-VALUE
005010         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
005020         MOVE TX-METHOD TO FA-METHOD
005030     END-IF.
005040     IF TX-REF-ID NOT = FA-REF-ID
005050         MOVE "REFERENCE" TO AL-FIELD-NAME
005060         MOVE FA-REF-ID TO AL-OLD-VALUE
005070         MOVE TX-REF-ID TO AL-NEW-VALUE
005080         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
005090         MOVE TX-REF-ID TO FA-REF-ID
005100     END-IF.
005110     IF TX-DESC NOT = SPACES AND TX-DESC NOT = FA-DESC
005120         MOVE "DESC" TO AL-FIELD-NAME
005130         MOVE FA-DESC TO AL-OLD-VALUE
005140         MOVE TX-DESC TO AL-NEW-VALUE
005150         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
005160         MOVE TX-DESC TO FA-DESC
005170     END-IF.
005180     REWRITE FAMAST-REC.
005190     ADD 1 TO WS-APPLIED-COUNT.
005200     MOVE "CHANGED" TO DL-ACTION-DESC.
005210     MOVE FA-DESC TO DL-NOTE.
005220     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
005230 2200-EXIT.
005240     EXIT.

005250*----------------------------------------------------------------
005260* 2300-DISPOSE-ASSET - BOOK VALUE IS COST LESS THE DEPRECIATION
005270*                      ACCUMULATED TO THE LAST MONTHLY RUN. THE
005280*                      PROCEEDS AND THE ACCUMULATED DEPRECIATION
005290*                      ARE DEBITED (1000CASH, 1590ACCDEP) AND THE
005300*                      COST CREDITED (1500FIXAST); THE DIFFERENCE
005310*                      IS A GAIN (CREDIT 4900DISPGN) OR A LOSS
005320*                      (DEBIT 5700DISPLS).
005330*----------------------------------------------------------------
005340 2300-DISPOSE-ASSET.
005350     IF NOT WS-ASSET-FOUND
005360         MOVE "DISPOSAL OF ASSET NOT ON REGISTER"
005370             TO RJ-REASON-CODE
005380         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005390         GO TO 2300-EXIT
005400     END-IF.
005410     IF FA-DISPOSED
005420         MOVE "ASSET ALREADY DISPOSED" TO RJ-REASON-CODE
005430         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005440         GO TO 2300-EXIT
005450     END-IF.
005460     IF TX-DATE-X NOT NUMERIC
005470         MOVE "DISPOSAL DATE NOT NUMERIC" TO RJ-REASON-CODE
005480         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005490         GO TO 2300-EXIT
005500     END-IF.
005510     IF TX-AMOUNT-X = SPACES
005520         MOVE ZERO TO TX-AMOUNT
005530     END-IF.
005540     IF TX-AMOUNT-X NOT NUMERIC
005550         MOVE "PROCEEDS NOT NUMERIC" TO RJ-REASON-CODE
005560         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005570         GO TO 2300-EXIT
005580     END-IF.
005590     MOVE "CHECK" TO PE-ACTION.
005600     MOVE TX-DATE TO PE-DATE.
005610     CALL "PERCHECK" USING PERCHECK-PARMS.
005620     IF NOT PE-PERIOD-OPEN
005630         MOVE "DISPOSAL DATED IN CLOSED PERIOD" TO RJ-REASON-CODE
005640         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
005650         GO TO 2300-EXIT
005660     END-IF.
005670     MOVE TX-AMOUNT TO WS-PROCEEDS.
005680     COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR.
005690     MOVE "WRITE" TO GJ-ACTION.
005700     MOVE "FAMAINT" TO GJ-SOURCE-PROGRAM.
005710     MOVE TX-DATE TO GJ-POST-DATE.
005720     MOVE "ASSET DISPOSAL" TO GJ-DESC.
005730     IF WS-PROCEEDS > ZERO
005740         MOVE WS-PROCEEDS TO GJ-AMOUNT
005750         MOVE "1000CASH" TO GJ-ACCOUNT
005760         MOVE "D" TO GJ-DC
005770         CALL "GLJRNL" USING GLJRNL-PARMS
005780     END-IF.
005790     IF FA-ACCUM-DEPR > ZERO
005800         MOVE FA-ACCUM-DEPR TO GJ-AMOUNT
005810         MOVE "1590ACCDEP" TO GJ-ACCOUNT
005820         MOVE "D" TO GJ-DC
005830         CALL "GLJRNL" USING GLJRNL-PARMS
005840     END-IF.
005850     MOVE FA-COST TO GJ-AMOUNT.
005860     MOVE "1500FIXAST" TO GJ-ACCOUNT.
005870     MOVE "C" TO GJ-DC.
005880     CALL "GLJRNL" USING GLJRNL-PARMS.
005890     IF WS-PROCEEDS > WS-BOOK-VALUE
005900         COMPUTE WS-GAIN-LOSS = WS-PROCEEDS - WS-BOOK-VALUE
005910         MOVE WS-GAIN-LOSS TO GJ-AMOUNT
005920         MOVE "4900DISPGN" TO GJ-ACCOUNT
005930         MOVE "C" TO GJ-DC
005940         CALL "GLJRNL" USING GLJRNL-PARMS
005950         MOVE "GAIN " TO DP-GAIN-LOSS-LABEL
005960     ELSE
005970         COMPUTE WS-GAIN-LOSS = WS-BOOK-VALUE - WS-PROCEEDS
005980         IF WS-GAIN-LOSS > ZERO
005990             MOVE WS-GAIN-LOSS TO GJ-AMOUNT
006000             MOVE "5700DISPLS" TO GJ-ACCOUNT
006010             MOVE "D" TO GJ-DC
006020             CALL "GLJRNL" USING GLJRNL-PARMS
006030         END-IF
006040         MOVE "LOSS " TO DP-GAIN-LOSS-LABEL
006050     END-IF.
006060     MOVE "STATUS" TO AL-FIELD-NAME.
006070     MOVE FA-STATUS TO AL-OLD-VALUE.
006080     MOVE "D" TO AL-NEW-VALUE.
006090     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
006100     SET FA-DISPOSED TO TRUE.
006110     MOVE TX-DATE TO FA-DISP-DATE.
006120     MOVE WS-PROCEEDS TO FA-DISP-PROCEEDS.
006130     REWRITE FAMAST-REC.
006140     ADD 1 TO WS-APPLIED-COUNT.
006150     MOVE FA-ASSET-ID TO DP-ASSET-ID.
006160     MOVE WS-BOOK-VALUE TO DP-BOOK-VALUE.
006170     MOVE WS-PROCEEDS TO DP-PROCEEDS.
006180     MOVE WS-GAIN-LOSS TO DP-GAIN-LOSS.
006190     WRITE FAMRPT-REC FROM WS-DISPOSAL-LINE.
006200 2300-EXIT.
006210     EXIT.

006220 2500-FIND-ASSET.
006230     MOVE "N" TO WS-ASSET-FOUND-SW.
006240     MOVE TX-ASSET-ID TO FA-ASSET-ID.
006250     READ FAMAST
006260         INVALID KEY
006270             CONTINUE
006280         NOT INVALID KEY
006290             SET WS-ASSET-FOUND TO TRUE
006300     END-READ.
006310 2500-EXIT.
006320     EXIT.

006330*----------------------------------------------------------------
006340* 2600-EDIT-FIELDS - THE FIELDS AN ADD OR A CHANGE LEAVES IN THE
006350*                    TRANSACTION: LIFE, METHOD, SALVAGE, AND A
006360*                    REFERENCE ON THE MASTER FOR THE ASSET CLASS.
006370*----------------------------------------------------------------
006380 2600-EDIT-FIELDS.
006390     MOVE "Y" TO WS-FIELDS-OK-SW.
006400     IF TX-LIFE-X NOT NUMERIC OR TX-LIFE = ZERO
006410         MOVE "USEFUL LIFE MISSING OR NOT NUMERIC"
006420             TO RJ-REASON-CODE
006430         GO TO 2600-REJECT
006440     END-IF.
006450     IF NOT TX-METHOD-VALID
006460         MOVE "METHOD NOT SL OR DB" TO RJ-REASON-CODE
006470         GO TO 2600-REJECT
006480     END-IF.
006490     IF TX-SALVAGE-X NOT NUMERIC
006500         MOVE "SALVAGE VALUE NOT NUMERIC" TO RJ-REASON-CODE
006510         GO TO 2600-REJECT
006520     END-IF.
006530     MOVE "N" TO WS-REF-FOUND-SW.
006540     IF FA-VEHICLE
006550         PERFORM 2610-MATCH-VEHICLE THRU 2610-EXIT
006560             VARYING WS-K FROM 1 BY 1
006570             UNTIL WS-K > WS-VEH-COUNT OR WS-REF-FOUND
006580     ELSE
006590         PERFORM 2620-MATCH-INSTRUMENT THRU 2620-EXIT
006600             VARYING WS-K FROM 1 BY 1
006610             UNTIL WS-K > WS-INST-COUNT OR WS-REF-FOUND
006620     END-IF.
006630     IF NOT WS-REF-FOUND
006640         MOVE "VEHICLE/INSTRUMENT NOT ON MASTER" TO RJ-REASON-CODE
006650         GO TO 2600-REJECT
006660     END-IF.
006670     GO TO 2600-EXIT.
006680 2600-REJECT.
006690     MOVE "N" TO WS-FIELDS-OK-SW.
006700     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
006710 2600-EXIT.
006720     EXIT.

006730 2610-MATCH-VEHICLE.
006740     IF VH-VEH-CLASS(WS-K) = TX-REF-ID
006750         SET WS-REF-FOUND TO TRUE
006760     END-IF.
006770 2610-EXIT.
006780     EXIT.

006790 2620-MATCH-INSTRUMENT.
006800     IF IT-INSTR-ID(WS-K) = TX-REF-ID
006810         SET WS-REF-FOUND TO TRUE
006820     END-IF.
006830 2620-EXIT.
006840     EXIT.

006850 2700-WRITE-DETAIL.
006860     MOVE TX-ASSET-ID TO DL-ASSET-ID.
006870     WRITE FAMRPT-REC FROM WS-DETAIL-LINE.
006880 2700-EXIT.
006890     EXIT.

006900 2800-WRITE-AUDIT.
006910     MOVE "WRITE" TO AL-ACTION.
006920     MOVE TX-OPERATOR-ID TO AL-OPERATOR-ID.
006930     MOVE "FAMAINT" TO AL-SOURCE-PROGRAM.
006940     MOVE TX-ASSET-ID TO AL-RECORD-KEY.
006950     MOVE SPACES TO AL-TIMESTAMP.
006960     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
006970         INTO AL-TIMESTAMP.
006980     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
006990 2800-EXIT.
007000     EXIT.

007010 2900-WRITE-REJECT.
007020     ADD 1 TO WS-REJECT-COUNT.
007030     MOVE "FAMAINT" TO RJ-SOURCE-PROGRAM.
007040     MOVE TX-ASSET-ID TO RJ-RECORD-KEY.
007050     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
007060         INTO RJ-REJECT-TIMESTAMP.
007070     WRITE FAMREJ-REC FROM RJ-REJECT-RECORD.
007080     MOVE TX-ASSET-ID TO DL-ASSET-ID.
007090     MOVE "REJECTED" TO DL-ACTION-DESC.
007100     MOVE RJ-REASON-CODE TO DL-NOTE.
007110     WRITE FAMRPT-REC FROM WS-DETAIL-LINE.
007120 2900-EXIT.
007130     EXIT.

007140*----------------------------------------------------------------
007150* 3000-FINALIZE - PRINT THE RUN TOTALS AND LET THE AUDIT AND
007160*                 JOURNAL SUBPROGRAMS CLOSE THEIR FILES.
007170*----------------------------------------------------------------
007180 3000-FINALIZE.
007190     IF WS-TXN-STATUS = "00"
007200         CLOSE FATXN
007210     END-IF.
007220     CLOSE FAMAST.
007230     WRITE FAMRPT-REC FROM WS-BLANK-LINE.
007240     MOVE WS-TXN-COUNT TO SL-TXN-COUNT.
007250     MOVE WS-APPLIED-COUNT TO SL-APPLIED-COUNT.
007260     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
007270     WRITE FAMRPT-REC FROM WS-SUMMARY-LINE.
007280     CLOSE FAMRPT
007290           FAMREJ.
007300     MOVE "CLOSE" TO AL-ACTION.
007310     CALL "AUDITLOG" USING AUDIT-LOG-PARMS.
007320     MOVE "CLOSE" TO GJ-ACTION.
007330     MOVE "FAMAINT" TO GJ-SOURCE-PROGRAM.
007340     CALL "GLJRNL" USING GLJRNL-PARMS.
007350 3000-EXIT.
007360     EXIT.

007370 8000-READ-FATXN.
007380     READ FATXN
007390         AT END
007400             SET WS-EOF TO TRUE
007410     END-READ.
007420 8000-EXIT.
007430     EXIT.
