000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FAMAINT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. GENERAL-LEDGER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - FIXED ASSET MAINTENANCE. APPLIES
000100*                   ADD/TRANSFER/DISPOSE TRANSACTIONS FROM FATRAN
000110*                   TO THE INDEXED FAMAST ASSET MASTER. A TANK
000120*                   LINK MUST NAME A TANK ON TANKMAST. A DISPOSAL
000130*                   RELIEVES THE COST AND ACCUMULATED
000140*                   DEPRECIATION, REPORTS THE GAIN OR LOSS
000150*                   AGAINST THE PROCEEDS, AND HANDS THE ENTRY TO
000160*                   GLEXTR ON FAGL. THE RUN REQUIRES AN OPERATOR
000170*                   SIGN-ON AUTHORIZED FOR FAMAINT, JOURNALS
000180*                   APPLIED ACTIONS THROUGH JRNLWRIT AND
000190*                   REGISTERS IN THE FILELOCK IN-USE CONTROL
000200*                   WHILE IT HOLDS FAMAST.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT FAMAST      ASSIGN TO FAMAST
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS FA-ASSET-ID
000290         FILE STATUS IS WS-MAST-STATUS.
000300     SELECT FATRAN-IN   ASSIGN TO FATRAN
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-TRAN-STATUS.
000330     SELECT TANKMAST-IN ASSIGN TO TANKMAST
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-TANK-STATUS.
000360     SELECT FAGL-OUT    ASSIGN TO FAGL
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FAGL-STATUS.
000390     SELECT MAINT-RPT   ASSIGN TO FAMRPT
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FAMAST.
000450     COPY "FAMAST.cpy".
000460
000470*----A ADDS AN ASSET. THE DATE IS THE IN-SERVICE DATE; AN ASSET
000480*----BROUGHT OVER ALREADY PART DEPRECIATED CARRIES ITS
000490*----ACCUMULATED DEPRECIATION AND THE LAST MONTH (YYYYMM) IT
000500*----COVERS, SO FADEPR PICKS UP WITH THE MONTH AFTER. METHOD IS
000510*----S STRAIGHT LINE OR D DECLINING BALANCE.
000520*----T TRANSFERS THE ASSET TO THE COMPANY/LOCATION GIVEN, AND
000530*----RELINKS THE TANK WHEN ONE IS GIVEN. THE RECORD MOVES ONLY -
000540*----A TRANSFER BETWEEN COMPANIES IS BOOKED BY MANUAL ENTRY.
000550*----D DISPOSES OF THE ASSET ON THE DATE GIVEN FOR THE PROCEEDS
000560*----GIVEN (ZERO FOR A SCRAPPING).
000570 FD  FATRAN-IN.
000580 01  FATRAN-REC.
000590     05  FT-ACTION          PIC X(1).
000600         88  FT-ADD-ACTION       VALUE "A".
000610         88  FT-TRANSFER-ACTION  VALUE "T".
000620         88  FT-DISPOSE-ACTION   VALUE "D".
000630     05  FT-ASSET-ID        PIC X(8).
000640     05  FT-DESC            PIC X(30).
000650     05  FT-COMPANY         PIC X(2).
000660     05  FT-LOCATION        PIC X(6).
000670     05  FT-TANK-ID         PIC X(5).
000680     05  FT-DATE            PIC 9(8).
000690     05  FT-COST            PIC 9(9)V99.
000700     05  FT-SALVAGE         PIC 9(9)V99.
000710     05  FT-LIFE-YEARS      PIC 9(2).
000720     05  FT-METHOD          PIC X(1).
000730     05  FT-ACCUM-DEPR      PIC 9(9)V99.
000740     05  FT-DEPR-THRU       PIC 9(6).
000750     05  FT-PROCEEDS        PIC 9(9)V99.
000760
000770 FD  TANKMAST-IN.
000780 01  TANKMAST-REC.
000790     05  TM-TANK-ID         PIC X(5).
000800     05  TM-RADIUS          PIC 9(3)V99.
000810     05  TM-HEIGHT          PIC 9(3)V99.
000820     05  TM-COMMODITY       PIC X(12).
000830
000840 FD  FAGL-OUT.
000850     COPY "FAGL.cpy".
000860
000870 FD  MAINT-RPT.
000880 01  MAINT-RPT-REC          PIC X(100).
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-MAST-STATUS         PIC X(2) VALUE SPACES.
000920 01  WS-TRAN-STATUS         PIC X(2) VALUE SPACES.
000930 01  WS-TANK-STATUS         PIC X(2) VALUE SPACES.
000940 01  WS-FAGL-STATUS         PIC X(2) VALUE SPACES.
000950 01  WS-MAST-OPEN-SW        PIC X(1) VALUE "N".
000960     88  FAMAST-OPEN            VALUE "Y".
000970 01  WS-FAGL-OPEN-SW        PIC X(1) VALUE "N".
000980     88  FAGL-OPEN              VALUE "Y".
000990 01  WS-TRAN-EOF-SW         PIC X(1) VALUE "N".
001000     88  NO-MORE-TRANS          VALUE "Y".
001010 01  WS-TANK-EOF-SW         PIC X(1) VALUE "N".
001020     88  END-OF-TANKS           VALUE "Y".
001030 01  WS-TRAN-VALID-SW       PIC X(1) VALUE "Y".
001040     88  TRAN-IS-VALID          VALUE "Y".
001050 01  WS-TANK-FOUND-SW       PIC X(1) VALUE "N".
001060     88  TANK-FOUND             VALUE "Y".
001070 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
001080 01  WS-APPLIED-COUNT       PIC 9(5) COMP VALUE 0.
001090 01  WS-REJECT-COUNT        PIC 9(5) COMP VALUE 0.
001100 01  WS-DISPOSAL-COUNT      PIC 9(5) COMP VALUE 0.
001110 01  WS-BUS-DATE            PIC 9(8) VALUE 0.
001120 01  WS-BOOK-VALUE          PIC S9(9)V99 VALUE 0.
001130 01  WS-GAIN-LOSS           PIC S9(9)V99 VALUE 0.
001140 01  WS-NET-GAIN-LOSS       PIC S9(11)V99 VALUE 0.
001150 01  WS-DEPR-THRU-X.
001160     05  WS-DEPR-THRU-YEAR  PIC 9(4).
001170     05  WS-DEPR-THRU-MONTH PIC 9(2).
001180 01  WS-IN-SERVICE-X.
001190     05  WS-IN-SERVICE-PERD PIC 9(6).
001200     05  FILLER             PIC 9(2).
001210*----TANK IDS FROM TANKMAST FOR THE TANK LINK EDIT
001220 01  WS-TANK-COUNT          PIC 9(3) COMP VALUE 0.
001230 01  WS-TANK-TABLE.
001240     05  WS-TANK-ENTRY      OCCURS 50 TIMES
001250                            INDEXED BY TK-IDX.
001260         10  WS-T-TANK-ID   PIC X(5).
001270*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
001280 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "FAMAINT".
001290 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
001300 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
001310 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
001320 01  WS-LOCK-FILE           PIC X(8) VALUE "FAMAST".
001330 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
001340 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
001350*----OPERATOR SIGN-ON - SEE SIGNON
001360 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
001370 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "FAMAINT".
001380 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
001390 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
001400*----ACCOUNTING PERIOD CHECK - SEE PERDCHK
001410 01  WS-PERD-COMPANY        PIC X(2) VALUE SPACES.
001420 01  WS-PERD-DATE           PIC 9(8) VALUE 0.
001430 01  WS-PERD-RESULT         PIC X(1) VALUE SPACE.
001440 01  WS-OUT-LINE.
001450     05  OL-ACTION          PIC X(1).
001460     05  FILLER             PIC X(1) VALUE SPACE.
001470     05  OL-ASSET-ID        PIC X(8).
001480     05  FILLER             PIC X(1) VALUE SPACE.
001490     05  OL-DESC            PIC X(20).
001500     05  FILLER             PIC X(1) VALUE SPACE.
001510     05  OL-COMPANY         PIC X(2).
001520     05  FILLER             PIC X(1) VALUE SPACE.
001530     05  OL-LOCATION        PIC X(6).
001540     05  FILLER             PIC X(1) VALUE SPACE.
001550     05  OL-DISPOSITION     PIC X(8).
001560     05  FILLER             PIC X(1) VALUE SPACE.
001570     05  OL-REASON          PIC X(30).
001580*----DISPOSAL DETAIL UNDER THE APPLIED LINE
001590 01  WS-DISP-LINE.
001600     05  FILLER             PIC X(4) VALUE SPACES.
001610     05  FILLER             PIC X(6) VALUE "COST ".
001620     05  DL-COST            PIC ZZZ,ZZZ,ZZ9.99.
001630     05  FILLER             PIC X(7) VALUE " ACCUM ".
001640     05  DL-ACCUM           PIC ZZZ,ZZZ,ZZ9.99.
001650     05  FILLER             PIC X(10) VALUE " PROCEEDS ".
001660     05  DL-PROCEEDS        PIC ZZZ,ZZZ,ZZ9.99.
001670     05  FILLER             PIC X(1) VALUE SPACE.
001680     05  DL-GL-LABEL        PIC X(5).
001690     05  DL-GAIN-LOSS       PIC ZZZ,ZZZ,ZZ9.99.
001700 01  WS-NET-LINE.
001710     05  FILLER             PIC X(30)
001720         VALUE "NET GAIN (LOSS) ON DISPOSALS ".
001730     05  NL-NET             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001740
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770     PERFORM 0500-SIGN-ON THRU 0500-EXIT
001780     IF WS-SIGNON-RESULT NOT = "G"
001790         GOBACK
001800     END-IF
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001820     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
001830         UNTIL NO-MORE-TRANS
001840     PERFORM 3000-TERMINATE THRU 3000-EXIT
001850     GOBACK.
001860
001870*----THE OPERATOR SUBMITTING THE RUN SIGNS ON FIRST AND MUST
001880*----HOLD THIS FUNCTION - SEE SIGNON. A REFUSED RUN OPENS
001890*----NOTHING AND APPLIES NOTHING.
001900 0500-SIGN-ON.
001910     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
001920         WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
001930         WS-SIGNON-RESULT
001940     IF WS-SIGNON-RESULT NOT = "G"
001950         DISPLAY "FAMAINT: SIGN-ON REFUSED - NOTHING APPLIED"
001960         MOVE 12 TO RETURN-CODE
001970     END-IF.
001980 0500-EXIT.
001990     EXIT.
002000
002010 1000-INITIALIZE.
002020     MOVE "R" TO WS-LOCK-ACTION
002030     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
002040         WS-LOCK-ACTION, WS-LOCK-RESULT
002050     IF WS-LOCK-RESULT = "B"
002060         DISPLAY "FAMAINT: FAMAST IS IN USE BY ANOTHER "
002070             "PROGRAM - TRY AGAIN LATER"
002080         MOVE 8 TO RETURN-CODE
002090         MOVE "Y" TO WS-TRAN-EOF-SW
002100         GO TO 1000-EXIT
002110     END-IF
002120     CALL "GETBDATE" USING WS-BUS-DATE
002130     PERFORM 1400-LOAD-TANKS THRU 1400-EXIT
002140     OPEN OUTPUT MAINT-RPT
002150     OPEN INPUT FATRAN-IN
002160     IF WS-TRAN-STATUS NOT = "00"
002170         DISPLAY "FAMAINT: NO ASSET TRANSACTIONS - NOTHING "
002180             "TO DO"
002190         MOVE "Y" TO WS-TRAN-EOF-SW
002200     END-IF
002210     OPEN I-O FAMAST
002220*----THE FIRST RUN CREATES THE ASSET MASTER
002230     IF WS-MAST-STATUS = "35"
002240         CLOSE FAMAST
002250         OPEN OUTPUT FAMAST
002260         CLOSE FAMAST
002270         OPEN I-O FAMAST
002280     END-IF
002290     IF WS-MAST-STATUS NOT = "00"
002300         DISPLAY "FAMAINT: UNABLE TO OPEN FAMAST - STATUS "
002310             WS-MAST-STATUS
002320         MOVE "Y" TO WS-TRAN-EOF-SW
002330         GO TO 1000-EXIT
002340     END-IF
002350     MOVE "Y" TO WS-MAST-OPEN-SW
002360     OPEN EXTEND FAGL-OUT
002370     IF WS-FAGL-STATUS = "35"
002380         OPEN OUTPUT FAGL-OUT
002390     END-IF
002400     MOVE "Y" TO WS-FAGL-OPEN-SW
002410     IF NOT NO-MORE-TRANS
002420         PERFORM 1100-READ-TRAN THRU 1100-EXIT
002430     END-IF.
002440 1000-EXIT.
002450     EXIT.
002460
002470 1100-READ-TRAN.
002480     READ FATRAN-IN
002490         AT END MOVE "Y" TO WS-TRAN-EOF-SW
002500     END-READ.
002510 1100-EXIT.
002520     EXIT.
002530
002540*----WITHOUT A TANK MASTER NO TANK LINK CAN BE ACCEPTED, BUT
002550*----ASSETS WITH NO TANK STILL APPLY
002560 1400-LOAD-TANKS.
002570     OPEN INPUT TANKMAST-IN
002580     IF WS-TANK-STATUS NOT = "00"
002590         DISPLAY "FAMAINT: NO TANK MASTER - STATUS "
002600             WS-TANK-STATUS
002610         GO TO 1400-EXIT
002620     END-IF
002630     PERFORM 1450-LOAD-ONE-TANK THRU 1450-EXIT
002640         UNTIL END-OF-TANKS OR WS-TANK-COUNT >= 50
002650     CLOSE TANKMAST-IN.
002660 1400-EXIT.
002670     EXIT.
002680
002690 1450-LOAD-ONE-TANK.
002700     READ TANKMAST-IN
002710         AT END MOVE "Y" TO WS-TANK-EOF-SW
002720     END-READ
002730     IF NOT END-OF-TANKS
002740         ADD 1 TO WS-TANK-COUNT
002750         SET TK-IDX TO WS-TANK-COUNT
002760         MOVE TM-TANK-ID TO WS-T-TANK-ID(TK-IDX)
002770     END-IF.
002780 1450-EXIT.
002790     EXIT.
002800
002810 2000-APPLY-TRAN.
002820     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
002830     IF TRAN-IS-VALID
002840         EVALUATE TRUE
002850             WHEN FT-ADD-ACTION
002860                 PERFORM 2200-ADD-ASSET THRU 2200-EXIT
002870             WHEN FT-TRANSFER-ACTION
002880                 PERFORM 2300-TRANSFER-ASSET THRU 2300-EXIT
002890             WHEN FT-DISPOSE-ACTION
002900                 PERFORM 2400-DISPOSE-ASSET THRU 2400-EXIT
002910         END-EVALUATE
002920     END-IF
002930     IF TRAN-IS-VALID
002940         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
002950     ELSE
002960         PERFORM 2700-REPORT-REJECT THRU 2700-EXIT
002970     END-IF
002980     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-EDIT-TRAN.
003030     MOVE "Y" TO WS-TRAN-VALID-SW
003040     MOVE SPACES TO WS-REJECT-REASON
003050     IF NOT FT-ADD-ACTION AND NOT FT-TRANSFER-ACTION
003060         AND NOT FT-DISPOSE-ACTION
003070         MOVE "N" TO WS-TRAN-VALID-SW
003080         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
003090         GO TO 2100-EXIT
003100     END-IF
003110     IF FT-ASSET-ID = SPACES
003120         MOVE "N" TO WS-TRAN-VALID-SW
003130         MOVE "ASSET ID MISSING" TO WS-REJECT-REASON
003140         GO TO 2100-EXIT
003150     END-IF
003160     IF FT-TANK-ID NOT = SPACES
003170         PERFORM 2150-FIND-TANK THRU 2150-EXIT
003180         IF NOT TANK-FOUND
003190             MOVE "N" TO WS-TRAN-VALID-SW
003200             MOVE "TANK NOT ON TANK MASTER"
003210                 TO WS-REJECT-REASON
003220             GO TO 2100-EXIT
003230         END-IF
003240     END-IF
003250     EVALUATE TRUE
003260         WHEN FT-ADD-ACTION
003270             PERFORM 2110-EDIT-ADD THRU 2110-EXIT
003280         WHEN FT-TRANSFER-ACTION
003290             IF FT-COMPANY = SPACES OR FT-LOCATION = SPACES
003300                 MOVE "N" TO WS-TRAN-VALID-SW
003310                 MOVE "NEW COMPANY/LOCATION MISSING"
003320                     TO WS-REJECT-REASON
003330             END-IF
003340         WHEN FT-DISPOSE-ACTION
003350             IF FT-DATE NOT NUMERIC OR FT-DATE = 0
003360                 MOVE "N" TO WS-TRAN-VALID-SW
003370                 MOVE "DISPOSAL DATE MISSING"
003380                     TO WS-REJECT-REASON
003390             END-IF
003400             IF FT-PROCEEDS NOT NUMERIC
003410                 MOVE "N" TO WS-TRAN-VALID-SW
003420                 MOVE "PROCEEDS NOT NUMERIC"
003430                     TO WS-REJECT-REASON
003440             END-IF
003450     END-EVALUATE.
003460 2100-EXIT.
003470     EXIT.
003480
003490 2110-EDIT-ADD.
003500     IF FT-DESC = SPACES
003510         MOVE "N" TO WS-TRAN-VALID-SW
003520         MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON
003530         GO TO 2110-EXIT
003540     END-IF
003550     IF FT-COMPANY = SPACES
003560         MOVE "N" TO WS-TRAN-VALID-SW
003570         MOVE "COMPANY MISSING" TO WS-REJECT-REASON
003580         GO TO 2110-EXIT
003590     END-IF
003600     IF FT-DATE NOT NUMERIC OR FT-DATE = 0
003610         MOVE "N" TO WS-TRAN-VALID-SW
003620         MOVE "IN-SERVICE DATE MISSING" TO WS-REJECT-REASON
003630         GO TO 2110-EXIT
003640     END-IF
003650     IF FT-COST NOT NUMERIC OR FT-COST = 0
003660         MOVE "N" TO WS-TRAN-VALID-SW
003670         MOVE "COST MISSING" TO WS-REJECT-REASON
003680         GO TO 2110-EXIT
003690     END-IF
003700     IF FT-SALVAGE NOT NUMERIC OR FT-SALVAGE NOT < FT-COST
003710         MOVE "N" TO WS-TRAN-VALID-SW
003720         MOVE "SALVAGE NOT BELOW COST" TO WS-REJECT-REASON
003730         GO TO 2110-EXIT
003740     END-IF
003750     IF FT-LIFE-YEARS NOT NUMERIC OR FT-LIFE-YEARS = 0
003760         MOVE "N" TO WS-TRAN-VALID-SW
003770         MOVE "USEFUL LIFE MISSING" TO WS-REJECT-REASON
003780         GO TO 2110-EXIT
003790     END-IF
003800     IF FT-METHOD NOT = "S" AND FT-METHOD NOT = "D"
003810         MOVE "N" TO WS-TRAN-VALID-SW
003820         MOVE "METHOD NOT S OR D" TO WS-REJECT-REASON
003830         GO TO 2110-EXIT
003840     END-IF
003850     IF FT-ACCUM-DEPR NOT NUMERIC
003860         MOVE "N" TO WS-TRAN-VALID-SW
003870         MOVE "ACCUM DEPRECIATION NOT NUMERIC"
003880             TO WS-REJECT-REASON
003890         GO TO 2110-EXIT
003900     END-IF
003910     IF FT-ACCUM-DEPR = 0
003920         GO TO 2110-EXIT
003930     END-IF
003940*----CARRIED-IN DEPRECIATION CAN NOT TAKE THE ASSET BELOW
003950*----SALVAGE AND MUST SAY WHICH MONTH IT RUNS THROUGH
003960     IF FT-ACCUM-DEPR > FT-COST - FT-SALVAGE
003970         MOVE "N" TO WS-TRAN-VALID-SW
003980         MOVE "ACCUM DEPR EXCEEDS COST-SALVAGE"
003990             TO WS-REJECT-REASON
004000         GO TO 2110-EXIT
004010     END-IF
004020     MOVE FT-DATE TO WS-IN-SERVICE-X
004030     MOVE FT-DEPR-THRU TO WS-DEPR-THRU-X
004040     IF FT-DEPR-THRU NOT NUMERIC
004050         OR WS-DEPR-THRU-MONTH < 1 OR WS-DEPR-THRU-MONTH > 12
004060         OR FT-DEPR-THRU < WS-IN-SERVICE-PERD
004070         MOVE "N" TO WS-TRAN-VALID-SW
004080         MOVE "DEPRECIATED-THRU MONTH INVALID"
004090             TO WS-REJECT-REASON
004100     END-IF.
004110 2110-EXIT.
004120     EXIT.
004130
004140 2150-FIND-TANK.
004150     MOVE "N" TO WS-TANK-FOUND-SW
004160     IF WS-TANK-COUNT = 0
004170         GO TO 2150-EXIT
004180     END-IF
004190     SET TK-IDX TO 1
004200     SEARCH WS-TANK-ENTRY
004210         AT END
004220             MOVE "N" TO WS-TANK-FOUND-SW
004230         WHEN TK-IDX > WS-TANK-COUNT
004240             MOVE "N" TO WS-TANK-FOUND-SW
004250         WHEN WS-T-TANK-ID(TK-IDX) = FT-TANK-ID
004260             MOVE "Y" TO WS-TANK-FOUND-SW
004270     END-SEARCH.
004280 2150-EXIT.
004290     EXIT.
004300
004310 2200-ADD-ASSET.
004320     MOVE FT-ASSET-ID TO FA-ASSET-ID
004330     MOVE FT-DESC TO FA-DESC
004340     MOVE FT-COMPANY TO FA-COMPANY
004350     MOVE FT-LOCATION TO FA-LOCATION
004360     MOVE FT-TANK-ID TO FA-TANK-ID
004370     MOVE FT-DATE TO FA-IN-SERVICE
004380     MOVE FT-COST TO FA-COST
004390     MOVE FT-SALVAGE TO FA-SALVAGE
004400     MOVE FT-LIFE-YEARS TO FA-LIFE-YEARS
004410     MOVE FT-METHOD TO FA-METHOD
004420     MOVE FT-ACCUM-DEPR TO FA-ACCUM-DEPR
004430     IF FT-ACCUM-DEPR > 0
004440         MOVE FT-DEPR-THRU TO FA-LAST-PERIOD
004450     ELSE
004460         MOVE 0 TO FA-LAST-PERIOD
004470     END-IF
004480     MOVE 0 TO FA-YTD-YEAR
004490     MOVE 0 TO FA-YTD-DEPR
004500     MOVE "A" TO FA-STATUS
004510     MOVE 0 TO FA-DISP-DATE
004520     MOVE 0 TO FA-DISP-PROCEEDS
004530     MOVE 0 TO FA-DISP-GAIN
004540     WRITE FaMastRec
004550         INVALID KEY
004560             MOVE "N" TO WS-TRAN-VALID-SW
004570             MOVE "ASSET ALREADY ON FILE" TO WS-REJECT-REASON
004580     END-WRITE
004590     IF TRAN-IS-VALID
004600         MOVE "A" TO WS-JRNL-ACTION
004610         MOVE SPACES TO WS-BEFORE-IMAGE
004620         MOVE FaMastRec TO WS-AFTER-IMAGE
004630         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
004640             WS-BEFORE-IMAGE, WS-AFTER-IMAGE
004650     END-IF.
004660 2200-EXIT.
004670     EXIT.
004680
004690 2300-TRANSFER-ASSET.
004700     PERFORM 2500-READ-ACTIVE-ASSET THRU 2500-EXIT
004710     IF NOT TRAN-IS-VALID
004720         GO TO 2300-EXIT
004730     END-IF
004740     MOVE FaMastRec TO WS-BEFORE-IMAGE
004750     MOVE FT-COMPANY TO FA-COMPANY
004760     MOVE FT-LOCATION TO FA-LOCATION
004770     IF FT-TANK-ID NOT = SPACES
004780         MOVE FT-TANK-ID TO FA-TANK-ID
004790     END-IF
004800     PERFORM 2550-REWRITE-ASSET THRU 2550-EXIT.
004810 2300-EXIT.
004820     EXIT.
004830
004840*----THE BOOK VALUE RELIEVED IS COST LESS THE DEPRECIATION
004850*----TAKEN THROUGH THE LAST MONTHLY RUN. PROCEEDS OVER BOOK VALUE
004860*----ARE A GAIN, UNDER IT A LOSS.
004870 2400-DISPOSE-ASSET.
004880     PERFORM 2500-READ-ACTIVE-ASSET THRU 2500-EXIT
004890     IF NOT TRAN-IS-VALID
004900         GO TO 2400-EXIT
004910     END-IF
004920     IF FT-DATE < FA-IN-SERVICE
004930         MOVE "N" TO WS-TRAN-VALID-SW
004940         MOVE "DISPOSED BEFORE IN SERVICE" TO WS-REJECT-REASON
004950         GO TO 2400-EXIT
004960     END-IF
004970     MOVE FA-COMPANY TO WS-PERD-COMPANY
004980     MOVE FT-DATE TO WS-PERD-DATE
004990     CALL "PERDCHK" USING WS-PERD-COMPANY, WS-PERD-DATE,
005000         WS-PERD-RESULT
005010     IF WS-PERD-RESULT = "C"
005020         MOVE "N" TO WS-TRAN-VALID-SW
005030         MOVE "DISPOSAL DATE IN CLOSED MONTH"
005040             TO WS-REJECT-REASON
005050         GO TO 2400-EXIT
005060     END-IF
005070     MOVE FaMastRec TO WS-BEFORE-IMAGE
005080     COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
005090     COMPUTE WS-GAIN-LOSS = FT-PROCEEDS - WS-BOOK-VALUE
005100     MOVE "D" TO FA-STATUS
005110     MOVE FT-DATE TO FA-DISP-DATE
005120     MOVE FT-PROCEEDS TO FA-DISP-PROCEEDS
005130     MOVE WS-GAIN-LOSS TO FA-DISP-GAIN
005140     PERFORM 2550-REWRITE-ASSET THRU 2550-EXIT
005150     IF NOT TRAN-IS-VALID
005160         GO TO 2400-EXIT
005170     END-IF
005180     ADD 1 TO WS-DISPOSAL-COUNT
005190     ADD WS-GAIN-LOSS TO WS-NET-GAIN-LOSS
005200     MOVE WS-BUS-DATE TO FG-POST-DATE
005210     MOVE FA-COMPANY TO FG-COMPANY
005220     MOVE FA-ASSET-ID TO FG-ASSET-ID
005230     MOVE "X" TO FG-TYPE
005240     MOVE FA-COST TO FG-AMOUNT
005250     MOVE FA-ACCUM-DEPR TO FG-ACCUM
005260     MOVE FT-PROCEEDS TO FG-PROCEEDS
005270     IF WS-GAIN-LOSS < 0
005280         COMPUTE FG-GAIN-LOSS = 0 - WS-GAIN-LOSS
005290         MOVE "L" TO FG-GL-TYPE
005300     ELSE
005310         MOVE WS-GAIN-LOSS TO FG-GAIN-LOSS
005320         MOVE "G" TO FG-GL-TYPE
005330     END-IF
005340     WRITE FAGL-REC.
005350 2400-EXIT.
005360     EXIT.
005370
005380 2500-READ-ACTIVE-ASSET.
005390     MOVE FT-ASSET-ID TO FA-ASSET-ID
005400     READ FAMAST
005410         INVALID KEY
005420             MOVE "N" TO WS-TRAN-VALID-SW
005430             MOVE "ASSET NOT ON FILE" TO WS-REJECT-REASON
005440     END-READ
005450     IF TRAN-IS-VALID AND NOT FA-ACTIVE
005460         MOVE "N" TO WS-TRAN-VALID-SW
005470         MOVE "ASSET ALREADY DISPOSED" TO WS-REJECT-REASON
005480     END-IF.
005490 2500-EXIT.
005500     EXIT.
005510
005520 2550-REWRITE-ASSET.
005530     REWRITE FaMastRec
005540         INVALID KEY
005550             MOVE "N" TO WS-TRAN-VALID-SW
005560             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
005570     END-REWRITE
005580     IF TRAN-IS-VALID
005590         MOVE "C" TO WS-JRNL-ACTION
005600         MOVE FaMastRec TO WS-AFTER-IMAGE
005610         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM,
005620             WS-JRNL-ACTION, WS-BEFORE-IMAGE,
005630             WS-AFTER-IMAGE
005640     END-IF.
005650 2550-EXIT.
005660     EXIT.
005670
005680 2600-REPORT-APPLIED.
005690     ADD 1 TO WS-APPLIED-COUNT
005700     MOVE FT-ACTION TO OL-ACTION
005710     MOVE FT-ASSET-ID TO OL-ASSET-ID
005720     MOVE FA-DESC TO OL-DESC
005730     MOVE FA-COMPANY TO OL-COMPANY
005740     MOVE FA-LOCATION TO OL-LOCATION
005750     MOVE "APPLIED" TO OL-DISPOSITION
005760     MOVE SPACES TO OL-REASON
005770     WRITE MAINT-RPT-REC FROM WS-OUT-LINE
005780     IF NOT FT-DISPOSE-ACTION
005790         GO TO 2600-EXIT
005800     END-IF
005810     MOVE FA-COST TO DL-COST
005820     MOVE FA-ACCUM-DEPR TO DL-ACCUM
005830     MOVE FT-PROCEEDS TO DL-PROCEEDS
005840     IF WS-GAIN-LOSS < 0
005850         MOVE "LOSS " TO DL-GL-LABEL
005860         COMPUTE DL-GAIN-LOSS = 0 - WS-GAIN-LOSS
005870     ELSE
005880         MOVE "GAIN " TO DL-GL-LABEL
005890         MOVE WS-GAIN-LOSS TO DL-GAIN-LOSS
005900     END-IF
005910     WRITE MAINT-RPT-REC FROM WS-DISP-LINE.
005920 2600-EXIT.
005930     EXIT.
005940
005950 2700-REPORT-REJECT.
005960     ADD 1 TO WS-REJECT-COUNT
005970     MOVE FT-ACTION TO OL-ACTION
005980     MOVE FT-ASSET-ID TO OL-ASSET-ID
005990     MOVE FT-DESC TO OL-DESC
006000     MOVE FT-COMPANY TO OL-COMPANY
006010     MOVE FT-LOCATION TO OL-LOCATION
006020     MOVE "REJECTED" TO OL-DISPOSITION
006030     MOVE WS-REJECT-REASON TO OL-REASON
006040     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
006050 2700-EXIT.
006060     EXIT.
006070
006080 3000-TERMINATE.
006090     DISPLAY "FAMAINT: TRANSACTIONS APPLIED - "
006100         WS-APPLIED-COUNT
006110     DISPLAY "FAMAINT: TRANSACTIONS REJECTED - "
006120         WS-REJECT-COUNT
006130     DISPLAY "FAMAINT: ASSETS DISPOSED - "
006140         WS-DISPOSAL-COUNT
006150*----ON THE LOCK-BUSY BAIL NOTHING WAS OPENED
006160     IF RETURN-CODE = 8
006170         GO TO 3000-EXIT
006180     END-IF
006190     IF WS-DISPOSAL-COUNT > 0
006200         MOVE WS-NET-GAIN-LOSS TO NL-NET
006210         MOVE SPACES TO MAINT-RPT-REC
006220         WRITE MAINT-RPT-REC
006230         WRITE MAINT-RPT-REC FROM WS-NET-LINE
006240     END-IF
006250     IF FAMAST-OPEN
006260         CLOSE FAMAST
006270     END-IF
006280     IF FAGL-OPEN
006290         CLOSE FAGL-OUT
006300     END-IF
006310     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
006320         CLOSE FATRAN-IN
006330     END-IF
006340     CLOSE MAINT-RPT
006350     MOVE "C" TO WS-LOCK-ACTION
006360     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
006370         WS-LOCK-ACTION, WS-LOCK-RESULT
006380     IF WS-REJECT-COUNT > 0
006390         MOVE 4 TO RETURN-CODE
006400     END-IF.
006410 3000-EXIT.
006420     EXIT.
